000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BCALLOAD.
000030 AUTHOR. D. K. WHITFIELD.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH CONVERSION UNIT.
000050 DATE-WRITTEN. 12/28/2024.
000060 DATE-COMPILED.
000070*    -------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    12/28/2024 DKW   ORIGINAL CODING - LOAD OF THE PROCESSING
000120*                     CALENDAR MASTER (CALMSTR, LAYOUT IN
000130*                     CALLAY). UNTIL NOW EVERY PROGRAM TOOK
000140*                     EVERY CALENDAR NIGHT AS A NORMAL NIGHT -
000150*                     BBALANCE TRIPPED ON THE MONDAY AFTER A
000160*                     HOLIDAY WEEKEND AND AT MONTH-END, BMONTH
000170*                     FLAGGED HOLIDAYS BILLING NEVER SENDS ON
000180*                     AS MISSED, BSTATUS COULD NOT TELL NOT RUN
000190*                     YET FROM NOT DUE AND BAGEING COUNTED
000200*                     WEEKENDS AS DAYS. THE BUSINESS NOW KEEPS
000210*                     ONE CALENDAR DATASET (CALSRC, SORTED BY
000220*                     DATE) MARKING EACH DATE'S DAY TYPE, ANY
000230*                     PEAK, WHETHER THE NIGHTLY RUN IS DUE AND
000240*                     THE FEEDS EXPECTED TO SEND NOTHING. THIS
000250*                     PROGRAM EDITS EVERY RECORD AND REBUILDS
000260*                     THE KEYED MASTER FROM SCRATCH, FILLING IN
000270*                     THE LIKE-DAY CLASS (PEAK, FIRST BUSINESS
000280*                     DAY AFTER A BREAK, ORDINARY BUSINESS DAY,
000290*                     NON-BUSINESS DAY) AND A RUNNING BUSINESS-
000300*                     DAY NUMBER, SO THE READERS NEVER HAVE TO
000310*                     WORK A DATE OUT FOR THEMSELVES. COMMENT
000320*                     LINES ARE PASSED OVER; A RECORD WITH A BAD
000330*                     DATE, DAY TYPE, PEAK CODE OR RUN FLAG, OR
000340*                     A DATE OUT OF SEQUENCE, IS PASSED OVER AND
000350*                     NAMED ON SYSOUT, AND DATES MISSING
000360*                     BETWEEN TWO RECORDS ARE NAMED TOO.
000370*                     CONDITION CODE 0 ON A CLEAN LOAD, 4 WHEN
000380*                     ANYTHING WAS PASSED OVER OR MISSING, 8
000390*                     WHEN NOTHING LOADED, 12 ON A VSAM ERROR.
000400*    -------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430     SOURCE-COMPUTER. IBM-370.
000440     OBJECT-COMPUTER. IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470*    THE BUSINESS-MAINTAINED CALENDAR (SEE CALLAY), IN DATE
000480*    ORDER.
000490     SELECT CALSRC ASSIGN TO "CALSRC"
000500         ORGANIZATION IS SEQUENTIAL.
000510*    THE KEYED CALENDAR MASTER - REBUILT ON EVERY LOAD.
000520     SELECT CALMSTR ASSIGN TO "CALMSTR"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS CAL-MST-KEY
000560         FILE STATUS IS WS-CAL-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CALSRC
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 80 CHARACTERS.
000630 01  CALSRC-RECORD               PIC X(80).
000640 FD  CALMSTR
000650     RECORD CONTAINS 80 CHARACTERS.
000660 01  CALMSTR-RECORD.
000670     05  CAL-MST-KEY                PIC X(08).
000680     05  FILLER                     PIC X(72).
000690 WORKING-STORAGE SECTION.
000700*    CALENDAR RECORD LAYOUT (SHARED WITH EVERY CALENDAR READER).
000710     COPY CALLAY.
000720*    RUN SWITCHES
000730 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000740 88  END-OF-CALENDAR                       VALUE 'Y'.
000750 77  WS-SKIP-SWITCH              PIC X(01) VALUE 'N'.
000760 88  SOMETHING-SKIPPED                     VALUE 'Y'.
000770 77  WS-VSAM-SWITCH              PIC X(01) VALUE 'N'.
000780 88  VSAM-ERROR-SEEN                       VALUE 'Y'.
000790 77  WS-CAL-STATUS               PIC X(02) VALUE SPACES.
000800*    RUN COUNTERS FOR THE END-OF-RUN OPERATOR SUMMARY
000810 77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
000820 77  WS-COMMENT-COUNT            PIC 9(07) COMP VALUE ZERO.
000830 77  WS-LOADED-COUNT             PIC 9(07) COMP VALUE ZERO.
000840 77  WS-SKIPPED-COUNT            PIC 9(07) COMP VALUE ZERO.
000850 77  WS-GAP-COUNT                PIC 9(07) COMP VALUE ZERO.
000860 77  WS-BUS-DAY-COUNT            PIC 9(07) COMP VALUE ZERO.
000870*    THE LAST DATE LOADED, ITS DAY TYPE, AND THE DATE THAT
000880*    SHOULD FOLLOW IT - THE SEQUENCE AND GAP CHECKS.
000890 77  WS-PREV-DATE                PIC X(08) VALUE SPACES.
000900 77  WS-PREV-DAY-TYPE            PIC X(01) VALUE SPACE.
000910 01  WS-NEXT-DATE.
000920     05  WS-NXT-YYYY                PIC 9(04).
000930     05  WS-NXT-MM                  PIC 9(02).
000940     05  WS-NXT-DD                  PIC 9(02).
000950*    THE RUNNING BUSINESS-DAY NUMBER STAMPED ON EACH RECORD.
000960 77  WS-BUS-DAY-NO               PIC 9(06) VALUE ZERO.
000970*    DATE EDIT WORK FIELDS
000980 77  WS-WORK-YEAR                PIC 9(04) VALUE ZERO.
000990 77  WS-WORK-MM                  PIC 9(02) VALUE ZERO.
001000 77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE 31.
001010 77  WS-LEAP-WORK                PIC 9(04) COMP VALUE ZERO.
001020 77  WS-LEAP-REM                 PIC 9(04) COMP VALUE ZERO.
001030 77  WS-FEED-IDX                 PIC 9(02) COMP VALUE ZERO.
001040 77  WS-SKIP-REASON              PIC X(30) VALUE SPACES.
001050 PROCEDURE DIVISION.
001060*================================================================
001070*0000-MAINLINE - OVERALL CONTROL OF THE LOAD RUN.
001080*================================================================
001090 0000-MAINLINE.
001100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001110     PERFORM 2000-LOAD-RECORD THRU 2000-EXIT
001120         UNTIL END-OF-CALENDAR OR VSAM-ERROR-SEEN.
001130     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001140     GO TO 9999-EXIT.
001150*----------------------------------------------------------------
001160*1000-INITIALIZE - OPEN FILES AND PRIME THE READ. THE MASTER
001170*    OPENS OUTPUT - IT IS REBUILT FROM SCRATCH ON EVERY LOAD SO
001180*    A DATE THE BUSINESS TAKES OFF THE CALENDAR GOES OFF THE
001190*    MASTER TOO.
001200*----------------------------------------------------------------
001210 1000-INITIALIZE.
001220     OPEN INPUT CALSRC.
001230     OPEN OUTPUT CALMSTR.
001240     IF WS-CAL-STATUS NOT = '00'
001250         DISPLAY 'BCALLOAD: CALMSTR OPEN FAILED - STATUS '
001260             WS-CAL-STATUS
001270         SET VSAM-ERROR-SEEN TO TRUE
001280     END-IF.
001290     PERFORM 2100-READ-CALENDAR THRU 2100-EXIT.
001300 1000-EXIT.
001310     EXIT.
001320*----------------------------------------------------------------
001330*2000-LOAD-RECORD - ONE CALENDAR DATE BECOMES ONE MASTER
001340*    RECORD. A RECORD THAT FAILS THE EDIT IS PASSED OVER AND
001350*    NAMED; A GOOD ONE GETS ITS CLASS AND BUSINESS-DAY NUMBER
001360*    AND IS WRITTEN IN DATE ORDER.
001370*----------------------------------------------------------------
001380 2000-LOAD-RECORD.
001390     IF CAL-COMMENT-LINE OR CALSRC-RECORD = SPACES
001400         ADD 1 TO WS-COMMENT-COUNT
001410         GO TO 2000-NEXT
001420     END-IF.
001430     PERFORM 2200-EDIT-RECORD THRU 2200-EXIT.
001440     IF WS-SKIP-REASON NOT = SPACES
001450         SET SOMETHING-SKIPPED TO TRUE
001460         ADD 1 TO WS-SKIPPED-COUNT
001470         DISPLAY 'BCALLOAD: PASSED OVER - ' WS-SKIP-REASON
001480             ' - ' CALSRC-RECORD (1:40)
001490         GO TO 2000-NEXT
001500     END-IF.
001510     PERFORM 2300-CHECK-GAP THRU 2300-EXIT.
001520     PERFORM 2400-DERIVE-CLASS THRU 2400-EXIT.
001530     MOVE WS-CAL-RECORD TO CALMSTR-RECORD.
001540     WRITE CALMSTR-RECORD.
001550     EVALUATE WS-CAL-STATUS
001560         WHEN '00'
001570             ADD 1 TO WS-LOADED-COUNT
001580             MOVE CAL-DATE TO WS-PREV-DATE
001590             MOVE CAL-DAY-TYPE TO WS-PREV-DAY-TYPE
001600         WHEN '21'
001610         WHEN '22'
001620             SET SOMETHING-SKIPPED TO TRUE
001630             ADD 1 TO WS-SKIPPED-COUNT
001640             DISPLAY 'BCALLOAD: DUPLICATE OR OUT-OF-SEQUENCE '
001650                 'DATE PASSED OVER - ' CAL-DATE
001660         WHEN OTHER
001670             SET VSAM-ERROR-SEEN TO TRUE
001680             DISPLAY 'BCALLOAD: CALMSTR WRITE FAILED - STATUS '
001690                 WS-CAL-STATUS ' AT DATE ' CAL-DATE
001700     END-EVALUATE.
001710 2000-NEXT.
001720     PERFORM 2100-READ-CALENDAR THRU 2100-EXIT.
001730 2000-EXIT.
001740     EXIT.
001750 2100-READ-CALENDAR.
001760     READ CALSRC INTO WS-CAL-RECORD
001770         AT END
001780             SET END-OF-CALENDAR TO TRUE
001790         NOT AT END
001800             ADD 1 TO WS-READ-COUNT
001810     END-READ.
001820 2100-EXIT.
001830     EXIT.
001840*----------------------------------------------------------------
001850*2200-EDIT-RECORD - A REAL DATE, A KNOWN DAY TYPE AND PEAK
001860*    CODE, A RUN FLAG OF Y, N OR BLANK (BLANK TAKES Y ON A
001870*    BUSINESS DAY, N OTHERWISE), AND A DATE AFTER THE LAST ONE
001880*    LOADED. THE FIRST FAILURE NAMES THE RECORD.
001890*----------------------------------------------------------------
001900 2200-EDIT-RECORD.
001910     MOVE SPACES TO WS-SKIP-REASON.
001920     IF CAL-DATE IS NOT NUMERIC
001930         MOVE 'DATE NOT NUMERIC' TO WS-SKIP-REASON
001940         GO TO 2200-EXIT
001950     END-IF.
001960     IF CAL-MM < 1 OR CAL-MM > 12
001970         MOVE 'MONTH NOT 01-12' TO WS-SKIP-REASON
001980         GO TO 2200-EXIT
001990     END-IF.
002000     MOVE CAL-YYYY TO WS-WORK-YEAR.
002010     MOVE CAL-MM TO WS-WORK-MM.
002020     PERFORM 2900-SET-DAYS-IN-MONTH THRU 2900-EXIT.
002030     IF CAL-DD < 1 OR CAL-DD > WS-DAYS-IN-MONTH
002040         MOVE 'DAY NOT IN THE MONTH' TO WS-SKIP-REASON
002050         GO TO 2200-EXIT
002060     END-IF.
002070     IF WS-PREV-DATE NOT = SPACES
002080         AND CAL-DATE NOT > WS-PREV-DATE
002090         MOVE 'DATE DUPLICATE OR OUT OF ORDER' TO WS-SKIP-REASON
002100         GO TO 2200-EXIT
002110     END-IF.
002120     IF NOT CAL-DAY-TYPE-VALID
002130         MOVE 'DAY TYPE NOT B, W OR H' TO WS-SKIP-REASON
002140         GO TO 2200-EXIT
002150     END-IF.
002160     IF NOT CAL-PEAK-CODE-VALID
002170         MOVE 'PEAK CODE NOT M, Q, Y, P' TO WS-SKIP-REASON
002180         GO TO 2200-EXIT
002190     END-IF.
002200     IF CAL-RUN-EXPECTED = SPACE
002210         IF CAL-BUSINESS-DAY
002220             MOVE 'Y' TO CAL-RUN-EXPECTED
002230         ELSE
002240             MOVE 'N' TO CAL-RUN-EXPECTED
002250         END-IF
002260     END-IF.
002270     IF NOT CAL-RUN-IS-EXPECTED AND NOT CAL-NO-RUN-EXPECTED
002280         MOVE 'RUN FLAG NOT Y OR N' TO WS-SKIP-REASON
002290         GO TO 2200-EXIT
002300     END-IF.
002310 2200-EXIT.
002320     EXIT.
002330*----------------------------------------------------------------
002340*2300-CHECK-GAP - THE CALENDAR SHOULD RUN DATE AFTER DATE.
002350*    ANY DATE SKIPPED SINCE THE LAST ONE LOADED IS NAMED (THE
002360*    FIRST MISSING DATE ONLY) - THE READERS TAKE A MISSING DATE
002370*    AS AN ORDINARY BUSINESS NIGHT, WHICH MAY NOT BE WHAT THE
002380*    BUSINESS MEANT.
002390*----------------------------------------------------------------
002400 2300-CHECK-GAP.
002410     IF WS-PREV-DATE = SPACES
002420         GO TO 2300-EXIT
002430     END-IF.
002440     MOVE WS-PREV-DATE TO WS-NEXT-DATE.
002450     MOVE WS-NXT-YYYY TO WS-WORK-YEAR.
002460     MOVE WS-NXT-MM TO WS-WORK-MM.
002470     PERFORM 2900-SET-DAYS-IN-MONTH THRU 2900-EXIT.
002480     ADD 1 TO WS-NXT-DD.
002490     IF WS-NXT-DD > WS-DAYS-IN-MONTH
002500         MOVE 1 TO WS-NXT-DD
002510         ADD 1 TO WS-NXT-MM
002520         IF WS-NXT-MM > 12
002530             MOVE 1 TO WS-NXT-MM
002540             ADD 1 TO WS-NXT-YYYY
002550         END-IF
002560     END-IF.
002570     IF CAL-DATE NOT = WS-NEXT-DATE
002580         SET SOMETHING-SKIPPED TO TRUE
002590         ADD 1 TO WS-GAP-COUNT
002600         DISPLAY 'BCALLOAD: DATES MISSING FROM ' WS-NEXT-DATE
002610             ' UP TO ' CAL-DATE
002620     END-IF.
002630 2300-EXIT.
002640     EXIT.
002650*----------------------------------------------------------------
002660*2400-DERIVE-CLASS - THE LIKE-DAY CLASS BBALANCE COMPARES ON
002670*    AND THE RUNNING BUSINESS-DAY NUMBER BAGEING SUBTRACTS. A
002680*    PEAK OUTRANKS EVERYTHING; A BUSINESS DAY WHOSE CALENDAR
002690*    PREDECESSOR WAS A WEEKEND OR HOLIDAY CARRIES THE BREAK'S
002700*    VOLUME. A NON-BUSINESS DAY KEEPS THE NUMBER OF THE LAST
002710*    BUSINESS DAY BEFORE IT.
002720*----------------------------------------------------------------
002730 2400-DERIVE-CLASS.
002740     IF CAL-BUSINESS-DAY
002750         ADD 1 TO WS-BUS-DAY-NO
002760         ADD 1 TO WS-BUS-DAY-COUNT
002770     END-IF.
002780     MOVE WS-BUS-DAY-NO TO CAL-BUS-DAY-NO.
002790     EVALUATE TRUE
002800         WHEN CAL-PEAK-DAY
002810             SET CAL-CLASS-PEAK TO TRUE
002820         WHEN NOT CAL-BUSINESS-DAY
002830             SET CAL-CLASS-NON-BUSINESS TO TRUE
002840         WHEN WS-PREV-DAY-TYPE = 'W' OR WS-PREV-DAY-TYPE = 'H'
002850             SET CAL-CLASS-AFTER-BREAK TO TRUE
002860         WHEN OTHER
002870             SET CAL-CLASS-ORDINARY TO TRUE
002880     END-EVALUATE.
002890 2400-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
002920*2900-SET-DAYS-IN-MONTH - CALENDAR LENGTH OF WS-WORK-MM IN
002930*    WS-WORK-YEAR. FEBRUARY IS 29 IN A LEAP YEAR - DIVISIBLE BY
002940*    4, EXCEPT A CENTURY YEAR MUST ALSO DIVIDE BY 400.
002950*----------------------------------------------------------------
002960 2900-SET-DAYS-IN-MONTH.
002970     EVALUATE WS-WORK-MM
002980         WHEN 4
002990         WHEN 6
003000         WHEN 9
003010         WHEN 11
003020             MOVE 30 TO WS-DAYS-IN-MONTH
003030         WHEN 2
003040             MOVE 28 TO WS-DAYS-IN-MONTH
003050             DIVIDE WS-WORK-YEAR BY 4
003060                 GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
003070             IF WS-LEAP-REM = ZERO
003080                 MOVE 29 TO WS-DAYS-IN-MONTH
003090                 DIVIDE WS-WORK-YEAR BY 100
003100                     GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
003110                 IF WS-LEAP-REM = ZERO
003120                     DIVIDE WS-WORK-YEAR BY 400
003130                         GIVING WS-LEAP-WORK
003140                         REMAINDER WS-LEAP-REM
003150                     IF WS-LEAP-REM NOT = ZERO
003160                         MOVE 28 TO WS-DAYS-IN-MONTH
003170                     END-IF
003180                 END-IF
003190             END-IF
003200         WHEN OTHER
003210             MOVE 31 TO WS-DAYS-IN-MONTH
003220     END-EVALUATE.
003230 2900-EXIT.
003240     EXIT.
003250*----------------------------------------------------------------
003260*8000-TERMINATE - OPERATOR SUMMARY, CLOSE FILES, AND SET THE
003270*    CONDITION CODE - 0 CLEAN, 4 ANYTHING PASSED OVER OR DATES
003280*    MISSING, 8 NOTHING LOADED, 12 ON A VSAM ERROR.
003290*----------------------------------------------------------------
003300 8000-TERMINATE.
003310     DISPLAY 'BCALLOAD: RECORDS READ     ' WS-READ-COUNT.
003320     DISPLAY 'BCALLOAD: COMMENT LINES    ' WS-COMMENT-COUNT.
003330     DISPLAY 'BCALLOAD: DATES LOADED     ' WS-LOADED-COUNT.
003340     DISPLAY 'BCALLOAD: BUSINESS DAYS    ' WS-BUS-DAY-COUNT.
003350     DISPLAY 'BCALLOAD: PASSED OVER      ' WS-SKIPPED-COUNT.
003360     DISPLAY 'BCALLOAD: GAPS IN THE DATES' WS-GAP-COUNT.
003370     CLOSE CALSRC.
003380     CLOSE CALMSTR.
003390     EVALUATE TRUE
003400         WHEN VSAM-ERROR-SEEN
003410             MOVE 12 TO RETURN-CODE
003420         WHEN WS-LOADED-COUNT = ZERO
003430             MOVE 8 TO RETURN-CODE
003440         WHEN SOMETHING-SKIPPED
003450             MOVE 4 TO RETURN-CODE
003460         WHEN OTHER
003470             MOVE ZERO TO RETURN-CODE
003480     END-EVALUATE.
003490 8000-EXIT.
003500     EXIT.
003510 9999-EXIT.
003520     STOP RUN.
