000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BLINQ.
000030 AUTHOR. D. K. WHITFIELD.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH CONVERSION UNIT.
000050 DATE-WRITTEN. 11/30/2024.
000060 DATE-COMPILED.
000070*    -------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    11/30/2024 DKW   ORIGINAL CODING - RECORD LINEAGE TRACE
000120*                     (TRANSID BLIN, MAPSET BLINMAP). THE
000130*                     OPERATOR KEYS A RUN DATE, FEED AND RECORD
000140*                     NUMBER, OR A SIGNED DECIMAL VALUE, AND ONE
000150*                     SCREEN SHOWS THAT RECORD'S WHOLE HISTORY
000160*                     FROM THE LINEAGE MASTER BLINLOAD KEEPS -
000170*                     THE VALUE AS IT ARRIVED, THE CONVERSION
000180*                     RESULT AND CONVENTION OR THE REJECT
000190*                     REASON AND THE RULE THAT FIRED, THE
000200*                     REPAIR CYCLE, THE CORRECTION AND WHO KEYED
000210*                     AND REVIEWED IT, THE RESUBMITTED RECORD'S
000220*                     OUTCOME, THE XREFMSTR ENTRY THE VALUE NOW
000230*                     CARRIES, AND THE BCNV LOOKUPS OF IT. A
000240*                     VALUE ARRIVES ON MANY NIGHTS, SO A VALUE
000250*                     TRACE SHOWS ONE ENTRY AT A TIME (OLDEST
000260*                     NIGHT FIRST) AND PF8 STEPS TO THE NEXT;
000270*                     PF8 AFTER A RECORD TRACE BROWSES THAT
000280*                     RECORD'S VALUE THE SAME WAY. LINMSTR IS
000290*                     READ BY PRIME KEY AND BROWSED THROUGH ITS
000300*                     ALTERNATE-INDEX PATH, DEFINED TO CICS AS
000310*                     LINPATH. READ-ONLY - NOTHING IS UPDATED.
000311*    01/04/2025 DKW   A VALUE TRACE MAY NOW NAME ONE TO NINETEEN
000312*                     DIGITS. A VALUE PAST TEN DIGITS IS KEYED,
000313*                     AS ON LINMSTR AND XREFMSTR, IN PACKED FORM
000314*                     AND SHOWN AS ITS NINETEEN DIGITS; A
000315*                     CORRECTION PAST TEN DIGITS IS SHOWN AND
000316*                     LOOKED UP IN FULL FROM ITS LEAD AND
000317*                     LOW-ORDER DIGITS.
000320*    -------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350     SOURCE-COMPUTER. IBM-370.
000360     OBJECT-COMPUTER. IBM-370.
000370 DATA DIVISION.
000380 WORKING-STORAGE SECTION.
000390*    SYMBOLIC MAP FOR THE BLIN SCREEN - KEPT BY HAND IN STEP
000400*    WITH MAPS/BLINMAP.BMS.
000410     COPY BLINMAP.
000420*    LINEAGE MASTER RECORD - SHARED WITH THE BLINLOAD PASSES
000430*    AND THE BLINRPT BATCH TRACE VIA THE LINLAY COPYBOOK.
000440     COPY LINLAY.
000450*    CROSS-REFERENCE MASTER RECORD (SHARED WITH BXREF).
000460     COPY XREFLAY.
000470*    COMMAREA CARRIED ACROSS THE PSEUDO-CONVERSATION - WHAT IS
000480*    ON SCREEN (A RECORD OR A VALUE), THE RECORD KEYED, THE
000490*    VALUE BEING BROWSED, WHICH OF ITS ENTRIES IS SHOWING AND
000500*    WHETHER ANOTHER FOLLOWS IT, FOR PF8.
000510 01  WS-COMMAREA.
000520     05  CA-MODE                    PIC X(01).
000530         88  CA-BY-RECORD                   VALUE 'K'.
000540         88  CA-BY-VALUE                    VALUE 'V'.
000550     05  CA-RUN-DATE                PIC X(08).
000560     05  CA-FEED-ID                 PIC X(08).
000570     05  CA-REC-NO                  PIC X(07).
000580     05  CA-VALUE-KEY.
000590         10  CA-VK-SIGN             PIC X(01).
000600         10  CA-VK-VALUE            PIC X(10).
000603         10  CA-VK-WIDE REDEFINES CA-VK-VALUE
000606                                    PIC 9(19) COMP-3.
000610     05  CA-MATCH-SEQ               PIC 9(03).
000620     05  CA-MORE-SWITCH             PIC X(01).
000630         88  CA-MORE-TO-COME                VALUE 'Y'.
000640     05  FILLER                     PIC X(01).
000650 77  WS-COMMAREA-LENGTH          PIC S9(04) COMP VALUE 40.
000660*    RUN SWITCHES
000670 77  WS-REQ-VALID-SWITCH         PIC X(01) VALUE 'Y'.
000680 88  REQUEST-IS-VALID                      VALUE 'Y'.
000690 88  REQUEST-IS-INVALID                    VALUE 'N'.
000700 77  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
000710 88  ENTRY-WAS-FOUND                       VALUE 'Y'.
000720 77  WS-BROWSE-END-SWITCH        PIC X(01) VALUE 'N'.
000730 88  BROWSE-AT-END                         VALUE 'Y'.
000740 77  WS-XREF-SWITCH              PIC X(01) VALUE 'N'.
000750 88  XREF-WAS-FOUND                        VALUE 'Y'.
000760 88  XREF-NOT-FOUND                        VALUE 'N'.
000770 88  XREF-IS-DOWN                          VALUE 'D'.
000780 88  XREF-NOT-APPLICABLE                   VALUE 'X'.
000790*    THE FIELD THE CURSOR GOES TO - HELD HERE, NOT IN THE MAP'S
000800*    LENGTH SUBFIELD, BECAUSE BLNQMAPO REDEFINES BLNQMAPI AND THE
000810*    LOW-VALUES CLEAR BEFORE THE SEND WOULD WIPE A -1 SET EARLY.
000820 77  WS-CURSOR-FIELD             PIC X(01) VALUE 'R'.
000830 88  CURSOR-ON-RUN-DATE                    VALUE 'D'.
000840 88  CURSOR-ON-REC-NO                      VALUE 'R'.
000850 88  CURSOR-ON-SIGN                        VALUE 'S'.
000860 88  CURSOR-ON-VALUE                       VALUE 'V'.
000870*    SCREEN MESSAGES
000880 77  WS-ERROR-MSG                PIC X(40) VALUE SPACES.
000890 77  WS-RESULT-MSG               PIC X(70) VALUE SPACES.
000900*    THE REQUEST AS TAKEN FROM THE SCREEN FIELDS
000910 77  WS-REQ-RUN-DATE             PIC X(08) VALUE SPACES.
000920 77  WS-REQ-FEED-ID              PIC X(08) VALUE SPACES.
000930 77  WS-REQ-REC-NO               PIC X(07) VALUE SPACES.
000940 77  WS-REQ-SIGN                 PIC X(01) VALUE SPACE.
000942 77  WS-REQ-VALUE                PIC X(19) VALUE SPACES.
000944*    THE VALUE'S ONE TO NINETEEN DIGITS, RIGHT-JUSTIFIED FOR THE
000946*    VALUE KEY.
000948 01  WS-REQ-DEC-AREA.
000950     05  WS-REQ-DEC-DIGITS          PIC X(19) VALUE ZEROS.
000952     05  WS-REQ-DEC-VALUE REDEFINES WS-REQ-DEC-DIGITS
000954                                    PIC 9(19).
000956 77  WS-REQ-DEC-LEN              PIC 9(02) COMP VALUE ZERO.
000960*    FILE KEYS - THE PRIME KEY READ, THE ALTERNATE KEY THE
000970*    VALUE BROWSE ADVANCES, AND THE XREFMSTR KEY.
000980 01  WS-LIN-READ-KEY.
000990     05  WS-LRK-RUN-DATE            PIC X(08).
001000     05  WS-LRK-REC-NO              PIC X(07).
001010 01  WS-BRW-KEY                  PIC X(11) VALUE SPACES.
001020 01  WS-XREF-KEY-AREA.
001030     05  WS-XRK-SIGN                PIC X(01).
001040     05  WS-XRK-DEC-VALUE           PIC X(10).
001041     05  WS-XRK-DEC-WIDE REDEFINES WS-XRK-DEC-VALUE
001042                                    PIC 9(19) COMP-3.
001043     05  WS-XRK-CONVENTION          PIC X(02).
001044*    A CORRECTION PUT BACK TOGETHER FROM ITS LEAD AND LOW-ORDER
001045*    DIGITS (LEADING ZEROS WHEN THE LEAD IS SPACES), AND AS
001046*    SHOWN - TEN DIGITS WHEN IT FITS, ELSE NINETEEN.
001047 01  WS-RPR-FULL.
001048     05  WS-RPF-LEAD                PIC X(09).
001049     05  WS-RPF-LOW                 PIC X(10).
001050 01  WS-RPR-FULL-N REDEFINES WS-RPR-FULL
001051                                 PIC 9(19).
001052 77  WS-RPR-SHOW                 PIC X(19) VALUE SPACES.
001053*    A VALUE KEY AS SHOWN - THE TEN DIGITS, OR THE NINETEEN
001054*    UNPACKED FROM A WIDE KEY - AND AN XREFMSTR KEY AS SHOWN.
001055 77  WS-WIDE-DIGITS              PIC 9(19) VALUE ZERO.
001056 77  WS-KEY-SHOW                 PIC X(22) VALUE SPACES.
001057 77  WS-LN-PTR                   PIC 9(03) COMP VALUE ZERO.
001060 77  WS-MATCH-IDX                PIC 9(03) VALUE ZERO.
001070 77  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
001080*    DISPLAY COPIES FOR THE STRING STATEMENTS
001090 77  WS-D-SEQ                    PIC 9(03) VALUE ZERO.
001100 77  WS-D-XREF-REC-NO            PIC 9(07) VALUE ZERO.
001110 77  WS-STATUS-TEXT              PIC X(20) VALUE SPACES.
001120 77  WS-ACTION-TEXT              PIC X(10) VALUE SPACES.
001130*    TODAY'S DATE FROM CICS, THE DEFAULT RUN DATE
001140 77  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
001150 01  WS-TODAY                    PIC X(08) VALUE SPACES.
001160*    SIGN-OFF TEXT
001170 01  WS-GOODBYE-TEXT             PIC X(40) VALUE
001180         "BLIN SESSION ENDED".
001190 LINKAGE SECTION.
001200 01  DFHCOMMAREA                 PIC X(40).
001210 PROCEDURE DIVISION.
001220*================================================================
001230*0000-MAIN-CONTROL - FIRST ENTRY SHOWS AN EMPTY SCREEN; EVERY
001240*    LATER ENTRY RECEIVES THE MAP AND TRACES WHAT WAS KEYED.
001250*    EACH LEG ENDS WITH A RETURN TRANSID SO THE TASK NEVER SITS
001260*    ON THE TERMINAL.
001270*================================================================
001280 0000-MAIN-CONTROL.
001290     IF EIBCALEN = ZERO
001300         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
001310     ELSE
001320         MOVE DFHCOMMAREA TO WS-COMMAREA
001330         PERFORM 2000-HANDLE-INPUT THRU 2000-EXIT
001340     END-IF.
001350     EXEC CICS RETURN
001360         TRANSID('BLIN')
001370         COMMAREA(WS-COMMAREA)
001380         LENGTH(40)
001390     END-EXEC.
001400     GO TO 9999-EXIT.
001410*----------------------------------------------------------------
001420*1000-FIRST-TIME - NOTHING TRACED YET. PROMPT FOR A RECORD OR
001430*    A VALUE.
001440*----------------------------------------------------------------
001450 1000-FIRST-TIME.
001460     MOVE SPACES TO WS-COMMAREA.
001470     MOVE ZERO TO CA-MATCH-SEQ.
001480     MOVE "KEY RUN DATE, FEED AND REC NO - OR A VALUE - AND ENTER"
001490         TO WS-RESULT-MSG.
001500     PERFORM 4000-SEND-TRACE THRU 4000-EXIT.
001510 1000-EXIT.
001520     EXIT.
001530*----------------------------------------------------------------
001540*2000-HANDLE-INPUT - ONE CONVERSATION LEG. CLEAR AND PF3 END
001550*    THE SESSION, PF8 STEPS TO THE NEXT ENTRY FOR THE VALUE,
001560*    MAPFAIL (NOTHING TYPED) RE-SHOWS WHAT WAS ON SCREEN.
001570*----------------------------------------------------------------
001580 2000-HANDLE-INPUT.
001590     EXEC CICS HANDLE AID
001600         CLEAR(9000-EXIT-SESSION)
001610         PF3(9000-EXIT-SESSION)
001620         PF8(2800-NEXT-ENTRY)
001630     END-EXEC.
001640     EXEC CICS HANDLE CONDITION
001650         MAPFAIL(2900-EMPTY-INPUT)
001660     END-EXEC.
001670     EXEC CICS RECEIVE MAP('BLNQMAP')
001680         MAPSET('BLINMAP')
001690         INTO(BLNQMAPI)
001700     END-EXEC.
001710     PERFORM 2100-TAKE-FIELDS THRU 2100-EXIT.
001720     PERFORM 2200-EDIT-REQUEST THRU 2200-EXIT.
001730     IF REQUEST-IS-VALID
001740         PERFORM 3000-FIND-ENTRY THRU 3000-EXIT
001750     ELSE
001760         MOVE WS-ERROR-MSG TO WS-RESULT-MSG
001770     END-IF.
001780     PERFORM 4000-SEND-TRACE THRU 4000-EXIT.
001790 2000-EXIT.
001800     EXIT.
001810*----------------------------------------------------------------
001820*2100-TAKE-FIELDS - THE SCREEN FIELDS INTO THE REQUEST, WITH
001830*    UNTOUCHED (LOW-VALUE) FIELDS AS SPACES.
001840*----------------------------------------------------------------
001850 2100-TAKE-FIELDS.
001860     IF RDATEI = LOW-VALUES
001870         MOVE SPACES TO RDATEI
001880     END-IF.
001890     IF FEEDI = LOW-VALUES
001900         MOVE SPACES TO FEEDI
001910     END-IF.
001920     IF RECNOI = LOW-VALUES
001930         MOVE SPACES TO RECNOI
001940     END-IF.
001950     IF VSIGNI = LOW-VALUES
001960         MOVE SPACE TO VSIGNI
001970     END-IF.
001980     IF VALUEI = LOW-VALUES
001990         MOVE SPACES TO VALUEI
002000     END-IF.
002010     MOVE RDATEI TO WS-REQ-RUN-DATE.
002020     MOVE FEEDI TO WS-REQ-FEED-ID.
002030     MOVE RECNOI TO WS-REQ-REC-NO.
002040     MOVE VSIGNI TO WS-REQ-SIGN.
002050     MOVE VALUEI TO WS-REQ-VALUE.
002060 2100-EXIT.
002070     EXIT.
002080*----------------------------------------------------------------
002090*2200-EDIT-REQUEST - A RECORD NUMBER MEANS A RECORD TRACE (RUN
002100*    DATE DEFAULTS TO TODAY, FEED IS OPTIONAL AND ONLY CHECKED);
002110*    OTHERWISE A VALUE MEANS A VALUE TRACE. FIRST FIELD IN ERROR
002120*    GETS THE CURSOR AND ITS OWN MESSAGE.
002130*----------------------------------------------------------------
002140 2200-EDIT-REQUEST.
002150     SET REQUEST-IS-VALID TO TRUE.
002160     IF WS-REQ-REC-NO NOT = SPACES
002170         PERFORM 2210-EDIT-RECORD THRU 2210-EXIT
002180         GO TO 2200-EXIT
002190     END-IF.
002200     IF WS-REQ-VALUE NOT = SPACES
002210         PERFORM 2220-EDIT-VALUE THRU 2220-EXIT
002220         GO TO 2200-EXIT
002230     END-IF.
002240     SET REQUEST-IS-INVALID TO TRUE.
002250     MOVE "KEY A REC NO OR A VALUE TO TRACE" TO WS-ERROR-MSG.
002260     MOVE 'R' TO WS-CURSOR-FIELD.
002270 2200-EXIT.
002280     EXIT.
002290 2210-EDIT-RECORD.
002300     IF WS-REQ-RUN-DATE = SPACES
002310         EXEC CICS ASKTIME
002320             ABSTIME(WS-ABSTIME)
002330         END-EXEC
002340         EXEC CICS FORMATTIME
002350             ABSTIME(WS-ABSTIME)
002360             YYYYMMDD(WS-TODAY)
002370         END-EXEC
002380         MOVE WS-TODAY TO WS-REQ-RUN-DATE
002390     END-IF.
002400     IF WS-REQ-RUN-DATE IS NOT NUMERIC
002410         SET REQUEST-IS-INVALID TO TRUE
002420         MOVE "RUN DATE MUST BE YYYYMMDD" TO WS-ERROR-MSG
002430         MOVE 'D' TO WS-CURSOR-FIELD
002440         GO TO 2210-EXIT
002450     END-IF.
002460     IF WS-REQ-REC-NO IS NOT NUMERIC
002470         SET REQUEST-IS-INVALID TO TRUE
002480         MOVE "REC NO MUST BE ALL 7 DIGITS" TO WS-ERROR-MSG
002490         MOVE 'R' TO WS-CURSOR-FIELD
002500         GO TO 2210-EXIT
002510     END-IF.
002520     SET CA-BY-RECORD TO TRUE.
002530     MOVE WS-REQ-RUN-DATE TO CA-RUN-DATE.
002540     MOVE WS-REQ-FEED-ID TO CA-FEED-ID.
002550     MOVE WS-REQ-REC-NO TO CA-REC-NO.
002560     MOVE ZERO TO CA-MATCH-SEQ.
002570 2210-EXIT.
002580     EXIT.
002590 2220-EDIT-VALUE.
002600     IF WS-REQ-SIGN NOT = SPACE AND WS-REQ-SIGN NOT = '+'
002610         AND WS-REQ-SIGN NOT = '-'
002620         SET REQUEST-IS-INVALID TO TRUE
002630         MOVE "SIGN MUST BE +, - OR BLANK" TO WS-ERROR-MSG
002640         MOVE 'S' TO WS-CURSOR-FIELD
002650         GO TO 2220-EXIT
002660     END-IF.
002661     INSPECT WS-REQ-VALUE REPLACING ALL LOW-VALUES BY SPACES.
002662     MOVE ZERO TO WS-REQ-DEC-LEN.
002664     INSPECT WS-REQ-VALUE TALLYING WS-REQ-DEC-LEN
002666         FOR CHARACTERS BEFORE INITIAL SPACE.
002668     IF WS-REQ-DEC-LEN < 1
002670         SET REQUEST-IS-INVALID TO TRUE
002672         MOVE "VALUE MUST BE 1 TO 19 DIGITS" TO WS-ERROR-MSG
002674         MOVE 'V' TO WS-CURSOR-FIELD
002676         GO TO 2220-EXIT
002678     END-IF.
002680     IF WS-REQ-VALUE (1:WS-REQ-DEC-LEN) IS NOT NUMERIC
002682         SET REQUEST-IS-INVALID TO TRUE
002684         MOVE "VALUE MUST BE 1 TO 19 DIGITS" TO WS-ERROR-MSG
002686         MOVE 'V' TO WS-CURSOR-FIELD
002688         GO TO 2220-EXIT
002690     END-IF.
002692     IF WS-REQ-DEC-LEN < 19
002694         IF WS-REQ-VALUE (WS-REQ-DEC-LEN + 1:) NOT = SPACES
002696             SET REQUEST-IS-INVALID TO TRUE
002698             MOVE "VALUE MUST BE 1 TO 19 DIGITS" TO WS-ERROR-MSG
002700             MOVE 'V' TO WS-CURSOR-FIELD
002702             GO TO 2220-EXIT
002704         END-IF
002706     END-IF.
002708     MOVE ZEROS TO WS-REQ-DEC-DIGITS.
002710     MOVE WS-REQ-VALUE (1:WS-REQ-DEC-LEN)
002712         TO WS-REQ-DEC-DIGITS (20 - WS-REQ-DEC-LEN:
002714                               WS-REQ-DEC-LEN).
002730     SET CA-BY-VALUE TO TRUE.
002740     IF WS-REQ-SIGN = '-'
002750         MOVE '-' TO CA-VK-SIGN
002760     ELSE
002770         MOVE '+' TO CA-VK-SIGN
002780     END-IF.
002783     IF WS-REQ-DEC-VALUE > 9999999999
002786         MOVE WS-REQ-DEC-VALUE TO CA-VK-WIDE
002789     ELSE
002792         MOVE WS-REQ-DEC-DIGITS (10:10) TO CA-VK-VALUE
002795     END-IF.
002800     MOVE 1 TO CA-MATCH-SEQ.
002810 2220-EXIT.
002820     EXIT.
002830*----------------------------------------------------------------
002840*2800-NEXT-ENTRY - PF8. STEP TO THE NEXT ENTRY FOR THE VALUE ON
002850*    SCREEN, WRAPPING TO THE FIRST PAST THE LAST; AFTER A RECORD
002860*    TRACE, START ON THAT RECORD'S VALUE. HANDLE AID LANDS HERE
002870*    INSTEAD OF THE RECEIVE, SO ONLY COMMAREA STATE IS USED.
002880*----------------------------------------------------------------
002890 2800-NEXT-ENTRY.
002900     EVALUATE TRUE
002910         WHEN CA-BY-VALUE AND CA-MORE-TO-COME
002920             ADD 1 TO CA-MATCH-SEQ
002930         WHEN CA-VALUE-KEY NOT = SPACES
002940             SET CA-BY-VALUE TO TRUE
002950             MOVE 1 TO CA-MATCH-SEQ
002960     END-EVALUATE.
002970     IF CA-BY-VALUE
002980         PERFORM 3000-FIND-ENTRY THRU 3000-EXIT
002990     ELSE
003000         MOVE "NOTHING TRACED YET - KEY A REC NO OR A VALUE"
003010             TO WS-RESULT-MSG
003020     END-IF.
003030     PERFORM 4000-SEND-TRACE THRU 4000-EXIT.
003040     EXEC CICS RETURN
003050         TRANSID('BLIN')
003060         COMMAREA(WS-COMMAREA)
003070         LENGTH(40)
003080     END-EXEC.
003090 2800-EXIT.
003100     EXIT.
003110*----------------------------------------------------------------
003120*2900-EMPTY-INPUT - NOTHING TYPED. TRACE AGAIN WHATEVER THE
003130*    COMMAREA SAYS IS ON SCREEN.
003140*----------------------------------------------------------------
003150 2900-EMPTY-INPUT.
003160     IF CA-BY-RECORD OR CA-BY-VALUE
003170         PERFORM 3000-FIND-ENTRY THRU 3000-EXIT
003180     ELSE
003190         MOVE "KEY A REC NO OR A VALUE TO TRACE" TO WS-RESULT-MSG
003200     END-IF.
003210     PERFORM 4000-SEND-TRACE THRU 4000-EXIT.
003220     EXEC CICS RETURN
003230         TRANSID('BLIN')
003240         COMMAREA(WS-COMMAREA)
003250         LENGTH(40)
003260     END-EXEC.
003270 2900-EXIT.
003280     EXIT.
003290*----------------------------------------------------------------
003300*3000-FIND-ENTRY - GET THE LINEAGE ENTRY THE COMMAREA NAMES,
003310*    THEN ITS XREFMSTR ENTRY.
003320*----------------------------------------------------------------
003330 3000-FIND-ENTRY.
003340     MOVE 'N' TO WS-FOUND-SWITCH.
003350     MOVE SPACES TO WS-RESULT-MSG.
003360     IF CA-BY-RECORD
003370         PERFORM 3100-READ-RECORD THRU 3100-EXIT
003380     ELSE
003390         PERFORM 3200-BROWSE-VALUE THRU 3200-EXIT
003400     END-IF.
003410     IF ENTRY-WAS-FOUND
003420         PERFORM 3500-READ-XREF THRU 3500-EXIT
003430     END-IF.
003440 3000-EXIT.
003450     EXIT.
003460*----------------------------------------------------------------
003470*3100-READ-RECORD - THE RECORD TRACE, BY PRIME KEY. A FEED THAT
003480*    DOES NOT MATCH THE ENTRY'S IS REPORTED, NOT REFUSED - THE
003490*    RECORD NUMBER IS THE RUN'S, NOT THE FEED'S. THE ENTRY'S
003500*    VALUE IS KEPT SO PF8 CAN BROWSE IT.
003510*----------------------------------------------------------------
003520 3100-READ-RECORD.
003530     MOVE CA-RUN-DATE TO WS-LRK-RUN-DATE.
003540     MOVE CA-REC-NO TO WS-LRK-REC-NO.
003550     EXEC CICS READ
003560         FILE('LINMSTR')
003570         INTO(WS-LIN-RECORD)
003580         RIDFLD(WS-LIN-READ-KEY)
003590         RESP(WS-RESP)
003600     END-EXEC.
003610     IF WS-RESP = DFHRESP(NOTFND)
003620         MOVE "NO LINEAGE FOR THAT RUN DATE AND REC NO"
003630             TO WS-RESULT-MSG
003640         MOVE SPACES TO CA-VALUE-KEY
003650         GO TO 3100-EXIT
003660     END-IF.
003670     IF WS-RESP NOT = DFHRESP(NORMAL)
003680         MOVE "LINEAGE MASTER UNAVAILABLE - TRY AGAIN LATER"
003690             TO WS-RESULT-MSG
003700         MOVE SPACES TO CA-VALUE-KEY
003710         GO TO 3100-EXIT
003720     END-IF.
003730     SET ENTRY-WAS-FOUND TO TRUE.
003740     MOVE LIN-VALUE-KEY TO CA-VALUE-KEY.
003750     MOVE 'N' TO CA-MORE-SWITCH.
003760     IF CA-FEED-ID NOT = SPACES AND CA-FEED-ID NOT = LIN-FEED-ID
003770         STRING "NOTE - THIS RECORD CAME IN ON FEED "
003780             DELIMITED BY SIZE
003790             LIN-FEED-ID DELIMITED BY SIZE
003800             ", NOT THE FEED KEYED" DELIMITED BY SIZE
003810             INTO WS-RESULT-MSG
003820         END-STRING
003830     ELSE
003840         MOVE "PF8 BROWSES EVERY ENTRY WITH THIS RECORD'S VALUE"
003850             TO WS-RESULT-MSG
003860     END-IF.
003870 3100-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------
003900*3200-BROWSE-VALUE - THE VALUE TRACE, THROUGH THE ALTERNATE-
003910*    INDEX PATH. THE NTH ENTRY FOR THE VALUE IS READ (THE PATH
003920*    RETURNS DUPLICATES IN THE ORDER THEY WERE LOADED, SO THE
003930*    OLDEST NIGHT FIRST), THEN ONE MORE READ TELLS WHETHER PF8
003940*    HAS ANYWHERE TO GO. PAST THE LAST ENTRY PF8 WRAPS.
003950*----------------------------------------------------------------
003960 3200-BROWSE-VALUE.
003970     MOVE 'N' TO WS-BROWSE-END-SWITCH.
003980     MOVE 'N' TO CA-MORE-SWITCH.
003990     MOVE ZERO TO WS-MATCH-IDX.
004000     MOVE CA-VALUE-KEY TO WS-BRW-KEY.
004010     EXEC CICS STARTBR
004020         FILE('LINPATH')
004030         RIDFLD(WS-BRW-KEY)
004040         EQUAL
004050         RESP(WS-RESP)
004060     END-EXEC.
004070     IF WS-RESP = DFHRESP(NOTFND)
004080         MOVE "NO LINEAGE FOR THAT VALUE" TO WS-RESULT-MSG
004090         GO TO 3200-EXIT
004100     END-IF.
004110     IF WS-RESP NOT = DFHRESP(NORMAL)
004120         MOVE "LINEAGE MASTER UNAVAILABLE - TRY AGAIN LATER"
004130             TO WS-RESULT-MSG
004140         GO TO 3200-EXIT
004150     END-IF.
004160     PERFORM 3210-READ-ONE-MATCH THRU 3210-EXIT
004170         UNTIL BROWSE-AT-END OR WS-MATCH-IDX = CA-MATCH-SEQ.
004180     IF BROWSE-AT-END
004190         MOVE 1 TO CA-MATCH-SEQ
004200         MOVE "NO MORE ENTRIES FOR THIS VALUE - PF8 STARTS AGAIN"
004210             TO WS-RESULT-MSG
004220         GO TO 3200-EXIT
004230     END-IF.
004240     PERFORM 3210-READ-ONE-MATCH THRU 3210-EXIT.
004250     IF BROWSE-AT-END
004260         MOVE "LAST ENTRY FOR THIS VALUE - PF8 GOES BACK TO FIRST"
004270             TO WS-RESULT-MSG
004280     ELSE
004290         SET CA-MORE-TO-COME TO TRUE
004300         MOVE "PF8 FOR THE NEXT ENTRY WITH THIS VALUE"
004310             TO WS-RESULT-MSG
004320         EXEC CICS ENDBR
004330             FILE('LINPATH')
004340         END-EXEC
004350     END-IF.
004360*    THE LOOK-AHEAD READ MAY HAVE OVERLAID THE ENTRY TO BE SHOWN
004370*    - READ IT BACK BY ITS PRIME KEY.
004380     EXEC CICS READ
004390         FILE('LINMSTR')
004400         INTO(WS-LIN-RECORD)
004410         RIDFLD(WS-LIN-READ-KEY)
004420         RESP(WS-RESP)
004430     END-EXEC.
004440     IF WS-RESP NOT = DFHRESP(NORMAL)
004450         MOVE "LINEAGE MASTER UNAVAILABLE - TRY AGAIN LATER"
004460             TO WS-RESULT-MSG
004470         GO TO 3200-EXIT
004480     END-IF.
004490     SET ENTRY-WAS-FOUND TO TRUE.
004500 3200-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------
004530*3210-READ-ONE-MATCH - NEXT ENTRY ON THE PATH. DUPKEY IS THE
004540*    NORMAL ANSWER WHILE MORE ENTRIES SHARE THE VALUE. A
004550*    DIFFERENT VALUE OR END OF FILE ENDS THE BROWSE. THE PRIME
004560*    KEY OF THE ENTRY THE OPERATOR WILL SEE IS KEPT.
004570*----------------------------------------------------------------
004580 3210-READ-ONE-MATCH.
004590     EXEC CICS READNEXT
004600         FILE('LINPATH')
004610         INTO(WS-LIN-RECORD)
004620         RIDFLD(WS-BRW-KEY)
004630         RESP(WS-RESP)
004640     END-EXEC.
004650     IF WS-RESP NOT = DFHRESP(NORMAL)
004660         AND WS-RESP NOT = DFHRESP(DUPKEY)
004670         SET BROWSE-AT-END TO TRUE
004680     END-IF.
004690     IF NOT BROWSE-AT-END AND LIN-VALUE-KEY NOT = CA-VALUE-KEY
004700         SET BROWSE-AT-END TO TRUE
004710     END-IF.
004720     IF BROWSE-AT-END
004730         EXEC CICS ENDBR
004740             FILE('LINPATH')
004750         END-EXEC
004760         GO TO 3210-EXIT
004770     END-IF.
004780     IF WS-MATCH-IDX < CA-MATCH-SEQ
004790         ADD 1 TO WS-MATCH-IDX
004800         MOVE LIN-KEY TO WS-LIN-READ-KEY
004810     END-IF.
004820 3210-EXIT.
004830     EXIT.
004840*----------------------------------------------------------------
004850*3500-READ-XREF - THE XREFMSTR ENTRY FOR WHAT THE RECORD BECAME.
004860*    A CONVERTED RECORD IS LOOKED UP UNDER ITS OWN VALUE AND
004870*    CONVENTION; A REPAIRED REJECT UNDER THE CORRECTED VALUE AND
004880*    THE RESUBMIT RUN'S CONVENTION. THE ENTRY HOLDS THE LATEST
004886*    LOAD OF THE VALUE, WHICH NEED NOT BE THIS RECORD. A VALUE
004892*    PAST TEN DIGITS IS KEYED PACKED, AS BXREF KEYS IT.
004900*----------------------------------------------------------------
004910 3500-READ-XREF.
004920     EVALUATE TRUE
004930         WHEN LIN-WAS-CONVERTED
004940             MOVE LIN-VK-SIGN TO WS-XRK-SIGN
004950             MOVE LIN-VK-VALUE TO WS-XRK-DEC-VALUE
004960             MOVE LIN-CONVENTION TO WS-XRK-CONVENTION
004970         WHEN LIN-RSB-CONVERTED
004980             IF LIN-RPR-SIGN = '-'
004990                 MOVE '-' TO WS-XRK-SIGN
005000             ELSE
005010                 MOVE '+' TO WS-XRK-SIGN
005020             END-IF
005022             PERFORM 3510-JOIN-CORRECTION THRU 3510-EXIT
005024             IF WS-RPR-FULL-N > 9999999999
005026                 MOVE WS-RPR-FULL-N TO WS-XRK-DEC-WIDE
005028             ELSE
005030                 MOVE WS-RPF-LOW TO WS-XRK-DEC-VALUE
005032             END-IF
005040             MOVE LIN-RSB-CONVENTION TO WS-XRK-CONVENTION
005050         WHEN OTHER
005060             SET XREF-NOT-APPLICABLE TO TRUE
005070             GO TO 3500-EXIT
005080     END-EVALUATE.
005090     EXEC CICS READ
005100         FILE('XREFMSTR')
005110         INTO(WS-XREF-RECORD)
005120         RIDFLD(WS-XREF-KEY-AREA)
005130         RESP(WS-RESP)
005140     END-EXEC.
005150     EVALUATE WS-RESP
005160         WHEN DFHRESP(NORMAL)
005170             SET XREF-WAS-FOUND TO TRUE
005180         WHEN DFHRESP(NOTFND)
005190             SET XREF-NOT-FOUND TO TRUE
005200         WHEN OTHER
005210             SET XREF-IS-DOWN TO TRUE
005220     END-EVALUATE.
005230 3500-EXIT.
005240     EXIT.
005241*----------------------------------------------------------------
005242*3510-JOIN-CORRECTION - THE CORRECTION AS ONE NINETEEN-DIGIT
005243*    VALUE FROM LIN-RPR-LEAD AND LIN-RPR-VALUE, AND AS SHOWN.
005244*----------------------------------------------------------------
005245 3510-JOIN-CORRECTION.
005246     IF LIN-RPR-LEAD = SPACES
005247         MOVE ZEROS TO WS-RPF-LEAD
005248         MOVE LIN-RPR-VALUE TO WS-RPR-SHOW
005249     ELSE
005250         MOVE LIN-RPR-LEAD TO WS-RPF-LEAD
005251         MOVE SPACES TO WS-RPR-SHOW
005252         STRING LIN-RPR-LEAD DELIMITED BY SIZE
005253             LIN-RPR-VALUE     DELIMITED BY SIZE
005254             INTO WS-RPR-SHOW
005255         END-STRING
005256     END-IF.
005257     MOVE LIN-RPR-VALUE TO WS-RPF-LOW.
005258 3510-EXIT.
005259     EXIT.
005260*----------------------------------------------------------------
005261*4000-SEND-TRACE - BUILD THE TWELVE TRACE LINES FROM THE ENTRY
005270*    FOUND (BLANK WHEN NONE) AND SEND THE MAP, CURSOR ON THE
005280*    RECORD NUMBER UNLESS AN EDIT ASKED FOR ANOTHER FIELD.
005290*----------------------------------------------------------------
005300 4000-SEND-TRACE.
005310     MOVE LOW-VALUES TO BLNQMAPO.
005320     IF CA-BY-RECORD
005330         MOVE CA-RUN-DATE TO RDATEO
005340         MOVE CA-FEED-ID TO FEEDO
005350         MOVE CA-REC-NO TO RECNOO
005360     END-IF.
005370     IF CA-BY-VALUE
005380         MOVE CA-VK-SIGN TO VSIGNO
005382         IF CA-VK-VALUE IS NUMERIC
005384             MOVE CA-VK-VALUE TO VALUEO
005386         ELSE
005388             MOVE CA-VK-WIDE TO WS-WIDE-DIGITS
005390             MOVE WS-WIDE-DIGITS TO VALUEO
005392         END-IF
005400     END-IF.
005410     IF ENTRY-WAS-FOUND
005420         PERFORM 4100-BUILD-RECORD-LINES THRU 4100-EXIT
005430         PERFORM 4200-BUILD-REPAIR-LINES THRU 4200-EXIT
005440         PERFORM 4300-BUILD-RESUBMIT-LINES THRU 4300-EXIT
005450         PERFORM 4400-BUILD-XREF-LINES THRU 4400-EXIT
005460         PERFORM 4500-BUILD-LOOKUP-LINE THRU 4500-EXIT
005470     END-IF.
005480     MOVE WS-RESULT-MSG TO MSGFO.
005490     IF RDATEL NOT = -1 AND VSIGNL NOT = -1 AND VALUEL NOT = -1
005500         MOVE 'R' TO WS-CURSOR-FIELD
005510     END-IF.
005520     EXEC CICS SEND MAP('BLNQMAP')
005530         MAPSET('BLINMAP')
005540         FROM(BLNQMAPO)
005550         ERASE
005560         CURSOR
005570     END-EXEC.
005580 4000-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------
005610*4100-BUILD-RECORD-LINES - WHICH RECORD, THE VALUE AS IT CAME
005620*    IN, AND WHAT THE NIGHT DID WITH IT.
005630*----------------------------------------------------------------
005640 4100-BUILD-RECORD-LINES.
005650     MOVE SPACES TO LN1O.
005660     STRING "RUN " DELIMITED BY SIZE
005670         LIN-RUN-DATE  DELIMITED BY SIZE
005680         "  REC "      DELIMITED BY SIZE
005690         LIN-REC-NO    DELIMITED BY SIZE
005700         "  FEED "     DELIMITED BY SIZE
005710         LIN-FEED-ID   DELIMITED BY SIZE
005720         "  JOB "      DELIMITED BY SIZE
005730         LIN-JOB-NAME  DELIMITED BY SIZE
005740         INTO LN1O
005750     END-STRING.
005760     IF CA-BY-VALUE
005770         MOVE CA-MATCH-SEQ TO WS-D-SEQ
005780         MOVE "  ENTRY " TO LN1O (56:8)
005790         MOVE WS-D-SEQ TO LN1O (64:3)
005800     END-IF.
005810     MOVE SPACES TO LN2O.
005820     STRING "INPUT VALUE  " DELIMITED BY SIZE
005830         LIN-IN-RAW           DELIMITED BY SIZE
005840         INTO LN2O
005850     END-STRING.
005860     MOVE SPACES TO LN3O.
005870     MOVE SPACES TO LN4O.
005880     IF LIN-WAS-CONVERTED
005890         STRING "CONVERTED  CONVENTION " DELIMITED BY SIZE
005900             LIN-CONVENTION  DELIMITED BY SIZE
005910             "  RADIX "      DELIMITED BY SIZE
005920             LIN-RADIX       DELIMITED BY SIZE
005930             "  SIGN "       DELIMITED BY SIZE
005940             LIN-RESULT-SIGN DELIMITED BY SIZE
005950             INTO LN3O
005960         END-STRING
005970         STRING "RESULT " DELIMITED BY SIZE
005980             LIN-RESULT-VALUE DELIMITED BY SIZE
005990             INTO LN4O
006000         END-STRING
006010         GO TO 4100-EXIT
006020     END-IF.
006030     STRING "REJECTED - " DELIMITED BY SIZE
006040         LIN-REASON         DELIMITED BY SIZE
006050         INTO LN3O
006060     END-STRING.
006070     IF LIN-RULE-ID = SPACES
006080         MOVE "EDIT-CHECK REJECT - NO BUSINESS RULE INVOLVED"
006090             TO LN4O
006100     ELSE
006110         STRING "BUSINESS RULE " DELIMITED BY SIZE
006120             LIN-RULE-ID         DELIMITED BY SIZE
006130             " FIRED"            DELIMITED BY SIZE
006140             INTO LN4O
006150         END-STRING
006160     END-IF.
006170 4100-EXIT.
006180     EXIT.
006190*----------------------------------------------------------------
006200*4200-BUILD-REPAIR-LINES - A REJECT'S REPAIR CYCLE AND THE
006210*    CORRECTION KEYED AGAINST IT, WITH WHO KEYED AND REVIEWED.
006220*----------------------------------------------------------------
006230 4200-BUILD-REPAIR-LINES.
006240     MOVE SPACES TO LN5O.
006250     MOVE SPACES TO LN6O.
006260     IF LIN-WAS-CONVERTED
006270         MOVE "NO REPAIR - CONVERTED FIRST TIME" TO LN5O
006280         GO TO 4200-EXIT
006290     END-IF.
006300     EVALUATE TRUE
006310         WHEN LIN-RPR-STATUS = 'R'
006320             MOVE "REPAIRED" TO WS-STATUS-TEXT
006330         WHEN LIN-RPR-STATUS = 'P'
006340             MOVE "AWAITING APPROVAL" TO WS-STATUS-TEXT
006350         WHEN LIN-RPR-ACTION = 'S'
006360             MOVE "SENT BACK" TO WS-STATUS-TEXT
006370         WHEN OTHER
006380             MOVE "NO CORRECTION KEYED" TO WS-STATUS-TEXT
006390     END-EVALUATE.
006396     PERFORM 3510-JOIN-CORRECTION THRU 3510-EXIT.
006402     MOVE 1 TO WS-LN-PTR.
006408     STRING "REPAIR CYCLE " DELIMITED BY SIZE
006414         LIN-CYCLE-COUNT       DELIMITED BY SIZE
006420         "  SEEN "             DELIMITED BY SIZE
006426         LIN-FIRST-SEEN        DELIMITED BY SIZE
006432         "  FIX "              DELIMITED BY SIZE
006438         LIN-RPR-SIGN          DELIMITED BY SIZE
006444         WS-RPR-SHOW           DELIMITED BY SPACE
006450         INTO LN5O
006456         WITH POINTER WS-LN-PTR
006462     END-STRING.
006468     STRING "  "               DELIMITED BY SIZE
006474         WS-STATUS-TEXT        DELIMITED BY SIZE
006480         INTO LN5O
006486         WITH POINTER WS-LN-PTR
006500     END-STRING.
006510     IF LIN-RPR-KEY-OPER = SPACES
006520         GO TO 4200-EXIT
006530     END-IF.
006540     EVALUATE TRUE
006550         WHEN LIN-RPR-ACTION = 'A'
006560             MOVE "APPROVED" TO WS-ACTION-TEXT
006570         WHEN LIN-RPR-ACTION = 'S'
006580             MOVE "SENT BACK" TO WS-ACTION-TEXT
006590         WHEN OTHER
006600             MOVE "NOT YET" TO WS-ACTION-TEXT
006610     END-EVALUATE.
006620     STRING "KEYED BY " DELIMITED BY SIZE
006630         LIN-RPR-KEY-OPER  DELIMITED BY SIZE
006640         "  REVIEWED BY "  DELIMITED BY SIZE
006650         LIN-RPR-APV-OPER  DELIMITED BY SIZE
006660         "  REVIEW "       DELIMITED BY SIZE
006670         WS-ACTION-TEXT    DELIMITED BY SIZE
006680         INTO LN6O
006690     END-STRING.
006700 4200-EXIT.
006710     EXIT.
006720*----------------------------------------------------------------
006730*4300-BUILD-RESUBMIT-LINES - WHAT THE RESUBMITTED CORRECTION
006740*    DID IN THE REPAIR RUN.
006750*----------------------------------------------------------------
006760 4300-BUILD-RESUBMIT-LINES.
006770     MOVE SPACES TO LN7O.
006780     MOVE SPACES TO LN8O.
006790     IF LIN-WAS-CONVERTED
006800         GO TO 4300-EXIT
006810     END-IF.
006820     IF LIN-RSB-DATE = SPACES
006830         MOVE "NOT RESUBMITTED" TO LN7O
006840         GO TO 4300-EXIT
006850     END-IF.
006860     IF LIN-RSB-CONVERTED
006870         STRING "RESUBMITTED " DELIMITED BY SIZE
006880             LIN-RSB-DATE        DELIMITED BY SIZE
006890             " - CONVERTED  CONVENTION " DELIMITED BY SIZE
006900             LIN-RSB-CONVENTION  DELIMITED BY SIZE
006910             "  SIGN "           DELIMITED BY SIZE
006920             LIN-RSB-RESULT-SIGN DELIMITED BY SIZE
006930             INTO LN7O
006940         END-STRING
006950         STRING "RESULT " DELIMITED BY SIZE
006960             LIN-RSB-RESULT-VALUE DELIMITED BY SIZE
006970             INTO LN8O
006980         END-STRING
006990     ELSE
007000         STRING "RESUBMITTED " DELIMITED BY SIZE
007010             LIN-RSB-DATE        DELIMITED BY SIZE
007020             " - REJECTED AGAIN" DELIMITED BY SIZE
007030             INTO LN7O
007040         END-STRING
007050         STRING "REASON " DELIMITED BY SIZE
007060             LIN-RSB-REASON DELIMITED BY SIZE
007070             INTO LN8O
007080         END-STRING
007090     END-IF.
007100 4300-EXIT.
007110     EXIT.
007120*----------------------------------------------------------------
007130*4400-BUILD-XREF-LINES - THE CROSS-REFERENCE ENTRY, AND WHETHER
007135*    THIS RECORD IS THE LOAD IT CAME FROM. A TEN-DIGIT KEY SHOWS
007140*    AS IT IS STORED; A PACKED KEY (NEVER NUMERIC AS TEXT) SHOWS
007145*    AS ITS NINETEEN DIGITS.
007150*----------------------------------------------------------------
007160 4400-BUILD-XREF-LINES.
007170     MOVE SPACES TO LN9O.
007180     MOVE SPACES TO LN10O.
007190     EVALUATE TRUE
007200         WHEN XREF-NOT-APPLICABLE
007210             MOVE "NO CROSS-REFERENCE - RECORD HAS NOT CONVERTED"
007220                 TO LN9O
007230             GO TO 4400-EXIT
007240         WHEN XREF-NOT-FOUND
007250             MOVE "NO XREFMSTR ENTRY FOR THE VALUE AND CONVENTION"
007260                 TO LN9O
007270             GO TO 4400-EXIT
007280         WHEN XREF-IS-DOWN
007290             MOVE "XREFMSTR UNAVAILABLE - CROSS-REF NOT SHOWN"
007300                 TO LN9O
007310             GO TO 4400-EXIT
007320     END-EVALUATE.
007330     MOVE XRF-REC-NO TO WS-D-XREF-REC-NO.
007334     MOVE SPACES TO WS-KEY-SHOW.
007338     IF XRF-DEC-VALUE IS NUMERIC
007342         MOVE XRF-KEY TO WS-KEY-SHOW
007346     ELSE
007350         MOVE XRF-DEC-WIDE TO WS-WIDE-DIGITS
007354         STRING XRF-SIGN DELIMITED BY SIZE
007358             WS-WIDE-DIGITS  DELIMITED BY SIZE
007362             XRF-CONVENTION  DELIMITED BY SIZE
007366             INTO WS-KEY-SHOW
007370         END-STRING
007374     END-IF.
007378     MOVE 1 TO WS-LN-PTR.
007382     STRING "XREFMSTR " DELIMITED BY SIZE
007386         WS-KEY-SHOW        DELIMITED BY SPACE
007390         " FROM RUN "       DELIMITED BY SIZE
007394         XRF-RUN-DATE       DELIMITED BY SIZE
007398         " REC "            DELIMITED BY SIZE
007402         WS-D-XREF-REC-NO   DELIMITED BY SIZE
007406         INTO LN9O
007410         WITH POINTER WS-LN-PTR
007414     END-STRING.
007418     IF XRF-RUN-DATE = LIN-RUN-DATE
007422         AND WS-D-XREF-REC-NO = LIN-REC-NO
007426         STRING " - THIS RECORD" DELIMITED BY SIZE
007430             INTO LN9O
007434             WITH POINTER WS-LN-PTR
007438         END-STRING
007450     END-IF.
007460     STRING "XREF RESULT " DELIMITED BY SIZE
007470         XRF-BIN-VALUE         DELIMITED BY SIZE
007480         INTO LN10O
007490     END-STRING.
007500 4400-EXIT.
007510     EXIT.
007520*----------------------------------------------------------------
007530*4500-BUILD-LOOKUP-LINE - BCNV INQUIRIES OF THE VALUE SINCE THE
007540*    ENTRY WAS LOADED, AS THE AUDIT DRAIN HAS POSTED THEM.
007550*----------------------------------------------------------------
007560 4500-BUILD-LOOKUP-LINE.
007570     MOVE SPACES TO LN11O.
007580     MOVE SPACES TO LN12O.
007590     IF LIN-AUD-COUNT = ZERO
007600         MOVE "NO BCNV LOOKUPS OF THE VALUE SINCE IT WAS LOADED"
007610             TO LN11O
007620         GO TO 4500-EXIT
007630     END-IF.
007640     STRING "BCNV LOOKUPS OF THE VALUE " DELIMITED BY SIZE
007650         LIN-AUD-COUNT      DELIMITED BY SIZE
007660         "  LAST "          DELIMITED BY SIZE
007670         LIN-AUD-LAST-STAMP DELIMITED BY SIZE
007680         " BY "             DELIMITED BY SIZE
007690         LIN-AUD-LAST-OPER  DELIMITED BY SIZE
007700         INTO LN11O
007710     END-STRING.
007720     MOVE "TODAY'S LOOKUPS POST AFTER THE NIGHT'S AUDIT DRAIN"
007730         TO LN12O.
007740 4500-EXIT.
007750     EXIT.
007760*----------------------------------------------------------------
007770*9000-EXIT-SESSION - CLEAR OR PF3. SAY GOODBYE AND RETURN
007780*    WITHOUT A TRANSID SO THE PSEUDO-CONVERSATION ENDS.
007790*----------------------------------------------------------------
007800 9000-EXIT-SESSION.
007810     EXEC CICS SEND TEXT
007820         FROM(WS-GOODBYE-TEXT)
007830         LENGTH(40)
007840         ERASE
007850     END-EXEC.
007860     EXEC CICS RETURN
007870     END-EXEC.
007880     GO TO 9999-EXIT.
007890 9999-EXIT.
007900     GOBACK.
