000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BRPRAUD.
000030 AUTHOR. D. K. WHITFIELD.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH CONVERSION UNIT.
000050 DATE-WRITTEN. 11/23/2024.
000060 DATE-COMPILED.
000070*    -------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    11/23/2024 DKW   ORIGINAL CODING - DRAIN OF THE RPATQ
000120*                     REPAIR AUDIT TRAIL QUEUE, FIRST STEP OF
000130*                     BRPRJOB. BREPENT (BRPR) WRITES A RECORD
000140*                     FOR EVERY CORRECTION KEYED AND BREPAPV
000150*                     (BRAP) ONE FOR EVERY CORRECTION A SECOND
000160*                     OPERATOR APPROVES OR SENDS BACK, EACH
000170*                     WITH THE KEYER'S AND REVIEWER'S OPERATOR
000180*                     IDS AND TIMESTAMPS (LAYOUT RPRALAY).
000190*                     RPATQ IS AN EXTRAPARTITION QUEUE, SO ITS
000200*                     BACKING DATASET (DD RPATQIN) READS HERE
000210*                     AS AN ORDINARY SEQUENTIAL FILE. EVERY
000220*                     RECORD IS APPENDED TO THE PERMANENT
000230*                     REPAIR AUDIT MASTER (RPAMSTR, OPENED
000240*                     EXTEND, EACH RECORD STAMPED WITH THE
000250*                     CYCLE'S RUN DATE AND THE DRAIN DATE) -
000260*                     THE REJECT MASTER IS REBUILT NIGHTLY, SO
000270*                     THIS IS THE LASTING RECORD OF WHO KEYED
000280*                     AND WHO APPROVED EACH REPAIR - AND EVERY
000290*                     RECORD IS LISTED ON THE DAILY REPORT
000300*                     WITH TOTALS BY ACTION. A REVIEW WITH NO
000310*                     REVIEWER ID, OR BY THE OPERATOR WHO
000320*                     KEYED THE CORRECTION, CANNOT COME FROM
000330*                     BRAP AND IS FLAGGED ON ITS LINE.
000340*                     CONDITION CODE 0 CLEAN, 4 WHEN ANYTHING
000350*                     WAS FLAGGED - THE MASTER IS COMPLETE
000360*                     EITHER WAY.
000361*    01/04/2025 DKW   THE CORRECTION COLUMN WIDENED TO NINETEEN
000362*                     DIGITS - A CORRECTION PAST TEN DIGITS IS
000363*                     LISTED IN FULL FROM RPA-RPR-LEAD AND
000364*                     RPA-RPR-VALUE. COLUMN GAPS CLOSED UP TO
000365*                     ONE SPACE TO KEEP THE LINE AT 132.
000370*    -------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400     SOURCE-COMPUTER. IBM-370.
000410     OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440*    THE RPATQ EXTRAPARTITION QUEUE'S BACKING DATASET.
000450     SELECT RPATQIN ASSIGN TO "RPATQIN"
000460         ORGANIZATION IS SEQUENTIAL.
000470*    PERMANENT REPAIR AUDIT MASTER - CUMULATIVE, EXTENDED EACH
000480*    CYCLE.
000490     SELECT RPAMSTR ASSIGN TO "RPAMSTR"
000500         ORGANIZATION IS SEQUENTIAL.
000510*    DAILY REPAIR AUDIT REPORT.
000520     SELECT RPTFILE ASSIGN TO "RPTFILE"
000530         ORGANIZATION IS SEQUENTIAL.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  RPATQIN
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD
000590     RECORD CONTAINS 160 CHARACTERS.
000600 01  RPATQIN-RECORD              PIC X(160).
000610 FD  RPAMSTR
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 180 CHARACTERS.
000650*    ONE MASTER RECORD PER DRAINED QUEUE RECORD - THE RUN DATE
000660*    OF THE REJECTS THE CYCLE WAS REPAIRING, THE DATE IT WAS
000670*    DRAINED, THEN THE TRAIL RECORD EXACTLY AS THE ONLINE
000680*    PROGRAM WROTE IT (ITS OWN TIMESTAMPS SAY WHEN THE KEYING
000690*    AND THE REVIEW HAPPENED).
000700 01  RPAMSTR-RECORD.
000710     05  RPAM-RUN-DATE              PIC X(08).
000720     05  FILLER                     PIC X(01).
000730     05  RPAM-DRAIN-DATE            PIC X(08).
000740     05  FILLER                     PIC X(01).
000750     05  RPAM-AUDIT-DATA            PIC X(160).
000760     05  FILLER                     PIC X(02).
000770 FD  RPTFILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 132 CHARACTERS.
000810 01  RPTFILE-RECORD              PIC X(132).
000820 WORKING-STORAGE SECTION.
000830*    REPAIR AUDIT TRAIL RECORD LAYOUT SHARED WITH BREPENT AND
000840*    BREPAPV (THE WRITERS).
000850     COPY RPRALAY.
000860*    RUN SWITCHES
000870 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000880 88  END-OF-QUEUE                          VALUE 'Y'.
000890*    RUN COUNTERS
000900 77  WS-DRAIN-COUNT              PIC 9(07) COMP VALUE ZERO.
000910 77  WS-KEYED-COUNT              PIC 9(07) COMP VALUE ZERO.
000920 77  WS-APPROVED-COUNT           PIC 9(07) COMP VALUE ZERO.
000930 77  WS-SENT-BACK-COUNT          PIC 9(07) COMP VALUE ZERO.
000940 77  WS-FLAGGED-COUNT            PIC 9(07) COMP VALUE ZERO.
000950 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
000960*    THE CYCLE'S RUN DATE - FROM THE PARM WHEN GIVEN, ELSE
000970*    TODAY.
000980 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
000990*    THE PARM, SPACE-PADDED TO ITS REAL LENGTH AT START-UP SO
001000*    A SHORT PARM IS NEVER READ PAST ITS END.
001010 01  WS-PARM-TEXT                PIC X(80) VALUE SPACES.
001020*    REPORT PAGING
001030 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
001040 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
001050 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001060*    REPORT LINES
001070 01  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
001080 01  WS-HEAD-1.
001090     05  FILLER                     PIC X(42) VALUE
001100         "BRPRAUD - REPAIR KEYING AND APPROVAL AUDIT".
001110     05  FILLER                     PIC X(10) VALUE
001120         " RUN DATE ".
001130     05  WS-HD1-RUN-DATE            PIC X(08).
001140     05  FILLER                     PIC X(12) VALUE
001150         " DRAIN DATE ".
001160     05  WS-HD1-DATE                PIC X(08).
001170     05  FILLER                     PIC X(43) VALUE SPACES.
001180     05  FILLER                     PIC X(05) VALUE "PAGE ".
001190     05  WS-HD1-PAGE                PIC ZZZ9.
001200 01  WS-HEAD-2.
001210     05  FILLER                     PIC X(11) VALUE "ACTION".
001220     05  FILLER                     PIC X(08) VALUE "REC-NO".
001230     05  FILLER                     PIC X(09) VALUE "FEED".
001240     05  FILLER                     PIC X(21) VALUE
001250         "ORIGINAL VALUE".
001260     05  FILLER                     PIC X(21) VALUE "CORRECTION".
001270     05  FILLER                     PIC X(09) VALUE "KEYED BY".
001280     05  FILLER                     PIC X(15) VALUE "KEYED AT".
001290     05  FILLER                     PIC X(09) VALUE "REVIEWER".
001300     05  FILLER                     PIC X(15) VALUE "REVIEWED AT".
001310     05  FILLER                     PIC X(06) VALUE "TERM".
001320     05  FILLER                     PIC X(08) VALUE "FLAG".
001330 01  WS-DETAIL-LINE.
001340     05  WS-DL-ACTION               PIC X(10).
001350     05  FILLER                     PIC X(01) VALUE SPACE.
001360     05  WS-DL-REC-NO               PIC X(07).
001370     05  FILLER                     PIC X(01) VALUE SPACE.
001380     05  WS-DL-FEED-ID              PIC X(08).
001390     05  FILLER                     PIC X(01) VALUE SPACE.
001400     05  WS-DL-BAD-VALUE            PIC X(20).
001410     05  FILLER                     PIC X(01) VALUE SPACE.
001420     05  WS-DL-RPR-SIGN             PIC X(01).
001430     05  WS-DL-RPR-VALUE            PIC X(19).
001440     05  FILLER                     PIC X(01) VALUE SPACE.
001450     05  WS-DL-KEY-OPER             PIC X(08).
001460     05  FILLER                     PIC X(01) VALUE SPACE.
001470     05  WS-DL-KEY-STAMP            PIC X(14).
001480     05  FILLER                     PIC X(01) VALUE SPACE.
001490     05  WS-DL-APV-OPER             PIC X(08).
001500     05  FILLER                     PIC X(01) VALUE SPACE.
001510     05  WS-DL-APV-STAMP            PIC X(14).
001520     05  FILLER                     PIC X(01) VALUE SPACE.
001530     05  WS-DL-TERM-ID              PIC X(04).
001540     05  FILLER                     PIC X(02) VALUE SPACES.
001550     05  WS-DL-FLAG                 PIC X(06).
001560     05  FILLER                     PIC X(02) VALUE SPACES.
001570 01  WS-TOTAL-LINE.
001580     05  WS-TOT-LABEL               PIC X(28).
001590     05  WS-TOT-VALUE               PIC Z(06)9.
001600     05  FILLER                     PIC X(97) VALUE SPACES.
001610 LINKAGE SECTION.
001620*    JOB STEP PARM - THE RUN DATE OF THE REJECTS THE CYCLE IS
001630*    REPAIRING AS YYYYMMDD, THE SAME DATE BREPAIR IS GIVEN, E.G.
001640*    EXEC PGM=BRPRAUD,PARM='20240510'. BLANK DEFAULTS TO TODAY.
001650 01  LS-PARM-DATA.
001660     05  LS-PARM-LENGTH             PIC S9(04) COMP.
001670     05  LS-PARM-TEXT               PIC X(80).
001680 PROCEDURE DIVISION USING LS-PARM-DATA.
001690*================================================================
001700*0000-MAINLINE - OVERALL CONTROL OF THE DRAIN RUN.
001710*================================================================
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001740     PERFORM 2000-DRAIN-RECORD THRU 2000-EXIT
001750         UNTIL END-OF-QUEUE.
001760     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001770     GO TO 9999-EXIT.
001780*----------------------------------------------------------------
001790*1000-INITIALIZE - OPEN FILES, PICK UP THE RUN DATE, STAMP THE
001800*    DRAIN DATE, PRIME THE QUEUE READ. RPAMSTR OPENS EXTEND - IT
001810*    IS THE PERMANENT CUMULATIVE MASTER, NEVER RECREATED.
001820*----------------------------------------------------------------
001830 1000-INITIALIZE.
001840     OPEN INPUT RPATQIN.
001850     OPEN EXTEND RPAMSTR.
001860     OPEN OUTPUT RPTFILE.
001870     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001880     MOVE WS-TODAY TO WS-HD1-DATE.
001890*    ONLY LS-PARM-LENGTH BYTES OF THE PARM ARE REAL - A SHORT
001900*    OR MISSING PARM MUST NOT BE READ PAST ITS END.
001910     MOVE SPACES TO WS-PARM-TEXT.
001920     IF LS-PARM-LENGTH > ZERO AND LS-PARM-LENGTH <= 80
001930         MOVE LS-PARM-TEXT (1:LS-PARM-LENGTH) TO WS-PARM-TEXT
001940     END-IF.
001950     IF WS-PARM-TEXT (1:8) = SPACES
001960         MOVE WS-TODAY TO WS-RUN-DATE
001970     ELSE
001980         MOVE WS-PARM-TEXT (1:8) TO WS-RUN-DATE
001990     END-IF.
002000     MOVE WS-RUN-DATE TO WS-HD1-RUN-DATE.
002010     PERFORM 2100-READ-QUEUE THRU 2100-EXIT.
002020 1000-EXIT.
002030     EXIT.
002040*----------------------------------------------------------------
002050*2000-DRAIN-RECORD - APPEND ONE QUEUE RECORD TO THE MASTER,
002060*    COUNT IT BY ACTION, AND LIST IT ON THE REPORT.
002070*----------------------------------------------------------------
002080 2000-DRAIN-RECORD.
002090     ADD 1 TO WS-DRAIN-COUNT.
002100     MOVE SPACES TO RPAMSTR-RECORD.
002110     MOVE WS-RUN-DATE TO RPAM-RUN-DATE.
002120     MOVE WS-TODAY TO RPAM-DRAIN-DATE.
002130     MOVE WS-RPA-RECORD TO RPAM-AUDIT-DATA.
002140     WRITE RPAMSTR-RECORD.
002150     MOVE SPACES TO WS-DL-FLAG.
002160     EVALUATE TRUE
002170         WHEN RPA-IS-KEYED
002180             ADD 1 TO WS-KEYED-COUNT
002190             MOVE "KEYED" TO WS-DL-ACTION
002200         WHEN RPA-IS-APPROVED
002210             ADD 1 TO WS-APPROVED-COUNT
002220             MOVE "APPROVED" TO WS-DL-ACTION
002230             PERFORM 2200-CHECK-REVIEWER THRU 2200-EXIT
002240         WHEN RPA-IS-SENT-BACK
002250             ADD 1 TO WS-SENT-BACK-COUNT
002260             MOVE "SENT BACK" TO WS-DL-ACTION
002270             PERFORM 2200-CHECK-REVIEWER THRU 2200-EXIT
002280         WHEN OTHER
002290             MOVE RPA-ACTION TO WS-DL-ACTION
002300             MOVE "*ACTN*" TO WS-DL-FLAG
002310     END-EVALUATE.
002320     IF WS-DL-FLAG NOT = SPACES
002330         ADD 1 TO WS-FLAGGED-COUNT
002340     END-IF.
002350     MOVE RPA-REC-NO TO WS-DL-REC-NO.
002360     MOVE RPA-FEED-ID TO WS-DL-FEED-ID.
002370     MOVE RPA-BAD-VALUE TO WS-DL-BAD-VALUE.
002380     MOVE RPA-RPR-SIGN TO WS-DL-RPR-SIGN.
002382     IF RPA-RPR-LEAD = SPACES
002384         MOVE RPA-RPR-VALUE TO WS-DL-RPR-VALUE
002386     ELSE
002388         STRING RPA-RPR-LEAD DELIMITED BY SIZE
002390             RPA-RPR-VALUE DELIMITED BY SIZE
002392             INTO WS-DL-RPR-VALUE
002394         END-STRING
002396     END-IF.
002400     MOVE RPA-KEY-OPER TO WS-DL-KEY-OPER.
002410     MOVE RPA-KEY-STAMP TO WS-DL-KEY-STAMP.
002420     MOVE RPA-APV-OPER TO WS-DL-APV-OPER.
002430     MOVE RPA-APV-STAMP TO WS-DL-APV-STAMP.
002440     MOVE RPA-TERM-ID TO WS-DL-TERM-ID.
002450     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
002460     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
002470     PERFORM 2100-READ-QUEUE THRU 2100-EXIT.
002480 2000-EXIT.
002490     EXIT.
002500 2100-READ-QUEUE.
002510     READ RPATQIN INTO WS-RPA-RECORD
002520         AT END
002530             SET END-OF-QUEUE TO TRUE
002540     END-READ.
002550 2100-EXIT.
002560     EXIT.
002570*----------------------------------------------------------------
002580*2200-CHECK-REVIEWER - A REVIEW MUST NAME A REVIEWER WHO IS NOT
002590*    THE KEYER. BRAP REFUSES ANYTHING ELSE, SO A RECORD THAT
002600*    FAILS HERE DID NOT COME THROUGH IT AND IS FLAGGED FOR THE
002610*    AUDIT OWNER.
002620*----------------------------------------------------------------
002630 2200-CHECK-REVIEWER.
002640     IF RPA-APV-OPER = SPACES
002650         MOVE "*NOID*" TO WS-DL-FLAG
002660         GO TO 2200-EXIT
002670     END-IF.
002680     IF RPA-APV-OPER = RPA-KEY-OPER
002690         MOVE "*SAME*" TO WS-DL-FLAG
002700     END-IF.
002710 2200-EXIT.
002720     EXIT.
002730*----------------------------------------------------------------
002740*7000-WRITE-LINE - PRINT WS-PRINT-LINE, BREAKING TO A NEW PAGE
002750*    WITH HEADINGS WHEN THE CURRENT ONE IS FULL.
002760*----------------------------------------------------------------
002770 7000-WRITE-LINE.
002780     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
002790         PERFORM 7100-NEW-PAGE THRU 7100-EXIT
002800     END-IF.
002810     WRITE RPTFILE-RECORD FROM WS-PRINT-LINE
002820         AFTER ADVANCING 1 LINE.
002830     ADD 1 TO WS-LINE-COUNT.
002840 7000-EXIT.
002850     EXIT.
002860 7100-NEW-PAGE.
002870     ADD 1 TO WS-PAGE-COUNT.
002880     MOVE WS-PAGE-COUNT TO WS-HD1-PAGE.
002890     WRITE RPTFILE-RECORD FROM WS-HEAD-1
002900         AFTER ADVANCING PAGE.
002910     MOVE SPACES TO RPTFILE-RECORD.
002920     WRITE RPTFILE-RECORD AFTER ADVANCING 1 LINE.
002930     WRITE RPTFILE-RECORD FROM WS-HEAD-2
002940         AFTER ADVANCING 1 LINE.
002950     MOVE 3 TO WS-LINE-COUNT.
002960 7100-EXIT.
002970     EXIT.
002980*----------------------------------------------------------------
002990*8000-TERMINATE - PRINT THE TOTALS, CLOSE FILES, SET THE
003000*    CONDITION CODE (4 WHEN ANY RECORD WAS FLAGGED).
003010*----------------------------------------------------------------
003020 8000-TERMINATE.
003030     PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT.
003040     CLOSE RPATQIN.
003050     CLOSE RPAMSTR.
003060     CLOSE RPTFILE.
003070     IF WS-FLAGGED-COUNT = ZERO
003080         MOVE ZERO TO RETURN-CODE
003090     ELSE
003100         MOVE 4 TO RETURN-CODE
003110     END-IF.
003120 8000-EXIT.
003130     EXIT.
003140*----------------------------------------------------------------
003150*8100-PRINT-TOTALS - RUN TOTALS FOR THE CYCLE'S DRAIN.
003160*----------------------------------------------------------------
003170 8100-PRINT-TOTALS.
003180     MOVE SPACES TO WS-PRINT-LINE.
003190     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
003200     MOVE "RECORDS DRAINED TO MASTER   " TO WS-TOT-LABEL.
003210     MOVE WS-DRAIN-COUNT TO WS-TOT-VALUE.
003220     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003230     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
003240     MOVE "CORRECTIONS KEYED           " TO WS-TOT-LABEL.
003250     MOVE WS-KEYED-COUNT TO WS-TOT-VALUE.
003260     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003270     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
003280     MOVE "CORRECTIONS APPROVED        " TO WS-TOT-LABEL.
003290     MOVE WS-APPROVED-COUNT TO WS-TOT-VALUE.
003300     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003310     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
003320     MOVE "CORRECTIONS SENT BACK       " TO WS-TOT-LABEL.
003330     MOVE WS-SENT-BACK-COUNT TO WS-TOT-VALUE.
003340     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003350     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
003360     MOVE "RECORDS FLAGGED             " TO WS-TOT-LABEL.
003370     MOVE WS-FLAGGED-COUNT TO WS-TOT-VALUE.
003380     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003390     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
003400 8100-EXIT.
003410     EXIT.
003420 9999-EXIT.
003430     STOP RUN.
