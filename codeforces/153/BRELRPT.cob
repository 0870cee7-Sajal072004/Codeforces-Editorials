000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BRELRPT.
000030 AUTHOR. D. K. WHITFIELD.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH CONVERSION UNIT.
000050 DATE-WRITTEN. 12/07/2024.
000060 DATE-COMPILED.
000070*    -------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    12/07/2024 DKW   ORIGINAL CODING - MORNING RELEASE
000120*                     SIGN-OFF REPORT. LISTS EVERY BRELGATE
000130*                     DECISION ON THE PERMANENT RELEASE LOG
000140*                     FOR A RANGE OF RUN DATES - RELEASED,
000150*                     HELD WITH THE CHECKS THAT FAILED, OR
000160*                     RELEASED ON OVERRIDE WITH THE CHECKS
000170*                     OVERRIDDEN, THE APPROVING OPERATOR AND
000180*                     THE JUSTIFICATION - MARKS EACH NIGHT'S
000190*                     FINAL DECISION (ITS LATEST GATE RUN),
000200*                     TOTALS THE NIGHTS BY FINAL DECISION AND
000210*                     ENDS WITH A SIGN-OFF LINE.
000220*                     PARM COLUMNS 1-8 AND 10-17 ARE THE FIRST
000230*                     AND LAST RUN DATES; BLANK GIVES THE
000240*                     MONTH TO DATE. CONDITION CODE 4 WHEN A
000250*                     NIGHT IN THE RANGE IS STILL HELD, 8 ON A
000260*                     BAD PARM.
000270*    -------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300     SOURCE-COMPUTER. IBM-370.
000310     OBJECT-COMPUTER. IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340*    THE PERMANENT RELEASE LOG BRELGATE EXTENDS.
000350     SELECT RELLOG ASSIGN TO "RELLOG"
000360         ORGANIZATION IS SEQUENTIAL.
000370*    THE SIGN-OFF REPORT.
000380     SELECT RPTFILE ASSIGN TO "RPTFILE"
000390         ORGANIZATION IS SEQUENTIAL.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  RELLOG
000430     RECORDING MODE IS F
000440     LABEL RECORDS ARE STANDARD
000450     RECORD CONTAINS 400 CHARACTERS.
000460 01  RELLOG-RECORD               PIC X(400).
000470 FD  RPTFILE
000480     RECORDING MODE IS F
000490     LABEL RECORDS ARE STANDARD
000500     RECORD CONTAINS 132 CHARACTERS.
000510 01  RPTFILE-RECORD              PIC X(132).
000520 WORKING-STORAGE SECTION.
000530*    RELEASE CONTROL RECORD LAYOUT (SHARED WITH BRELGATE AND
000540*    BRELCHK) - THE DECISION BEING PRINTED.
000550     COPY RELLAY.
000560*    ONE ENTRY PER NIGHT (RUN DATE AND JOB) IN THE RANGE,
000570*    HOLDING THE LOG POSITION OF ITS LATEST GATE RUN - FOUND ON
000580*    A FIRST PASS OF THE LOG, SO THE PRINTING PASS CAN TELL A
000590*    NIGHT'S FINAL DECISION FROM THE ONES A RERUN SUPERSEDED.
000600 77  WS-NGT-MAX                  PIC 9(03) COMP VALUE 400.
000610 77  WS-NGT-USED                 PIC 9(03) COMP VALUE ZERO.
000620 77  WS-NGT-IDX                  PIC 9(03) COMP VALUE ZERO.
000630 77  WS-NGT-CUR                  PIC 9(03) COMP VALUE ZERO.
000640 01  WS-NGT-TABLE.
000650     05  WS-NGT-ENTRY OCCURS 400 TIMES.
000660         10  WS-NGT-RUN-DATE        PIC X(08).
000670         10  WS-NGT-JOB-NAME        PIC X(08).
000680         10  WS-NGT-LAST-SEQ        PIC 9(07) COMP.
000690*    RUN SWITCHES
000700 77  WS-LOG-EOF-SWITCH           PIC X(01) VALUE 'N'.
000710 88  END-OF-RELLOG                         VALUE 'Y'.
000720 77  WS-REQ-VALID-SWITCH         PIC X(01) VALUE 'Y'.
000730 88  REQUEST-IS-VALID                      VALUE 'Y'.
000740 88  REQUEST-IS-INVALID                    VALUE 'N'.
000750 77  WS-FINAL-SWITCH             PIC X(01) VALUE 'N'.
000760 88  DECISION-IS-FINAL                     VALUE 'Y'.
000770 77  WS-FULL-SWITCH              PIC X(01) VALUE 'N'.
000780 88  NIGHT-TABLE-FILLED                    VALUE 'Y'.
000790*    WHAT THE PARM ASKED FOR.
000800 77  WS-FROM-DATE                PIC X(08) VALUE SPACES.
000810 77  WS-TO-DATE                  PIC X(08) VALUE SPACES.
000820*    RUN COUNTERS
000830 77  WS-GATE-COUNT               PIC 9(05) COMP VALUE ZERO.
000840 77  WS-RELEASED-COUNT           PIC 9(05) COMP VALUE ZERO.
000850 77  WS-OVERRIDE-COUNT           PIC 9(05) COMP VALUE ZERO.
000860 77  WS-HELD-COUNT               PIC 9(05) COMP VALUE ZERO.
000870 77  WS-CHK-IDX                  PIC 9(02) COMP VALUE ZERO.
000880*    POSITION OF THE CURRENT RECORD ON THE LOG.
000890 77  WS-LOG-SEQ                  PIC 9(07) COMP VALUE ZERO.
000900*    WORK FIELDS
000910 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
000920*    THE PARM, SPACE-PADDED TO ITS REAL LENGTH AT START-UP SO
000930*    A SHORT PARM IS NEVER READ PAST ITS END.
000940 01  WS-PARM-TEXT                PIC X(80) VALUE SPACES.
000950*    REPORT PAGING
000960 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
000970 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
000980 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
000990*    REPORT LINES
001000 01  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
001010 01  WS-HEAD-1.
001020     05  FILLER                     PIC X(36) VALUE
001030         "BRELRPT - NIGHTLY RELEASE SIGN-OFF".
001040     05  FILLER                     PIC X(07) VALUE " RUN ON".
001050     05  FILLER                     PIC X(01) VALUE SPACE.
001060     05  WS-HD1-DATE                PIC 9(08).
001070     05  FILLER                     PIC X(13) VALUE
001080         "  RUN DATES ".
001090     05  WS-HD1-FROM                PIC X(08).
001100     05  FILLER                     PIC X(04) VALUE " TO ".
001110     05  WS-HD1-TO                  PIC X(08).
001120     05  FILLER                     PIC X(38) VALUE SPACES.
001130     05  FILLER                     PIC X(05) VALUE "PAGE ".
001140     05  WS-HD1-PAGE                PIC ZZZ9.
001150 01  WS-HEAD-2.
001160     05  FILLER                     PIC X(30) VALUE
001170         "RUN DATE JOB      DECISION    ".
001180     05  FILLER                     PIC X(30) VALUE
001190         "           DECIDED AT     FAIL".
001200     05  FILLER                     PIC X(30) VALUE
001210         "ED  NIGHT".
001220     05  FILLER                     PIC X(42) VALUE SPACES.
001230 01  WS-SECTION-LINE.
001240     05  WS-SEC-TITLE               PIC X(60).
001250     05  FILLER                     PIC X(72) VALUE SPACES.
001260*    ONE GATE DECISION.
001270 01  WS-DECISION-LINE.
001280     05  WS-DL-RUN-DATE             PIC X(08).
001290     05  FILLER                     PIC X(01) VALUE SPACE.
001300     05  WS-DL-JOB-NAME             PIC X(08).
001310     05  FILLER                     PIC X(01) VALUE SPACE.
001320     05  WS-DL-DECISION             PIC X(20).
001330     05  FILLER                     PIC X(01) VALUE SPACE.
001340     05  WS-DL-STAMP                PIC X(14).
001350     05  FILLER                     PIC X(03) VALUE SPACES.
001360     05  WS-DL-HOLD-COUNT           PIC Z9.
001370     05  FILLER                     PIC X(04) VALUE SPACES.
001380     05  WS-DL-FINAL                PIC X(10).
001390     05  FILLER                     PIC X(60) VALUE SPACES.
001400*    ONE FAILED CHECK UNDER A HELD OR OVERRIDDEN DECISION, OR
001410*    THE OVERRIDE'S APPROVAL.
001420 01  WS-REASON-LINE.
001430     05  FILLER                     PIC X(10) VALUE SPACES.
001440     05  WS-RL-LABEL                PIC X(12).
001450     05  WS-RL-NAME                 PIC X(09).
001460     05  WS-RL-TEXT                 PIC X(60).
001470     05  FILLER                     PIC X(41) VALUE SPACES.
001480*    ONE TOTAL.
001490 01  WS-TOTAL-LINE.
001500     05  FILLER                     PIC X(04) VALUE SPACES.
001510     05  WS-TT-LABEL                PIC X(40).
001520     05  WS-TT-COUNT                PIC ZZ,ZZ9.
001530     05  FILLER                     PIC X(82) VALUE SPACES.
001540 01  WS-SIGNOFF-LINE.
001550     05  FILLER                     PIC X(30) VALUE
001560         "REVIEWED AND SIGNED OFF BY ...".
001570     05  FILLER                     PIC X(30) VALUE
001580         ".............................".
001590     05  FILLER                     PIC X(30) VALUE
001600         "   DATE ..............".
001610     05  FILLER                     PIC X(42) VALUE SPACES.
001620 LINKAGE SECTION.
001630*    JOB STEP PARM - COLUMNS 1-8 THE FIRST RUN DATE, 10-17 THE
001640*    LAST (YYYYMMDD). BLANK FIRST DATE IS THE FIRST OF THIS
001650*    MONTH, BLANK LAST DATE IS TODAY, E.G.
001660*    PARM='20241201 20241207'.
001670 01  LS-PARM-DATA.
001680     05  LS-PARM-LENGTH             PIC S9(04) COMP.
001690     05  LS-PARM-TEXT               PIC X(80).
001700 PROCEDURE DIVISION USING LS-PARM-DATA.
001710*================================================================
001720*0000-MAINLINE - OVERALL CONTROL OF THE SIGN-OFF REPORT.
001730*================================================================
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001760     IF REQUEST-IS-INVALID
001770         GO TO 0000-FINISH
001780     END-IF.
001790     PERFORM 1500-FIND-NIGHTS THRU 1500-EXIT.
001800     PERFORM 2000-LIST-DECISION THRU 2000-EXIT
001810         UNTIL END-OF-RELLOG.
001820     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
001830 0000-FINISH.
001840     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001850     GO TO 9999-EXIT.
001860*----------------------------------------------------------------
001870*1000-INITIALIZE - EDIT THE PARM AND OPEN THE REPORT.
001880*----------------------------------------------------------------
001890 1000-INITIALIZE.
001900     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001910     MOVE WS-TODAY TO WS-HD1-DATE.
001920     MOVE SPACES TO WS-PARM-TEXT.
001930     IF LS-PARM-LENGTH > ZERO AND LS-PARM-LENGTH <= 80
001940         MOVE LS-PARM-TEXT (1:LS-PARM-LENGTH) TO WS-PARM-TEXT
001950     END-IF.
001960     IF WS-PARM-TEXT (1:8) = SPACES
001970         MOVE WS-TODAY TO WS-FROM-DATE
001980         MOVE '01' TO WS-FROM-DATE (7:2)
001990     ELSE
002000         MOVE WS-PARM-TEXT (1:8) TO WS-FROM-DATE
002010     END-IF.
002020     IF WS-PARM-TEXT (10:8) = SPACES
002030         MOVE WS-TODAY TO WS-TO-DATE
002040     ELSE
002050         MOVE WS-PARM-TEXT (10:8) TO WS-TO-DATE
002060     END-IF.
002070     MOVE WS-FROM-DATE TO WS-HD1-FROM.
002080     MOVE WS-TO-DATE TO WS-HD1-TO.
002090     OPEN OUTPUT RPTFILE.
002100     IF WS-FROM-DATE IS NOT NUMERIC
002110         OR WS-TO-DATE IS NOT NUMERIC
002120         OR WS-FROM-DATE > WS-TO-DATE
002130         MOVE "PARM REFUSED - DATES NOT NUMERIC OR OUT OF ORDER"
002140             TO WS-SEC-TITLE
002150         MOVE WS-SECTION-LINE TO WS-PRINT-LINE
002160         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
002170         SET REQUEST-IS-INVALID TO TRUE
002180     END-IF.
002190 1000-EXIT.
002200     EXIT.
002210*----------------------------------------------------------------
002220*1500-FIND-NIGHTS - FIRST PASS OF THE LOG. EVERY IN-RANGE
002230*    RECORD LEAVES ITS POSITION AGAINST ITS NIGHT, SO EACH
002240*    NIGHT ENDS UP HOLDING ITS LATEST GATE RUN. THE LOG IS THEN
002250*    REOPENED FOR THE PRINTING PASS.
002260*----------------------------------------------------------------
002270 1500-FIND-NIGHTS.
002280     OPEN INPUT RELLOG.
002290     PERFORM 1600-NOTE-NIGHT THRU 1600-EXIT
002300         UNTIL END-OF-RELLOG.
002310     CLOSE RELLOG.
002320     MOVE 'N' TO WS-LOG-EOF-SWITCH.
002330     MOVE ZERO TO WS-LOG-SEQ.
002340     OPEN INPUT RELLOG.
002350 1500-EXIT.
002360     EXIT.
002370 1600-NOTE-NIGHT.
002380     PERFORM 2900-READ-RELLOG THRU 2900-EXIT.
002390     IF END-OF-RELLOG
002400         OR REL-RUN-DATE < WS-FROM-DATE
002410         OR REL-RUN-DATE > WS-TO-DATE
002420         GO TO 1600-EXIT
002430     END-IF.
002440     PERFORM 2200-FIND-NIGHT THRU 2200-EXIT.
002450     IF WS-NGT-CUR = ZERO
002460         IF WS-NGT-USED >= WS-NGT-MAX
002470             SET NIGHT-TABLE-FILLED TO TRUE
002480             GO TO 1600-EXIT
002490         END-IF
002500         ADD 1 TO WS-NGT-USED
002510         MOVE WS-NGT-USED TO WS-NGT-CUR
002520         MOVE REL-RUN-DATE TO WS-NGT-RUN-DATE (WS-NGT-CUR)
002530         MOVE REL-JOB-NAME TO WS-NGT-JOB-NAME (WS-NGT-CUR)
002540     END-IF.
002550     MOVE WS-LOG-SEQ TO WS-NGT-LAST-SEQ (WS-NGT-CUR).
002560 1600-EXIT.
002570     EXIT.
002580*----------------------------------------------------------------
002590*2000-LIST-DECISION - PRINTING PASS. EACH IN-RANGE DECISION
002600*    IS PRINTED; ONLY A NIGHT'S FINAL DECISION IS TOTALLED. A
002610*    NIGHT THE TABLE HAD NO ROOM FOR COUNTS EVERY DECISION AS
002620*    FINAL.
002630*----------------------------------------------------------------
002640 2000-LIST-DECISION.
002650     PERFORM 2900-READ-RELLOG THRU 2900-EXIT.
002660     IF END-OF-RELLOG
002670         OR REL-RUN-DATE < WS-FROM-DATE
002680         OR REL-RUN-DATE > WS-TO-DATE
002690         GO TO 2000-EXIT
002700     END-IF.
002710     ADD 1 TO WS-GATE-COUNT.
002720     PERFORM 2200-FIND-NIGHT THRU 2200-EXIT.
002730     MOVE 'N' TO WS-FINAL-SWITCH.
002740     IF WS-NGT-CUR = ZERO
002750         SET DECISION-IS-FINAL TO TRUE
002760     ELSE
002770         IF WS-NGT-LAST-SEQ (WS-NGT-CUR) = WS-LOG-SEQ
002780             SET DECISION-IS-FINAL TO TRUE
002790         END-IF
002800     END-IF.
002810     MOVE SPACES TO WS-DL-FINAL.
002820     IF DECISION-IS-FINAL
002830         MOVE 'FINAL' TO WS-DL-FINAL
002840     ELSE
002850         MOVE 'SUPERSEDED' TO WS-DL-FINAL
002860     END-IF.
002870     EVALUATE TRUE
002880         WHEN REL-RELEASED
002890             MOVE 'RELEASED' TO WS-DL-DECISION
002900             IF DECISION-IS-FINAL
002910                 ADD 1 TO WS-RELEASED-COUNT
002920             END-IF
002930         WHEN REL-OVERRIDDEN
002940             MOVE 'RELEASED ON OVERRIDE' TO WS-DL-DECISION
002950             IF DECISION-IS-FINAL
002960                 ADD 1 TO WS-OVERRIDE-COUNT
002970             END-IF
002980         WHEN OTHER
002990             MOVE 'HELD' TO WS-DL-DECISION
003000             IF DECISION-IS-FINAL
003010                 ADD 1 TO WS-HELD-COUNT
003020             END-IF
003030     END-EVALUATE.
003040     MOVE REL-RUN-DATE TO WS-DL-RUN-DATE.
003050     MOVE REL-JOB-NAME TO WS-DL-JOB-NAME.
003060     MOVE REL-STAMP TO WS-DL-STAMP.
003070     MOVE REL-HOLD-COUNT TO WS-DL-HOLD-COUNT.
003080     MOVE SPACES TO WS-PRINT-LINE.
003090     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
003100     MOVE WS-DECISION-LINE TO WS-PRINT-LINE.
003110     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
003120     PERFORM 2100-LIST-FAILED-CHECK THRU 2100-EXIT
003130         VARYING WS-CHK-IDX FROM 1 BY 1
003140         UNTIL WS-CHK-IDX > 6.
003150     IF REL-OVERRIDDEN
003160         MOVE 'APPROVED BY' TO WS-RL-LABEL
003170         MOVE REL-OPER-ID TO WS-RL-NAME
003180         MOVE REL-JUSTIFY TO WS-RL-TEXT
003190         MOVE WS-REASON-LINE TO WS-PRINT-LINE
003200         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
003210     END-IF.
003220 2000-EXIT.
003230     EXIT.
003240 2100-LIST-FAILED-CHECK.
003250     IF REL-CHK-RESULT (WS-CHK-IDX) = 'P'
003260         GO TO 2100-EXIT
003270     END-IF.
003280     IF REL-OVERRIDDEN
003290         MOVE 'OVERRODE' TO WS-RL-LABEL
003300     ELSE
003310         MOVE 'HELD ON' TO WS-RL-LABEL
003320     END-IF.
003330     MOVE REL-CHK-NAME (WS-CHK-IDX) TO WS-RL-NAME.
003340     MOVE REL-CHK-TEXT (WS-CHK-IDX) TO WS-RL-TEXT.
003350     MOVE WS-REASON-LINE TO WS-PRINT-LINE.
003360     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
003370 2100-EXIT.
003380     EXIT.
003390*    THE NIGHT'S TABLE ENTRY IN WS-NGT-CUR - ZERO WHEN THE NIGHT
003400*    IS NOT THERE.
003410 2200-FIND-NIGHT.
003420     MOVE ZERO TO WS-NGT-CUR.
003430     PERFORM 2210-MATCH-ONE-NIGHT THRU 2210-EXIT
003440         VARYING WS-NGT-IDX FROM 1 BY 1
003450         UNTIL WS-NGT-IDX > WS-NGT-USED
003460             OR WS-NGT-CUR > ZERO.
003470 2200-EXIT.
003480     EXIT.
003490 2210-MATCH-ONE-NIGHT.
003500     IF WS-NGT-RUN-DATE (WS-NGT-IDX) = REL-RUN-DATE
003510         AND WS-NGT-JOB-NAME (WS-NGT-IDX) = REL-JOB-NAME
003520         MOVE WS-NGT-IDX TO WS-NGT-CUR
003530     END-IF.
003540 2210-EXIT.
003550     EXIT.
003560 2900-READ-RELLOG.
003570     READ RELLOG INTO WS-REL-RECORD
003580         AT END
003590             SET END-OF-RELLOG TO TRUE
003600         NOT AT END
003610             ADD 1 TO WS-LOG-SEQ
003620     END-READ.
003630 2900-EXIT.
003640     EXIT.
003650*----------------------------------------------------------------
003660*3000-PRINT-TOTALS - NIGHTS BY FINAL DECISION, THEN THE LINE
003670*    THE MORNING REVIEWER SIGNS.
003680*----------------------------------------------------------------
003690 3000-PRINT-TOTALS.
003700     IF WS-GATE-COUNT = ZERO
003710         MOVE "NO RELEASE DECISIONS FOR THESE RUN DATES"
003720             TO WS-SEC-TITLE
003730         PERFORM 7200-WRITE-SECTION THRU 7200-EXIT
003740     END-IF.
003750     MOVE "TOTALS" TO WS-SEC-TITLE.
003760     PERFORM 7200-WRITE-SECTION THRU 7200-EXIT.
003770     MOVE "GATE RUNS" TO WS-TT-LABEL.
003780     MOVE WS-GATE-COUNT TO WS-TT-COUNT.
003790     PERFORM 7300-WRITE-TOTAL THRU 7300-EXIT.
003800     MOVE "NIGHTS RELEASED" TO WS-TT-LABEL.
003810     MOVE WS-RELEASED-COUNT TO WS-TT-COUNT.
003820     PERFORM 7300-WRITE-TOTAL THRU 7300-EXIT.
003830     MOVE "NIGHTS RELEASED ON OVERRIDE" TO WS-TT-LABEL.
003840     MOVE WS-OVERRIDE-COUNT TO WS-TT-COUNT.
003850     PERFORM 7300-WRITE-TOTAL THRU 7300-EXIT.
003860     MOVE "NIGHTS STILL HELD" TO WS-TT-LABEL.
003870     MOVE WS-HELD-COUNT TO WS-TT-COUNT.
003880     PERFORM 7300-WRITE-TOTAL THRU 7300-EXIT.
003890     MOVE SPACES TO WS-PRINT-LINE.
003900     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
003910     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
003920     MOVE WS-SIGNOFF-LINE TO WS-PRINT-LINE.
003930     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
003940 3000-EXIT.
003950     EXIT.
003960*----------------------------------------------------------------
003970*7000-WRITE-LINE - ONE REPORT LINE, WITH PAGE OVERFLOW.
003980*----------------------------------------------------------------
003990 7000-WRITE-LINE.
004000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004010         PERFORM 7100-NEW-PAGE THRU 7100-EXIT
004020     END-IF.
004030     WRITE RPTFILE-RECORD FROM WS-PRINT-LINE
004040         AFTER ADVANCING 1 LINE.
004050     ADD 1 TO WS-LINE-COUNT.
004060 7000-EXIT.
004070     EXIT.
004080 7100-NEW-PAGE.
004090     ADD 1 TO WS-PAGE-COUNT.
004100     MOVE WS-PAGE-COUNT TO WS-HD1-PAGE.
004110     WRITE RPTFILE-RECORD FROM WS-HEAD-1
004120         AFTER ADVANCING PAGE.
004130     MOVE SPACES TO RPTFILE-RECORD.
004140     WRITE RPTFILE-RECORD AFTER ADVANCING 1 LINE.
004150     WRITE RPTFILE-RECORD FROM WS-HEAD-2
004160         AFTER ADVANCING 1 LINE.
004170     MOVE 3 TO WS-LINE-COUNT.
004180 7100-EXIT.
004190     EXIT.
004200 7200-WRITE-SECTION.
004210     MOVE SPACES TO WS-PRINT-LINE.
004220     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
004230     MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
004240     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
004250 7200-EXIT.
004260     EXIT.
004270 7300-WRITE-TOTAL.
004280     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
004290     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
004300 7300-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------
004330*8000-TERMINATE - CLOSE FILES AND SET THE CONDITION CODE - 8
004340*    WHEN THE PARM WAS REFUSED, 4 WHEN A NIGHT IN THE RANGE IS
004350*    STILL HELD OR THE RANGE HAD MORE NIGHTS THAN THE TABLE
004360*    HOLDS (SOME SUPERSEDED DECISIONS THEN COUNT AS FINAL),
004370*    ELSE 0.
004380*----------------------------------------------------------------
004390 8000-TERMINATE.
004400     IF REQUEST-IS-VALID
004410         CLOSE RELLOG
004420     END-IF.
004430     CLOSE RPTFILE.
004440     DISPLAY 'BRELRPT: ' WS-GATE-COUNT ' GATE RUNS, '
004450         WS-HELD-COUNT ' NIGHTS STILL HELD'.
004460     EVALUATE TRUE
004470         WHEN REQUEST-IS-INVALID
004480             MOVE 8 TO RETURN-CODE
004490         WHEN WS-HELD-COUNT > ZERO
004500             MOVE 4 TO RETURN-CODE
004510         WHEN NIGHT-TABLE-FILLED
004520             MOVE 4 TO RETURN-CODE
004530         WHEN OTHER
004540             MOVE ZERO TO RETURN-CODE
004550     END-EVALUATE.
004560 8000-EXIT.
004570     EXIT.
004580 9999-EXIT.
004590     STOP RUN.
