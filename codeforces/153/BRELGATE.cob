000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BRELGATE.
000030 AUTHOR. D. K. WHITFIELD.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH CONVERSION UNIT.
000050 DATE-WRITTEN. 12/07/2024.
000060 DATE-COMPILED.
000070*    -------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    12/07/2024 DKW   ORIGINAL CODING - NIGHTLY RELEASE GATE.
000120*                     GATHERS, FOR ONE RUN DATE AND JOB, WHAT
000130*                     EVERY CHECK ON THE NIGHT'S CONVERSION
000140*                     SAID - PROGRAM B'S CONDITION CODE AND
000150*                     THE UPSTREAM CONTROL CHECK (BOTH OFF THE
000160*                     WHOLE-RUN RUNHIST RECORD), BREPORT'S
000170*                     BALANCE, BBALANCE'S VOLUME VERDICT AND
000180*                     BXREF'S PAIRING (OFF THE NIGHTLY CHECK
000190*                     LOG THEY NOW APPEND TO) AND BRECON'S
000200*                     CLEAN/DIRTY EXCPFILE TRAILER - AND
000210*                     WRITES ONE RELEASE CONTROL RECORD
000220*                     (LAYOUT RELLAY) SAYING RELEASED, HELD
000230*                     (WITH THE FAILED CHECKS LISTED) OR
000240*                     RELEASED ON OPERATOR OVERRIDE. BRELCHK
000250*                     REQUIRES THAT RECORD BEFORE THE
000260*                     TRANSMISSION STEP MAY SEND ANYTHING.
000270*                     EVERY DECISION IS ALSO APPENDED TO THE
000280*                     PERMANENT RELEASE LOG FOR THE BRELRPT
000290*                     MORNING SIGN-OFF REPORT. AN OVERRIDE
000300*                     MUST CARRY THE APPROVING OPERATOR'S ID
000310*                     AND A JUSTIFICATION OR THE RUN IS
000320*                     REFUSED AND NOTHING IS WRITTEN.
000330*    -------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360     SOURCE-COMPUTER. IBM-370.
000370     OBJECT-COMPUTER. IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400*    THE CUMULATIVE RUN HISTORY (VSAM ESDS) PROGRAM B APPENDS.
000410     SELECT RUNHIST ASSIGN TO AS-RUNHIST
000420         ORGANIZATION IS SEQUENTIAL.
000430*    THE CUMULATIVE NIGHTLY CHECK LOG - BREPORT, BBALANCE AND
000440*    BXREF EACH APPEND THEIR VERDICT AS THEY END.
000450     SELECT CHKLOG ASSIGN TO "CHKLOG"
000460         ORGANIZATION IS SEQUENTIAL.
000470*    THE NIGHT'S BRECON EXCEPTION FILE - THE VERDICT IS LAST.
000480     SELECT EXCPFILE ASSIGN TO "EXCPFILE"
000490         ORGANIZATION IS SEQUENTIAL.
000500*    THE RELEASE CONTROL RECORD - ONE RECORD, REPLACED EACH RUN.
000510     SELECT RELCTL ASSIGN TO "RELCTL"
000520         ORGANIZATION IS SEQUENTIAL.
000530*    THE PERMANENT RELEASE LOG - EVERY DECISION, APPENDED.
000540     SELECT RELLOG ASSIGN TO "RELLOG"
000550         ORGANIZATION IS SEQUENTIAL.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  RUNHIST
000590     RECORD CONTAINS 132 CHARACTERS.
000600 01  RUNHIST-RECORD              PIC X(132).
000610 FD  CHKLOG
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 132 CHARACTERS.
000650 01  CHKLOG-RECORD               PIC X(132).
000660 FD  EXCPFILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 80 CHARACTERS.
000700 01  EXCPFILE-RECORD             PIC X(80).
000710 FD  RELCTL
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 400 CHARACTERS.
000750 01  RELCTL-RECORD               PIC X(400).
000760 FD  RELLOG
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 400 CHARACTERS.
000800 01  RELLOG-RECORD               PIC X(400).
000810 WORKING-STORAGE SECTION.
000820*    RUN-HISTORY RECORD LAYOUT (SHARED WITH B AND BBALANCE).
000830     COPY RUNHLAY.
000840*    NIGHTLY CHECK-LOG RECORD LAYOUT (SHARED WITH BREPORT,
000850*    BBALANCE AND BXREF).
000860     COPY CHKLAY.
000870*    RELEASE CONTROL RECORD LAYOUT (SHARED WITH BRELCHK AND
000880*    BRELRPT).
000890     COPY RELLAY.
000900*    RUN SWITCHES
000910 77  WS-RH-EOF-SWITCH            PIC X(01) VALUE 'N'.
000920 88  END-OF-RUNHIST                        VALUE 'Y'.
000930 77  WS-CHK-EOF-SWITCH           PIC X(01) VALUE 'N'.
000940 88  END-OF-CHKLOG                         VALUE 'Y'.
000950 77  WS-EXC-EOF-SWITCH           PIC X(01) VALUE 'N'.
000960 88  END-OF-EXCPFILE                       VALUE 'Y'.
000970 77  WS-REQ-VALID-SWITCH         PIC X(01) VALUE 'Y'.
000980 88  REQUEST-IS-VALID                      VALUE 'Y'.
000990 88  REQUEST-IS-INVALID                    VALUE 'N'.
001000 77  WS-OVERRIDE-SWITCH          PIC X(01) VALUE 'N'.
001010 88  OVERRIDE-REQUESTED                    VALUE 'Y'.
001020 77  WS-RUN-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001030 88  WHOLE-RUN-FOUND                       VALUE 'Y'.
001040*    WHAT THE PARM ASKED FOR.
001050 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
001060 77  WS-JOB-NAME                 PIC X(08) VALUE SPACES.
001070 77  WS-OPER-ID                  PIC X(08) VALUE SPACES.
001080 77  WS-JUSTIFY                  PIC X(60) VALUE SPACES.
001090*    THE LATEST WHOLE-RUN HISTORY RECORD FOR THE RUN DATE AND
001100*    JOB - A RERUN APPENDS A FRESH ONE AND THE LATEST WINS.
001110 77  WS-B-REJECT-COUNT           PIC 9(07) VALUE ZERO.
001120 77  WS-B-CTL-STATUS             PIC X(01) VALUE SPACE.
001130*    THE LAST EXCPFILE RECORD READ - THE VERDICT TRAILER WHEN
001140*    BRECON RAN TO THE END. SAME VERDICT VIEW AS BRECON'S - AN
001150*    EXC-VD-ID OF 'VD' TELLS IT APART FROM A MISMATCH DETAIL.
001160 01  WS-EXC-LAST.
001170     05  EXC-VD-ID                  PIC X(02).
001180     05  FILLER                     PIC X(01).
001190     05  EXC-VD-VERDICT             PIC X(05).
001200     05  FILLER                     PIC X(01).
001210     05  EXC-VD-COMPARED            PIC 9(07).
001220     05  FILLER                     PIC X(01).
001230     05  EXC-VD-MISMATCHES          PIC 9(07).
001240     05  FILLER                     PIC X(01).
001250     05  EXC-VD-REJECT-SKIPS        PIC 9(07).
001260     05  FILLER                     PIC X(48).
001270*    CHECK TABLE SUBSCRIPTS - THE FIXED ORDER RELLAY DOCUMENTS.
001280 77  WS-CHK-IDX                  PIC 9(02) COMP VALUE ZERO.
001290 77  WS-IDX-B                    PIC 9(02) COMP VALUE 1.
001300 77  WS-IDX-CONTROL              PIC 9(02) COMP VALUE 2.
001310 77  WS-IDX-BREPORT              PIC 9(02) COMP VALUE 3.
001320 77  WS-IDX-BBALANCE             PIC 9(02) COMP VALUE 4.
001330 77  WS-IDX-BRECON               PIC 9(02) COMP VALUE 5.
001340 77  WS-IDX-BXREF                PIC 9(02) COMP VALUE 6.
001350*    WORK FIELDS
001360 77  WS-COUNT-DISP               PIC 9(07) VALUE ZERO.
001370 77  WS-CC-DISP                  PIC 9(02) VALUE ZERO.
001380 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
001390 77  WS-NOW                      PIC 9(08) VALUE ZERO.
001400*    THE PARM, SPACE-PADDED TO ITS REAL LENGTH AT START-UP SO
001410*    A SHORT PARM IS NEVER READ PAST ITS END.
001420 01  WS-PARM-TEXT                PIC X(80) VALUE SPACES.
001430 LINKAGE SECTION.
001440*    JOB STEP PARM -
001450*      COLUMNS  1-8   RUN DATE (YYYYMMDD), BLANK FOR TODAY
001460*      COLUMNS 10-17  CONVERSION JOB NAME, BLANK FOR BCNVJOB
001470*      COLUMN  19     O TO RELEASE ON OPERATOR OVERRIDE
001480*      COLUMNS 21-28  APPROVING OPERATOR ID (OVERRIDE ONLY)
001490*      COLUMNS 30-80  JUSTIFICATION (OVERRIDE ONLY)
001500*    E.G. PARM='20241207 BCNVJOB  O OPS0142  VOLUME DIP AGREED
001510*    WITH BILLING'.
001520 01  LS-PARM-DATA.
001530     05  LS-PARM-LENGTH             PIC S9(04) COMP.
001540     05  LS-PARM-TEXT               PIC X(80).
001550 PROCEDURE DIVISION USING LS-PARM-DATA.
001560*================================================================
001570*0000-MAINLINE - OVERALL CONTROL OF THE GATE RUN.
001580*================================================================
001590 0000-MAINLINE.
001600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001610     IF REQUEST-IS-INVALID
001620         GO TO 0000-FINISH
001630     END-IF.
001640     PERFORM 2000-CHECK-RUN-HISTORY THRU 2000-EXIT.
001650     PERFORM 3000-CHECK-LOG THRU 3000-EXIT.
001660     PERFORM 4000-CHECK-RECONCILE THRU 4000-EXIT.
001670     PERFORM 5000-DECIDE THRU 5000-EXIT.
001680     PERFORM 6000-WRITE-DECISION THRU 6000-EXIT.
001690 0000-FINISH.
001700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001710     GO TO 9999-EXIT.
001720*----------------------------------------------------------------
001730*1000-INITIALIZE - EDIT THE PARM AND SET UP THE CHECK TABLE.
001740*    EVERY CHECK STARTS AS FAILED ("DID NOT RUN") AND IS
001750*    OVERWRITTEN BY WHAT IT ACTUALLY SAID, SO A CHECK THAT
001760*    NEVER REPORTED HOLDS THE RELEASE.
001770*----------------------------------------------------------------
001780 1000-INITIALIZE.
001790     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001800     ACCEPT WS-NOW FROM TIME.
001810     MOVE SPACES TO WS-PARM-TEXT.
001820     IF LS-PARM-LENGTH > ZERO AND LS-PARM-LENGTH <= 80
001830         MOVE LS-PARM-TEXT (1:LS-PARM-LENGTH) TO WS-PARM-TEXT
001840     END-IF.
001850     PERFORM 1100-EDIT-PARM THRU 1100-EXIT.
001860     IF REQUEST-IS-INVALID
001870         GO TO 1000-EXIT
001880     END-IF.
001890     MOVE SPACES TO WS-REL-RECORD.
001900     MOVE WS-RUN-DATE TO REL-RUN-DATE.
001910     MOVE WS-JOB-NAME TO REL-JOB-NAME.
001920     MOVE WS-TODAY TO REL-STAMP (1:8).
001930     MOVE WS-NOW (1:6) TO REL-STAMP (9:6).
001940     MOVE 'B' TO REL-CHK-NAME (WS-IDX-B).
001950     MOVE 'CONTROL' TO REL-CHK-NAME (WS-IDX-CONTROL).
001960     MOVE 'BREPORT' TO REL-CHK-NAME (WS-IDX-BREPORT).
001970     MOVE 'BBALANCE' TO REL-CHK-NAME (WS-IDX-BBALANCE).
001980     MOVE 'BRECON' TO REL-CHK-NAME (WS-IDX-BRECON).
001990     MOVE 'BXREF' TO REL-CHK-NAME (WS-IDX-BXREF).
002000     PERFORM 1200-PRESET-CHECK THRU 1200-EXIT
002010         VARYING WS-CHK-IDX FROM 1 BY 1
002020         UNTIL WS-CHK-IDX > 6.
002030 1000-EXIT.
002040     EXIT.
002050*----------------------------------------------------------------
002060*1100-EDIT-PARM - RUN DATE NUMERIC WHEN GIVEN, COLUMN 19 BLANK
002070*    OR O, AND AN OVERRIDE MUST NAME THE APPROVING OPERATOR AND
002080*    SAY WHY. A REFUSED PARM WRITES NOTHING, SO WHATEVER THE
002090*    LAST GATE RUN DECIDED STILL STANDS.
002100*----------------------------------------------------------------
002110 1100-EDIT-PARM.
002120     IF WS-PARM-TEXT (1:8) = SPACES
002130         MOVE WS-TODAY TO WS-RUN-DATE
002140     ELSE
002150         MOVE WS-PARM-TEXT (1:8) TO WS-RUN-DATE
002160     END-IF.
002170     IF WS-PARM-TEXT (10:8) = SPACES
002180         MOVE 'BCNVJOB' TO WS-JOB-NAME
002190     ELSE
002200         MOVE WS-PARM-TEXT (10:8) TO WS-JOB-NAME
002210     END-IF.
002220     MOVE WS-PARM-TEXT (21:8) TO WS-OPER-ID.
002230     MOVE WS-PARM-TEXT (30:51) TO WS-JUSTIFY.
002240     IF WS-RUN-DATE IS NOT NUMERIC
002250         DISPLAY 'BRELGATE: PARM - RUN DATE MUST BE NUMERIC'
002260         SET REQUEST-IS-INVALID TO TRUE
002270         GO TO 1100-EXIT
002280     END-IF.
002290     EVALUATE WS-PARM-TEXT (19:1)
002300         WHEN SPACE
002310             CONTINUE
002320         WHEN 'O'
002330             SET OVERRIDE-REQUESTED TO TRUE
002340         WHEN OTHER
002350             DISPLAY 'BRELGATE: PARM - COLUMN 19 MUST BE '
002360                 'BLANK OR O'
002370             SET REQUEST-IS-INVALID TO TRUE
002380             GO TO 1100-EXIT
002390     END-EVALUATE.
002400     IF OVERRIDE-REQUESTED
002410         AND (WS-OPER-ID = SPACES OR WS-JUSTIFY = SPACES)
002420         DISPLAY 'BRELGATE: PARM - AN OVERRIDE NEEDS THE '
002430             'APPROVING OPERATOR ID AND A JUSTIFICATION'
002440         SET REQUEST-IS-INVALID TO TRUE
002450     END-IF.
002460 1100-EXIT.
002470     EXIT.
002480 1200-PRESET-CHECK.
002490     MOVE 'F' TO REL-CHK-RESULT (WS-CHK-IDX).
002500     MOVE 'DID NOT RUN - NOTHING ON RECORD'
002510         TO REL-CHK-TEXT (WS-CHK-IDX).
002520 1200-EXIT.
002530     EXIT.
002540*----------------------------------------------------------------
002550*2000-CHECK-RUN-HISTORY - FIND THE LATEST WHOLE-RUN RECORD
002560*    (FEED ID SPACES) FOR THE RUN DATE AND JOB. B WRITES NONE
002570*    WHEN A BREACHED REJECT LIMIT STOPPED IT (CC 12) OR IT
002580*    ABENDED; A CONTROL-CHECK FAILURE (CC 16) WRITES ONE WITH
002590*    RUNH-CTL-STATUS 'F'; OTHERWISE THE REJECT COUNT TELLS CC 4
002600*    (TOLERATED REJECTS, ROUTED TO REPAIR) FROM CC 0.
002610*----------------------------------------------------------------
002620 2000-CHECK-RUN-HISTORY.
002630     OPEN INPUT RUNHIST.
002640     PERFORM 2100-READ-RUNHIST THRU 2100-EXIT
002650         UNTIL END-OF-RUNHIST.
002660     CLOSE RUNHIST.
002670     IF NOT WHOLE-RUN-FOUND
002680         MOVE 'NO RUN HISTORY - B STOPPED OR ABENDED'
002690             TO REL-CHK-TEXT (WS-IDX-B)
002700         MOVE 'NOT KNOWN - B DID NOT FINISH'
002710             TO REL-CHK-TEXT (WS-IDX-CONTROL)
002720         GO TO 2000-EXIT
002730     END-IF.
002740     IF WS-B-CTL-STATUS = 'F'
002750         MOVE 'CC 16 - EXTRACT FAILED CONTROL TOTALS'
002760             TO REL-CHK-TEXT (WS-IDX-B)
002770         MOVE 'EXTRACT FAILED ITS OWN CONTROL TOTALS'
002780             TO REL-CHK-TEXT (WS-IDX-CONTROL)
002790         GO TO 2000-EXIT
002800     END-IF.
002810     MOVE 'P' TO REL-CHK-RESULT (WS-IDX-B).
002820     IF WS-B-REJECT-COUNT > ZERO
002830         MOVE WS-B-REJECT-COUNT TO WS-COUNT-DISP
002840         MOVE SPACES TO REL-CHK-TEXT (WS-IDX-B)
002850         STRING 'CC 04 - ' WS-COUNT-DISP ' REJECTS TO REPAIR'
002860             DELIMITED BY SIZE INTO REL-CHK-TEXT (WS-IDX-B)
002870     ELSE
002880         MOVE 'CC 00 - CLEAN RUN' TO REL-CHK-TEXT (WS-IDX-B)
002890     END-IF.
002900     MOVE 'P' TO REL-CHK-RESULT (WS-IDX-CONTROL).
002910     IF WS-B-CTL-STATUS = 'P'
002920         MOVE 'COUNT AND VALUE SUM AGREED'
002930             TO REL-CHK-TEXT (WS-IDX-CONTROL)
002940     ELSE
002950         MOVE 'NOT CHECKED - NO CONTROL RECORDS'
002960             TO REL-CHK-TEXT (WS-IDX-CONTROL)
002970     END-IF.
002980 2000-EXIT.
002990     EXIT.
003000 2100-READ-RUNHIST.
003010     READ RUNHIST INTO WS-RUNH-RECORD
003020         AT END
003030             SET END-OF-RUNHIST TO TRUE
003040             GO TO 2100-EXIT
003050     END-READ.
003060     IF RUNH-RUN-DATE = WS-RUN-DATE
003070         AND RUNH-JOB-NAME = WS-JOB-NAME
003080         AND RUNH-FEED-ID = SPACES
003090         SET WHOLE-RUN-FOUND TO TRUE
003100         MOVE RUNH-REJECT-COUNT TO WS-B-REJECT-COUNT
003110         MOVE RUNH-CTL-STATUS TO WS-B-CTL-STATUS
003120     END-IF.
003130 2100-EXIT.
003140     EXIT.
003150*----------------------------------------------------------------
003160*3000-CHECK-LOG - THE CHECK LOG IN ARRIVAL ORDER. EVERY RECORD
003170*    FOR THE RUN DATE AND JOB OVERWRITES ITS PROGRAM'S ENTRY,
003180*    SO A CHECK THAT WAS RERUN COUNTS ON ITS LATEST VERDICT.
003190*----------------------------------------------------------------
003200 3000-CHECK-LOG.
003210     OPEN INPUT CHKLOG.
003220     PERFORM 3100-READ-CHKLOG THRU 3100-EXIT
003230         UNTIL END-OF-CHKLOG.
003240     CLOSE CHKLOG.
003250 3000-EXIT.
003260     EXIT.
003270 3100-READ-CHKLOG.
003280     READ CHKLOG INTO WS-CHK-RECORD
003290         AT END
003300             SET END-OF-CHKLOG TO TRUE
003310             GO TO 3100-EXIT
003320     END-READ.
003330     IF CHK-RUN-DATE NOT = WS-RUN-DATE
003340         OR CHK-JOB-NAME NOT = WS-JOB-NAME
003350         GO TO 3100-EXIT
003360     END-IF.
003370     EVALUATE CHK-PROGRAM
003380         WHEN 'BREPORT'
003390             MOVE WS-IDX-BREPORT TO WS-CHK-IDX
003400         WHEN 'BBALANCE'
003410             MOVE WS-IDX-BBALANCE TO WS-CHK-IDX
003420         WHEN 'BXREF'
003430             MOVE WS-IDX-BXREF TO WS-CHK-IDX
003440         WHEN OTHER
003450             GO TO 3100-EXIT
003460     END-EVALUATE.
003470     IF CHK-PASSED
003480         MOVE 'P' TO REL-CHK-RESULT (WS-CHK-IDX)
003490     ELSE
003500         MOVE 'F' TO REL-CHK-RESULT (WS-CHK-IDX)
003510     END-IF.
003520     MOVE CHK-RETURN-CODE TO WS-CC-DISP.
003530     MOVE SPACES TO REL-CHK-TEXT (WS-CHK-IDX).
003540     STRING 'CC ' WS-CC-DISP ' - ' CHK-TEXT
003550         DELIMITED BY SIZE INTO REL-CHK-TEXT (WS-CHK-IDX).
003560 3100-EXIT.
003570     EXIT.
003580*----------------------------------------------------------------
003590*4000-CHECK-RECONCILE - BRECON'S VERDICT IS THE LAST RECORD OF
003600*    THE NIGHT'S EXCPFILE. NO 'VD' TRAILER MEANS BRECON DID NOT
003610*    RUN TO THE END, WHICH HOLDS THE RELEASE LIKE A DIRTY ONE.
003620*----------------------------------------------------------------
003630 4000-CHECK-RECONCILE.
003640     MOVE SPACES TO WS-EXC-LAST.
003650     OPEN INPUT EXCPFILE.
003660     PERFORM 4100-READ-EXCPFILE THRU 4100-EXIT
003670         UNTIL END-OF-EXCPFILE.
003680     CLOSE EXCPFILE.
003690     IF EXC-VD-ID NOT = 'VD'
003700         MOVE 'NO VERDICT TRAILER - BRECON UNFINISHED'
003710             TO REL-CHK-TEXT (WS-IDX-BRECON)
003720         GO TO 4000-EXIT
003730     END-IF.
003740     MOVE SPACES TO REL-CHK-TEXT (WS-IDX-BRECON).
003750     IF EXC-VD-VERDICT = 'CLEAN'
003760         MOVE 'P' TO REL-CHK-RESULT (WS-IDX-BRECON)
003770         STRING 'CLEAN - ' EXC-VD-COMPARED ' PAIRS COMPARED'
003780             DELIMITED BY SIZE INTO REL-CHK-TEXT (WS-IDX-BRECON)
003790     ELSE
003800         STRING 'DIRTY - ' EXC-VD-MISMATCHES ' MISMATCHES'
003810             DELIMITED BY SIZE INTO REL-CHK-TEXT (WS-IDX-BRECON)
003820     END-IF.
003830 4000-EXIT.
003840     EXIT.
003850 4100-READ-EXCPFILE.
003860     READ EXCPFILE
003870         AT END
003880             SET END-OF-EXCPFILE TO TRUE
003890         NOT AT END
003900             MOVE EXCPFILE-RECORD TO WS-EXC-LAST
003910     END-READ.
003920 4100-EXIT.
003930     EXIT.
003940*----------------------------------------------------------------
003950*5000-DECIDE - ANY FAILED CHECK HOLDS THE NIGHT'S OUTPUT UNLESS
003960*    AN OPERATOR OVERRIDE WAS GIVEN. AN OVERRIDE WHEN NOTHING
003970*    FAILED IS NOT NEEDED AND IS NOT RECORDED AS ONE.
003980*----------------------------------------------------------------
003990 5000-DECIDE.
004000     MOVE ZERO TO REL-HOLD-COUNT.
004010     PERFORM 5100-COUNT-FAILURE THRU 5100-EXIT
004020         VARYING WS-CHK-IDX FROM 1 BY 1
004030         UNTIL WS-CHK-IDX > 6.
004040     EVALUATE TRUE
004050         WHEN REL-HOLD-COUNT = ZERO
004060             SET REL-RELEASED TO TRUE
004070             IF OVERRIDE-REQUESTED
004080                 DISPLAY 'BRELGATE: EVERY CHECK PASSED - '
004090                     'OVERRIDE NOT NEEDED, NOT RECORDED'
004100             END-IF
004110         WHEN OVERRIDE-REQUESTED
004120             SET REL-OVERRIDDEN TO TRUE
004130             MOVE WS-OPER-ID TO REL-OPER-ID
004140             MOVE WS-JUSTIFY TO REL-JUSTIFY
004150         WHEN OTHER
004160             SET REL-HELD TO TRUE
004170     END-EVALUATE.
004180 5000-EXIT.
004190     EXIT.
004200 5100-COUNT-FAILURE.
004210     IF REL-CHK-RESULT (WS-CHK-IDX) NOT = 'P'
004220         ADD 1 TO REL-HOLD-COUNT
004230     END-IF.
004240     DISPLAY 'BRELGATE: ' REL-CHK-NAME (WS-CHK-IDX) ' '
004250         REL-CHK-RESULT (WS-CHK-IDX) ' '
004260         REL-CHK-TEXT (WS-CHK-IDX).
004270 5100-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------
004300*6000-WRITE-DECISION - REPLACE THE RELEASE CONTROL RECORD AND
004310*    APPEND THE SAME DECISION TO THE PERMANENT RELEASE LOG.
004320*----------------------------------------------------------------
004330 6000-WRITE-DECISION.
004340     OPEN OUTPUT RELCTL.
004350     WRITE RELCTL-RECORD FROM WS-REL-RECORD.
004360     CLOSE RELCTL.
004370     OPEN EXTEND RELLOG.
004380     WRITE RELLOG-RECORD FROM WS-REL-RECORD.
004390     CLOSE RELLOG.
004400 6000-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------
004430*8000-TERMINATE - SAY WHAT WAS DECIDED AND SET THE CONDITION
004440*    CODE - 0 RELEASED, 4 RELEASED ON OVERRIDE, 8 HELD, 12 WHEN
004450*    THE PARM WAS REFUSED AND NOTHING WAS WRITTEN.
004460*----------------------------------------------------------------
004470 8000-TERMINATE.
004480     EVALUATE TRUE
004490         WHEN REQUEST-IS-INVALID
004500             DISPLAY 'BRELGATE: PARM REFUSED - NO DECISION '
004510                 'WRITTEN'
004520             MOVE 12 TO RETURN-CODE
004530         WHEN REL-RELEASED
004540             DISPLAY 'BRELGATE: ' WS-RUN-DATE ' ' WS-JOB-NAME
004550                 ' RELEASED'
004560             MOVE ZERO TO RETURN-CODE
004570         WHEN REL-OVERRIDDEN
004580             DISPLAY 'BRELGATE: ' WS-RUN-DATE ' ' WS-JOB-NAME
004590                 ' RELEASED ON OVERRIDE BY ' WS-OPER-ID
004600             MOVE 4 TO RETURN-CODE
004610         WHEN OTHER
004620             DISPLAY 'BRELGATE: ' WS-RUN-DATE ' ' WS-JOB-NAME
004630                 ' HELD - ' REL-HOLD-COUNT ' CHECK(S) FAILED'
004640             MOVE 8 TO RETURN-CODE
004650     END-EVALUATE.
004660 8000-EXIT.
004670     EXIT.
004680 9999-EXIT.
004690     STOP RUN.
