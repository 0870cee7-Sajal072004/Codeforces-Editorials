000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BXBACK.
000030 AUTHOR. D. K. WHITFIELD.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH CONVERSION UNIT.
000050 DATE-WRITTEN. 12/21/2024.
000060 DATE-COMPILED.
000070*    -------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    12/21/2024 DKW   ORIGINAL CODING - BACK-OUT OF ONE NIGHT'S
000120*                     CROSS-REFERENCE LOAD. UNTIL NOW A BAD
000130*                     NIGHT LOADED INTO XREFMSTR COULD ONLY BE
000140*                     PUT RIGHT BY RESTORING THE WHOLE CLUSTER
000150*                     FROM BACKUP AND RERUNNING EVERY LOAD
000160*                     SINCE. BXREF NOW JOURNALS EVERY RECORD IT
000170*                     ADDS OR REPLACES (XJRNLAY - BEFORE-IMAGE,
000180*                     AFTER-IMAGE, RUN DATE, JOB, LOAD STAMP)
000190*                     AND ENDS EACH LOAD WITH A TOTALS RECORD.
000200*                     GIVEN THE RUN DATE AND JOB, THIS PROGRAM
000210*                     READS THE JOURNAL (SORTED BY KEY, THEN
000220*                     LOAD STAMP AND SEQUENCE) AND PUTS EACH KEY
000230*                     THE NIGHT TOUCHED BACK AS IT WAS BEFORE
000240*                     THE NIGHT - A KEY THE NIGHT ADDED IS
000250*                     DELETED, A KEY IT REPLACED GETS ITS FIRST
000260*                     BEFORE-IMAGE BACK. A KEY ONLY MOVES IF
000270*                     THE MASTER STILL HOLDS WHAT THE NIGHT
000280*                     LEFT THERE; ONE A LATER NIGHT HAS LOADED
000290*                     AGAIN IS LEFT ALONE AND LISTED, AND ONE
000300*                     ALREADY BACK WHERE IT STARTED IS COUNTED
000310*                     AS ALREADY REVERSED, SO A RERUN AFTER A
000320*                     VSAM ERROR PICKS UP WHERE IT STOPPED.
000330*                     EVERY RUNHIST RECORD OF THE NIGHT IS THEN
000340*                     MARKED BACKED OUT (RUNH-BACKOUT-STATUS
000350*                     'B') SO BBALANCE, BMONTH AND BSTATUS
000360*                     LEAVE IT OUT OF THEIR BASELINES AND
000370*                     TRENDS. THE REPORT LISTS EVERY KEY WITH
000380*                     WHAT WAS DONE TO IT AND BALANCES THE
000390*                     JOURNAL ENTRIES AGAINST THE LOAD'S OWN
000400*                     LOADED AND REPLACED COUNTS. PARM COLUMNS
000410*                     1-8 THE RUN DATE (REQUIRED), 10-17 THE
000420*                     JOB (BLANK FOR BCNVJOB). CONDITION CODE 0
000430*                     BACKED OUT IN BALANCE, 4 BACKED OUT WITH
000440*                     KEYS LEFT AS A LATER NIGHT LOADED THEM, 8
000450*                     OUT OF BALANCE OR A BAD PARM, 12 A VSAM
000460*                     ERROR.
000462*    01/04/2025 DKW   A KEY PAST TEN DIGITS (PACKED ON THE MASTER)
000464*                     PRINTS AS ITS NINETEEN DIGITS; THE KEY
000466*                     COLUMN IS WIDENED TO SUIT.
000470*    -------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500     SOURCE-COMPUTER. IBM-370.
000510     OBJECT-COMPUTER. IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540*    THE BXREF BEFORE-IMAGE JOURNAL, SORTED BY KEY, LOAD STAMP
000550*    AND SEQUENCE - EACH LOAD'S TOTALS RECORDS (KEY SPACES)
000560*    SORT AHEAD OF THE ENTRIES.
000570     SELECT JRNSORT ASSIGN TO "JRNSORT"
000580         ORGANIZATION IS SEQUENTIAL.
000590*    THE KEYED CROSS-REFERENCE MASTER - CUMULATIVE VSAM KSDS,
000600*    KEYED ON THE SIGNED VALUE PLUS CONVENTION (XREFLAY).
000610     SELECT XREFMSTR ASSIGN TO "XREFMSTR"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS XRF-MST-KEY
000650         FILE STATUS IS WS-XREF-STATUS.
000660*    THE CUMULATIVE RUN HISTORY - A VSAM ESDS, UPDATED IN PLACE.
000670     SELECT RUNHIST ASSIGN TO AS-RUNHIST
000680         ORGANIZATION IS SEQUENTIAL.
000690*    BACK-OUT REPORT.
000700     SELECT RPTFILE ASSIGN TO "RPTFILE"
000710         ORGANIZATION IS SEQUENTIAL.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  JRNSORT
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 260 CHARACTERS.
000780 01  JRNSORT-RECORD              PIC X(260).
000790 FD  XREFMSTR
000800     RECORD CONTAINS 100 CHARACTERS.
000810 01  XREFMSTR-RECORD.
000820     05  XRF-MST-KEY                PIC X(13).
000830     05  FILLER                     PIC X(87).
000840 FD  RUNHIST
000850     RECORD CONTAINS 132 CHARACTERS.
000860 01  RUNHIST-RECORD              PIC X(132).
000870 FD  RPTFILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 132 CHARACTERS.
000910 01  RPTFILE-RECORD              PIC X(132).
000920 WORKING-STORAGE SECTION.
000930*    CROSS-REFERENCE RECORD LAYOUT (SHARED WITH BXREF) - THE
000940*    VIEW THROUGH WHICH A JOURNAL IMAGE IS PRINTED.
000950     COPY XREFLAY.
000960*    BEFORE-IMAGE JOURNAL RECORD LAYOUT (SHARED WITH BXREF).
000970     COPY XJRNLAY.
000980*    RUN-HISTORY RECORD LAYOUT (SHARED WITH PROGRAM B).
000990     COPY RUNHLAY.
001000*    RUN SWITCHES
001010 77  WS-JRN-EOF-SWITCH           PIC X(01) VALUE 'N'.
001020 88  END-OF-JOURNAL                        VALUE 'Y'.
001030 77  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
001040 88  END-OF-HISTORY                        VALUE 'Y'.
001050 77  WS-VSAM-SWITCH              PIC X(01) VALUE 'N'.
001060 88  VSAM-ERROR-SEEN                       VALUE 'Y'.
001070 77  WS-REQ-VALID-SWITCH         PIC X(01) VALUE 'Y'.
001080 88  REQUEST-IS-VALID                      VALUE 'Y'.
001090 88  REQUEST-IS-INVALID                    VALUE 'N'.
001100 77  WS-BALANCE-SWITCH           PIC X(01) VALUE 'Y'.
001110 88  JOURNAL-IN-BALANCE                    VALUE 'Y'.
001120 88  JOURNAL-OUT-OF-BALANCE                VALUE 'N'.
001130 77  WS-GROUP-SWITCH             PIC X(01) VALUE 'N'.
001140 88  GROUP-IS-OPEN                         VALUE 'Y'.
001150 88  GROUP-IS-CLOSED                       VALUE 'N'.
001160 77  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
001170 88  KEY-ON-MASTER                         VALUE 'Y'.
001180 88  KEY-NOT-ON-MASTER                     VALUE 'N'.
001190 77  WS-XREF-STATUS              PIC X(02) VALUE SPACES.
001200*    THE KEY BEING REVERSED - THE NIGHT'S FIRST ACTION ON IT AND
001210*    FIRST BEFORE-IMAGE (WHERE IT GOES BACK TO), AND ITS LAST
001220*    AFTER-IMAGE (WHAT THE MASTER MUST STILL HOLD).
001230 77  WS-GRP-KEY                  PIC X(13) VALUE SPACES.
001240 77  WS-GRP-FIRST-ACTION         PIC X(01) VALUE SPACE.
001250 88  GRP-FIRST-ADDED                       VALUE 'A'.
001260 88  GRP-FIRST-REPLACED                    VALUE 'R'.
001270 77  WS-GRP-ENTRIES              PIC 9(05) COMP VALUE ZERO.
001273*    A PACKED KEY'S VALUE UNPACKED FOR THE REPORT.
001276 77  WS-WIDE-DIGITS              PIC 9(19) VALUE ZERO.
001280 01  WS-GRP-BEFORE               PIC X(100) VALUE SPACES.
001290 01  WS-GRP-AFTER                PIC X(100) VALUE SPACES.
001300*    THE KEY'S RECORD AS IT STANDS ON THE MASTER NOW.
001310 01  WS-CURRENT-IMAGE            PIC X(100) VALUE SPACES.
001320*    RUN COUNTERS FOR THE REPORT AND THE CONDITION CODE
001330 77  WS-TOT-RECORDS              PIC 9(07) COMP VALUE ZERO.
001340 77  WS-TOT-LOADED               PIC 9(07) COMP VALUE ZERO.
001350 77  WS-TOT-REPLACED             PIC 9(07) COMP VALUE ZERO.
001360 77  WS-ADD-ENTRIES              PIC 9(07) COMP VALUE ZERO.
001370 77  WS-RPL-ENTRIES              PIC 9(07) COMP VALUE ZERO.
001380 77  WS-UNREADABLE-COUNT         PIC 9(07) COMP VALUE ZERO.
001390 77  WS-KEY-COUNT                PIC 9(07) COMP VALUE ZERO.
001400 77  WS-DELETED-COUNT            PIC 9(07) COMP VALUE ZERO.
001410 77  WS-RESTORED-COUNT           PIC 9(07) COMP VALUE ZERO.
001420 77  WS-ALREADY-COUNT            PIC 9(07) COMP VALUE ZERO.
001430 77  WS-LEFT-COUNT               PIC 9(07) COMP VALUE ZERO.
001440 77  WS-ACCOUNTED-COUNT          PIC 9(07) COMP VALUE ZERO.
001450 77  WS-HIST-MARKED              PIC 9(07) COMP VALUE ZERO.
001460 77  WS-HIST-ALREADY             PIC 9(07) COMP VALUE ZERO.
001470*    RUN DATE AND JOB FROM THE PARM - THE NIGHT BEING BACKED OUT.
001480 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
001490 77  WS-JOB-NAME                 PIC X(08) VALUE SPACES.
001500*    THE PARM, SPACE-PADDED TO ITS REAL LENGTH AT START-UP SO
001510*    A SHORT PARM IS NEVER READ PAST ITS END.
001520 01  WS-PARM-TEXT                PIC X(80) VALUE SPACES.
001530*    REPORT PAGING
001540 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
001550 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
001560 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001570*    REPORT LINES
001580 01  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
001590 01  WS-HEAD-1.
001600     05  FILLER                     PIC X(48) VALUE
001610         "BXBACK - CROSS-REFERENCE LOAD BACK-OUT".
001620     05  FILLER                     PIC X(10) VALUE
001630         " RUN DATE ".
001640     05  WS-HD1-DATE                PIC X(08).
001650     05  FILLER                     PIC X(06) VALUE "  JOB ".
001660     05  WS-HD1-JOB                 PIC X(08).
001670     05  FILLER                     PIC X(43) VALUE SPACES.
001680     05  FILLER                     PIC X(05) VALUE "PAGE ".
001690     05  WS-HD1-PAGE                PIC ZZZ9.
001700 01  WS-HEAD-2.
001710     05  FILLER                     PIC X(49) VALUE
001720         "KEY                    NIGHT    ENTS  OUTCOME".
001730     05  FILLER                     PIC X(20) VALUE SPACES.
001740     05  FILLER                     PIC X(18) VALUE
001750         "BEFORE THE NIGHT".
001760     05  FILLER                     PIC X(45) VALUE
001770         "FOUND ON MASTER".
001780 01  WS-SECTION-LINE.
001790     05  WS-SEC-TITLE               PIC X(60).
001800     05  FILLER                     PIC X(72) VALUE SPACES.
001810*    ONE KEY THE NIGHT TOUCHED AND WHAT BECAME OF IT.
001820 01  WS-DTL-LINE.
001830     05  WS-DTL-KEY                 PIC X(22).
001840     05  FILLER                     PIC X(01) VALUE SPACE.
001850     05  WS-DTL-ACTION              PIC X(08).
001860     05  FILLER                     PIC X(01) VALUE SPACE.
001870     05  WS-DTL-ENTRIES             PIC ZZZ9.
001880     05  FILLER                     PIC X(02) VALUE SPACES.
001890     05  WS-DTL-OUTCOME             PIC X(30).
001900     05  FILLER                     PIC X(01) VALUE SPACE.
001910     05  WS-DTL-BEFORE-DATE         PIC X(08).
001920     05  FILLER                     PIC X(01) VALUE SPACE.
001930     05  WS-DTL-BEFORE-REC          PIC X(07).
001940     05  FILLER                     PIC X(02) VALUE SPACES.
001950     05  WS-DTL-FOUND-DATE          PIC X(08).
001960     05  FILLER                     PIC X(01) VALUE SPACE.
001970     05  WS-DTL-FOUND-REC           PIC X(07).
001980     05  FILLER                     PIC X(29) VALUE SPACES.
001990 01  WS-CHECK-LINE.
002000     05  FILLER                     PIC X(04) VALUE SPACES.
002010     05  WS-CK-TEXT                 PIC X(60).
002020     05  FILLER                     PIC X(68) VALUE SPACES.
002030 01  WS-TOTAL-LINE.
002040     05  FILLER                     PIC X(04) VALUE SPACES.
002050     05  WS-TT-LABEL                PIC X(40).
002060     05  WS-TT-COUNT                PIC ZZ,ZZZ,ZZ9.
002070     05  FILLER                     PIC X(78) VALUE SPACES.
002080 01  WS-VERDICT-LINE             PIC X(132) VALUE SPACES.
002090 LINKAGE SECTION.
002100*    JOB STEP PARM - COLUMNS 1-8 THE RUN DATE WHOSE LOAD IS TO
002110*    BE BACKED OUT (YYYYMMDD - NO DEFAULT, A BACK-OUT IS NEVER
002120*    RUN AGAINST TODAY BY ACCIDENT), COLUMNS 10-17 THE JOB GIVEN
002130*    TO BXREF (BLANK FOR BCNVJOB), E.G. PARM='20241220 BCNVJOB'.
002140 01  LS-PARM-DATA.
002150     05  LS-PARM-LENGTH             PIC S9(04) COMP.
002160     05  LS-PARM-TEXT               PIC X(80).
002170 PROCEDURE DIVISION USING LS-PARM-DATA.
002180*================================================================
002190*0000-MAINLINE - OVERALL CONTROL OF THE BACK-OUT.
002200*================================================================
002210 0000-MAINLINE.
002220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002230     IF REQUEST-IS-VALID
002240         PERFORM 2000-TAKE-ENTRY THRU 2000-EXIT
002250             UNTIL END-OF-JOURNAL OR VSAM-ERROR-SEEN
002260         PERFORM 3900-END-OF-JOURNAL THRU 3900-EXIT
002270     END-IF.
002280     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
002290     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002300     GO TO 9999-EXIT.
002310*----------------------------------------------------------------
002320*1000-INITIALIZE - EDIT THE PARM, OPEN FILES AND PRIME THE
002330*    JOURNAL. A MISSING OR NON-NUMERIC RUN DATE TOUCHES NOTHING.
002340*----------------------------------------------------------------
002350 1000-INITIALIZE.
002360     MOVE SPACES TO WS-PARM-TEXT.
002370     IF LS-PARM-LENGTH > ZERO AND LS-PARM-LENGTH <= 80
002380         MOVE LS-PARM-TEXT (1:LS-PARM-LENGTH) TO WS-PARM-TEXT
002390     END-IF.
002400     MOVE WS-PARM-TEXT (1:8) TO WS-RUN-DATE.
002410     IF WS-PARM-TEXT (10:8) = SPACES
002420         MOVE 'BCNVJOB' TO WS-JOB-NAME
002430     ELSE
002440         MOVE WS-PARM-TEXT (10:8) TO WS-JOB-NAME
002450     END-IF.
002460     MOVE WS-RUN-DATE TO WS-HD1-DATE.
002470     MOVE WS-JOB-NAME TO WS-HD1-JOB.
002480     OPEN OUTPUT RPTFILE.
002490     IF WS-RUN-DATE IS NOT NUMERIC
002500         SET REQUEST-IS-INVALID TO TRUE
002510         DISPLAY 'BXBACK: PARM RUN DATE MISSING OR NOT NUMERIC - '
002520             WS-PARM-TEXT (1:17)
002530         GO TO 1000-EXIT
002540     END-IF.
002550     OPEN INPUT JRNSORT.
002560     OPEN I-O XREFMSTR.
002570     IF WS-XREF-STATUS NOT = '00'
002580         DISPLAY 'BXBACK: XREFMSTR OPEN FAILED - STATUS '
002590             WS-XREF-STATUS
002600         SET VSAM-ERROR-SEEN TO TRUE
002610     END-IF.
002620     MOVE "KEYS THE NIGHT ADDED OR REPLACED" TO WS-SEC-TITLE.
002630     PERFORM 7200-WRITE-SECTION THRU 7200-EXIT.
002640     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
002650 1000-EXIT.
002660     EXIT.
002670*----------------------------------------------------------------
002680*2000-TAKE-ENTRY - ONE JOURNAL ENTRY FOR THE NIGHT. A NEW KEY
002690*    FIRST REVERSES THE KEY BEFORE IT; THE FIRST ENTRY FOR A KEY
002700*    SAYS WHERE IT GOES BACK TO, THE LAST SAYS WHAT THE NIGHT
002710*    LEFT ON THE MASTER.
002720*----------------------------------------------------------------
002730 2000-TAKE-ENTRY.
002740     IF GROUP-IS-OPEN
002750         AND XJR-KEY NOT = WS-GRP-KEY
002760         PERFORM 3000-REVERSE-KEY THRU 3000-EXIT
002770         IF VSAM-ERROR-SEEN
002780             GO TO 2000-EXIT
002790         END-IF
002800     END-IF.
002810     IF GROUP-IS-CLOSED
002820         SET GROUP-IS-OPEN TO TRUE
002830         MOVE XJR-KEY TO WS-GRP-KEY
002840         MOVE XJR-ACTION TO WS-GRP-FIRST-ACTION
002850         MOVE XJR-BEFORE-IMAGE TO WS-GRP-BEFORE
002860         MOVE ZERO TO WS-GRP-ENTRIES
002870     END-IF.
002880     ADD 1 TO WS-GRP-ENTRIES.
002890     MOVE XJR-AFTER-IMAGE TO WS-GRP-AFTER.
002900     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
002910 2000-EXIT.
002920     EXIT.
002930*----------------------------------------------------------------
002940*2100-READ-JOURNAL - NEXT ENTRY FOR THE NIGHT BEING BACKED
002950*    OUT. OTHER NIGHTS' RECORDS ARE PASSED OVER; THE NIGHT'S
002960*    TOTALS RECORDS ARE ADDED UP FOR THE BALANCE; AN ENTRY THAT
002970*    IS NEITHER AN ADD NOR A REPLACE IS COUNTED AND PASSED OVER.
002980*----------------------------------------------------------------
002990 2100-READ-JOURNAL.
003000     READ JRNSORT INTO WS-XJR-RECORD
003010         AT END
003020             SET END-OF-JOURNAL TO TRUE
003030             GO TO 2100-EXIT
003040     END-READ.
003050     IF XJR-RUN-DATE NOT = WS-RUN-DATE
003060         OR XJR-JOB-NAME NOT = WS-JOB-NAME
003070         GO TO 2100-READ-JOURNAL
003080     END-IF.
003090     IF XJR-RUN-TOTALS
003100         ADD 1 TO WS-TOT-RECORDS
003110         IF XJR-TOT-LOADED IS NUMERIC
003120             AND XJR-TOT-REPLACED IS NUMERIC
003130             ADD XJR-TOT-LOADED TO WS-TOT-LOADED
003140             ADD XJR-TOT-REPLACED TO WS-TOT-REPLACED
003150         ELSE
003160             ADD 1 TO WS-UNREADABLE-COUNT
003170         END-IF
003180         GO TO 2100-READ-JOURNAL
003190     END-IF.
003200     EVALUATE TRUE
003210         WHEN XJR-ADDED
003220             ADD 1 TO WS-ADD-ENTRIES
003230         WHEN XJR-REPLACED
003240             ADD 1 TO WS-RPL-ENTRIES
003250         WHEN OTHER
003260             ADD 1 TO WS-UNREADABLE-COUNT
003270             DISPLAY 'BXBACK: UNREADABLE JOURNAL ENTRY - KEY '
003280                 XJR-KEY ' ACTION ' XJR-ACTION
003290             GO TO 2100-READ-JOURNAL
003300     END-EVALUATE.
003310 2100-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------
003340*3000-REVERSE-KEY - PUT ONE KEY BACK AS IT WAS BEFORE THE
003350*    NIGHT, IF THE MASTER STILL HOLDS WHAT THE NIGHT LEFT. A KEY
003360*    ALREADY BACK WHERE IT STARTED (AN EARLIER BACK-OUT OF THE
003370*    SAME NIGHT) IS COUNTED; ANYTHING ELSE MEANS A LATER LOAD
003380*    HAS BEEN AT IT, AND IT IS LEFT ALONE AND LISTED.
003390*----------------------------------------------------------------
003400 3000-REVERSE-KEY.
003410     SET GROUP-IS-CLOSED TO TRUE.
003420     ADD 1 TO WS-KEY-COUNT.
003430     MOVE WS-GRP-KEY TO XRF-MST-KEY.
003440     READ XREFMSTR INTO WS-CURRENT-IMAGE.
003450     EVALUATE WS-XREF-STATUS
003460         WHEN '00'
003470             SET KEY-ON-MASTER TO TRUE
003480         WHEN '23'
003490             SET KEY-NOT-ON-MASTER TO TRUE
003500             MOVE SPACES TO WS-CURRENT-IMAGE
003510         WHEN OTHER
003520             DISPLAY 'BXBACK: XREFMSTR READ FAILED - STATUS '
003530                 WS-XREF-STATUS ' AT KEY ' WS-GRP-KEY
003540             SET VSAM-ERROR-SEEN TO TRUE
003550             GO TO 3000-EXIT
003560     END-EVALUATE.
003570     PERFORM 3200-FILL-DETAIL THRU 3200-EXIT.
003580     EVALUATE TRUE
003590         WHEN KEY-ON-MASTER
003600             AND WS-CURRENT-IMAGE = WS-GRP-AFTER
003610             PERFORM 3100-PUT-BACK THRU 3100-EXIT
003620         WHEN GRP-FIRST-ADDED
003630             AND KEY-NOT-ON-MASTER
003640             ADD 1 TO WS-ALREADY-COUNT
003650             MOVE "ALREADY REVERSED" TO WS-DTL-OUTCOME
003660         WHEN GRP-FIRST-REPLACED
003670             AND KEY-ON-MASTER
003680             AND WS-CURRENT-IMAGE = WS-GRP-BEFORE
003690             ADD 1 TO WS-ALREADY-COUNT
003700             MOVE "ALREADY REVERSED" TO WS-DTL-OUTCOME
003710         WHEN OTHER
003720             ADD 1 TO WS-LEFT-COUNT
003730             MOVE "** CHANGED SINCE - LEFT ALONE"
003740                 TO WS-DTL-OUTCOME
003750     END-EVALUATE.
003760     IF VSAM-ERROR-SEEN
003770         GO TO 3000-EXIT
003780     END-IF.
003790     PERFORM 7300-WRITE-DETAIL THRU 7300-EXIT.
003800 3000-EXIT.
003810     EXIT.
003820*----------------------------------------------------------------
003830*3100-PUT-BACK - THE MASTER STILL HOLDS THE NIGHT'S RECORD. A
003840*    KEY THE NIGHT ADDED IS DELETED; A KEY IT REPLACED GETS ITS
003850*    BEFORE-IMAGE BACK.
003860*----------------------------------------------------------------
003870 3100-PUT-BACK.
003880     IF GRP-FIRST-ADDED
003890         DELETE XREFMSTR RECORD
003900         IF WS-XREF-STATUS NOT = '00'
003910             DISPLAY 'BXBACK: XREFMSTR DELETE FAILED - STATUS '
003920                 WS-XREF-STATUS ' AT KEY ' WS-GRP-KEY
003930             SET VSAM-ERROR-SEEN TO TRUE
003940             GO TO 3100-EXIT
003950         END-IF
003960         ADD 1 TO WS-DELETED-COUNT
003970         MOVE "DELETED - ADDED BY THE NIGHT" TO WS-DTL-OUTCOME
003980         GO TO 3100-EXIT
003990     END-IF.
004000     MOVE WS-GRP-BEFORE TO XREFMSTR-RECORD.
004010     REWRITE XREFMSTR-RECORD.
004020     IF WS-XREF-STATUS NOT = '00'
004030         DISPLAY 'BXBACK: XREFMSTR REWRITE FAILED - STATUS '
004040             WS-XREF-STATUS ' AT KEY ' WS-GRP-KEY
004050         SET VSAM-ERROR-SEEN TO TRUE
004060         GO TO 3100-EXIT
004070     END-IF.
004080     ADD 1 TO WS-RESTORED-COUNT.
004090     MOVE "RESTORED TO ITS BEFORE-IMAGE" TO WS-DTL-OUTCOME.
004100 3100-EXIT.
004110     EXIT.
004120*----------------------------------------------------------------
004130*3200-FILL-DETAIL - THE KEY, THE NIGHT'S FIRST ACTION ON IT,
004140*    AND THE RUN DATE AND RECORD NUMBER OF THE RECORD IT GOES
004142*    BACK TO AND OF THE ONE FOUND ON THE MASTER. A TEN-DIGIT KEY
004144*    PRINTS AS IT IS STORED; A PACKED KEY (NEVER NUMERIC AS
004146*    TEXT) PRINTS AS ITS NINETEEN DIGITS.
004148*----------------------------------------------------------------
004150 3200-FILL-DETAIL.
004152     MOVE SPACES TO WS-DTL-KEY.
004154     MOVE WS-GRP-KEY TO XRF-KEY.
004156     IF XRF-DEC-VALUE IS NUMERIC
004158         MOVE WS-GRP-KEY TO WS-DTL-KEY
004160     ELSE
004162         MOVE XRF-DEC-WIDE TO WS-WIDE-DIGITS
004164         STRING XRF-SIGN DELIMITED BY SIZE
004166             WS-WIDE-DIGITS  DELIMITED BY SIZE
004168             XRF-CONVENTION  DELIMITED BY SIZE
004170             INTO WS-DTL-KEY
004172         END-STRING
004174     END-IF.
004190     IF GRP-FIRST-ADDED
004200         MOVE "ADDED" TO WS-DTL-ACTION
004210     ELSE
004220         MOVE "REPLACED" TO WS-DTL-ACTION
004230     END-IF.
004240     MOVE WS-GRP-ENTRIES TO WS-DTL-ENTRIES.
004250     MOVE SPACES TO WS-DTL-OUTCOME.
004260     MOVE SPACES TO WS-DTL-BEFORE-DATE.
004270     MOVE SPACES TO WS-DTL-BEFORE-REC.
004280     MOVE SPACES TO WS-DTL-FOUND-DATE.
004290     MOVE SPACES TO WS-DTL-FOUND-REC.
004300     IF WS-GRP-BEFORE NOT = SPACES
004310         MOVE WS-GRP-BEFORE TO WS-XREF-RECORD
004320         MOVE XRF-RUN-DATE TO WS-DTL-BEFORE-DATE
004330         MOVE XRF-REC-NO TO WS-DTL-BEFORE-REC
004340     END-IF.
004350     IF KEY-ON-MASTER
004360         MOVE WS-CURRENT-IMAGE TO WS-XREF-RECORD
004370         MOVE XRF-RUN-DATE TO WS-DTL-FOUND-DATE
004380         MOVE XRF-REC-NO TO WS-DTL-FOUND-REC
004390     ELSE
004400         MOVE "NONE" TO WS-DTL-FOUND-DATE
004410     END-IF.
004420 3200-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------
004450*3900-END-OF-JOURNAL - REVERSE THE LAST KEY, THEN MARK THE
004460*    NIGHT'S RUN HISTORY. NOTHING IS MARKED AFTER A VSAM ERROR
004470*    (THE BACK-OUT IS INCOMPLETE AND WILL BE RERUN) OR WHEN THE
004480*    JOURNAL HOLDS NOTHING AT ALL FOR THE NIGHT.
004490*----------------------------------------------------------------
004500 3900-END-OF-JOURNAL.
004510     IF GROUP-IS-OPEN
004520         AND NOT VSAM-ERROR-SEEN
004530         PERFORM 3000-REVERSE-KEY THRU 3000-EXIT
004540     END-IF.
004550     IF VSAM-ERROR-SEEN
004560         GO TO 3900-EXIT
004570     END-IF.
004580     IF WS-TOT-RECORDS = ZERO
004590         AND WS-KEY-COUNT = ZERO
004600         GO TO 3900-EXIT
004610     END-IF.
004620     OPEN I-O RUNHIST.
004630     PERFORM 4000-MARK-HISTORY THRU 4000-EXIT
004640         UNTIL END-OF-HISTORY.
004650     CLOSE RUNHIST.
004660 3900-EXIT.
004670     EXIT.
004680*----------------------------------------------------------------
004690*4000-MARK-HISTORY - ONE RUN-HISTORY RECORD. EVERY RECORD OF
004700*    THE NIGHT - THE WHOLE-RUN RECORD AND EACH FEED'S - IS
004710*    MARKED BACKED OUT IN PLACE.
004720*----------------------------------------------------------------
004730 4000-MARK-HISTORY.
004740     READ RUNHIST INTO WS-RUNH-RECORD
004750         AT END
004760             SET END-OF-HISTORY TO TRUE
004770             GO TO 4000-EXIT
004780     END-READ.
004790     IF RUNH-RUN-DATE NOT = WS-RUN-DATE
004800         OR RUNH-JOB-NAME NOT = WS-JOB-NAME
004810         GO TO 4000-EXIT
004820     END-IF.
004830     IF RUNH-BACKED-OUT
004840         ADD 1 TO WS-HIST-ALREADY
004850         GO TO 4000-EXIT
004860     END-IF.
004870     MOVE 'B' TO RUNH-BACKOUT-STATUS.
004880     REWRITE RUNHIST-RECORD FROM WS-RUNH-RECORD.
004890     ADD 1 TO WS-HIST-MARKED.
004900 4000-EXIT.
004910     EXIT.
004920*----------------------------------------------------------------
004930*5000-PRINT-TOTALS - THE COUNTS, THE BALANCE OF THE JOURNAL
004940*    AGAINST THE LOAD'S OWN COUNTS AND OF THE KEYS AGAINST WHAT
004950*    WAS DONE TO THEM, AND THE VERDICT.
004960*----------------------------------------------------------------
004970 5000-PRINT-TOTALS.
004980     IF REQUEST-IS-INVALID
004990         GO TO 5900-VERDICT
005000     END-IF.
005010     MOVE "TOTALS" TO WS-SEC-TITLE.
005020     PERFORM 7200-WRITE-SECTION THRU 7200-EXIT.
005030     MOVE "LOADS JOURNALLED FOR THE NIGHT" TO WS-TT-LABEL.
005040     MOVE WS-TOT-RECORDS TO WS-TT-COUNT.
005050     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005060     MOVE "LOADED NEW - PER THE LOAD" TO WS-TT-LABEL.
005070     MOVE WS-TOT-LOADED TO WS-TT-COUNT.
005080     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005090     MOVE "REPLACED - PER THE LOAD" TO WS-TT-LABEL.
005100     MOVE WS-TOT-REPLACED TO WS-TT-COUNT.
005110     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005120     MOVE "JOURNAL ENTRIES - ADDED" TO WS-TT-LABEL.
005130     MOVE WS-ADD-ENTRIES TO WS-TT-COUNT.
005140     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005150     MOVE "JOURNAL ENTRIES - REPLACED" TO WS-TT-LABEL.
005160     MOVE WS-RPL-ENTRIES TO WS-TT-COUNT.
005170     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005180     MOVE "UNREADABLE JOURNAL RECORDS" TO WS-TT-LABEL.
005190     MOVE WS-UNREADABLE-COUNT TO WS-TT-COUNT.
005200     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005210     MOVE "KEYS THE NIGHT TOUCHED" TO WS-TT-LABEL.
005220     MOVE WS-KEY-COUNT TO WS-TT-COUNT.
005230     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005240     MOVE "  DELETED - ADDED BY THE NIGHT" TO WS-TT-LABEL.
005250     MOVE WS-DELETED-COUNT TO WS-TT-COUNT.
005260     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005270     MOVE "  RESTORED TO THEIR BEFORE-IMAGE" TO WS-TT-LABEL.
005280     MOVE WS-RESTORED-COUNT TO WS-TT-COUNT.
005290     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005300     MOVE "  ALREADY REVERSED" TO WS-TT-LABEL.
005310     MOVE WS-ALREADY-COUNT TO WS-TT-COUNT.
005320     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005330     MOVE "  CHANGED SINCE - NOT RESTORED" TO WS-TT-LABEL.
005340     MOVE WS-LEFT-COUNT TO WS-TT-COUNT.
005350     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005360     MOVE "RUN HISTORY RECORDS MARKED BACKED OUT" TO WS-TT-LABEL.
005370     MOVE WS-HIST-MARKED TO WS-TT-COUNT.
005380     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005390     MOVE "RUN HISTORY RECORDS ALREADY MARKED" TO WS-TT-LABEL.
005400     MOVE WS-HIST-ALREADY TO WS-TT-COUNT.
005410     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005420     MOVE "BALANCE" TO WS-SEC-TITLE.
005430     PERFORM 7200-WRITE-SECTION THRU 7200-EXIT.
005440     IF WS-TOT-RECORDS = ZERO
005450         IF WS-KEY-COUNT = ZERO
005460             MOVE "NOTHING ON THE JOURNAL FOR THIS DATE AND JOB"
005470                 TO WS-CK-TEXT
005480         ELSE
005490             MOVE "NO LOAD TOTALS ON THE JOURNAL - LOAD NOT ENDED"
005500                 TO WS-CK-TEXT
005510         END-IF
005520         SET JOURNAL-OUT-OF-BALANCE TO TRUE
005530         PERFORM 7500-WRITE-CHECK THRU 7500-EXIT
005540     END-IF.
005550     IF WS-ADD-ENTRIES = WS-TOT-LOADED
005560         MOVE "ADDED ENTRIES AGREE WITH THE LOAD'S COUNT"
005570             TO WS-CK-TEXT
005580     ELSE
005590         MOVE "ADDED ENTRIES DO NOT AGREE WITH THE LOAD"
005600             TO WS-CK-TEXT
005610         SET JOURNAL-OUT-OF-BALANCE TO TRUE
005620     END-IF.
005630     PERFORM 7500-WRITE-CHECK THRU 7500-EXIT.
005640     IF WS-RPL-ENTRIES = WS-TOT-REPLACED
005650         MOVE "REPLACED ENTRIES AGREE WITH THE LOAD'S COUNT"
005660             TO WS-CK-TEXT
005670     ELSE
005680         MOVE "REPLACED ENTRIES DO NOT AGREE WITH THE LOAD"
005690             TO WS-CK-TEXT
005700         SET JOURNAL-OUT-OF-BALANCE TO TRUE
005710     END-IF.
005720     PERFORM 7500-WRITE-CHECK THRU 7500-EXIT.
005730     ADD WS-DELETED-COUNT WS-RESTORED-COUNT WS-ALREADY-COUNT
005740         WS-LEFT-COUNT GIVING WS-ACCOUNTED-COUNT.
005750     IF WS-ACCOUNTED-COUNT = WS-KEY-COUNT
005760         MOVE "EVERY KEY THE NIGHT TOUCHED IS ACCOUNTED FOR"
005770             TO WS-CK-TEXT
005780     ELSE
005790         MOVE "KEYS ARE MISSING FROM THE BACK-OUT - SEE THE LOG"
005800             TO WS-CK-TEXT
005810         SET JOURNAL-OUT-OF-BALANCE TO TRUE
005820     END-IF.
005830     PERFORM 7500-WRITE-CHECK THRU 7500-EXIT.
005840     IF WS-UNREADABLE-COUNT > ZERO
005850         MOVE "THE JOURNAL HOLDS UNREADABLE RECORDS FOR THE NIGHT"
005860             TO WS-CK-TEXT
005870         SET JOURNAL-OUT-OF-BALANCE TO TRUE
005880         PERFORM 7500-WRITE-CHECK THRU 7500-EXIT
005890     END-IF.
005900     IF WS-KEY-COUNT > ZERO
005910         AND WS-HIST-MARKED = ZERO
005920         AND WS-HIST-ALREADY = ZERO
005930         AND NOT VSAM-ERROR-SEEN
005940         MOVE "NO RUN HISTORY RECORDS FOUND FOR THE NIGHT"
005950             TO WS-CK-TEXT
005960         PERFORM 7500-WRITE-CHECK THRU 7500-EXIT
005970     END-IF.
005980 5900-VERDICT.
005990     MOVE SPACES TO WS-PRINT-LINE.
006000     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
006010     EVALUATE TRUE
006020         WHEN REQUEST-IS-INVALID
006030             MOVE "** BAD PARM RUN DATE - NOTHING DONE"
006040                 TO WS-VERDICT-LINE
006050         WHEN VSAM-ERROR-SEEN
006060             MOVE "** VSAM ERROR - BACK-OUT INCOMPLETE, RERUN IT"
006070                 TO WS-VERDICT-LINE
006080         WHEN JOURNAL-OUT-OF-BALANCE
006090             MOVE "** OUT OF BALANCE WITH THE LOAD"
006100                 TO WS-VERDICT-LINE
006110         WHEN WS-LEFT-COUNT > ZERO
006120             MOVE "BACKED OUT - KEYS LOADED AGAIN SINCE WERE LEFT"
006130                 TO WS-VERDICT-LINE
006140         WHEN OTHER
006150             MOVE "BACKED OUT IN BALANCE WITH THE LOAD"
006160                 TO WS-VERDICT-LINE
006170     END-EVALUATE.
006180     MOVE WS-VERDICT-LINE TO WS-PRINT-LINE.
006190     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
006200 5000-EXIT.
006210     EXIT.
006220*----------------------------------------------------------------
006230*7000-WRITE-LINE - ONE REPORT LINE, WITH PAGE OVERFLOW.
006240*----------------------------------------------------------------
006250 7000-WRITE-LINE.
006260     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006270         PERFORM 7100-NEW-PAGE THRU 7100-EXIT
006280     END-IF.
006290     WRITE RPTFILE-RECORD FROM WS-PRINT-LINE
006300         AFTER ADVANCING 1 LINE.
006310     ADD 1 TO WS-LINE-COUNT.
006320 7000-EXIT.
006330     EXIT.
006340 7100-NEW-PAGE.
006350     ADD 1 TO WS-PAGE-COUNT.
006360     MOVE WS-PAGE-COUNT TO WS-HD1-PAGE.
006370     WRITE RPTFILE-RECORD FROM WS-HEAD-1
006380         AFTER ADVANCING PAGE.
006390     MOVE SPACES TO RPTFILE-RECORD.
006400     WRITE RPTFILE-RECORD AFTER ADVANCING 1 LINE.
006410     WRITE RPTFILE-RECORD FROM WS-HEAD-2
006420         AFTER ADVANCING 1 LINE.
006430     MOVE 3 TO WS-LINE-COUNT.
006440 7100-EXIT.
006450     EXIT.
006460 7200-WRITE-SECTION.
006470     MOVE SPACES TO WS-PRINT-LINE.
006480     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
006490     MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
006500     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
006510 7200-EXIT.
006520     EXIT.
006530 7300-WRITE-DETAIL.
006540     MOVE WS-DTL-LINE TO WS-PRINT-LINE.
006550     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
006560 7300-EXIT.
006570     EXIT.
006580 7400-WRITE-TOTAL.
006590     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
006600     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
006610 7400-EXIT.
006620     EXIT.
006630 7500-WRITE-CHECK.
006640     MOVE WS-CHECK-LINE TO WS-PRINT-LINE.
006650     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
006660 7500-EXIT.
006670     EXIT.
006680*----------------------------------------------------------------
006690*8000-TERMINATE - OPERATOR SUMMARY, CLOSE FILES AND SET THE
006700*    CONDITION CODE - 12 ON A VSAM ERROR, 8 OUT OF BALANCE OR A
006710*    BAD PARM, 4 BACKED OUT WITH KEYS LEFT, 0 CLEAN.
006720*----------------------------------------------------------------
006730 8000-TERMINATE.
006740     DISPLAY 'BXBACK: KEYS TOUCHED       ' WS-KEY-COUNT.
006750     DISPLAY 'BXBACK: DELETED            ' WS-DELETED-COUNT.
006760     DISPLAY 'BXBACK: RESTORED           ' WS-RESTORED-COUNT.
006770     DISPLAY 'BXBACK: ALREADY REVERSED   ' WS-ALREADY-COUNT.
006780     DISPLAY 'BXBACK: CHANGED SINCE      ' WS-LEFT-COUNT.
006790     DISPLAY 'BXBACK: HISTORY MARKED     ' WS-HIST-MARKED.
006800     CLOSE RPTFILE.
006810     IF REQUEST-IS-VALID
006820         CLOSE JRNSORT
006830         CLOSE XREFMSTR
006840     END-IF.
006850     EVALUATE TRUE
006860         WHEN VSAM-ERROR-SEEN
006870             MOVE 12 TO RETURN-CODE
006880         WHEN REQUEST-IS-INVALID
006890             MOVE 8 TO RETURN-CODE
006900         WHEN JOURNAL-OUT-OF-BALANCE
006910             MOVE 8 TO RETURN-CODE
006920         WHEN WS-LEFT-COUNT > ZERO
006930             MOVE 4 TO RETURN-CODE
006940         WHEN OTHER
006950             MOVE ZERO TO RETURN-CODE
006960     END-EVALUATE.
006970 8000-EXIT.
006980     EXIT.
006990 9999-EXIT.
007000     STOP RUN.
