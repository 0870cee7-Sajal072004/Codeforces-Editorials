000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BCNVMRG.
000030 AUTHOR. D. K. WHITFIELD.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH CONVERSION UNIT.
000050 DATE-WRITTEN. 11/09/2024.
000060 DATE-COMPILED.
000070*    -------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    11/09/2024 DKW   ORIGINAL CODING - PUTS THE PER-FEED
000120*                     CONVERSION RUNS (ONE BCNVPRC RUN PER
000130*                     BCNVSPL SLOT) BACK TOGETHER AS THE ONE
000140*                     SET OF DAILY DATASETS BREPORT, BRECON,
000150*                     BXREF AND BREJLOAD HAVE ALWAYS READ.
000160*                     RUN ONCE PER SLOT (PARM '01' TO '10',
000170*                     IN SLOT ORDER) AND THEN ONCE FOR THE
000180*                     TOTALS (PARM 'TT'). A SLOT STEP COPIES
000190*                     ITS FEED'S INPUT, OUTPUT DETAILS,
000200*                     REJECTS AND RATING RECORDS ONTO THE
000210*                     MERGED DATASETS, RENUMBERING REJECT AND
000220*                     RATING RECORD NUMBERS BY THE RECORDS
000230*                     ALREADY MERGED SO THEY STILL POINT AT
000240*                     THE RIGHT MERGED INPUT RECORD, AND
000250*                     LEAVES ONE MERGE-CONTROL RECORD WITH
000260*                     THE SLOT'S FIGURES. A SLOT WHOSE REGION
000270*                     DID NOT FINISH, FAILED ITS CONTROL
000280*                     TOTALS OR DOES NOT BALANCE IS LEFT OUT
000290*                     AND RECORDED AS MISSING - IT DOES NOT
000300*                     STOP THE OTHER FEEDS. THE TOTALS STEP
000310*                     REBUILDS THE 'SF' SUBTOTALS AND 'TR'
000320*                     TRAILER ON THE MERGED OUTFILE AND THE
000330*                     TRAILER ON THE MERGED BINOUT, APPENDS
000340*                     THE NIGHT'S PER-FEED AND WHOLE-RUN
000350*                     RUN-HISTORY RECORDS JUST AS ONE RUN OF
000360*                     PROGRAM B WOULD, AND PRINTS THE MERGE
000370*                     REPORT NAMING ANY FEED LEFT OUT.
000380*    -------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410     SOURCE-COMPUTER. IBM-370.
000420     OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450*    SLOT STEP INPUTS - ONE FEED'S SPLIT EXTRACT AND WHAT ITS
000460*    OWN CONVERSION RUN WROTE (SAME LAYOUTS PROGRAM B USES).
000470     SELECT SLOTIN ASSIGN TO "SLOTIN"
000480         ORGANIZATION IS SEQUENTIAL.
000490     SELECT SLOTOUT ASSIGN TO "SLOTOUT"
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT SLOTREJ ASSIGN TO "SLOTREJ"
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT SLOTBIN ASSIGN TO "SLOTBIN"
000540         ORGANIZATION IS SEQUENTIAL.
000550*    THE SLOT RUN'S OWN RUN HISTORY - A VSAM ESDS LIKE THE
000560*    CUMULATIVE ONE, RESET EACH NIGHT BY BCNVJOB.
000570     SELECT SLOTRUNH ASSIGN TO AS-SLOTRUNH
000580         ORGANIZATION IS SEQUENTIAL.
000590*    MERGE CONTROL - ONE RECORD PER SLOT STEP, READ BY EACH
000600*    LATER SLOT STEP FOR ITS RENUMBERING OFFSET AND BY THE
000610*    TOTALS STEP FOR EVERYTHING IT WRITES.
000620     SELECT MRGCTL ASSIGN TO "MRGCTL"
000630         ORGANIZATION IS SEQUENTIAL.
000640*    THE MERGED DAILY DATASETS - CREATED BY SLOT 01, EXTENDED
000650*    BY EVERY LATER SLOT AND BY THE TOTALS STEP.
000660     SELECT MRGIN ASSIGN TO "MRGIN"
000670         ORGANIZATION IS SEQUENTIAL.
000680     SELECT MRGOUT ASSIGN TO "MRGOUT"
000690         ORGANIZATION IS SEQUENTIAL.
000700     SELECT MRGREJ ASSIGN TO "MRGREJ"
000710         ORGANIZATION IS SEQUENTIAL.
000720     SELECT MRGBIN ASSIGN TO "MRGBIN"
000730         ORGANIZATION IS SEQUENTIAL.
000740*    TOTALS STEP OUTPUTS - THE CUMULATIVE RUN HISTORY (ESDS)
000750*    AND THE MERGE REPORT.
000760     SELECT RUNHIST ASSIGN TO AS-RUNHIST
000770         ORGANIZATION IS SEQUENTIAL.
000780     SELECT RPTFILE ASSIGN TO "RPTFILE"
000790         ORGANIZATION IS SEQUENTIAL.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  SLOTIN
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 80 CHARACTERS.
000860 01  SLOTIN-RECORD.
000870     05  FILLER                     PIC X(80).
000880 01  SLI-FEED-VIEW REDEFINES SLOTIN-RECORD.
000890     05  SLI-FEED-TAG               PIC X(01).
000900         88  SLI-FEED-HEADER                VALUE '#'.
000910     05  SLI-FEED-ID                PIC X(08).
000920     05  FILLER                     PIC X(71).
000930 FD  SLOTOUT
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 80 CHARACTERS.
000970 01  SLOTOUT-RECORD              PIC X(80).
000980 FD  SLOTREJ
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 80 CHARACTERS.
001020 01  SLOTREJ-RECORD              PIC X(80).
001030 FD  SLOTBIN
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 32 CHARACTERS.
001070 01  SLOTBIN-RECORD              PIC X(32).
001080 FD  SLOTRUNH
001090     RECORD CONTAINS 132 CHARACTERS.
001100 01  SLOTRUNH-RECORD             PIC X(132).
001110 FD  MRGCTL
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 240 CHARACTERS.
001150*    LAYOUT IS WS-MCT-RECORD IN WORKING-STORAGE.
001160 01  MRGCTL-RECORD               PIC X(240).
001170 FD  MRGIN
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 80 CHARACTERS.
001210 01  MRGIN-RECORD                PIC X(80).
001220 FD  MRGOUT
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD
001250     RECORD CONTAINS 80 CHARACTERS.
001260 01  MRGOUT-RECORD               PIC X(80).
001270 FD  MRGREJ
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD
001300     RECORD CONTAINS 80 CHARACTERS.
001310 01  MRGREJ-RECORD               PIC X(80).
001320 FD  MRGBIN
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE STANDARD
001350     RECORD CONTAINS 32 CHARACTERS.
001360 01  MRGBIN-RECORD               PIC X(32).
001370 FD  RUNHIST
001380     RECORD CONTAINS 132 CHARACTERS.
001390 01  RUNHIST-RECORD              PIC X(132).
001400 FD  RPTFILE
001410     RECORDING MODE IS F
001420     LABEL RECORDS ARE STANDARD
001430     RECORD CONTAINS 132 CHARACTERS.
001440 01  RPTFILE-RECORD              PIC X(132).
001450 WORKING-STORAGE SECTION.
001460*    RUN-HISTORY RECORD LAYOUT (SHARED WITH B AND BBALANCE).
001470     COPY RUNHLAY.
001480*    MACHINE-ENCODED RATING RECORD (SHARED WITH B).
001490     COPY BINLAY.
001500*    THE OUTPUT CONVERSION RECORD AND ITS CONTROL VIEWS - AS
001510*    PROGRAM B BUILDS THEM.
001520 01  OUT-DETAIL-VIEW.
001530     05  OUT-CONVENTION             PIC X(02).
001540         88  OUT-IS-CONTROL                 VALUE 'SF' 'TR'.
001550     05  FILLER                     PIC X(78).
001560 01  OUT-TRAILER-VIEW REDEFINES OUT-DETAIL-VIEW.
001570     05  OUT-TRL-ID                 PIC X(02).
001580     05  FILLER                     PIC X(01).
001590     05  OUT-TRL-REC-COUNT          PIC 9(07).
001600     05  FILLER                     PIC X(01).
001610     05  OUT-TRL-CONVERT-COUNT      PIC 9(07).
001620     05  FILLER                     PIC X(01).
001630     05  OUT-TRL-REJECT-COUNT       PIC 9(07).
001640     05  FILLER                     PIC X(01).
001650     05  OUT-TRL-MIN-VALUE          PIC 9(20).
001660     05  FILLER                     PIC X(01).
001670     05  OUT-TRL-MAX-VALUE          PIC 9(20).
001680     05  FILLER                     PIC X(01).
001690     05  OUT-TRL-REPAIR-COUNT       PIC 9(07).
001700     05  FILLER                     PIC X(04).
001710 01  OUT-SUBTOTAL-VIEW REDEFINES OUT-DETAIL-VIEW.
001720     05  OUT-SUB-ID                 PIC X(02).
001730     05  FILLER                     PIC X(01).
001740     05  OUT-SUB-FEED-ID            PIC X(08).
001750     05  FILLER                     PIC X(01).
001760     05  OUT-SUB-REC-COUNT          PIC 9(07).
001770     05  FILLER                     PIC X(01).
001780     05  OUT-SUB-CONVERT-COUNT      PIC 9(07).
001790     05  FILLER                     PIC X(01).
001800     05  OUT-SUB-REJECT-COUNT       PIC 9(07).
001810     05  FILLER                     PIC X(01).
001820     05  OUT-SUB-MIN-VALUE          PIC 9(20).
001830     05  FILLER                     PIC X(01).
001840     05  OUT-SUB-MAX-VALUE          PIC 9(20).
001850     05  FILLER                     PIC X(03).
001860*    THE REJECT LOG RECORD - ONLY THE RECORD NUMBER IS TOUCHED.
001870 01  WS-REJ-RECORD.
001880     05  REJ-REC-NO                 PIC 9(07).
001890     05  FILLER                     PIC X(73).
001900*    MERGE-CONTROL RECORD - ONE PER SLOT STEP. MCT-STATUS 'I'
001910*    MERGED, 'M' MISSING (LEFT OUT, REASON IN MCT-REASON), 'U'
001920*    SLOT NOT USED TONIGHT. MCT-OFFSET IS THE NUMBER OF MERGED
001930*    INPUT RECORDS AHEAD OF THIS SLOT'S FIRST. THE RUN FIGURES
001940*    ARE THE SLOT RUN'S OUTFILE TRAILER; THE FEED FIGURES ARE
001950*    ITS PER-FEED RUN-HISTORY RECORD, PRESENT WHEN MCT-FD-
001960*    PRESENT IS 'Y'. LRECL 240.
001970 01  WS-MCT-RECORD.
001980     05  MCT-SLOT                   PIC 9(02).
001990     05  FILLER                     PIC X(01).
002000     05  MCT-STATUS                 PIC X(01).
002010         88  MCT-INCLUDED                   VALUE 'I'.
002020         88  MCT-MISSING                    VALUE 'M'.
002030         88  MCT-UNUSED                     VALUE 'U'.
002040     05  FILLER                     PIC X(01).
002050     05  MCT-FEED-ID                PIC X(08).
002060     05  FILLER                     PIC X(01).
002070     05  MCT-OFFSET                 PIC 9(07).
002080     05  FILLER                     PIC X(01).
002090     05  MCT-RUN-DATE               PIC X(08).
002100     05  FILLER                     PIC X(01).
002110     05  MCT-JOB-NAME               PIC X(08).
002120     05  FILLER                     PIC X(01).
002130     05  MCT-PARM-ECHO              PIC X(08).
002140     05  FILLER                     PIC X(01).
002150     05  MCT-CTL-STATUS             PIC X(01).
002160     05  FILLER                     PIC X(01).
002170     05  MCT-BIT-WIDTH              PIC 9(02).
002180     05  FILLER                     PIC X(01).
002190     05  MCT-REC-COUNT              PIC 9(07).
002200     05  FILLER                     PIC X(01).
002210     05  MCT-CONVERT-COUNT          PIC 9(07).
002220     05  FILLER                     PIC X(01).
002230     05  MCT-REJECT-COUNT           PIC 9(07).
002240     05  FILLER                     PIC X(01).
002250     05  MCT-REPAIR-COUNT           PIC 9(07).
002260     05  FILLER                     PIC X(01).
002270     05  MCT-MIN-VALUE              PIC 9(20).
002280     05  FILLER                     PIC X(01).
002290     05  MCT-MAX-VALUE              PIC 9(20).
002300     05  FILLER                     PIC X(01).
002310     05  MCT-FD-PRESENT             PIC X(01).
002320     05  FILLER                     PIC X(01).
002330     05  MCT-FD-REC-COUNT           PIC 9(07).
002340     05  FILLER                     PIC X(01).
002350     05  MCT-FD-CONVERT-COUNT       PIC 9(07).
002360     05  FILLER                     PIC X(01).
002370     05  MCT-FD-REJECT-COUNT        PIC 9(07).
002380     05  FILLER                     PIC X(01).
002390     05  MCT-FD-REPAIR-COUNT        PIC 9(07).
002400     05  FILLER                     PIC X(01).
002410     05  MCT-FD-MIN-VALUE           PIC 9(20).
002420     05  FILLER                     PIC X(01).
002430     05  MCT-FD-MAX-VALUE           PIC 9(20).
002440     05  FILLER                     PIC X(01).
002450     05  MCT-REASON                 PIC X(30).
002460     05  FILLER                     PIC X(05).
002470*    RUN SWITCHES
002480 77  WS-MODE-SWITCH              PIC X(01) VALUE 'S'.
002490 88  MODE-IS-SLOT                          VALUE 'S'.
002500 88  MODE-IS-TOTALS                        VALUE 'T'.
002510 77  WS-RUN-SWITCH               PIC X(01) VALUE 'Y'.
002520 88  RUN-IS-GOOD                           VALUE 'Y'.
002530 88  RUN-HAS-FAILED                        VALUE 'N'.
002540 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
002550 88  END-OF-FILE                           VALUE 'Y'.
002560 77  WS-OUT-TRL-SWITCH           PIC X(01) VALUE 'N'.
002570 88  SLOT-TRAILER-SEEN                     VALUE 'Y'.
002580 77  WS-BIN-TRL-SWITCH           PIC X(01) VALUE 'N'.
002590 88  SLOT-BIN-TRAILER-SEEN                 VALUE 'Y'.
002600 77  WS-RUNH-SWITCH              PIC X(01) VALUE 'N'.
002610 88  SLOT-RUNH-SEEN                        VALUE 'Y'.
002620*    SLOT STEP FIGURES
002630 77  WS-SLOT-NO                  PIC 9(02) VALUE ZERO.
002640 77  WS-OFFSET                   PIC 9(07) COMP VALUE ZERO.
002650 77  WS-SLOT-IN-COUNT            PIC 9(07) COMP VALUE ZERO.
002660 77  WS-SLOT-OUT-COUNT           PIC 9(07) COMP VALUE ZERO.
002670 77  WS-SLOT-REJ-COUNT           PIC 9(07) COMP VALUE ZERO.
002680 77  WS-SLOT-BIN-COUNT           PIC 9(07) COMP VALUE ZERO.
002690 77  WS-SLOT-BIN-TRL-COUNT       PIC 9(09) COMP VALUE ZERO.
002700 77  WS-CTL-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
002710*    TOTALS STEP - THE MERGE-CONTROL RECORDS BY SLOT.
002720 77  WS-SLOT-MAX                 PIC 9(02) COMP VALUE 10.
002730 77  WS-SLOT-IDX                 PIC 9(02) COMP VALUE ZERO.
002740 77  WS-LAST-INCLUDED            PIC 9(02) COMP VALUE ZERO.
002750 01  WS-SLOT-TABLE.
002760     05  WS-SLOT-ENTRY OCCURS 10 TIMES.
002770         10  WS-SLT-PRESENT         PIC X(01).
002780         10  WS-SLT-RECORD          PIC X(240).
002790*    TOTALS STEP - THE NIGHT'S FIGURES ACROSS THE MERGED FEEDS.
002800 77  WS-FEEDS-MERGED             PIC 9(02) COMP VALUE ZERO.
002810 77  WS-FEEDS-MISSING            PIC 9(02) COMP VALUE ZERO.
002820 77  WS-SLOTS-UNUSED             PIC 9(02) COMP VALUE ZERO.
002830 77  WS-SLOTS-NOT-RUN            PIC 9(02) COMP VALUE ZERO.
002840 77  WS-TOT-REC-COUNT            PIC 9(07) COMP VALUE ZERO.
002850 77  WS-TOT-CONVERT-COUNT        PIC 9(07) COMP VALUE ZERO.
002860 77  WS-TOT-REJECT-COUNT         PIC 9(07) COMP VALUE ZERO.
002870 77  WS-TOT-REPAIR-COUNT         PIC 9(07) COMP VALUE ZERO.
002880 77  WS-TOT-MIN-VALUE            PIC 9(20)
002890         VALUE 99999999999999999999.
002900 77  WS-TOT-MAX-VALUE            PIC 9(20) VALUE ZERO.
002910 77  WS-TOT-CTL-STATUS           PIC X(01) VALUE SPACE.
002920 77  WS-TOT-BIT-WIDTH            PIC 9(02) VALUE 32.
002930 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
002940 77  WS-JOB-NAME                 PIC X(08) VALUE SPACES.
002950 77  WS-PARM-ECHO                PIC X(08) VALUE SPACES.
002960*    THE PARM, SPACE-PADDED TO ITS REAL LENGTH AT START-UP SO
002970*    A SHORT PARM IS NEVER READ PAST ITS END.
002980 01  WS-PARM-TEXT.
002990     05  WS-PARM-SLOT               PIC X(02).
003000     05  WS-PARM-SLOT-NUM REDEFINES WS-PARM-SLOT
003010                                    PIC 9(02).
003020     05  FILLER                     PIC X(78).
003030*    REPORT PAGING
003040 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
003050 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
003060 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
003070*    REPORT LINES
003080 01  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
003090 01  WS-HEAD-1.
003100     05  FILLER                     PIC X(42) VALUE
003110         "BCNVMRG - PER-FEED CONVERSION MERGE REPORT".
003120     05  FILLER                     PIC X(10) VALUE
003130         " RUN DATE ".
003140     05  WS-HD1-DATE                PIC X(08).
003150     05  FILLER                     PIC X(06) VALUE "  JOB ".
003160     05  WS-HD1-JOB                 PIC X(08).
003170     05  FILLER                     PIC X(07) VALUE "  PARM ".
003180     05  WS-HD1-PARM                PIC X(08).
003190     05  FILLER                     PIC X(30) VALUE SPACES.
003200     05  FILLER                     PIC X(05) VALUE "PAGE ".
003210     05  WS-HD1-PAGE                PIC ZZZ9.
003220     05  FILLER                     PIC X(04) VALUE SPACES.
003230 01  WS-SLOT-HEAD-1.
003240     05  FILLER                     PIC X(26) VALUE
003250         "FEEDS IN TONIGHT'S MERGE".
003260     05  FILLER                     PIC X(106) VALUE SPACES.
003270 01  WS-SLOT-HEAD-2.
003280     05  FILLER                     PIC X(42) VALUE
003290         "SLOT FEED     STATUS     FIRST-REC    READ".
003300     05  FILLER                     PIC X(36) VALUE
003310         " CONVERTED REJECTED REPAIRED CTL".
003320     05  FILLER                     PIC X(06) VALUE "REASON".
003330     05  FILLER                     PIC X(48) VALUE SPACES.
003340 01  WS-SLOT-LINE.
003350     05  FILLER                     PIC X(02) VALUE SPACES.
003360     05  WS-SLL-SLOT                PIC 9(02).
003370     05  FILLER                     PIC X(01) VALUE SPACE.
003380     05  WS-SLL-FEED-ID             PIC X(08).
003390     05  FILLER                     PIC X(01) VALUE SPACE.
003400     05  WS-SLL-STATUS              PIC X(10).
003410     05  FILLER                     PIC X(03) VALUE SPACES.
003420     05  WS-SLL-FIRST-REC           PIC Z(06)9.
003430     05  FILLER                     PIC X(01) VALUE SPACE.
003440     05  WS-SLL-READ                PIC Z(06)9.
003450     05  FILLER                     PIC X(03) VALUE SPACES.
003460     05  WS-SLL-CONVERT             PIC Z(06)9.
003470     05  FILLER                     PIC X(02) VALUE SPACES.
003480     05  WS-SLL-REJECT              PIC Z(06)9.
003490     05  FILLER                     PIC X(02) VALUE SPACES.
003500     05  WS-SLL-REPAIR              PIC Z(06)9.
003510     05  FILLER                     PIC X(02) VALUE SPACES.
003520     05  WS-SLL-CTL                 PIC X(01).
003530     05  FILLER                     PIC X(02) VALUE SPACES.
003540     05  WS-SLL-REASON              PIC X(30).
003550     05  FILLER                     PIC X(35) VALUE SPACES.
003560 01  WS-TOTAL-HEAD.
003570     05  FILLER                     PIC X(42) VALUE
003580         "MERGED RUN TOTALS - AS WRITTEN TO TRAILER".
003590     05  FILLER                     PIC X(90) VALUE SPACES.
003600 01  WS-TOTAL-LINE.
003610     05  WS-TOT-LABEL               PIC X(28).
003620     05  WS-TOT-VALUE               PIC Z(06)9.
003630     05  FILLER                     PIC X(97) VALUE SPACES.
003640 01  WS-MINMAX-LINE.
003650     05  WS-MM-LABEL                PIC X(28).
003660     05  WS-MM-VALUE                PIC 9(20).
003670     05  FILLER                     PIC X(84) VALUE SPACES.
003680 01  WS-WARN-LINE.
003690     05  FILLER                     PIC X(34) VALUE
003700         "** FEED MISSING FROM THE MERGE -  ".
003710     05  WS-WRN-FEED-ID             PIC X(08).
003720     05  FILLER                     PIC X(06) VALUE " SLOT ".
003730     05  WS-WRN-SLOT                PIC 9(02).
003740     05  FILLER                     PIC X(03) VALUE " - ".
003750     05  WS-WRN-REASON              PIC X(30).
003760     05  FILLER                     PIC X(49) VALUE SPACES.
003770 01  WS-VERDICT-LINE             PIC X(132) VALUE SPACES.
003780 LINKAGE SECTION.
003790*    JOB STEP PARM - THE SLOT NUMBER '01' TO '10' FOR A SLOT
003800*    STEP, 'TT' FOR THE TOTALS STEP, E.G.
003810*    EXEC PGM=BCNVMRG,PARM='03'.
003820 01  LS-PARM-DATA.
003830     05  LS-PARM-LENGTH             PIC S9(04) COMP.
003840     05  LS-PARM-TEXT               PIC X(80).
003850 PROCEDURE DIVISION USING LS-PARM-DATA.
003860*================================================================
003870*0000-MAINLINE - OVERALL CONTROL OF THE MERGE STEP.
003880*================================================================
003890 0000-MAINLINE.
003900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003910     IF RUN-HAS-FAILED
003920         GO TO 0000-END
003930     END-IF.
003940     IF MODE-IS-TOTALS
003950         PERFORM 5000-TOTALS-STEP THRU 5000-EXIT
003960     ELSE
003970         PERFORM 2000-MERGE-SLOT THRU 2000-EXIT
003980     END-IF.
003990 0000-END.
004000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004010     GO TO 9999-EXIT.
004020*----------------------------------------------------------------
004030*1000-INITIALIZE - PARSE THE PARM - A SLOT NUMBER 01-10 OR TT.
004040*----------------------------------------------------------------
004050 1000-INITIALIZE.
004060*    ONLY LS-PARM-LENGTH BYTES OF THE PARM ARE REAL - A SHORT
004070*    PARM MUST NOT BE READ PAST ITS END.
004080     MOVE SPACES TO WS-PARM-TEXT.
004090     IF LS-PARM-LENGTH > ZERO AND LS-PARM-LENGTH <= 80
004100         MOVE LS-PARM-TEXT (1:LS-PARM-LENGTH) TO WS-PARM-TEXT
004110     END-IF.
004120     IF WS-PARM-SLOT = 'TT'
004130         SET MODE-IS-TOTALS TO TRUE
004140         GO TO 1000-EXIT
004150     END-IF.
004160     IF WS-PARM-SLOT IS NUMERIC
004170         AND WS-PARM-SLOT-NUM > ZERO
004180         AND WS-PARM-SLOT-NUM <= WS-SLOT-MAX
004190         MOVE WS-PARM-SLOT-NUM TO WS-SLOT-NO
004200     ELSE
004210         SET RUN-HAS-FAILED TO TRUE
004220         DISPLAY 'BCNVMRG: PARM ' WS-PARM-SLOT
004230             ' IS NOT A SLOT 01-10 OR TT'
004240     END-IF.
004250 1000-EXIT.
004260     EXIT.
004270*----------------------------------------------------------------
004280*2000-MERGE-SLOT - ONE SLOT. AN EMPTY SLOT IS RECORDED AS NOT
004290*    USED. OTHERWISE THE SLOT RUN'S OUTPUTS ARE CHECKED, AND
004300*    ONLY A FINISHED, BALANCED, CONTROL-CLEAN RUN IS COPIED ON
004310*    TO THE MERGED DATASETS. SLOT 01 CREATES THE MERGED
004320*    DATASETS WHATEVER BECOMES OF ITS OWN FEED, SO A LATER SLOT
004330*    ALWAYS HAS SOMETHING TO EXTEND.
004340*----------------------------------------------------------------
004350 2000-MERGE-SLOT.
004360     PERFORM 2100-READ-CONTROL THRU 2100-EXIT.
004370     IF RUN-HAS-FAILED
004380         GO TO 2000-EXIT
004390     END-IF.
004400     MOVE SPACES TO WS-MCT-RECORD.
004410     MOVE WS-SLOT-NO TO MCT-SLOT.
004420     MOVE WS-OFFSET TO MCT-OFFSET.
004430     MOVE 'N' TO MCT-FD-PRESENT.
004440     MOVE ZERO TO MCT-BIT-WIDTH.
004450     MOVE ZERO TO MCT-REC-COUNT.
004460     MOVE ZERO TO MCT-CONVERT-COUNT.
004470     MOVE ZERO TO MCT-REJECT-COUNT.
004480     MOVE ZERO TO MCT-REPAIR-COUNT.
004490     MOVE ZERO TO MCT-MIN-VALUE.
004500     MOVE ZERO TO MCT-MAX-VALUE.
004510     MOVE ZERO TO MCT-FD-REC-COUNT.
004520     MOVE ZERO TO MCT-FD-CONVERT-COUNT.
004530     MOVE ZERO TO MCT-FD-REJECT-COUNT.
004540     MOVE ZERO TO MCT-FD-REPAIR-COUNT.
004550     MOVE ZERO TO MCT-FD-MIN-VALUE.
004560     MOVE ZERO TO MCT-FD-MAX-VALUE.
004570     PERFORM 2200-SCAN-SLOT-INPUT THRU 2200-EXIT.
004580     IF WS-SLOT-IN-COUNT = ZERO
004590         SET MCT-UNUSED TO TRUE
004600     ELSE
004610         PERFORM 2300-SCAN-RUN-HISTORY THRU 2300-EXIT
004620         PERFORM 2400-SCAN-SLOT-OUTPUT THRU 2400-EXIT
004630         PERFORM 2450-SCAN-SLOT-REJECTS THRU 2450-EXIT
004640         PERFORM 2470-SCAN-SLOT-BINARY THRU 2470-EXIT
004650         PERFORM 2500-JUDGE-SLOT THRU 2500-EXIT
004660     END-IF.
004670     IF WS-SLOT-NO = 1 OR MCT-INCLUDED
004680         PERFORM 2600-OPEN-MERGED THRU 2600-EXIT
004690     END-IF.
004700     IF MCT-INCLUDED
004710         PERFORM 2700-COPY-SLOT THRU 2700-EXIT
004720     END-IF.
004730     IF WS-SLOT-NO = 1 OR MCT-INCLUDED
004740         CLOSE MRGIN
004750         CLOSE MRGOUT
004760         CLOSE MRGREJ
004770         CLOSE MRGBIN
004780     END-IF.
004790     PERFORM 2900-WRITE-CONTROL THRU 2900-EXIT.
004800 2000-EXIT.
004810     EXIT.
004820*----------------------------------------------------------------
004830*2100-READ-CONTROL - EVERY SLOT AFTER 01 READS THE MERGE-CONTROL
004840*    RECORDS THE EARLIER SLOTS LEFT. THE INPUT RECORDS OF THE
004850*    SLOTS ALREADY MERGED ARE THIS SLOT'S RENUMBERING OFFSET.
004860*    NO RECORD FROM SLOT 01 MEANS THE MERGED DATASETS WERE NEVER
004870*    STARTED; A RECORD FOR THIS SLOT MEANS IT IS ALREADY IN.
004880*----------------------------------------------------------------
004890 2100-READ-CONTROL.
004900     MOVE ZERO TO WS-OFFSET.
004910     IF WS-SLOT-NO = 1
004920         GO TO 2100-EXIT
004930     END-IF.
004940     MOVE ZERO TO WS-CTL-READ-COUNT.
004950     MOVE 'N' TO WS-EOF-SWITCH.
004960     OPEN INPUT MRGCTL.
004970     PERFORM 2110-READ-ONE-CONTROL THRU 2110-EXIT
004980         UNTIL END-OF-FILE OR RUN-HAS-FAILED.
004990     CLOSE MRGCTL.
005000 2100-EXIT.
005010     EXIT.
005020 2110-READ-ONE-CONTROL.
005030     READ MRGCTL INTO WS-MCT-RECORD
005040         AT END
005050             SET END-OF-FILE TO TRUE
005060             IF WS-CTL-READ-COUNT = ZERO
005070                 SET RUN-HAS-FAILED TO TRUE
005080                 DISPLAY 'BCNVMRG: NO MERGE RECORD FROM SLOT 01 -'
005090                     ' MERGED DATASETS NOT STARTED'
005100             END-IF
005110             GO TO 2110-EXIT
005120     END-READ.
005130     ADD 1 TO WS-CTL-READ-COUNT.
005140     IF WS-CTL-READ-COUNT = 1 AND MCT-SLOT NOT = 1
005150         SET RUN-HAS-FAILED TO TRUE
005160         DISPLAY 'BCNVMRG: NO MERGE RECORD FROM SLOT 01 -'
005170             ' MERGED DATASETS NOT STARTED'
005180         GO TO 2110-EXIT
005190     END-IF.
005200     IF MCT-SLOT = WS-SLOT-NO
005210         SET RUN-HAS-FAILED TO TRUE
005220         DISPLAY 'BCNVMRG: SLOT ' WS-SLOT-NO
005230             ' IS ALREADY IN TONIGHT''S MERGE'
005240         GO TO 2110-EXIT
005250     END-IF.
005260     IF MCT-INCLUDED
005270         ADD MCT-REC-COUNT TO WS-OFFSET
005280     END-IF.
005290 2110-EXIT.
005300     EXIT.
005310*----------------------------------------------------------------
005320*2200-SCAN-SLOT-INPUT - COUNT THE SLOT'S SPLIT EXTRACT AND TAKE
005330*    THE FEED ID FROM ITS FEED HEADER (THE FIRST RECORD, OR THE
005340*    SECOND WHEN A CH CONTROL HEADER LEADS).
005350*----------------------------------------------------------------
005360 2200-SCAN-SLOT-INPUT.
005370     MOVE ZERO TO WS-SLOT-IN-COUNT.
005380     MOVE 'N' TO WS-EOF-SWITCH.
005390     OPEN INPUT SLOTIN.
005400     PERFORM 2210-READ-SLOT-INPUT THRU 2210-EXIT
005410         UNTIL END-OF-FILE.
005420     CLOSE SLOTIN.
005430 2200-EXIT.
005440     EXIT.
005450 2210-READ-SLOT-INPUT.
005460     READ SLOTIN
005470         AT END
005480             SET END-OF-FILE TO TRUE
005490             GO TO 2210-EXIT
005500     END-READ.
005510     ADD 1 TO WS-SLOT-IN-COUNT.
005520     IF WS-SLOT-IN-COUNT <= 2 AND SLI-FEED-HEADER
005530         AND MCT-FEED-ID = SPACES
005540         MOVE SLI-FEED-ID TO MCT-FEED-ID
005550     END-IF.
005560 2210-EXIT.
005570     EXIT.
005580*----------------------------------------------------------------
005590*2300-SCAN-RUN-HISTORY - THE SLOT RUN'S OWN RUN HISTORY. THE
005600*    LAST WHOLE-RUN RECORD AND THE LAST PER-FEED RECORD WIN, SO
005610*    A REGION RERUN AFTER A FAILURE IS JUDGED ON THE RERUN. NO
005620*    WHOLE-RUN RECORD MEANS THE RUN NEVER FINISHED NORMALLY.
005630*----------------------------------------------------------------
005640 2300-SCAN-RUN-HISTORY.
005650     MOVE 'N' TO WS-RUNH-SWITCH.
005660     MOVE 'N' TO WS-EOF-SWITCH.
005670     OPEN INPUT SLOTRUNH.
005680     PERFORM 2310-READ-RUN-HISTORY THRU 2310-EXIT
005690         UNTIL END-OF-FILE.
005700     CLOSE SLOTRUNH.
005710 2300-EXIT.
005720     EXIT.
005730 2310-READ-RUN-HISTORY.
005740     READ SLOTRUNH INTO WS-RUNH-RECORD
005750         AT END
005760             SET END-OF-FILE TO TRUE
005770             GO TO 2310-EXIT
005780     END-READ.
005790     IF RUNH-FEED-ID = SPACES
005800         SET SLOT-RUNH-SEEN TO TRUE
005810         MOVE RUNH-RUN-DATE TO MCT-RUN-DATE
005820         MOVE RUNH-JOB-NAME TO MCT-JOB-NAME
005830         MOVE RUNH-PARM-ECHO TO MCT-PARM-ECHO
005840         MOVE RUNH-CTL-STATUS TO MCT-CTL-STATUS
005850     ELSE
005860         MOVE 'Y' TO MCT-FD-PRESENT
005870         MOVE RUNH-REC-COUNT TO MCT-FD-REC-COUNT
005880         MOVE RUNH-CONVERT-COUNT TO MCT-FD-CONVERT-COUNT
005890         MOVE RUNH-REJECT-COUNT TO MCT-FD-REJECT-COUNT
005900         MOVE RUNH-REPAIR-COUNT TO MCT-FD-REPAIR-COUNT
005910         MOVE RUNH-MIN-VALUE TO MCT-FD-MIN-VALUE
005920         MOVE RUNH-MAX-VALUE TO MCT-FD-MAX-VALUE
005930         MOVE RUNH-CTL-STATUS TO MCT-CTL-STATUS
005940     END-IF.
005950 2310-EXIT.
005960     EXIT.
005970*----------------------------------------------------------------
005980*2400-SCAN-SLOT-OUTPUT - COUNT THE SLOT RUN'S OUTPUT DETAILS AND
005990*    KEEP ITS 'TR' TRAILER FIGURES. A RUN THAT NEVER REACHED ITS
006000*    TERMINATION LEAVES NO TRAILER.
006010*----------------------------------------------------------------
006020 2400-SCAN-SLOT-OUTPUT.
006030     MOVE ZERO TO WS-SLOT-OUT-COUNT.
006040     MOVE 'N' TO WS-OUT-TRL-SWITCH.
006050     MOVE 'N' TO WS-EOF-SWITCH.
006060     OPEN INPUT SLOTOUT.
006070     PERFORM 2410-READ-SLOT-OUTPUT THRU 2410-EXIT
006080         UNTIL END-OF-FILE.
006090     CLOSE SLOTOUT.
006100 2400-EXIT.
006110     EXIT.
006120 2410-READ-SLOT-OUTPUT.
006130     READ SLOTOUT INTO OUT-DETAIL-VIEW
006140         AT END
006150             SET END-OF-FILE TO TRUE
006160             GO TO 2410-EXIT
006170     END-READ.
006180     IF NOT OUT-IS-CONTROL
006190         ADD 1 TO WS-SLOT-OUT-COUNT
006200         GO TO 2410-EXIT
006210     END-IF.
006220     IF OUT-TRL-ID = 'TR'
006230         SET SLOT-TRAILER-SEEN TO TRUE
006240         MOVE OUT-TRL-REC-COUNT TO MCT-REC-COUNT
006250         MOVE OUT-TRL-CONVERT-COUNT TO MCT-CONVERT-COUNT
006260         MOVE OUT-TRL-REJECT-COUNT TO MCT-REJECT-COUNT
006270         MOVE OUT-TRL-REPAIR-COUNT TO MCT-REPAIR-COUNT
006280         MOVE OUT-TRL-MIN-VALUE TO MCT-MIN-VALUE
006290         MOVE OUT-TRL-MAX-VALUE TO MCT-MAX-VALUE
006300     END-IF.
006310 2410-EXIT.
006320     EXIT.
006330 2450-SCAN-SLOT-REJECTS.
006340     MOVE ZERO TO WS-SLOT-REJ-COUNT.
006350     MOVE 'N' TO WS-EOF-SWITCH.
006360     OPEN INPUT SLOTREJ.
006370     PERFORM 2460-READ-SLOT-REJECT THRU 2460-EXIT
006380         UNTIL END-OF-FILE.
006390     CLOSE SLOTREJ.
006400 2450-EXIT.
006410     EXIT.
006420 2460-READ-SLOT-REJECT.
006430     READ SLOTREJ
006440         AT END
006450             SET END-OF-FILE TO TRUE
006460             GO TO 2460-EXIT
006470     END-READ.
006480     ADD 1 TO WS-SLOT-REJ-COUNT.
006490 2460-EXIT.
006500     EXIT.
006510*----------------------------------------------------------------
006520*2470-SCAN-SLOT-BINARY - COUNT THE SLOT RUN'S RATING DETAILS
006530*    AND KEEP ITS TRAILER'S COUNT AND WORD WIDTH.
006540*----------------------------------------------------------------
006550 2470-SCAN-SLOT-BINARY.
006560     MOVE ZERO TO WS-SLOT-BIN-COUNT.
006570     MOVE ZERO TO WS-SLOT-BIN-TRL-COUNT.
006580     MOVE 'N' TO WS-BIN-TRL-SWITCH.
006590     MOVE 'N' TO WS-EOF-SWITCH.
006600     OPEN INPUT SLOTBIN.
006610     PERFORM 2480-READ-SLOT-BINARY THRU 2480-EXIT
006620         UNTIL END-OF-FILE.
006630     CLOSE SLOTBIN.
006640 2470-EXIT.
006650     EXIT.
006660 2480-READ-SLOT-BINARY.
006670     READ SLOTBIN INTO WS-MEO-RECORD
006680         AT END
006690             SET END-OF-FILE TO TRUE
006700             GO TO 2480-EXIT
006710     END-READ.
006720     IF MEO-CONVENTION = 'TR'
006730         SET SLOT-BIN-TRAILER-SEEN TO TRUE
006740         MOVE MEO-BIN-DBLWORD TO WS-SLOT-BIN-TRL-COUNT
006750         MOVE MEO-BIT-WIDTH TO MCT-BIT-WIDTH
006760     ELSE
006770         ADD 1 TO WS-SLOT-BIN-COUNT
006780     END-IF.
006790 2480-EXIT.
006800     EXIT.
006810*----------------------------------------------------------------
006820*2500-JUDGE-SLOT - A SLOT IS MERGED ONLY WHEN ITS RUN FINISHED
006830*    (TRAILER AND WHOLE-RUN HISTORY BOTH THERE), PASSED ANY
006840*    CONTROL CHECK, READ THE WHOLE SLOT, AND ITS OUTPUT, REJECTS
006850*    AND RATING RECORDS ALL BALANCE TO ITS TRAILER. ANYTHING
006860*    ELSE IS LEFT OUT AS MISSING, WITH THE FIRST REASON FOUND.
006870*----------------------------------------------------------------
006880 2500-JUDGE-SLOT.
006890     SET MCT-MISSING TO TRUE.
006900     IF NOT SLOT-TRAILER-SEEN
006910         MOVE 'REGION RUN DID NOT FINISH' TO MCT-REASON
006920         GO TO 2500-EXIT
006930     END-IF.
006940     IF NOT SLOT-RUNH-SEEN
006950         MOVE 'NO RUN HISTORY - LIMIT OR ABEND' TO MCT-REASON
006960         GO TO 2500-EXIT
006970     END-IF.
006980     IF MCT-CTL-STATUS = 'F'
006990         MOVE 'FAILED ITS CONTROL TOTALS' TO MCT-REASON
007000         GO TO 2500-EXIT
007010     END-IF.
007020     IF MCT-REC-COUNT NOT = WS-SLOT-IN-COUNT
007030         MOVE 'TRAILER COUNT NOT SLOT COUNT' TO MCT-REASON
007040         GO TO 2500-EXIT
007050     END-IF.
007060     IF WS-SLOT-OUT-COUNT NOT = MCT-CONVERT-COUNT
007070         OR WS-SLOT-REJ-COUNT NOT = MCT-REJECT-COUNT
007080         MOVE 'OUTPUT OUT OF BALANCE' TO MCT-REASON
007090         GO TO 2500-EXIT
007100     END-IF.
007110     IF NOT SLOT-BIN-TRAILER-SEEN
007120         OR WS-SLOT-BIN-COUNT NOT = MCT-CONVERT-COUNT
007130         OR WS-SLOT-BIN-TRL-COUNT NOT = MCT-CONVERT-COUNT
007140         MOVE 'BINOUT OUT OF BALANCE' TO MCT-REASON
007150         GO TO 2500-EXIT
007160     END-IF.
007170     SET MCT-INCLUDED TO TRUE.
007180 2500-EXIT.
007190     EXIT.
007200*----------------------------------------------------------------
007210*2600-OPEN-MERGED - SLOT 01 CREATES THE MERGED DATASETS, EVERY
007220*    LATER SLOT EXTENDS THEM.
007230*----------------------------------------------------------------
007240 2600-OPEN-MERGED.
007250     IF WS-SLOT-NO = 1
007260         OPEN OUTPUT MRGIN
007270         OPEN OUTPUT MRGOUT
007280         OPEN OUTPUT MRGREJ
007290         OPEN OUTPUT MRGBIN
007300     ELSE
007310         OPEN EXTEND MRGIN
007320         OPEN EXTEND MRGOUT
007330         OPEN EXTEND MRGREJ
007340         OPEN EXTEND MRGBIN
007350     END-IF.
007360 2600-EXIT.
007370     EXIT.
007380*----------------------------------------------------------------
007390*2700-COPY-SLOT - COPY THE SLOT ON. THE EXTRACT GOES ACROSS
007400*    WHOLE; THE OUTPUT LOSES ITS 'SF'/'TR' RECORDS (THE TOTALS
007410*    STEP WRITES THE NIGHT'S); REJECTS AND RATING DETAILS ARE
007420*    RENUMBERED BY THE OFFSET SO THEY POINT AT THEIR MERGED
007430*    INPUT RECORD; THE RATING TRAILER IS LEFT FOR THE TOTALS.
007440*----------------------------------------------------------------
007450 2700-COPY-SLOT.
007460     MOVE 'N' TO WS-EOF-SWITCH.
007470     OPEN INPUT SLOTIN.
007480     PERFORM 2710-COPY-INPUT THRU 2710-EXIT
007490         UNTIL END-OF-FILE.
007500     CLOSE SLOTIN.
007510     MOVE 'N' TO WS-EOF-SWITCH.
007520     OPEN INPUT SLOTOUT.
007530     PERFORM 2720-COPY-OUTPUT THRU 2720-EXIT
007540         UNTIL END-OF-FILE.
007550     CLOSE SLOTOUT.
007560     MOVE 'N' TO WS-EOF-SWITCH.
007570     OPEN INPUT SLOTREJ.
007580     PERFORM 2730-COPY-REJECT THRU 2730-EXIT
007590         UNTIL END-OF-FILE.
007600     CLOSE SLOTREJ.
007610     MOVE 'N' TO WS-EOF-SWITCH.
007620     OPEN INPUT SLOTBIN.
007630     PERFORM 2740-COPY-BINARY THRU 2740-EXIT
007640         UNTIL END-OF-FILE.
007650     CLOSE SLOTBIN.
007660 2700-EXIT.
007670     EXIT.
007680 2710-COPY-INPUT.
007690     READ SLOTIN
007700         AT END
007710             SET END-OF-FILE TO TRUE
007720             GO TO 2710-EXIT
007730     END-READ.
007740     WRITE MRGIN-RECORD FROM SLOTIN-RECORD.
007750 2710-EXIT.
007760     EXIT.
007770 2720-COPY-OUTPUT.
007780     READ SLOTOUT INTO OUT-DETAIL-VIEW
007790         AT END
007800             SET END-OF-FILE TO TRUE
007810             GO TO 2720-EXIT
007820     END-READ.
007830     IF NOT OUT-IS-CONTROL
007840         WRITE MRGOUT-RECORD FROM OUT-DETAIL-VIEW
007850     END-IF.
007860 2720-EXIT.
007870     EXIT.
007880 2730-COPY-REJECT.
007890     READ SLOTREJ INTO WS-REJ-RECORD
007900         AT END
007910             SET END-OF-FILE TO TRUE
007920             GO TO 2730-EXIT
007930     END-READ.
007940     ADD WS-OFFSET TO REJ-REC-NO.
007950     WRITE MRGREJ-RECORD FROM WS-REJ-RECORD.
007960 2730-EXIT.
007970     EXIT.
007980 2740-COPY-BINARY.
007990     READ SLOTBIN INTO WS-MEO-RECORD
008000         AT END
008010             SET END-OF-FILE TO TRUE
008020             GO TO 2740-EXIT
008030     END-READ.
008040     IF MEO-CONVENTION NOT = 'TR'
008050         ADD WS-OFFSET TO MEO-REC-NO
008060         WRITE MRGBIN-RECORD FROM WS-MEO-RECORD
008070     END-IF.
008080 2740-EXIT.
008090     EXIT.
008100*----------------------------------------------------------------
008110*2900-WRITE-CONTROL - LEAVE THIS SLOT'S MERGE-CONTROL RECORD.
008120*    SLOT 01 STARTS THE DATASET AFRESH FOR THE NIGHT.
008130*----------------------------------------------------------------
008140 2900-WRITE-CONTROL.
008150     IF WS-SLOT-NO = 1
008160         OPEN OUTPUT MRGCTL
008170     ELSE
008180         OPEN EXTEND MRGCTL
008190     END-IF.
008200     WRITE MRGCTL-RECORD FROM WS-MCT-RECORD.
008210     CLOSE MRGCTL.
008220     EVALUATE TRUE
008230         WHEN MCT-UNUSED
008240             DISPLAY 'BCNVMRG: SLOT ' WS-SLOT-NO
008250                 ' NOT USED TONIGHT'
008260         WHEN MCT-INCLUDED
008270             DISPLAY 'BCNVMRG: SLOT ' WS-SLOT-NO ' FEED '
008280                 MCT-FEED-ID ' MERGED - ' MCT-REC-COUNT
008290                 ' RECORDS AFTER ' MCT-OFFSET
008300         WHEN OTHER
008310             DISPLAY 'BCNVMRG: SLOT ' WS-SLOT-NO ' FEED '
008320                 MCT-FEED-ID ' LEFT OUT - ' MCT-REASON
008330     END-EVALUATE.
008340 2900-EXIT.
008350     EXIT.
008360*----------------------------------------------------------------
008370*5000-TOTALS-STEP - LOAD THE MERGE-CONTROL RECORDS BY SLOT,
008380*    WORK OUT THE NIGHT'S TOTALS OVER THE MERGED FEEDS, WRITE
008390*    THE CONTROL RECORDS AND RUN HISTORY, AND PRINT THE REPORT.
008400*    NOTHING MERGED MEANS NO TRAILERS AND NO RUN HISTORY - THE
008410*    REPORT STILL SAYS WHY.
008420*----------------------------------------------------------------
008430 5000-TOTALS-STEP.
008440     PERFORM 5100-LOAD-CONTROL THRU 5100-EXIT.
008450     PERFORM 5200-ADD-UP-SLOT THRU 5200-EXIT
008460         VARYING WS-SLOT-IDX FROM 1 BY 1
008470         UNTIL WS-SLOT-IDX > WS-SLOT-MAX.
008480     IF WS-TOT-CONVERT-COUNT = ZERO
008490         MOVE ZERO TO WS-TOT-MIN-VALUE
008500     END-IF.
008510     IF WS-FEEDS-MERGED > ZERO
008520         PERFORM 5300-WRITE-TRAILERS THRU 5300-EXIT
008530         PERFORM 5400-WRITE-RUN-HISTORY THRU 5400-EXIT
008540     ELSE
008550         SET RUN-HAS-FAILED TO TRUE
008560         DISPLAY 'BCNVMRG: NO FEED MERGED TONIGHT'
008570     END-IF.
008580     PERFORM 6000-PRINT-REPORT THRU 6000-EXIT.
008590 5000-EXIT.
008600     EXIT.
008610 5100-LOAD-CONTROL.
008620     PERFORM 5110-CLEAR-SLOT THRU 5110-EXIT
008630         VARYING WS-SLOT-IDX FROM 1 BY 1
008640         UNTIL WS-SLOT-IDX > WS-SLOT-MAX.
008650     MOVE 'N' TO WS-EOF-SWITCH.
008660     OPEN INPUT MRGCTL.
008670     PERFORM 5120-READ-CONTROL THRU 5120-EXIT
008680         UNTIL END-OF-FILE.
008690     CLOSE MRGCTL.
008700 5100-EXIT.
008710     EXIT.
008720 5110-CLEAR-SLOT.
008730     MOVE 'N' TO WS-SLT-PRESENT (WS-SLOT-IDX).
008740     MOVE SPACES TO WS-SLT-RECORD (WS-SLOT-IDX).
008750 5110-EXIT.
008760     EXIT.
008770 5120-READ-CONTROL.
008780     READ MRGCTL INTO WS-MCT-RECORD
008790         AT END
008800             SET END-OF-FILE TO TRUE
008810             GO TO 5120-EXIT
008820     END-READ.
008830     IF MCT-SLOT IS NOT NUMERIC
008840         OR MCT-SLOT = ZERO OR MCT-SLOT > WS-SLOT-MAX
008850         DISPLAY 'BCNVMRG: MERGE RECORD FOR UNKNOWN SLOT '
008860             MCT-SLOT ' IGNORED'
008870         GO TO 5120-EXIT
008880     END-IF.
008890     MOVE 'Y' TO WS-SLT-PRESENT (MCT-SLOT).
008900     MOVE WS-MCT-RECORD TO WS-SLT-RECORD (MCT-SLOT).
008910 5120-EXIT.
008920     EXIT.
008930*----------------------------------------------------------------
008940*5200-ADD-UP-SLOT - ONE SLOT INTO THE NIGHT'S TOTALS. THE RUN
008950*    DATE, JOB AND PARM COME FROM THE FIRST FEED MERGED SO EVERY
008960*    HISTORY RECORD OF THE NIGHT CARRIES THE SAME KEY, EVEN IF
008970*    A LATE REGION RAN PAST MIDNIGHT; THE RATING WORD WIDTH IS
008980*    THE LAST FEED'S, AS A SINGLE RUN'S TRAILER WOULD SHOW.
008990*----------------------------------------------------------------
009000 5200-ADD-UP-SLOT.
009010     IF WS-SLT-PRESENT (WS-SLOT-IDX) NOT = 'Y'
009020         ADD 1 TO WS-SLOTS-NOT-RUN
009030         GO TO 5200-EXIT
009040     END-IF.
009050     MOVE WS-SLT-RECORD (WS-SLOT-IDX) TO WS-MCT-RECORD.
009060     IF MCT-UNUSED
009070         ADD 1 TO WS-SLOTS-UNUSED
009080         GO TO 5200-EXIT
009090     END-IF.
009100     IF NOT MCT-INCLUDED
009110         ADD 1 TO WS-FEEDS-MISSING
009120         GO TO 5200-EXIT
009130     END-IF.
009140     ADD 1 TO WS-FEEDS-MERGED.
009150     MOVE WS-SLOT-IDX TO WS-LAST-INCLUDED.
009160     IF WS-FEEDS-MERGED = 1
009170         MOVE MCT-RUN-DATE TO WS-RUN-DATE
009180         MOVE MCT-JOB-NAME TO WS-JOB-NAME
009190         MOVE MCT-PARM-ECHO TO WS-PARM-ECHO
009200     END-IF.
009210     MOVE MCT-BIT-WIDTH TO WS-TOT-BIT-WIDTH.
009220     ADD MCT-REC-COUNT TO WS-TOT-REC-COUNT.
009230     ADD MCT-CONVERT-COUNT TO WS-TOT-CONVERT-COUNT.
009240     ADD MCT-REJECT-COUNT TO WS-TOT-REJECT-COUNT.
009250     ADD MCT-REPAIR-COUNT TO WS-TOT-REPAIR-COUNT.
009260     IF MCT-CONVERT-COUNT > ZERO
009270         IF MCT-MIN-VALUE < WS-TOT-MIN-VALUE
009280             MOVE MCT-MIN-VALUE TO WS-TOT-MIN-VALUE
009290         END-IF
009300         IF MCT-MAX-VALUE > WS-TOT-MAX-VALUE
009310             MOVE MCT-MAX-VALUE TO WS-TOT-MAX-VALUE
009320         END-IF
009330     END-IF.
009340     IF MCT-CTL-STATUS = 'P'
009350         MOVE 'P' TO WS-TOT-CTL-STATUS
009360     END-IF.
009370 5200-EXIT.
009380     EXIT.
009390*----------------------------------------------------------------
009400*5300-WRITE-TRAILERS - ONE 'SF' SUBTOTAL PER MERGED FEED AND THE
009410*    NIGHT'S 'TR' TRAILER ON THE MERGED OUTFILE, AND THE RATING
009420*    TRAILER ON THE MERGED BINOUT - THE SAME RECORDS ONE RUN OF
009430*    PROGRAM B WOULD HAVE ENDED WITH.
009440*----------------------------------------------------------------
009450 5300-WRITE-TRAILERS.
009460     OPEN EXTEND MRGOUT.
009470     PERFORM 5310-WRITE-SUBTOTAL THRU 5310-EXIT
009480         VARYING WS-SLOT-IDX FROM 1 BY 1
009490         UNTIL WS-SLOT-IDX > WS-SLOT-MAX.
009500     MOVE SPACES TO OUT-DETAIL-VIEW.
009510     MOVE 'TR' TO OUT-TRL-ID.
009520     MOVE WS-TOT-REC-COUNT TO OUT-TRL-REC-COUNT.
009530     MOVE WS-TOT-CONVERT-COUNT TO OUT-TRL-CONVERT-COUNT.
009540     MOVE WS-TOT-REJECT-COUNT TO OUT-TRL-REJECT-COUNT.
009550     MOVE WS-TOT-MIN-VALUE TO OUT-TRL-MIN-VALUE.
009560     MOVE WS-TOT-MAX-VALUE TO OUT-TRL-MAX-VALUE.
009570     MOVE WS-TOT-REPAIR-COUNT TO OUT-TRL-REPAIR-COUNT.
009580     WRITE MRGOUT-RECORD FROM OUT-DETAIL-VIEW.
009590     CLOSE MRGOUT.
009600     OPEN EXTEND MRGBIN.
009610     MOVE LOW-VALUES TO WS-MEO-RECORD.
009620     MOVE ZERO TO MEO-REC-NO.
009630     MOVE 'TR' TO MEO-CONVENTION.
009640     MOVE WS-TOT-BIT-WIDTH TO MEO-BIT-WIDTH.
009650     MOVE WS-TOT-CONVERT-COUNT TO MEO-BIN-DBLWORD.
009660     MOVE WS-TOT-CONVERT-COUNT TO MEO-PACKED-VALUE.
009670     WRITE MRGBIN-RECORD FROM WS-MEO-RECORD.
009680     CLOSE MRGBIN.
009690 5300-EXIT.
009700     EXIT.
009710 5310-WRITE-SUBTOTAL.
009720     MOVE WS-SLT-RECORD (WS-SLOT-IDX) TO WS-MCT-RECORD.
009730     IF WS-SLT-PRESENT (WS-SLOT-IDX) NOT = 'Y'
009740         OR NOT MCT-INCLUDED OR MCT-FD-PRESENT NOT = 'Y'
009750         GO TO 5310-EXIT
009760     END-IF.
009770     MOVE SPACES TO OUT-DETAIL-VIEW.
009780     MOVE 'SF' TO OUT-SUB-ID.
009790     MOVE MCT-FEED-ID TO OUT-SUB-FEED-ID.
009800     MOVE MCT-FD-REC-COUNT TO OUT-SUB-REC-COUNT.
009810     MOVE MCT-FD-CONVERT-COUNT TO OUT-SUB-CONVERT-COUNT.
009820     MOVE MCT-FD-REJECT-COUNT TO OUT-SUB-REJECT-COUNT.
009830     MOVE MCT-FD-MIN-VALUE TO OUT-SUB-MIN-VALUE.
009840     MOVE MCT-FD-MAX-VALUE TO OUT-SUB-MAX-VALUE.
009850     WRITE MRGOUT-RECORD FROM OUT-DETAIL-VIEW.
009860 5310-EXIT.
009870     EXIT.
009880*----------------------------------------------------------------
009890*5400-WRITE-RUN-HISTORY - THE NIGHT'S RUN HISTORY, AS ONE RUN
009900*    WOULD APPEND IT - ONE RECORD PER FEED THEN THE WHOLE-RUN
009910*    RECORD OVER THE MERGED FEEDS. A FEED LEFT OUT FOR FAILING
009920*    ITS CONTROL TOTALS STILL GETS ITS 'F' FEED RECORD, SO THE
009930*    FAILURE SHOWS ON THE HISTORY THE WAY A SINGLE RUN'S DID.
009940*----------------------------------------------------------------
009950 5400-WRITE-RUN-HISTORY.
009960     OPEN EXTEND RUNHIST.
009970     PERFORM 5410-WRITE-FEED-HISTORY THRU 5410-EXIT
009980         VARYING WS-SLOT-IDX FROM 1 BY 1
009990         UNTIL WS-SLOT-IDX > WS-SLOT-MAX.
010000     MOVE SPACES TO WS-RUNH-RECORD.
010010     MOVE WS-RUN-DATE TO RUNH-RUN-DATE.
010020     MOVE WS-JOB-NAME TO RUNH-JOB-NAME.
010030     MOVE WS-PARM-ECHO TO RUNH-PARM-ECHO.
010040     MOVE WS-TOT-REC-COUNT TO RUNH-REC-COUNT.
010050     MOVE WS-TOT-CONVERT-COUNT TO RUNH-CONVERT-COUNT.
010060     MOVE WS-TOT-REJECT-COUNT TO RUNH-REJECT-COUNT.
010070     MOVE WS-TOT-REPAIR-COUNT TO RUNH-REPAIR-COUNT.
010080     MOVE WS-TOT-MIN-VALUE TO RUNH-MIN-VALUE.
010090     MOVE WS-TOT-MAX-VALUE TO RUNH-MAX-VALUE.
010100     MOVE WS-TOT-CTL-STATUS TO RUNH-CTL-STATUS.
010110     WRITE RUNHIST-RECORD FROM WS-RUNH-RECORD.
010120     CLOSE RUNHIST.
010130 5400-EXIT.
010140     EXIT.
010150 5410-WRITE-FEED-HISTORY.
010160     MOVE WS-SLT-RECORD (WS-SLOT-IDX) TO WS-MCT-RECORD.
010170     IF WS-SLT-PRESENT (WS-SLOT-IDX) NOT = 'Y'
010180         OR MCT-FD-PRESENT NOT = 'Y'
010190         GO TO 5410-EXIT
010200     END-IF.
010210     IF NOT MCT-INCLUDED
010220         AND NOT (MCT-MISSING AND MCT-CTL-STATUS = 'F')
010230         GO TO 5410-EXIT
010240     END-IF.
010250     MOVE SPACES TO WS-RUNH-RECORD.
010260     MOVE WS-RUN-DATE TO RUNH-RUN-DATE.
010270     MOVE WS-JOB-NAME TO RUNH-JOB-NAME.
010280     MOVE WS-PARM-ECHO TO RUNH-PARM-ECHO.
010290     MOVE MCT-FEED-ID TO RUNH-FEED-ID.
010300     MOVE MCT-FD-REC-COUNT TO RUNH-REC-COUNT.
010310     MOVE MCT-FD-CONVERT-COUNT TO RUNH-CONVERT-COUNT.
010320     MOVE MCT-FD-REJECT-COUNT TO RUNH-REJECT-COUNT.
010330     MOVE MCT-FD-REPAIR-COUNT TO RUNH-REPAIR-COUNT.
010340     MOVE MCT-FD-MIN-VALUE TO RUNH-MIN-VALUE.
010350     MOVE MCT-FD-MAX-VALUE TO RUNH-MAX-VALUE.
010360     MOVE MCT-CTL-STATUS TO RUNH-CTL-STATUS.
010370     WRITE RUNHIST-RECORD FROM WS-RUNH-RECORD.
010380 5410-EXIT.
010390     EXIT.
010400*----------------------------------------------------------------
010410*6000-PRINT-REPORT - ONE LINE PER SLOT, THE MERGED TOTALS, THEN
010420*    A WARNING LINE FOR EVERY FEED LEFT OUT AND EVERY SLOT STEP
010430*    THAT LEFT NO MERGE RECORD, AND THE VERDICT.
010440*----------------------------------------------------------------
010450 6000-PRINT-REPORT.
010460     OPEN OUTPUT RPTFILE.
010470     IF WS-RUN-DATE = SPACES
010480         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
010490     END-IF.
010500     MOVE WS-RUN-DATE TO WS-HD1-DATE.
010510     MOVE WS-JOB-NAME TO WS-HD1-JOB.
010520     MOVE WS-PARM-ECHO TO WS-HD1-PARM.
010530     MOVE WS-SLOT-HEAD-1 TO WS-PRINT-LINE.
010540     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
010550     MOVE WS-SLOT-HEAD-2 TO WS-PRINT-LINE.
010560     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
010570     PERFORM 6100-PRINT-SLOT THRU 6100-EXIT
010580         VARYING WS-SLOT-IDX FROM 1 BY 1
010590         UNTIL WS-SLOT-IDX > WS-SLOT-MAX.
010600     MOVE SPACES TO WS-PRINT-LINE.
010610     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
010620     MOVE WS-TOTAL-HEAD TO WS-PRINT-LINE.
010630     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
010640     MOVE 'FEEDS MERGED' TO WS-TOT-LABEL.
010650     MOVE WS-FEEDS-MERGED TO WS-TOT-VALUE.
010660     PERFORM 6200-PRINT-TOTAL THRU 6200-EXIT.
010670     MOVE 'FEEDS MISSING' TO WS-TOT-LABEL.
010680     MOVE WS-FEEDS-MISSING TO WS-TOT-VALUE.
010690     PERFORM 6200-PRINT-TOTAL THRU 6200-EXIT.
010700     MOVE 'RECORDS READ' TO WS-TOT-LABEL.
010710     MOVE WS-TOT-REC-COUNT TO WS-TOT-VALUE.
010720     PERFORM 6200-PRINT-TOTAL THRU 6200-EXIT.
010730     MOVE 'RECORDS CONVERTED' TO WS-TOT-LABEL.
010740     MOVE WS-TOT-CONVERT-COUNT TO WS-TOT-VALUE.
010750     PERFORM 6200-PRINT-TOTAL THRU 6200-EXIT.
010760     MOVE 'RECORDS REJECTED' TO WS-TOT-LABEL.
010770     MOVE WS-TOT-REJECT-COUNT TO WS-TOT-VALUE.
010780     PERFORM 6200-PRINT-TOTAL THRU 6200-EXIT.
010790     MOVE 'RECORDS REPAIRED' TO WS-TOT-LABEL.
010800     MOVE WS-TOT-REPAIR-COUNT TO WS-TOT-VALUE.
010810     PERFORM 6200-PRINT-TOTAL THRU 6200-EXIT.
010820     MOVE 'MINIMUM VALUE' TO WS-MM-LABEL.
010830     MOVE WS-TOT-MIN-VALUE TO WS-MM-VALUE.
010840     MOVE WS-MINMAX-LINE TO WS-PRINT-LINE.
010850     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
010860     MOVE 'MAXIMUM VALUE' TO WS-MM-LABEL.
010870     MOVE WS-TOT-MAX-VALUE TO WS-MM-VALUE.
010880     MOVE WS-MINMAX-LINE TO WS-PRINT-LINE.
010890     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
010900     MOVE SPACES TO WS-PRINT-LINE.
010910     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
010920     PERFORM 6300-PRINT-WARNING THRU 6300-EXIT
010930         VARYING WS-SLOT-IDX FROM 1 BY 1
010940         UNTIL WS-SLOT-IDX > WS-SLOT-MAX.
010950     MOVE SPACES TO WS-VERDICT-LINE.
010960     EVALUATE TRUE
010970         WHEN WS-FEEDS-MERGED = ZERO
010980             MOVE '*** NOTHING MERGED - NO TRAILER OR RUN HISTORY'
010990               TO WS-VERDICT-LINE
011000         WHEN WS-FEEDS-MISSING > ZERO OR WS-SLOTS-NOT-RUN > ZERO
011010             MOVE '*** MERGE INCOMPLETE - SEE MISSING FEEDS'
011020               TO WS-VERDICT-LINE
011030         WHEN OTHER
011040             MOVE 'ALL FEEDS MERGED' TO WS-VERDICT-LINE
011050     END-EVALUATE.
011060     MOVE WS-VERDICT-LINE TO WS-PRINT-LINE.
011070     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
011080     CLOSE RPTFILE.
011090 6000-EXIT.
011100     EXIT.
011110 6100-PRINT-SLOT.
011120     MOVE SPACES TO WS-SLL-FEED-ID.
011130     MOVE SPACES TO WS-SLL-REASON.
011140     MOVE SPACES TO WS-SLL-CTL.
011150     MOVE ZERO TO WS-SLL-FIRST-REC.
011160     MOVE ZERO TO WS-SLL-READ.
011170     MOVE ZERO TO WS-SLL-CONVERT.
011180     MOVE ZERO TO WS-SLL-REJECT.
011190     MOVE ZERO TO WS-SLL-REPAIR.
011200     MOVE WS-SLOT-IDX TO WS-SLL-SLOT.
011210     IF WS-SLT-PRESENT (WS-SLOT-IDX) NOT = 'Y'
011220         MOVE 'NOT RUN' TO WS-SLL-STATUS
011230         MOVE 'NO MERGE RECORD FOR THE SLOT' TO WS-SLL-REASON
011240         GO TO 6100-PRINT
011250     END-IF.
011260     MOVE WS-SLT-RECORD (WS-SLOT-IDX) TO WS-MCT-RECORD.
011270     MOVE MCT-FEED-ID TO WS-SLL-FEED-ID.
011280     MOVE MCT-CTL-STATUS TO WS-SLL-CTL.
011290     EVALUATE TRUE
011300         WHEN MCT-UNUSED
011310             MOVE 'NOT USED' TO WS-SLL-STATUS
011320         WHEN MCT-INCLUDED
011330             MOVE 'MERGED' TO WS-SLL-STATUS
011340             COMPUTE WS-SLL-FIRST-REC = MCT-OFFSET + 1
011350         WHEN OTHER
011360             MOVE '*MISSING*' TO WS-SLL-STATUS
011370             MOVE MCT-REASON TO WS-SLL-REASON
011380     END-EVALUATE.
011390     IF NOT MCT-UNUSED
011400         MOVE MCT-REC-COUNT TO WS-SLL-READ
011410         MOVE MCT-CONVERT-COUNT TO WS-SLL-CONVERT
011420         MOVE MCT-REJECT-COUNT TO WS-SLL-REJECT
011430         MOVE MCT-REPAIR-COUNT TO WS-SLL-REPAIR
011440     END-IF.
011450 6100-PRINT.
011460     MOVE WS-SLOT-LINE TO WS-PRINT-LINE.
011470     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
011480 6100-EXIT.
011490     EXIT.
011500 6200-PRINT-TOTAL.
011510     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
011520     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
011530 6200-EXIT.
011540     EXIT.
011550 6300-PRINT-WARNING.
011560     MOVE WS-SLOT-IDX TO WS-WRN-SLOT.
011570     IF WS-SLT-PRESENT (WS-SLOT-IDX) NOT = 'Y'
011580         MOVE 'UNKNOWN' TO WS-WRN-FEED-ID
011590         MOVE 'SLOT STEP LEFT NO MERGE RECORD' TO WS-WRN-REASON
011600         GO TO 6300-PRINT
011610     END-IF.
011620     MOVE WS-SLT-RECORD (WS-SLOT-IDX) TO WS-MCT-RECORD.
011630     IF NOT MCT-MISSING
011640         GO TO 6300-EXIT
011650     END-IF.
011660     MOVE MCT-FEED-ID TO WS-WRN-FEED-ID.
011670     MOVE MCT-REASON TO WS-WRN-REASON.
011680 6300-PRINT.
011690     MOVE WS-WARN-LINE TO WS-PRINT-LINE.
011700     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
011710 6300-EXIT.
011720     EXIT.
011730 7000-WRITE-LINE.
011740     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
011750         PERFORM 7100-NEW-PAGE THRU 7100-EXIT
011760     END-IF.
011770     WRITE RPTFILE-RECORD FROM WS-PRINT-LINE
011780         AFTER ADVANCING 1 LINE.
011790     ADD 1 TO WS-LINE-COUNT.
011800 7000-EXIT.
011810     EXIT.
011820 7100-NEW-PAGE.
011830     ADD 1 TO WS-PAGE-COUNT.
011840     MOVE WS-PAGE-COUNT TO WS-HD1-PAGE.
011850     WRITE RPTFILE-RECORD FROM WS-HEAD-1
011860         AFTER ADVANCING PAGE.
011870     MOVE SPACES TO RPTFILE-RECORD.
011880     WRITE RPTFILE-RECORD AFTER ADVANCING 1 LINE.
011890     MOVE 2 TO WS-LINE-COUNT.
011900 7100-EXIT.
011910     EXIT.
011920*----------------------------------------------------------------
011930*8000-TERMINATE - SET THE CONDITION CODE. A SLOT STEP - 0 MERGED
011940*    OR NOT USED, 8 ITS FEED WAS LEFT OUT, 12 IT COULD NOT RUN.
011950*    THE TOTALS STEP - 0 ALL FEEDS MERGED CLEAN, 4 MERGED WITH
011960*    REJECTS, 8 A FEED IS MISSING (HOLD FOR THE OPERATOR, THE
011970*    REPORT SAYS WHICH), 12 NOTHING MERGED.
011980*----------------------------------------------------------------
011990 8000-TERMINATE.
012000     EVALUATE TRUE
012010         WHEN RUN-HAS-FAILED
012020             MOVE 12 TO RETURN-CODE
012030         WHEN MODE-IS-SLOT AND MCT-MISSING
012040             MOVE 8 TO RETURN-CODE
012050         WHEN MODE-IS-SLOT
012060             MOVE ZERO TO RETURN-CODE
012070         WHEN WS-FEEDS-MISSING > ZERO OR WS-SLOTS-NOT-RUN > ZERO
012080             MOVE 8 TO RETURN-CODE
012090         WHEN WS-TOT-REJECT-COUNT > ZERO
012100             MOVE 4 TO RETURN-CODE
012110         WHEN OTHER
012120             MOVE ZERO TO RETURN-CODE
012130     END-EVALUATE.
012140 8000-EXIT.
012150     EXIT.
012160 9999-EXIT.
012170     STOP RUN.
