000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BRSIM.
000030 AUTHOR. D. K. WHITFIELD.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH CONVERSION UNIT.
000050 DATE-WRITTEN. 11/16/2024.
000060 DATE-COMPILED.
000070*    -------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    11/16/2024 DKW   ORIGINAL CODING - WHAT-IF SIMULATION OF A
000120*                     CANDIDATE RULES DATASET (RULELAY LAYOUT)
000130*                     AGAINST A RECENT NIGHT'S INFILE. THE
000140*                     RULES IN FORCE ON THE AS-OF DATE (DD
000150*                     RULEFILE) AND EVERY READABLE CANDIDATE
000160*                     RULE (DD CANDFILE), WHATEVER ITS
000170*                     EFFECTIVE DATE, ARE APPLIED SIDE BY SIDE
000180*                     TO EACH DETAIL RECORD THAT PASSES
000190*                     PROGRAM B'S SYNTAX CHECKS, FOLLOWING THE
000200*                     FEED HEADERS AND SPEC RECORDS EXACTLY AS
000210*                     B DOES. THE REPORT SHOWS, BY RULE AND BY
000220*                     FEED, HOW MANY RECORDS EACH RULE WOULD
000230*                     NEWLY REJECT OR STOP REJECTING, WITH
000240*                     SAMPLE RECORD NUMBERS THAT MATCH B'S OWN
000250*                     REJFILE NUMBERING, SO THE BUSINESS CAN
000260*                     SIGN OFF A RULE CHANGE BEFORE ITS
000270*                     EFFECTIVE DATE ARRIVES. NOTHING IS
000280*                     WRITTEN BUT THE REPORT.
000281*    01/04/2025 DKW   VALUES AND RULE RANGES TO NINETEEN DIGITS,
000282*                     AS IN PROGRAM B - A 'V02' INPUT RECORD
000283*                     (INWLAY) IS REPLAYED ON ITS NINETEEN-DIGIT
000284*                     VALUE, RANGE ENDS ARE JOINED FROM THEIR
000285*                     RUL-LO-LEAD/RUL-HI-LEAD DIGITS, AND THE
000286*                     REPORT'S RANGE COLUMNS ARE WIDENED TO SUIT.
000290*    -------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320     SOURCE-COMPUTER. IBM-370.
000330     OBJECT-COMPUTER. IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360*    THE NIGHT'S EXTRACT TO REPLAY - HOUSE 80-BYTE LAYOUT WITH
000370*    ITS FEED HEADERS, SPEC RECORDS AND CONTROL RECORDS.
000380     SELECT INFILE ASSIGN TO "INFILE"
000390         ORGANIZATION IS SEQUENTIAL.
000400*    THE LIVE RULES DATASET - THE RULES IN FORCE NOW.
000410     SELECT RULEFILE ASSIGN TO "RULEFILE"
000420         ORGANIZATION IS SEQUENTIAL.
000430*    THE PROPOSED RULES DATASET BEING SIGNED OFF.
000440     SELECT CANDFILE ASSIGN TO "CANDFILE"
000450         ORGANIZATION IS SEQUENTIAL.
000460*    THE IMPACT REPORT.
000470     SELECT RPTFILE ASSIGN TO "RPTFILE"
000480         ORGANIZATION IS SEQUENTIAL.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  INFILE
000520     RECORDING MODE IS F
000530     LABEL RECORDS ARE STANDARD
000540     RECORD CONTAINS 80 CHARACTERS.
000550*    THE SAME VIEWS PROGRAM B PUTS OVER ITS INFILE RECORD.
000560 01  INFILE-RECORD.
000570     05  IN-RAW-SIGN                PIC X(01).
000580     05  IN-RAW-VALUE               PIC X(10).
000590     05  FILLER                     PIC X(69).
000600 01  IN-SPEC-VIEW REDEFINES INFILE-RECORD.
000610     05  IN-SPEC-TAG                PIC X(01).
000620         88  SPEC-RECORD                    VALUE '*'.
000630     05  IN-SPEC-SIGN-MODE          PIC X(02).
000640     05  IN-SPEC-WIDTH              PIC X(02).
000650     05  IN-SPEC-RADIX              PIC X(02).
000660     05  FILLER                     PIC X(73).
000670 01  IN-FEED-VIEW REDEFINES INFILE-RECORD.
000680     05  IN-FEED-TAG                PIC X(01).
000690         88  FEED-HEADER-RECORD             VALUE '#'.
000700     05  IN-FEED-ID                 PIC X(08).
000710     05  FILLER                     PIC X(71).
000720 01  IN-CTL-VIEW REDEFINES INFILE-RECORD.
000730     05  IN-CTL-TAG                 PIC X(02).
000740         88  CONTROL-RECORD                 VALUE 'CH' 'CT'.
000750     05  FILLER                     PIC X(78).
000760 FD  RULEFILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 80 CHARACTERS.
000800 01  RULEFILE-RECORD             PIC X(80).
000810 FD  CANDFILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 80 CHARACTERS.
000850 01  CANDFILE-RECORD             PIC X(80).
000860 FD  RPTFILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 132 CHARACTERS.
000900 01  RPTFILE-RECORD              PIC X(132).
000910 WORKING-STORAGE SECTION.
000920*    THE NIGHT'S CONVERSION PARM (SHARED WITH PROGRAM B) - ONLY
000930*    THE SIGN MODE, WIDTH AND CONTROL-RECORD FLAG MATTER HERE.
000940     COPY PARMLAY.
000950*    BUSINESS-RULE RECORD LAYOUT (SHARED WITH PROGRAM B).
000960     COPY RULELAY.
000963*    THE WIDE-VALUE VERSION OF THE INPUT RECORD.
000966     COPY INWLAY.
000970*    RUN SWITCHES
000980 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000990 88  END-OF-INFILE                         VALUE 'Y'.
001000 77  WS-RULE-EOF-SWITCH          PIC X(01) VALUE 'N'.
001010 88  END-OF-RULES                          VALUE 'Y'.
001020 77  WS-VALID-SWITCH             PIC X(01) VALUE 'Y'.
001030 88  INPUT-IS-VALID                        VALUE 'Y'.
001040 88  INPUT-IS-INVALID                      VALUE 'N'.
001050 77  WS-INC-SEEN-SWITCH          PIC X(01) VALUE 'N'.
001060 88  INCLUDE-RULE-APPLIES                  VALUE 'Y'.
001070 77  WS-INC-PASS-SWITCH          PIC X(01) VALUE 'N'.
001080 88  INCLUDE-RULE-SATISFIED                VALUE 'Y'.
001090*    SET WHEN A RULE, RULE/FEED OR FEED TABLE FILLS - THE
001100*    FIGURES ARE THEN SHORT AND THE STEP ENDS CC 4.
001110 77  WS-FULL-SWITCH              PIC X(01) VALUE 'N'.
001120 88  A-TABLE-FILLED                        VALUE 'Y'.
001130*    RUN COUNTERS
001140 77  WS-REC-COUNT                PIC 9(07) COMP VALUE ZERO.
001150 77  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
001160 77  WS-SYNTAX-COUNT             PIC 9(07) COMP VALUE ZERO.
001170 77  WS-SPEC-COUNT               PIC 9(07) COMP VALUE ZERO.
001180 77  WS-BAD-SPEC-COUNT           PIC 9(07) COMP VALUE ZERO.
001190 77  WS-HEADER-COUNT             PIC 9(07) COMP VALUE ZERO.
001200 77  WS-BAD-HEADER-COUNT         PIC 9(07) COMP VALUE ZERO.
001210 77  WS-CONTROL-COUNT            PIC 9(07) COMP VALUE ZERO.
001220*    THE AS-OF DATE FROM THE PARM, DEFAULTING TO TODAY. THE
001230*    LIVE RULES ARE TAKEN AS IN FORCE ON THIS DATE.
001240 77  WS-AS-OF-DATE               PIC X(08) VALUE SPACES.
001250 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
001260*    THE PARM, SPACE-PADDED TO ITS REAL LENGTH AT START-UP SO
001270*    A SHORT PARM IS NEVER READ PAST ITS END.
001280 01  WS-PARM-TEXT                PIC X(80) VALUE SPACES.
001290*    VALUE WORK AREA - THE SIGN AND DIGITS OF THE DETAIL BEING
001297*    TESTED, AS IN PROGRAM B - RIGHT-JUSTIFIED TO NINETEEN
001304*    WHATEVER WIDTH THE VALUE ARRIVED IN.
001311 01  WS-VALUE-AREA.
001318     05  WS-VAL-SIGN                PIC X(01).
001325     05  WS-VAL-DIGITS              PIC X(19).
001332     05  WS-VAL-DIGITS-NUM REDEFINES WS-VAL-DIGITS
001339                                    PIC 9(19).
001346 01  WS-VAL-RAW                  PIC X(19) VALUE SPACES.
001353 77  WS-VAL-WIDTH                PIC 9(02) COMP VALUE 10.
001360*    WIDTH BOUNDS FOR THE CONVENTION IN EFFECT, SET BY 1150 AT
001370*    START AND AGAIN WHENEVER A SPEC RECORD CHANGES IT.
001380 77  WS-TC-MAX-MAGNITUDE         PIC 9(20) VALUE ZERO.
001390 77  WS-TC-MIN-MAGNITUDE         PIC 9(20) VALUE ZERO.
001400 77  WS-UN-MAX-MAGNITUDE         PIC 9(20) VALUE ZERO.
001410 77  WS-SAVE-SIGN-MODE           PIC X(02) VALUE SPACES.
001420 77  WS-SAVE-WIDTH               PIC 9(02) VALUE ZERO.
001430 77  WS-SAVE-RADIX               PIC 9(02) VALUE ZERO.
001440*    THE TWO RULE SETS - SET 1 IS THE LIVE RULES IN FORCE ON
001450*    THE AS-OF DATE, SET 2 THE CANDIDATE RULES AS IF ALREADY
001460*    IN FORCE. EACH HOLDS AS MANY RULES AS PROGRAM B'S TABLE.
001470 77  WS-RULE-MAX                 PIC 9(03) COMP VALUE 100.
001480 77  WS-RULE-IDX                 PIC 9(03) COMP VALUE ZERO.
001490 77  WS-SET-IDX                  PIC 9(01) COMP VALUE ZERO.
001500 77  WS-FIRST-INC-ID             PIC X(08) VALUE SPACES.
001510 01  WS-RULE-TABLE.
001520     05  WS-RULE-SET OCCURS 2 TIMES.
001530         10  WS-SET-NAME            PIC X(09).
001540         10  WS-SET-USED            PIC 9(03) COMP.
001550         10  WS-SET-BAD             PIC 9(03) COMP.
001560         10  WS-SET-FUTURE          PIC 9(03) COMP.
001570         10  WS-RULE-ENTRY OCCURS 100 TIMES.
001580             15  WS-RUL-ID          PIC X(08).
001590             15  WS-RUL-TBL-TYPE    PIC X(01).
001600             15  WS-RUL-FEED        PIC X(08).
001610             15  WS-RUL-SIGN        PIC X(02).
001612             15  WS-RUL-LO          PIC 9(19).
001614             15  WS-RUL-HI          PIC 9(19).
001616             15  WS-RUL-EFF         PIC X(08).
001618*    A RULE'S RANGE ENDS PUT BACK TOGETHER AS THEY ARE LOADED -
001620*    THE LEAD DIGITS (ZEROS WHEN BLANK) AHEAD OF THE LOW TEN.
001622 01  WS-RUL-WIDE-LO.
001624     05  WS-RWL-LEAD                PIC X(09).
001626     05  WS-RWL-LOW                 PIC X(10).
001628 01  WS-RUL-WIDE-LO-N REDEFINES WS-RUL-WIDE-LO
001630                                 PIC 9(19).
001632 01  WS-RUL-WIDE-HI.
001634     05  WS-RWH-LEAD                PIC X(09).
001636     05  WS-RWH-LOW                 PIC X(10).
001638 01  WS-RUL-WIDE-HI-N REDEFINES WS-RUL-WIDE-HI
001640                                 PIC 9(19).
001642*    A RANGE END AS PRINTED - TEN DIGITS WHEN IT FITS, AS THE
001644*    RULES DATASET HAS ALWAYS SHOWN IT, ELSE NINETEEN.
001646 77  WS-RANGE-SHOW               PIC 9(19) VALUE ZERO.
001650*    EACH SET'S VERDICT ON THE CURRENT DETAIL - THE REJECTING
001660*    RULE'S ID WHEN IT WOULD REJECT, AS B WOULD NAME IT.
001670 01  WS-SET-RESULTS.
001680     05  WS-SET-RESULT OCCURS 2 TIMES.
001690         10  WS-SET-REJ-SWITCH      PIC X(01).
001700             88  SET-REJECTS                VALUE 'Y'.
001710         10  WS-SET-REJ-ID          PIC X(08).
001720*    ONE ENTRY PER RULE ID IN EITHER SET, CANDIDATE ORDER FIRST
001730*    THEN ANY LIVE RULE THE CANDIDATE FILE DROPS, WITH WHERE IT
001740*    SITS IN EACH SET (ZERO = NOT IN THAT SET) AND ITS TOTALS.
001750 77  WS-SUM-MAX                  PIC 9(03) COMP VALUE 200.
001760 77  WS-SUM-USED                 PIC 9(03) COMP VALUE ZERO.
001770 77  WS-SUM-IDX                  PIC 9(03) COMP VALUE ZERO.
001780 77  WS-SUM-SCAN                 PIC 9(03) COMP VALUE ZERO.
001790 01  WS-SUM-TABLE.
001800     05  WS-SUM-ENTRY OCCURS 200 TIMES.
001810         10  WS-SUM-ID              PIC X(08).
001820         10  WS-SUM-CUR-IDX         PIC 9(03) COMP.
001830         10  WS-SUM-CAND-IDX        PIC 9(03) COMP.
001840         10  WS-SUM-NEW             PIC 9(07) COMP.
001850         10  WS-SUM-GONE            PIC 9(07) COMP.
001860*    ONE ENTRY PER RULE AND FEED THAT CHANGED AN OUTCOME, WITH
001870*    THE FIRST FIVE RECORD NUMBERS EACH WAY.
001880 77  WS-IMP-MAX                  PIC 9(03) COMP VALUE 500.
001890 77  WS-IMP-USED                 PIC 9(03) COMP VALUE ZERO.
001900 77  WS-IMP-IDX                  PIC 9(03) COMP VALUE ZERO.
001910 77  WS-IMP-SCAN                 PIC 9(03) COMP VALUE ZERO.
001920 77  WS-SAMPLE-MAX               PIC 9(01) COMP VALUE 5.
001930 77  WS-SAMPLE-IDX               PIC 9(01) COMP VALUE ZERO.
001940 77  WS-HIT-RULE                 PIC X(08) VALUE SPACES.
001950 01  WS-IMP-TABLE.
001960     05  WS-IMP-ENTRY OCCURS 500 TIMES.
001970         10  WS-IMP-RULE            PIC X(08).
001980         10  WS-IMP-FEED            PIC X(08).
001990         10  WS-IMP-NEW             PIC 9(07) COMP.
002000         10  WS-IMP-GONE            PIC 9(07) COMP.
002010         10  WS-IMP-NEW-SAMPLE      PIC 9(07) OCCURS 5 TIMES.
002020         10  WS-IMP-GONE-SAMPLE     PIC 9(07) OCCURS 5 TIMES.
002030*    PER-FEED TOTALS. A DETAIL AHEAD OF ANY FEED HEADER COUNTS
002040*    UNDER A BLANK FEED ID, AS ITS REJECTS WOULD IN B.
002050 77  WS-FEED-MAX                 PIC 9(02) COMP VALUE 50.
002060 77  WS-FEED-USED                PIC 9(02) COMP VALUE ZERO.
002070 77  WS-FEED-IDX                 PIC 9(02) COMP VALUE ZERO.
002080 77  WS-CUR-FEED-IDX             PIC 9(02) COMP VALUE ZERO.
002090 77  WS-CUR-FEED-ID              PIC X(08) VALUE SPACES.
002100 01  WS-FEED-TABLE.
002110     05  WS-FEED-ENTRY OCCURS 50 TIMES.
002120         10  WS-FEED-ID             PIC X(08).
002130         10  WS-FEED-READ           PIC 9(07) COMP.
002140         10  WS-FEED-SYNTAX         PIC 9(07) COMP.
002150         10  WS-FEED-CUR-REJ        PIC 9(07) COMP.
002160         10  WS-FEED-CAND-REJ       PIC 9(07) COMP.
002170         10  WS-FEED-NEW            PIC 9(07) COMP.
002180         10  WS-FEED-GONE           PIC 9(07) COMP.
002190         10  WS-FEED-MOVED          PIC 9(07) COMP.
002200*    WHOLE-RUN TOTALS OF THE PER-FEED FIGURES.
002210 01  WS-RUN-TOTALS.
002220     05  WS-RUN-READ                PIC 9(07) COMP VALUE ZERO.
002230     05  WS-RUN-SYNTAX              PIC 9(07) COMP VALUE ZERO.
002240     05  WS-RUN-CUR-REJ             PIC 9(07) COMP VALUE ZERO.
002250     05  WS-RUN-CAND-REJ            PIC 9(07) COMP VALUE ZERO.
002260     05  WS-RUN-NEW                 PIC 9(07) COMP VALUE ZERO.
002270     05  WS-RUN-GONE                PIC 9(07) COMP VALUE ZERO.
002280     05  WS-RUN-MOVED               PIC 9(07) COMP VALUE ZERO.
002290*    REPORT PAGING
002300 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
002310 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
002320 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
002330*    REPORT LINES
002340 01  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
002350 01  WS-HEAD-1.
002360     05  FILLER                     PIC X(40) VALUE
002370         "BRSIM - WHAT-IF BUSINESS RULE SIMULATION".
002380     05  FILLER                     PIC X(07) VALUE " AS OF ".
002390     05  WS-HD1-DATE                PIC X(08).
002400     05  FILLER                     PIC X(07) VALUE "  CONV ".
002410     05  WS-HD1-SIGN                PIC X(02).
002420     05  WS-HD1-WIDTH               PIC 9(02).
002430     05  FILLER                     PIC X(57) VALUE SPACES.
002440     05  FILLER                     PIC X(05) VALUE "PAGE ".
002450     05  WS-HD1-PAGE                PIC ZZZ9.
002460 01  WS-SECTION-LINE.
002470     05  WS-SEC-TITLE               PIC X(60).
002480     05  FILLER                     PIC X(72) VALUE SPACES.
002490 01  WS-RULE-HEAD.
002500     05  FILLER                     PIC X(30) VALUE
002510         "RULE     STATUS    T FEED     ".
002520     05  FILLER                     PIC X(30) VALUE
002527         "SM LOW VALUE           HIGH VA".
002534     05  FILLER                     PIC X(30) VALUE
002541         "LUE          EFF DATE  NEWLY R".
002548     05  FILLER                     PIC X(30) VALUE
002555         "EJ  NOW PASS".
002562     05  FILLER                     PIC X(12) VALUE SPACES.
002570 01  WS-RULE-LINE.
002580     05  WS-RL-ID                   PIC X(08).
002590     05  FILLER                     PIC X(01) VALUE SPACE.
002600     05  WS-RL-STATUS               PIC X(09).
002610     05  FILLER                     PIC X(01) VALUE SPACE.
002620     05  WS-RL-TYPE                 PIC X(01).
002630     05  FILLER                     PIC X(01) VALUE SPACE.
002640     05  WS-RL-FEED                 PIC X(08).
002650     05  FILLER                     PIC X(01) VALUE SPACE.
002660     05  WS-RL-SIGN                 PIC X(02).
002670     05  FILLER                     PIC X(01) VALUE SPACE.
002680     05  WS-RL-LO                   PIC X(19).
002690     05  FILLER                     PIC X(01) VALUE SPACE.
002700     05  WS-RL-HI                   PIC X(19).
002710     05  FILLER                     PIC X(01) VALUE SPACE.
002720     05  WS-RL-EFF                  PIC X(08).
002730     05  FILLER                     PIC X(03) VALUE SPACES.
002740     05  WS-RL-NEW                  PIC Z(06)9.
002750     05  FILLER                     PIC X(03) VALUE SPACES.
002760     05  WS-RL-GONE                 PIC Z(06)9.
002770     05  FILLER                     PIC X(31) VALUE SPACES.
002780 01  WS-RULE-FEED-LINE.
002790     05  FILLER                     PIC X(10) VALUE SPACES.
002800     05  FILLER                     PIC X(05) VALUE "FEED ".
002810     05  WS-RF-FEED                 PIC X(08).
002820     05  FILLER                     PIC X(02) VALUE SPACES.
002830     05  WS-RF-LABEL                PIC X(18).
002840     05  WS-RF-COUNT                PIC Z(06)9.
002850     05  FILLER                     PIC X(02) VALUE SPACES.
002860     05  FILLER                     PIC X(08) VALUE "RECORDS ".
002870     05  WS-RF-SAMPLE-AREA OCCURS 5 TIMES.
002880         10  WS-RF-SAMPLE           PIC Z(07).
002890         10  FILLER                 PIC X(01).
002900     05  FILLER                     PIC X(32) VALUE SPACES.
002910 01  WS-FEED-HEAD.
002920     05  FILLER                     PIC X(28) VALUE
002930         "FEED        DETAILS   SYNTAX".
002940     05  FILLER                     PIC X(27) VALUE
002950         "  REJ NOW REJ CAND    NEWLY".
002960     05  FILLER                     PIC X(18) VALUE
002970         " NOW PASS    MOVED".
002980     05  FILLER                     PIC X(59) VALUE SPACES.
002990 01  WS-FEED-LINE.
003000     05  WS-FL-FEED                 PIC X(08).
003010     05  FILLER                     PIC X(02) VALUE SPACES.
003020     05  WS-FL-READ                 PIC Z(06)9.
003030     05  FILLER                     PIC X(02) VALUE SPACES.
003040     05  WS-FL-SYNTAX               PIC Z(06)9.
003050     05  FILLER                     PIC X(02) VALUE SPACES.
003060     05  WS-FL-CUR-REJ              PIC Z(06)9.
003070     05  FILLER                     PIC X(02) VALUE SPACES.
003080     05  WS-FL-CAND-REJ             PIC Z(06)9.
003090     05  FILLER                     PIC X(02) VALUE SPACES.
003100     05  WS-FL-NEW                  PIC Z(06)9.
003110     05  FILLER                     PIC X(02) VALUE SPACES.
003120     05  WS-FL-GONE                 PIC Z(06)9.
003130     05  FILLER                     PIC X(02) VALUE SPACES.
003140     05  WS-FL-MOVED                PIC Z(06)9.
003150     05  FILLER                     PIC X(61) VALUE SPACES.
003160 01  WS-TOTAL-LINE.
003170     05  WS-TOT-LABEL               PIC X(30).
003180     05  WS-TOT-VALUE               PIC Z(06)9.
003190     05  FILLER                     PIC X(95) VALUE SPACES.
003200 LINKAGE SECTION.
003210*    JOB STEP PARM - THE AS-OF DATE AS YYYYMMDD IN COLUMNS 1-8
003220*    (BLANK TAKES TODAY), THEN FROM COLUMN 9 THE PARM THE NIGHT
003230*    BEING REPLAYED RAN PROGRAM B WITH, E.G.
003240*    PARM='20241115SM32F02NBCNVJOB P0000005N000Y'. ONLY THE
003250*    HOUSE 80-BYTE LAYOUT IS REPLAYED - A NATIVE-LAYOUT PARM IS
003260*    TAKEN AS STANDARD WITH AN OPERATOR MESSAGE.
003270 01  LS-PARM-DATA.
003280     05  LS-PARM-LENGTH             PIC S9(04) COMP.
003290     05  LS-PARM-TEXT               PIC X(80).
003300 PROCEDURE DIVISION USING LS-PARM-DATA.
003310*================================================================
003320*0000-MAINLINE - OVERALL CONTROL OF THE SIMULATION RUN.
003330*================================================================
003340 0000-MAINLINE.
003350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003360     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
003370         UNTIL END-OF-INFILE.
003380     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
003390     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003400     GO TO 9999-EXIT.
003410*----------------------------------------------------------------
003420*1000-INITIALIZE - PICK UP THE AS-OF DATE AND THE NIGHT'S
003430*    PARM, LOAD BOTH RULE SETS, OPEN FILES AND PRIME THE READ.
003440*----------------------------------------------------------------
003450 1000-INITIALIZE.
003460     MOVE SPACES TO WS-PARM-TEXT.
003470     IF LS-PARM-LENGTH > ZERO AND LS-PARM-LENGTH <= 80
003480         MOVE LS-PARM-TEXT (1:LS-PARM-LENGTH) TO WS-PARM-TEXT
003490     END-IF.
003500     IF WS-PARM-TEXT (1:8) = SPACES
003510         ACCEPT WS-TODAY FROM DATE YYYYMMDD
003520         MOVE WS-TODAY TO WS-AS-OF-DATE
003530     ELSE
003540         MOVE WS-PARM-TEXT (1:8) TO WS-AS-OF-DATE
003550     END-IF.
003560     MOVE WS-PARM-TEXT (9:72) TO PARM-DATA.
003570     PERFORM 1100-EDIT-PARM THRU 1100-EXIT.
003580     MOVE WS-AS-OF-DATE TO WS-HD1-DATE.
003590     MOVE PARM-SIGN-MODE TO WS-HD1-SIGN.
003600     MOVE PARM-WIDTH TO WS-HD1-WIDTH.
003610     MOVE LOW-VALUES TO WS-RULE-TABLE.
003620     MOVE 'CURRENT  ' TO WS-SET-NAME (1).
003630     MOVE 'CANDIDATE' TO WS-SET-NAME (2).
003640     MOVE ZERO TO WS-SET-USED (1) WS-SET-BAD (1)
003650         WS-SET-FUTURE (1) WS-SET-USED (2) WS-SET-BAD (2)
003660         WS-SET-FUTURE (2).
003670     PERFORM 1300-LOAD-RULES THRU 1300-EXIT.
003680     PERFORM 1500-BUILD-SUMMARY THRU 1500-EXIT.
003690     OPEN INPUT INFILE.
003700     OPEN OUTPUT RPTFILE.
003710     PERFORM 2100-READ-INFILE THRU 2100-EXIT.
003720 1000-EXIT.
003730     EXIT.
003740*----------------------------------------------------------------
003750*1100-EDIT-PARM - DEFAULT AN UNRECOGNISED SIGN MODE, WIDTH OR
003760*    CONTROL FLAG THE WAY PROGRAM B DOES, SO THE REPLAY SEES
003770*    THE SAME CONVENTION THE NIGHT RAN UNDER.
003780*----------------------------------------------------------------
003790 1100-EDIT-PARM.
003800     IF NOT SIGN-MODE-SIGN-MAGNITUDE
003810         AND NOT SIGN-MODE-TWOS-COMPLEMENT
003820         MOVE 'UN' TO PARM-SIGN-MODE
003830     END-IF.
003840     IF NOT WIDTH-IS-32 AND NOT WIDTH-IS-64
003850         MOVE 32 TO PARM-WIDTH
003860     END-IF.
003870     IF NOT RADIX-IS-BINARY AND NOT RADIX-IS-OCTAL
003880         AND NOT RADIX-IS-HEX
003890         MOVE 2 TO PARM-RADIX
003900     END-IF.
003910     IF NOT CTL-CHECK-YES
003920         MOVE 'N' TO PARM-CTL
003930     END-IF.
003940     IF NATIVE-LAYOUT
003950         DISPLAY 'BRSIM: NATIVE-LAYOUT PARM - EXTRACT REPLAYED'
003960             ' AS THE HOUSE 80-BYTE LAYOUT'
003970         MOVE 'N' TO PARM-NATIVE
003980     END-IF.
003990     PERFORM 1150-SET-WIDTH-FIELDS THRU 1150-EXIT.
004000 1100-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030*1150-SET-WIDTH-FIELDS - THE MAGNITUDE BOUNDS FOR THE WIDTH IN
004040*    EFFECT, AS PROGRAM B SETS THEM. PERFORMED AT START AND BY
004050*    2700-APPLY-SPEC.
004060*----------------------------------------------------------------
004070 1150-SET-WIDTH-FIELDS.
004080     IF WIDTH-IS-64
004090         MOVE 9223372036854775807 TO WS-TC-MAX-MAGNITUDE
004100         MOVE 18446744073709551615 TO WS-UN-MAX-MAGNITUDE
004110         MOVE 9223372036854775808 TO WS-TC-MIN-MAGNITUDE
004120     ELSE
004130         MOVE 2147483647 TO WS-TC-MAX-MAGNITUDE
004140         MOVE 4294967295 TO WS-UN-MAX-MAGNITUDE
004150         MOVE 2147483648 TO WS-TC-MIN-MAGNITUDE
004160     END-IF.
004170 1150-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200*1300-LOAD-RULES - LOAD THE LIVE RULES IN FORCE ON THE AS-OF
004210*    DATE INTO SET 1 AND EVERY READABLE CANDIDATE RULE INTO
004220*    SET 2. AN EMPTY OR NULLFILE DATASET LOADS NOTHING.
004230*----------------------------------------------------------------
004240 1300-LOAD-RULES.
004250     MOVE 1 TO WS-SET-IDX.
004260     OPEN INPUT RULEFILE.
004270     MOVE 'N' TO WS-RULE-EOF-SWITCH.
004280     PERFORM 1310-READ-LIVE-RULE THRU 1310-EXIT
004290         UNTIL END-OF-RULES.
004300     CLOSE RULEFILE.
004310     MOVE 2 TO WS-SET-IDX.
004320     OPEN INPUT CANDFILE.
004330     MOVE 'N' TO WS-RULE-EOF-SWITCH.
004340     PERFORM 1320-READ-CANDIDATE-RULE THRU 1320-EXIT
004350         UNTIL END-OF-RULES.
004360     CLOSE CANDFILE.
004370     DISPLAY 'BRSIM: ' WS-SET-USED (1) ' CURRENT RULES IN'
004380         ' FORCE, ' WS-SET-USED (2) ' CANDIDATE RULES LOADED'.
004390 1300-EXIT.
004400     EXIT.
004410 1310-READ-LIVE-RULE.
004420     READ RULEFILE INTO WS-RULE-RECORD
004430         AT END
004440             SET END-OF-RULES TO TRUE
004450             GO TO 1310-EXIT
004460     END-READ.
004470     PERFORM 1350-STORE-RULE THRU 1350-EXIT.
004480 1310-EXIT.
004490     EXIT.
004500 1320-READ-CANDIDATE-RULE.
004510     READ CANDFILE INTO WS-RULE-RECORD
004520         AT END
004530             SET END-OF-RULES TO TRUE
004540             GO TO 1320-EXIT
004550     END-READ.
004560     PERFORM 1350-STORE-RULE THRU 1350-EXIT.
004570 1320-EXIT.
004580     EXIT.
004590*----------------------------------------------------------------
004600*1350-STORE-RULE - THE SAME EDITS PROGRAM B'S 1310-LOAD-ONE-
004610*    RULE MAKES, INTO SET WS-SET-IDX. ONLY THE LIVE SET IS HELD
004620*    TO ITS EFFECTIVE DATE - THE CANDIDATE SET IS SIMULATED AS
004630*    IF ALREADY IN FORCE.
004640*----------------------------------------------------------------
004650 1350-STORE-RULE.
004660     IF RULE-COMMENT-LINE OR WS-RULE-RECORD = SPACES
004670         GO TO 1350-EXIT
004680     END-IF.
004683*    A BLANK LEAD FIELD IS AN ORDINARY TEN-DIGIT RANGE END.
004686     MOVE RUL-LO-LEAD TO WS-RWL-LEAD.
004689     IF RUL-LO-LEAD = SPACES
004692         MOVE ZEROS TO WS-RWL-LEAD
004695     END-IF.
004698     MOVE RUL-LO-VALUE TO WS-RWL-LOW.
004701     MOVE RUL-HI-LEAD TO WS-RWH-LEAD.
004704     IF RUL-HI-LEAD = SPACES
004707         MOVE ZEROS TO WS-RWH-LEAD
004710     END-IF.
004713     MOVE RUL-HI-VALUE TO WS-RWH-LOW.
004716     IF (NOT RULE-IS-INCLUDE AND NOT RULE-IS-EXCLUDE)
004719         OR WS-RUL-WIDE-LO IS NOT NUMERIC
004722         OR WS-RUL-WIDE-HI IS NOT NUMERIC
004725         OR RUL-EFF-DATE IS NOT NUMERIC
004728         OR WS-RUL-WIDE-LO-N > WS-RUL-WIDE-HI-N
004740         ADD 1 TO WS-SET-BAD (WS-SET-IDX)
004750         DISPLAY 'BRSIM: ' WS-SET-NAME (WS-SET-IDX) ' RULE '
004760             RUL-RULE-ID ' UNREADABLE - PASSED OVER'
004770         GO TO 1350-EXIT
004780     END-IF.
004790     IF WS-SET-IDX = 1 AND RUL-EFF-DATE > WS-AS-OF-DATE
004800         ADD 1 TO WS-SET-FUTURE (WS-SET-IDX)
004810         GO TO 1350-EXIT
004820     END-IF.
004830     IF WS-SET-USED (WS-SET-IDX) >= WS-RULE-MAX
004840         SET A-TABLE-FILLED TO TRUE
004850         DISPLAY 'BRSIM: ' WS-SET-NAME (WS-SET-IDX) ' RULE '
004860             'TABLE FULL - RULE ' RUL-RULE-ID ' PASSED OVER'
004870         GO TO 1350-EXIT
004880     END-IF.
004890     ADD 1 TO WS-SET-USED (WS-SET-IDX).
004900     MOVE WS-SET-USED (WS-SET-IDX) TO WS-RULE-IDX.
004910     MOVE RUL-RULE-ID TO WS-RUL-ID (WS-SET-IDX, WS-RULE-IDX).
004920     MOVE RUL-TYPE TO WS-RUL-TBL-TYPE (WS-SET-IDX, WS-RULE-IDX).
004930     MOVE RUL-FEED-ID TO WS-RUL-FEED (WS-SET-IDX, WS-RULE-IDX).
004940     MOVE RUL-SIGN-MODE TO WS-RUL-SIGN (WS-SET-IDX, WS-RULE-IDX).
004950     MOVE WS-RUL-WIDE-LO-N TO WS-RUL-LO (WS-SET-IDX, WS-RULE-IDX).
004960     MOVE WS-RUL-WIDE-HI-N TO WS-RUL-HI (WS-SET-IDX, WS-RULE-IDX).
004970     MOVE RUL-EFF-DATE TO WS-RUL-EFF (WS-SET-IDX, WS-RULE-IDX).
004980 1350-EXIT.
004990     EXIT.
005000*----------------------------------------------------------------
005010*1500-BUILD-SUMMARY - ONE SUMMARY ENTRY PER RULE ID, CANDIDATE
005020*    RULES FIRST IN FILE ORDER, THEN THE LIVE RULES THE
005030*    CANDIDATE FILE NO LONGER CARRIES. A RULE ID REPEATED
005040*    WITHIN ONE SET IS LISTED AGAINST ITS FIRST OCCURRENCE.
005050*----------------------------------------------------------------
005060 1500-BUILD-SUMMARY.
005070     MOVE 2 TO WS-SET-IDX.
005080     PERFORM 1510-SUMMARISE-ONE-RULE THRU 1510-EXIT
005090         VARYING WS-RULE-IDX FROM 1 BY 1
005100         UNTIL WS-RULE-IDX > WS-SET-USED (2).
005110     MOVE 1 TO WS-SET-IDX.
005120     PERFORM 1510-SUMMARISE-ONE-RULE THRU 1510-EXIT
005130         VARYING WS-RULE-IDX FROM 1 BY 1
005140         UNTIL WS-RULE-IDX > WS-SET-USED (1).
005150 1500-EXIT.
005160     EXIT.
005170 1510-SUMMARISE-ONE-RULE.
005180     MOVE WS-RUL-ID (WS-SET-IDX, WS-RULE-IDX) TO WS-HIT-RULE.
005190     PERFORM 1550-FIND-SUMMARY THRU 1550-EXIT.
005200     IF WS-SUM-IDX = ZERO
005210         IF WS-SUM-USED >= WS-SUM-MAX
005220             SET A-TABLE-FILLED TO TRUE
005230             GO TO 1510-EXIT
005240         END-IF
005250         ADD 1 TO WS-SUM-USED
005260         MOVE WS-SUM-USED TO WS-SUM-IDX
005270         MOVE WS-HIT-RULE TO WS-SUM-ID (WS-SUM-IDX)
005280         MOVE ZERO TO WS-SUM-CUR-IDX (WS-SUM-IDX)
005290             WS-SUM-CAND-IDX (WS-SUM-IDX)
005300             WS-SUM-NEW (WS-SUM-IDX)
005310             WS-SUM-GONE (WS-SUM-IDX)
005320     END-IF.
005330     IF WS-SET-IDX = 1
005340         IF WS-SUM-CUR-IDX (WS-SUM-IDX) = ZERO
005350             MOVE WS-RULE-IDX TO WS-SUM-CUR-IDX (WS-SUM-IDX)
005360         END-IF
005370     ELSE
005380         IF WS-SUM-CAND-IDX (WS-SUM-IDX) = ZERO
005390             MOVE WS-RULE-IDX TO WS-SUM-CAND-IDX (WS-SUM-IDX)
005400         END-IF
005410     END-IF.
005420 1510-EXIT.
005430     EXIT.
005440*    FIND WS-HIT-RULE IN THE SUMMARY TABLE - WS-SUM-IDX ZERO
005450*    WHEN IT IS NOT THERE.
005460 1550-FIND-SUMMARY.
005470     MOVE ZERO TO WS-SUM-IDX.
005480     PERFORM 1560-MATCH-SUMMARY THRU 1560-EXIT
005490         VARYING WS-SUM-SCAN FROM 1 BY 1
005500         UNTIL WS-SUM-SCAN > WS-SUM-USED
005510             OR WS-SUM-IDX > ZERO.
005520 1550-EXIT.
005530     EXIT.
005540 1560-MATCH-SUMMARY.
005550     IF WS-SUM-ID (WS-SUM-SCAN) = WS-HIT-RULE
005560         MOVE WS-SUM-SCAN TO WS-SUM-IDX
005570     END-IF.
005580 1560-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------
005610*2000-PROCESS-RECORD - ONE INFILE RECORD, TAKEN THE WAY
005620*    PROGRAM B TAKES IT. EVERY PHYSICAL RECORD COUNTS IN THE
005630*    RECORD NUMBERING SO SAMPLE NUMBERS MATCH B'S REJFILE.
005640*    CONTROL RECORDS (WHEN THE NIGHT RAN THE CONTROL CHECK),
005650*    SPEC RECORDS AND FEED HEADERS ARE NOT DETAILS; A DETAIL
005660*    THAT FAILS B'S SYNTAX CHECKS REJECTS WHATEVER THE RULES
005670*    SAY AND IS COUNTED APART.
005680*----------------------------------------------------------------
005690 2000-PROCESS-RECORD.
005700     ADD 1 TO WS-REC-COUNT.
005710     IF CTL-CHECK-YES AND CONTROL-RECORD
005720         ADD 1 TO WS-CONTROL-COUNT
005730         GO TO 2000-NEXT
005740     END-IF.
005750     IF SPEC-RECORD
005760         ADD 1 TO WS-SPEC-COUNT
005770         PERFORM 2700-APPLY-SPEC THRU 2700-EXIT
005780         GO TO 2000-NEXT
005790     END-IF.
005800     IF FEED-HEADER-RECORD
005810         ADD 1 TO WS-HEADER-COUNT
005820         PERFORM 2750-APPLY-FEED THRU 2750-EXIT
005830         GO TO 2000-NEXT
005840     END-IF.
005850     ADD 1 TO WS-DETAIL-COUNT.
005860     IF WS-CUR-FEED-IDX = ZERO
005870         PERFORM 2760-FIND-FEED THRU 2760-EXIT
005880     END-IF.
005890     IF WS-CUR-FEED-IDX > ZERO
005900         ADD 1 TO WS-FEED-READ (WS-CUR-FEED-IDX)
005910     END-IF.
005920     PERFORM 2050-LOAD-VALUE THRU 2050-EXIT.
005940     PERFORM 2200-VALIDATE-INPUT THRU 2200-EXIT.
005950     IF INPUT-IS-INVALID
005960         ADD 1 TO WS-SYNTAX-COUNT
005970         IF WS-CUR-FEED-IDX > ZERO
005980             ADD 1 TO WS-FEED-SYNTAX (WS-CUR-FEED-IDX)
005990         END-IF
006000         GO TO 2000-NEXT
006010     END-IF.
006020     MOVE 1 TO WS-SET-IDX.
006030     PERFORM 2400-APPLY-RULE-SET THRU 2400-EXIT.
006040     MOVE 2 TO WS-SET-IDX.
006050     PERFORM 2400-APPLY-RULE-SET THRU 2400-EXIT.
006060     PERFORM 2500-TALLY-OUTCOME THRU 2500-EXIT.
006070 2000-NEXT.
006080     PERFORM 2100-READ-INFILE THRU 2100-EXIT.
006090 2000-EXIT.
006100     EXIT.
006101*----------------------------------------------------------------
006102*2050-LOAD-VALUE - PROGRAM B'S 2050-LOAD-VALUE FOR THE HOUSE
006103*    LAYOUT - TEN DIGITS FROM THE ORIGINAL RECORD, NINETEEN
006104*    FROM A RECORD TAGGED 'V02' (INWLAY).
006105*----------------------------------------------------------------
006106 2050-LOAD-VALUE.
006107     MOVE SPACES TO WS-VAL-RAW.
006108     MOVE INFILE-RECORD TO WS-INW-RECORD.
006109     IF INW-WIDE-LAYOUT
006110         MOVE INW-SIGN TO WS-VAL-SIGN
006111         MOVE 19 TO WS-VAL-WIDTH
006112         MOVE INW-VALUE TO WS-VAL-RAW
006113     ELSE
006114         MOVE IN-RAW-SIGN TO WS-VAL-SIGN
006115         MOVE 10 TO WS-VAL-WIDTH
006116         MOVE IN-RAW-VALUE TO WS-VAL-RAW
006117     END-IF.
006118     PERFORM 2060-ALIGN-VALUE THRU 2060-EXIT.
006119 2050-EXIT.
006120     EXIT.
006121*----------------------------------------------------------------
006122*2060-ALIGN-VALUE - RIGHT-JUSTIFY THE DIGITS INTO THE NINETEEN-
006123*    DIGIT WS-VAL-DIGITS, AS PROGRAM B DOES. TEXT THAT IS NOT
006124*    NUMERIC IS CARRIED ACROSS AS IT IS, SO 2200'S NUMERIC TEST
006125*    STILL CATCHES IT.
006126*----------------------------------------------------------------
006127 2060-ALIGN-VALUE.
006128     IF WS-VAL-RAW (1:WS-VAL-WIDTH) IS NUMERIC
006129         MOVE ZEROS TO WS-VAL-DIGITS
006130         MOVE WS-VAL-RAW (1:WS-VAL-WIDTH)
006131             TO WS-VAL-DIGITS (20 - WS-VAL-WIDTH:WS-VAL-WIDTH)
006132     ELSE
006133         MOVE WS-VAL-RAW TO WS-VAL-DIGITS
006134     END-IF.
006135 2060-EXIT.
006136     EXIT.
006137 2100-READ-INFILE.
006138     READ INFILE
006139         AT END
006140             SET END-OF-INFILE TO TRUE
006150     END-READ.
006160 2100-EXIT.
006170     EXIT.
006180*----------------------------------------------------------------
006190*2200-VALIDATE-INPUT - PROGRAM B'S SYNTAX CHECKS ON THE SIGN
006200*    AND DIGITS, AGAINST THE CONVENTION IN EFFECT.
006210*----------------------------------------------------------------
006220 2200-VALIDATE-INPUT.
006230     SET INPUT-IS-VALID TO TRUE.
006240     IF WS-VAL-DIGITS IS NOT NUMERIC
006250         SET INPUT-IS-INVALID TO TRUE
006260     ELSE IF WS-VAL-SIGN <> '+' AND WS-VAL-SIGN <> '-'
006270         AND WS-VAL-SIGN <> SPACE
006280         SET INPUT-IS-INVALID TO TRUE
006290     ELSE IF SIGN-MODE-UNSIGNED AND WS-VAL-SIGN = '-'
006300         SET INPUT-IS-INVALID TO TRUE
006310     ELSE IF SIGN-MODE-UNSIGNED
006320         AND WS-VAL-DIGITS-NUM > WS-UN-MAX-MAGNITUDE
006330         SET INPUT-IS-INVALID TO TRUE
006340     ELSE IF SIGN-MODE-SIGN-MAGNITUDE
006350         AND WS-VAL-DIGITS-NUM > WS-TC-MAX-MAGNITUDE
006360         SET INPUT-IS-INVALID TO TRUE
006370     ELSE IF SIGN-MODE-TWOS-COMPLEMENT
006380         IF WS-VAL-SIGN = '-'
006390             IF WS-VAL-DIGITS-NUM > WS-TC-MIN-MAGNITUDE
006400                 SET INPUT-IS-INVALID TO TRUE
006410             END-IF
006420         ELSE
006430             IF WS-VAL-DIGITS-NUM > WS-TC-MAX-MAGNITUDE
006440                 SET INPUT-IS-INVALID TO TRUE
006450             END-IF
006460         END-IF
006470     END-IF.
006480 2200-EXIT.
006490     EXIT.
006500*----------------------------------------------------------------
006510*2400-APPLY-RULE-SET - PROGRAM B'S 2250-CHECK-RULES AGAINST
006520*    SET WS-SET-IDX. THE FIRST EXCLUDE RULE WHOSE RANGE COVERS
006530*    THE VALUE REJECTS IT; OTHERWISE, WHEN ANY INCLUDE RULE
006540*    APPLIES AND NONE IS SATISFIED, THE FIRST APPLICABLE
006550*    INCLUDE RULE IS NAMED - THE SAME RULE ID B WOULD PUT IN
006560*    THE REJECT REASON.
006570*----------------------------------------------------------------
006580 2400-APPLY-RULE-SET.
006590     MOVE 'N' TO WS-SET-REJ-SWITCH (WS-SET-IDX).
006600     MOVE SPACES TO WS-SET-REJ-ID (WS-SET-IDX).
006610     MOVE 'N' TO WS-INC-SEEN-SWITCH.
006620     MOVE 'N' TO WS-INC-PASS-SWITCH.
006630     MOVE SPACES TO WS-FIRST-INC-ID.
006640     PERFORM 2410-APPLY-ONE-RULE THRU 2410-EXIT
006650         VARYING WS-RULE-IDX FROM 1 BY 1
006660         UNTIL WS-RULE-IDX > WS-SET-USED (WS-SET-IDX)
006670             OR SET-REJECTS (WS-SET-IDX).
006680     IF SET-REJECTS (WS-SET-IDX)
006690         GO TO 2400-EXIT
006700     END-IF.
006710     IF INCLUDE-RULE-APPLIES AND NOT INCLUDE-RULE-SATISFIED
006720         MOVE 'Y' TO WS-SET-REJ-SWITCH (WS-SET-IDX)
006730         MOVE WS-FIRST-INC-ID TO WS-SET-REJ-ID (WS-SET-IDX)
006740     END-IF.
006750 2400-EXIT.
006760     EXIT.
006770 2410-APPLY-ONE-RULE.
006780     IF WS-RUL-FEED (WS-SET-IDX, WS-RULE-IDX) NOT = SPACES
006790         AND WS-RUL-FEED (WS-SET-IDX, WS-RULE-IDX)
006800             NOT = WS-CUR-FEED-ID
006810         GO TO 2410-EXIT
006820     END-IF.
006830     IF WS-RUL-SIGN (WS-SET-IDX, WS-RULE-IDX) NOT = SPACES
006840         AND WS-RUL-SIGN (WS-SET-IDX, WS-RULE-IDX)
006850             NOT = PARM-SIGN-MODE
006860         GO TO 2410-EXIT
006870     END-IF.
006880     IF WS-RUL-TBL-TYPE (WS-SET-IDX, WS-RULE-IDX) = 'E'
006890         IF WS-VAL-DIGITS-NUM
006900                 >= WS-RUL-LO (WS-SET-IDX, WS-RULE-IDX)
006910             AND WS-VAL-DIGITS-NUM
006920                 <= WS-RUL-HI (WS-SET-IDX, WS-RULE-IDX)
006930             MOVE 'Y' TO WS-SET-REJ-SWITCH (WS-SET-IDX)
006940             MOVE WS-RUL-ID (WS-SET-IDX, WS-RULE-IDX)
006950                 TO WS-SET-REJ-ID (WS-SET-IDX)
006960         END-IF
006970         GO TO 2410-EXIT
006980     END-IF.
006990     SET INCLUDE-RULE-APPLIES TO TRUE.
007000     IF WS-FIRST-INC-ID = SPACES
007010         MOVE WS-RUL-ID (WS-SET-IDX, WS-RULE-IDX)
007020             TO WS-FIRST-INC-ID
007030     END-IF.
007040     IF WS-VAL-DIGITS-NUM >= WS-RUL-LO (WS-SET-IDX, WS-RULE-IDX)
007050         AND WS-VAL-DIGITS-NUM
007060             <= WS-RUL-HI (WS-SET-IDX, WS-RULE-IDX)
007070         SET INCLUDE-RULE-SATISFIED TO TRUE
007080     END-IF.
007090 2410-EXIT.
007100     EXIT.
007110*----------------------------------------------------------------
007120*2500-TALLY-OUTCOME - COMPARE THE TWO VERDICTS. A RECORD BOTH
007130*    SETS PASS, OR BOTH REJECT UNDER THE SAME RULE ID, IS NO
007140*    CHANGE. OTHERWISE THE CANDIDATE'S REJECTING RULE (IF ANY)
007150*    NEWLY REJECTS IT AND THE LIVE REJECTING RULE (IF ANY)
007160*    STOPS REJECTING IT. AT FEED LEVEL A RECORD REJECTED BOTH
007170*    WAYS UNDER DIFFERENT RULES IS A MOVED REASON, NOT A NEW
007180*    REJECT - THE REPAIR CREW'S WORKLOAD DOES NOT CHANGE.
007190*----------------------------------------------------------------
007200 2500-TALLY-OUTCOME.
007210     IF SET-REJECTS (1) AND WS-CUR-FEED-IDX > ZERO
007220         ADD 1 TO WS-FEED-CUR-REJ (WS-CUR-FEED-IDX)
007230     END-IF.
007240     IF SET-REJECTS (2) AND WS-CUR-FEED-IDX > ZERO
007250         ADD 1 TO WS-FEED-CAND-REJ (WS-CUR-FEED-IDX)
007260     END-IF.
007270     IF NOT SET-REJECTS (1) AND NOT SET-REJECTS (2)
007280         GO TO 2500-EXIT
007290     END-IF.
007300     IF SET-REJECTS (1) AND SET-REJECTS (2)
007310         AND WS-SET-REJ-ID (1) = WS-SET-REJ-ID (2)
007320         GO TO 2500-EXIT
007330     END-IF.
007340     IF SET-REJECTS (2)
007350         MOVE WS-SET-REJ-ID (2) TO WS-HIT-RULE
007360         PERFORM 2600-RECORD-NEW-REJECT THRU 2600-EXIT
007370     END-IF.
007380     IF SET-REJECTS (1)
007390         MOVE WS-SET-REJ-ID (1) TO WS-HIT-RULE
007400         PERFORM 2650-RECORD-NOW-PASSES THRU 2650-EXIT
007410     END-IF.
007420     IF WS-CUR-FEED-IDX = ZERO
007430         GO TO 2500-EXIT
007440     END-IF.
007450     EVALUATE TRUE
007460         WHEN SET-REJECTS (1) AND SET-REJECTS (2)
007470             ADD 1 TO WS-FEED-MOVED (WS-CUR-FEED-IDX)
007480         WHEN SET-REJECTS (2)
007490             ADD 1 TO WS-FEED-NEW (WS-CUR-FEED-IDX)
007500         WHEN OTHER
007510             ADD 1 TO WS-FEED-GONE (WS-CUR-FEED-IDX)
007520     END-EVALUATE.
007530 2500-EXIT.
007540     EXIT.
007550*----------------------------------------------------------------
007560*2600-RECORD-NEW-REJECT - COUNT THE RECORD AGAINST WS-HIT-RULE
007570*    AND THE CURRENT FEED AS NEWLY REJECTED, KEEPING ITS RECORD
007580*    NUMBER IF THE RULE/FEED HAS FEWER THAN FIVE SAMPLES.
007590*----------------------------------------------------------------
007600 2600-RECORD-NEW-REJECT.
007610     PERFORM 1550-FIND-SUMMARY THRU 1550-EXIT.
007620     IF WS-SUM-IDX > ZERO
007630         ADD 1 TO WS-SUM-NEW (WS-SUM-IDX)
007640     END-IF.
007650     PERFORM 2660-FIND-IMPACT THRU 2660-EXIT.
007660     IF WS-IMP-IDX = ZERO
007670         GO TO 2600-EXIT
007680     END-IF.
007690     ADD 1 TO WS-IMP-NEW (WS-IMP-IDX).
007700     IF WS-IMP-NEW (WS-IMP-IDX) <= WS-SAMPLE-MAX
007710         MOVE WS-IMP-NEW (WS-IMP-IDX) TO WS-SAMPLE-IDX
007720         MOVE WS-REC-COUNT
007730             TO WS-IMP-NEW-SAMPLE (WS-IMP-IDX, WS-SAMPLE-IDX)
007740     END-IF.
007750 2600-EXIT.
007760     EXIT.
007770*    THE SAME FOR A RECORD THE LIVE RULE REJECTS AND THE
007780*    CANDIDATE RULES WOULD NOT REJECT UNDER THAT RULE.
007790 2650-RECORD-NOW-PASSES.
007800     PERFORM 1550-FIND-SUMMARY THRU 1550-EXIT.
007810     IF WS-SUM-IDX > ZERO
007820         ADD 1 TO WS-SUM-GONE (WS-SUM-IDX)
007830     END-IF.
007840     PERFORM 2660-FIND-IMPACT THRU 2660-EXIT.
007850     IF WS-IMP-IDX = ZERO
007860         GO TO 2650-EXIT
007870     END-IF.
007880     ADD 1 TO WS-IMP-GONE (WS-IMP-IDX).
007890     IF WS-IMP-GONE (WS-IMP-IDX) <= WS-SAMPLE-MAX
007900         MOVE WS-IMP-GONE (WS-IMP-IDX) TO WS-SAMPLE-IDX
007910         MOVE WS-REC-COUNT
007920             TO WS-IMP-GONE-SAMPLE (WS-IMP-IDX, WS-SAMPLE-IDX)
007930     END-IF.
007940 2650-EXIT.
007950     EXIT.
007960*----------------------------------------------------------------
007970*2660-FIND-IMPACT - FIND OR ADD THE RULE/FEED ENTRY FOR
007980*    WS-HIT-RULE AND THE CURRENT FEED. WS-IMP-IDX STAYS ZERO
007990*    WHEN THE TABLE IS FULL.
008000*----------------------------------------------------------------
008010 2660-FIND-IMPACT.
008020     MOVE ZERO TO WS-IMP-IDX.
008030     PERFORM 2670-MATCH-IMPACT THRU 2670-EXIT
008040         VARYING WS-IMP-SCAN FROM 1 BY 1
008050         UNTIL WS-IMP-SCAN > WS-IMP-USED
008060             OR WS-IMP-IDX > ZERO.
008070     IF WS-IMP-IDX > ZERO
008080         GO TO 2660-EXIT
008090     END-IF.
008100     IF WS-IMP-USED >= WS-IMP-MAX
008110         IF NOT A-TABLE-FILLED
008120             DISPLAY 'BRSIM: RULE/FEED TABLE FULL - LATER'
008130                 ' IMPACTS COUNTED BY RULE ONLY'
008140         END-IF
008150         SET A-TABLE-FILLED TO TRUE
008160         GO TO 2660-EXIT
008170     END-IF.
008180     ADD 1 TO WS-IMP-USED.
008190     MOVE WS-IMP-USED TO WS-IMP-IDX.
008200     MOVE WS-HIT-RULE TO WS-IMP-RULE (WS-IMP-IDX).
008210     MOVE WS-CUR-FEED-ID TO WS-IMP-FEED (WS-IMP-IDX).
008220     MOVE ZERO TO WS-IMP-NEW (WS-IMP-IDX)
008230         WS-IMP-GONE (WS-IMP-IDX).
008240     PERFORM 2680-CLEAR-SAMPLE THRU 2680-EXIT
008250         VARYING WS-SAMPLE-IDX FROM 1 BY 1
008260         UNTIL WS-SAMPLE-IDX > WS-SAMPLE-MAX.
008270 2660-EXIT.
008280     EXIT.
008290 2670-MATCH-IMPACT.
008300     IF WS-IMP-RULE (WS-IMP-SCAN) = WS-HIT-RULE
008310         AND WS-IMP-FEED (WS-IMP-SCAN) = WS-CUR-FEED-ID
008320         MOVE WS-IMP-SCAN TO WS-IMP-IDX
008330     END-IF.
008340 2670-EXIT.
008350     EXIT.
008360 2680-CLEAR-SAMPLE.
008370     MOVE ZERO TO WS-IMP-NEW-SAMPLE (WS-IMP-IDX, WS-SAMPLE-IDX)
008380         WS-IMP-GONE-SAMPLE (WS-IMP-IDX, WS-SAMPLE-IDX).
008390 2680-EXIT.
008400     EXIT.
008410*----------------------------------------------------------------
008420*2700-APPLY-SPEC - PROGRAM B'S SPEC-RECORD HANDLING. A SPEC
008430*    WITH CODES THE SUITE DOES NOT KNOW LEAVES THE CONVENTION
008440*    IN EFFECT UNCHANGED.
008450*----------------------------------------------------------------
008460 2700-APPLY-SPEC.
008470     MOVE PARM-SIGN-MODE TO WS-SAVE-SIGN-MODE.
008480     MOVE PARM-WIDTH TO WS-SAVE-WIDTH.
008490     MOVE PARM-RADIX TO WS-SAVE-RADIX.
008500     IF IN-SPEC-WIDTH IS NOT NUMERIC
008510         OR IN-SPEC-RADIX IS NOT NUMERIC
008520         ADD 1 TO WS-BAD-SPEC-COUNT
008530         GO TO 2700-EXIT
008540     END-IF.
008550     MOVE IN-SPEC-SIGN-MODE TO PARM-SIGN-MODE.
008560     MOVE IN-SPEC-WIDTH TO PARM-WIDTH.
008570     MOVE IN-SPEC-RADIX TO PARM-RADIX.
008580     IF (NOT SIGN-MODE-UNSIGNED
008590         AND NOT SIGN-MODE-SIGN-MAGNITUDE
008600         AND NOT SIGN-MODE-TWOS-COMPLEMENT)
008610         OR (NOT WIDTH-IS-32 AND NOT WIDTH-IS-64)
008620         OR (NOT RADIX-IS-BINARY AND NOT RADIX-IS-OCTAL
008630             AND NOT RADIX-IS-HEX)
008640         MOVE WS-SAVE-SIGN-MODE TO PARM-SIGN-MODE
008650         MOVE WS-SAVE-WIDTH TO PARM-WIDTH
008660         MOVE WS-SAVE-RADIX TO PARM-RADIX
008670         ADD 1 TO WS-BAD-SPEC-COUNT
008680         GO TO 2700-EXIT
008690     END-IF.
008700     PERFORM 1150-SET-WIDTH-FIELDS THRU 1150-EXIT.
008710 2700-EXIT.
008720     EXIT.
008730*----------------------------------------------------------------
008740*2750-APPLY-FEED - MAKE A FEED HEADER'S FEED CURRENT. A HEADER
008750*    WITH NO FEED ID LEAVES THE CURRENT FEED UNCHANGED, AS IN
008760*    PROGRAM B.
008770*----------------------------------------------------------------
008780 2750-APPLY-FEED.
008790     IF IN-FEED-ID = SPACES
008800         ADD 1 TO WS-BAD-HEADER-COUNT
008810         GO TO 2750-EXIT
008820     END-IF.
008830     MOVE IN-FEED-ID TO WS-CUR-FEED-ID.
008840     PERFORM 2760-FIND-FEED THRU 2760-EXIT.
008850 2750-EXIT.
008860     EXIT.
008870*    FIND OR ADD WS-CUR-FEED-ID IN THE FEED TABLE. A FEED PAST
008880*    THE TABLE LIMIT STILL SIMULATES - IT JUST HAS NO FEED LINE.
008890 2760-FIND-FEED.
008900     MOVE ZERO TO WS-CUR-FEED-IDX.
008910     PERFORM 2770-MATCH-FEED THRU 2770-EXIT
008920         VARYING WS-FEED-IDX FROM 1 BY 1
008930         UNTIL WS-FEED-IDX > WS-FEED-USED
008940             OR WS-CUR-FEED-IDX > ZERO.
008950     IF WS-CUR-FEED-IDX > ZERO
008960         GO TO 2760-EXIT
008970     END-IF.
008980     IF WS-FEED-USED >= WS-FEED-MAX
008990         IF NOT A-TABLE-FILLED
009000             DISPLAY 'BRSIM: FEED TABLE FULL - FEED '
009010                 WS-CUR-FEED-ID ' NOT TOTALLED SEPARATELY'
009020         END-IF
009030         SET A-TABLE-FILLED TO TRUE
009040         GO TO 2760-EXIT
009050     END-IF.
009060     ADD 1 TO WS-FEED-USED.
009070     MOVE WS-FEED-USED TO WS-CUR-FEED-IDX.
009080     MOVE WS-CUR-FEED-ID TO WS-FEED-ID (WS-CUR-FEED-IDX).
009090     MOVE ZERO TO WS-FEED-READ (WS-CUR-FEED-IDX)
009100         WS-FEED-SYNTAX (WS-CUR-FEED-IDX)
009110         WS-FEED-CUR-REJ (WS-CUR-FEED-IDX)
009120         WS-FEED-CAND-REJ (WS-CUR-FEED-IDX)
009130         WS-FEED-NEW (WS-CUR-FEED-IDX)
009140         WS-FEED-GONE (WS-CUR-FEED-IDX)
009150         WS-FEED-MOVED (WS-CUR-FEED-IDX).
009160 2760-EXIT.
009170     EXIT.
009180 2770-MATCH-FEED.
009190     IF WS-FEED-ID (WS-FEED-IDX) = WS-CUR-FEED-ID
009200         MOVE WS-FEED-IDX TO WS-CUR-FEED-IDX
009210     END-IF.
009220 2770-EXIT.
009230     EXIT.
009240*----------------------------------------------------------------
009250*5000-PRINT-REPORT - IMPACT BY RULE (WITH ITS FEEDS AND SAMPLE
009260*    RECORD NUMBERS), IMPACT BY FEED, THEN THE RUN TOTALS.
009270*----------------------------------------------------------------
009280 5000-PRINT-REPORT.
009290     MOVE "IMPACT BY RULE - CANDIDATE RULES AS IF IN FORCE"
009300         TO WS-SEC-TITLE.
009310     MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
009320     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009330     MOVE WS-RULE-HEAD TO WS-PRINT-LINE.
009340     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009350     PERFORM 5100-PRINT-ONE-RULE THRU 5100-EXIT
009360         VARYING WS-SUM-IDX FROM 1 BY 1
009370         UNTIL WS-SUM-IDX > WS-SUM-USED.
009380     MOVE SPACES TO WS-PRINT-LINE.
009390     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009400     MOVE "IMPACT BY FEED" TO WS-SEC-TITLE.
009410     MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
009420     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009430     MOVE WS-FEED-HEAD TO WS-PRINT-LINE.
009440     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009450     PERFORM 5200-PRINT-ONE-FEED THRU 5200-EXIT
009460         VARYING WS-FEED-IDX FROM 1 BY 1
009470         UNTIL WS-FEED-IDX > WS-FEED-USED.
009480     MOVE "*TOTAL*" TO WS-FL-FEED.
009490     MOVE WS-RUN-READ TO WS-FL-READ.
009500     MOVE WS-RUN-SYNTAX TO WS-FL-SYNTAX.
009510     MOVE WS-RUN-CUR-REJ TO WS-FL-CUR-REJ.
009520     MOVE WS-RUN-CAND-REJ TO WS-FL-CAND-REJ.
009530     MOVE WS-RUN-NEW TO WS-FL-NEW.
009540     MOVE WS-RUN-GONE TO WS-FL-GONE.
009550     MOVE WS-RUN-MOVED TO WS-FL-MOVED.
009560     MOVE WS-FEED-LINE TO WS-PRINT-LINE.
009570     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009580     PERFORM 5300-PRINT-TOTALS THRU 5300-EXIT.
009590 5000-EXIT.
009600     EXIT.
009610*----------------------------------------------------------------
009620*5100-PRINT-ONE-RULE - THE RULE AS THE CANDIDATE FILE HAS IT
009630*    (OR AS THE LIVE FILE HAD IT, FOR A DROPPED RULE) WITH ITS
009640*    STATUS AGAINST THE LIVE RULES AND ITS TOTALS, THEN ONE
009650*    LINE PER FEED AND DIRECTION WITH SAMPLE RECORD NUMBERS.
009660*----------------------------------------------------------------
009670 5100-PRINT-ONE-RULE.
009680     IF WS-SUM-CAND-IDX (WS-SUM-IDX) > ZERO
009690         MOVE 2 TO WS-SET-IDX
009700         MOVE WS-SUM-CAND-IDX (WS-SUM-IDX) TO WS-RULE-IDX
009710     ELSE
009720         MOVE 1 TO WS-SET-IDX
009730         MOVE WS-SUM-CUR-IDX (WS-SUM-IDX) TO WS-RULE-IDX
009740     END-IF.
009750     MOVE WS-SUM-ID (WS-SUM-IDX) TO WS-RL-ID.
009760     MOVE WS-RUL-TBL-TYPE (WS-SET-IDX, WS-RULE-IDX)
009770         TO WS-RL-TYPE.
009780     MOVE WS-RUL-FEED (WS-SET-IDX, WS-RULE-IDX) TO WS-RL-FEED.
009790     MOVE WS-RUL-SIGN (WS-SET-IDX, WS-RULE-IDX) TO WS-RL-SIGN.
009792     MOVE WS-RUL-LO (WS-SET-IDX, WS-RULE-IDX) TO WS-RANGE-SHOW.
009794     IF WS-RANGE-SHOW > 9999999999
009796         MOVE WS-RANGE-SHOW TO WS-RL-LO
009798     ELSE
009800         MOVE WS-RANGE-SHOW (10:10) TO WS-RL-LO
009802     END-IF.
009804     MOVE WS-RUL-HI (WS-SET-IDX, WS-RULE-IDX) TO WS-RANGE-SHOW.
009806     IF WS-RANGE-SHOW > 9999999999
009808         MOVE WS-RANGE-SHOW TO WS-RL-HI
009810     ELSE
009812         MOVE WS-RANGE-SHOW (10:10) TO WS-RL-HI
009814     END-IF.
009820     MOVE WS-RUL-EFF (WS-SET-IDX, WS-RULE-IDX) TO WS-RL-EFF.
009830     PERFORM 5150-SET-RULE-STATUS THRU 5150-EXIT.
009840     MOVE WS-SUM-NEW (WS-SUM-IDX) TO WS-RL-NEW.
009850     MOVE WS-SUM-GONE (WS-SUM-IDX) TO WS-RL-GONE.
009860     MOVE WS-RULE-LINE TO WS-PRINT-LINE.
009870     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009880     MOVE WS-SUM-ID (WS-SUM-IDX) TO WS-HIT-RULE.
009890     PERFORM 5110-PRINT-RULE-FEED THRU 5110-EXIT
009900         VARYING WS-IMP-IDX FROM 1 BY 1
009910         UNTIL WS-IMP-IDX > WS-IMP-USED.
009920 5100-EXIT.
009930     EXIT.
009940 5110-PRINT-RULE-FEED.
009950     IF WS-IMP-RULE (WS-IMP-IDX) NOT = WS-HIT-RULE
009960         GO TO 5110-EXIT
009970     END-IF.
009980     MOVE WS-IMP-FEED (WS-IMP-IDX) TO WS-RF-FEED.
009990     IF WS-IMP-FEED (WS-IMP-IDX) = SPACES
010000         MOVE "(NONE)" TO WS-RF-FEED
010010     END-IF.
010020     IF WS-IMP-NEW (WS-IMP-IDX) > ZERO
010030         MOVE "NEWLY REJECTED" TO WS-RF-LABEL
010040         MOVE WS-IMP-NEW (WS-IMP-IDX) TO WS-RF-COUNT
010050         PERFORM 5120-MOVE-NEW-SAMPLE THRU 5120-EXIT
010060             VARYING WS-SAMPLE-IDX FROM 1 BY 1
010070             UNTIL WS-SAMPLE-IDX > WS-SAMPLE-MAX
010080         MOVE WS-RULE-FEED-LINE TO WS-PRINT-LINE
010090         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
010100     END-IF.
010110     IF WS-IMP-GONE (WS-IMP-IDX) > ZERO
010120         MOVE "NO LONGER REJECTED" TO WS-RF-LABEL
010130         MOVE WS-IMP-GONE (WS-IMP-IDX) TO WS-RF-COUNT
010140         PERFORM 5130-MOVE-GONE-SAMPLE THRU 5130-EXIT
010150             VARYING WS-SAMPLE-IDX FROM 1 BY 1
010160             UNTIL WS-SAMPLE-IDX > WS-SAMPLE-MAX
010170         MOVE WS-RULE-FEED-LINE TO WS-PRINT-LINE
010180         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
010190     END-IF.
010200 5110-EXIT.
010210     EXIT.
010220 5120-MOVE-NEW-SAMPLE.
010230     MOVE WS-IMP-NEW-SAMPLE (WS-IMP-IDX, WS-SAMPLE-IDX)
010240         TO WS-RF-SAMPLE (WS-SAMPLE-IDX).
010250 5120-EXIT.
010260     EXIT.
010270 5130-MOVE-GONE-SAMPLE.
010280     MOVE WS-IMP-GONE-SAMPLE (WS-IMP-IDX, WS-SAMPLE-IDX)
010290         TO WS-RF-SAMPLE (WS-SAMPLE-IDX).
010300 5130-EXIT.
010310     EXIT.
010320*----------------------------------------------------------------
010330*5150-SET-RULE-STATUS - NEW (NOT IN FORCE NOW), DROPPED (IN
010340*    FORCE NOW, NOT IN THE CANDIDATE FILE), CHANGED (TYPE,
010350*    SCOPE OR RANGE DIFFERS) OR UNCHANGED.
010360*----------------------------------------------------------------
010370 5150-SET-RULE-STATUS.
010380     IF WS-SUM-CUR-IDX (WS-SUM-IDX) = ZERO
010390         MOVE "NEW" TO WS-RL-STATUS
010400         GO TO 5150-EXIT
010410     END-IF.
010420     IF WS-SUM-CAND-IDX (WS-SUM-IDX) = ZERO
010430         MOVE "DROPPED" TO WS-RL-STATUS
010440         GO TO 5150-EXIT
010450     END-IF.
010460     MOVE WS-SUM-CUR-IDX (WS-SUM-IDX) TO WS-IMP-SCAN.
010470     MOVE WS-SUM-CAND-IDX (WS-SUM-IDX) TO WS-RULE-IDX.
010480     IF WS-RUL-TBL-TYPE (1, WS-IMP-SCAN)
010490             = WS-RUL-TBL-TYPE (2, WS-RULE-IDX)
010500         AND WS-RUL-FEED (1, WS-IMP-SCAN)
010510             = WS-RUL-FEED (2, WS-RULE-IDX)
010520         AND WS-RUL-SIGN (1, WS-IMP-SCAN)
010530             = WS-RUL-SIGN (2, WS-RULE-IDX)
010540         AND WS-RUL-LO (1, WS-IMP-SCAN)
010550             = WS-RUL-LO (2, WS-RULE-IDX)
010560         AND WS-RUL-HI (1, WS-IMP-SCAN)
010570             = WS-RUL-HI (2, WS-RULE-IDX)
010580         MOVE "UNCHANGED" TO WS-RL-STATUS
010590     ELSE
010600         MOVE "CHANGED" TO WS-RL-STATUS
010610     END-IF.
010620 5150-EXIT.
010630     EXIT.
010640*----------------------------------------------------------------
010650*5200-PRINT-ONE-FEED - ONE FEED'S FIGURES, ROLLED INTO THE
010660*    WHOLE-RUN TOTALS AS IT GOES.
010670*----------------------------------------------------------------
010680 5200-PRINT-ONE-FEED.
010690     MOVE WS-FEED-ID (WS-FEED-IDX) TO WS-FL-FEED.
010700     IF WS-FEED-ID (WS-FEED-IDX) = SPACES
010710         MOVE "(NONE)" TO WS-FL-FEED
010720     END-IF.
010730     MOVE WS-FEED-READ (WS-FEED-IDX) TO WS-FL-READ.
010740     MOVE WS-FEED-SYNTAX (WS-FEED-IDX) TO WS-FL-SYNTAX.
010750     MOVE WS-FEED-CUR-REJ (WS-FEED-IDX) TO WS-FL-CUR-REJ.
010760     MOVE WS-FEED-CAND-REJ (WS-FEED-IDX) TO WS-FL-CAND-REJ.
010770     MOVE WS-FEED-NEW (WS-FEED-IDX) TO WS-FL-NEW.
010780     MOVE WS-FEED-GONE (WS-FEED-IDX) TO WS-FL-GONE.
010790     MOVE WS-FEED-MOVED (WS-FEED-IDX) TO WS-FL-MOVED.
010800     MOVE WS-FEED-LINE TO WS-PRINT-LINE.
010810     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
010820     ADD WS-FEED-READ (WS-FEED-IDX) TO WS-RUN-READ.
010830     ADD WS-FEED-SYNTAX (WS-FEED-IDX) TO WS-RUN-SYNTAX.
010840     ADD WS-FEED-CUR-REJ (WS-FEED-IDX) TO WS-RUN-CUR-REJ.
010850     ADD WS-FEED-CAND-REJ (WS-FEED-IDX) TO WS-RUN-CAND-REJ.
010860     ADD WS-FEED-NEW (WS-FEED-IDX) TO WS-RUN-NEW.
010870     ADD WS-FEED-GONE (WS-FEED-IDX) TO WS-RUN-GONE.
010880     ADD WS-FEED-MOVED (WS-FEED-IDX) TO WS-RUN-MOVED.
010890 5200-EXIT.
010900     EXIT.
010910*----------------------------------------------------------------
010920*5300-PRINT-TOTALS - WHAT WAS READ AND WHAT WAS LOADED.
010930*----------------------------------------------------------------
010940 5300-PRINT-TOTALS.
010950     MOVE SPACES TO WS-PRINT-LINE.
010960     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
010970     MOVE "INFILE RECORDS READ           " TO WS-TOT-LABEL.
010980     MOVE WS-REC-COUNT TO WS-TOT-VALUE.
010990     PERFORM 5310-PRINT-TOTAL THRU 5310-EXIT.
011000     MOVE "DETAIL RECORDS                " TO WS-TOT-LABEL.
011010     MOVE WS-DETAIL-COUNT TO WS-TOT-VALUE.
011020     PERFORM 5310-PRINT-TOTAL THRU 5310-EXIT.
011030     MOVE "SYNTAX REJECTS (NOT SIMULATED)" TO WS-TOT-LABEL.
011040     MOVE WS-SYNTAX-COUNT TO WS-TOT-VALUE.
011050     PERFORM 5310-PRINT-TOTAL THRU 5310-EXIT.
011060     MOVE "FEED HEADERS                  " TO WS-TOT-LABEL.
011070     MOVE WS-HEADER-COUNT TO WS-TOT-VALUE.
011080     PERFORM 5310-PRINT-TOTAL THRU 5310-EXIT.
011090     MOVE "FEED HEADERS WITH NO FEED ID  " TO WS-TOT-LABEL.
011100     MOVE WS-BAD-HEADER-COUNT TO WS-TOT-VALUE.
011110     PERFORM 5310-PRINT-TOTAL THRU 5310-EXIT.
011120     MOVE "SPEC RECORDS                  " TO WS-TOT-LABEL.
011130     MOVE WS-SPEC-COUNT TO WS-TOT-VALUE.
011140     PERFORM 5310-PRINT-TOTAL THRU 5310-EXIT.
011150     MOVE "SPEC RECORDS NOT RECOGNISED   " TO WS-TOT-LABEL.
011160     MOVE WS-BAD-SPEC-COUNT TO WS-TOT-VALUE.
011170     PERFORM 5310-PRINT-TOTAL THRU 5310-EXIT.
011180     MOVE "CONTROL RECORDS               " TO WS-TOT-LABEL.
011190     MOVE WS-CONTROL-COUNT TO WS-TOT-VALUE.
011200     PERFORM 5310-PRINT-TOTAL THRU 5310-EXIT.
011210     MOVE "CURRENT RULES IN FORCE        " TO WS-TOT-LABEL.
011220     MOVE WS-SET-USED (1) TO WS-TOT-VALUE.
011230     PERFORM 5310-PRINT-TOTAL THRU 5310-EXIT.
011240     MOVE "CURRENT RULES NOT YET IN FORCE" TO WS-TOT-LABEL.
011250     MOVE WS-SET-FUTURE (1) TO WS-TOT-VALUE.
011260     PERFORM 5310-PRINT-TOTAL THRU 5310-EXIT.
011270     MOVE "CURRENT RULES UNREADABLE      " TO WS-TOT-LABEL.
011280     MOVE WS-SET-BAD (1) TO WS-TOT-VALUE.
011290     PERFORM 5310-PRINT-TOTAL THRU 5310-EXIT.
011300     MOVE "CANDIDATE RULES SIMULATED     " TO WS-TOT-LABEL.
011310     MOVE WS-SET-USED (2) TO WS-TOT-VALUE.
011320     PERFORM 5310-PRINT-TOTAL THRU 5310-EXIT.
011330     MOVE "CANDIDATE RULES UNREADABLE    " TO WS-TOT-LABEL.
011340     MOVE WS-SET-BAD (2) TO WS-TOT-VALUE.
011350     PERFORM 5310-PRINT-TOTAL THRU 5310-EXIT.
011360     IF A-TABLE-FILLED
011370         MOVE SPACES TO WS-PRINT-LINE
011380         MOVE "*** A WORK TABLE FILLED - FIGURES ARE INCOMPLETE"
011390             TO WS-PRINT-LINE
011400         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
011410     END-IF.
011420 5300-EXIT.
011430     EXIT.
011440 5310-PRINT-TOTAL.
011450     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
011460     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
011470 5310-EXIT.
011480     EXIT.
011490*----------------------------------------------------------------
011500*7000-WRITE-LINE - PRINT WS-PRINT-LINE, BREAKING TO A NEW PAGE
011510*    WITH HEADINGS WHEN THE CURRENT ONE IS FULL.
011520*----------------------------------------------------------------
011530 7000-WRITE-LINE.
011540     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
011550         PERFORM 7100-NEW-PAGE THRU 7100-EXIT
011560     END-IF.
011570     WRITE RPTFILE-RECORD FROM WS-PRINT-LINE
011580         AFTER ADVANCING 1 LINE.
011590     ADD 1 TO WS-LINE-COUNT.
011600 7000-EXIT.
011610     EXIT.
011620 7100-NEW-PAGE.
011630     ADD 1 TO WS-PAGE-COUNT.
011640     MOVE WS-PAGE-COUNT TO WS-HD1-PAGE.
011650     WRITE RPTFILE-RECORD FROM WS-HEAD-1
011660         AFTER ADVANCING PAGE.
011670     MOVE SPACES TO RPTFILE-RECORD.
011680     WRITE RPTFILE-RECORD AFTER ADVANCING 1 LINE.
011690     MOVE 2 TO WS-LINE-COUNT.
011700 7100-EXIT.
011710     EXIT.
011720*----------------------------------------------------------------
011730*8000-TERMINATE - CLOSE FILES AND SET THE CONDITION CODE - 8
011740*    WHEN THERE WERE NO CANDIDATE RULES TO SIMULATE, 4 WHEN
011750*    THE CANDIDATE FILE HOLDS A RULE PROGRAM B WOULD REFUSE OR
011760*    A WORK TABLE FILLED (THE PICTURE IS INCOMPLETE), ELSE 0.
011770*----------------------------------------------------------------
011780 8000-TERMINATE.
011790     CLOSE INFILE.
011800     CLOSE RPTFILE.
011810     DISPLAY 'BRSIM: ' WS-DETAIL-COUNT ' DETAILS, ' WS-RUN-NEW
011820         ' NEWLY REJECTED, ' WS-RUN-GONE ' NO LONGER REJECTED'.
011830     EVALUATE TRUE
011840         WHEN WS-SET-USED (2) = ZERO
011850             MOVE 8 TO RETURN-CODE
011860         WHEN WS-SET-BAD (2) > ZERO OR A-TABLE-FILLED
011870             MOVE 4 TO RETURN-CODE
011880         WHEN OTHER
011890             MOVE ZERO TO RETURN-CODE
011900     END-EVALUATE.
011910 8000-EXIT.
011920     EXIT.
011930 9999-EXIT.
011940     STOP RUN.
