000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BCALRPT.
000030 AUTHOR. D. K. WHITFIELD.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH CONVERSION UNIT.
000050 DATE-WRITTEN. 12/28/2024.
000060 DATE-COMPILED.
000070*    -------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    12/28/2024 DKW   ORIGINAL CODING - PROCESSING CALENDAR
000120*                     LISTING, SO THE BUSINESS CAN CHECK THE
000130*                     COMING QUARTER BEFORE THE NIGHT RUNS
000140*                     MEET IT. READS THE CALENDAR MASTER
000150*                     (CALMSTR, LAYOUT IN CALLAY) AS BCALLOAD
000160*                     LEFT IT AND PRINTS EVERY DATE OF THE
000170*                     QUARTER WITH ITS WEEKDAY, DAY TYPE, PEAK,
000180*                     WHETHER THE RUN IS DUE, THE LIKE-DAY CLASS
000190*                     BBALANCE WILL COMPARE IT WITH, ITS
000200*                     BUSINESS-DAY NUMBER AND THE FEEDS NOT
000210*                     EXPECTED THAT NIGHT. A DATE NOT ON THE
000220*                     MASTER IS FLAGGED - EVERY READER WOULD
000230*                     TAKE IT AS AN ORDINARY BUSINESS NIGHT -
000240*                     AND SO IS A BUSINESS DAY ON A SATURDAY OR
000250*                     SUNDAY OR A WEEKEND DAY ON A WEEKDAY. THE
000260*                     WEEKDAY IS WORKED OUT HERE (ZELLER'S RULE)
000270*                     SO A MIS-KEYED DAY TYPE SHOWS UP. THE PARM
000280*                     IS A DATE (BLANK FOR TODAY); THE LISTING
000290*                     COVERS THE CALENDAR QUARTER AFTER THE ONE
000300*                     THE DATE FALLS IN, OR THE DATE'S OWN
000310*                     QUARTER WITH 'C' IN COLUMN 10. CONDITION
000320*                     CODE 0 CLEAN, 4 A DATE MISSING OR A DAY
000330*                     TYPE TO CHECK, 8 A BAD PARM, 12 A VSAM
000340*                     ERROR.
000350*    -------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380     SOURCE-COMPUTER. IBM-370.
000390     OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420*    THE KEYED CALENDAR MASTER BCALLOAD BUILDS.
000430     SELECT CALMSTR ASSIGN TO "CALMSTR"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS CAL-MST-KEY
000470         FILE STATUS IS WS-CAL-STATUS.
000480*    THE QUARTER LISTING.
000490     SELECT RPTFILE ASSIGN TO "RPTFILE"
000500         ORGANIZATION IS SEQUENTIAL.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  CALMSTR
000540     RECORD CONTAINS 80 CHARACTERS.
000550 01  CALMSTR-RECORD.
000560     05  CAL-MST-KEY                PIC X(08).
000570     05  FILLER                     PIC X(72).
000580 FD  RPTFILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD
000610     RECORD CONTAINS 132 CHARACTERS.
000620 01  RPTFILE-RECORD              PIC X(132).
000630 WORKING-STORAGE SECTION.
000640*    CALENDAR RECORD LAYOUT (SHARED WITH BCALLOAD).
000650     COPY CALLAY.
000660*    RUN SWITCHES
000670 77  WS-VSAM-SWITCH              PIC X(01) VALUE 'N'.
000680 88  VSAM-ERROR-SEEN                       VALUE 'Y'.
000690 77  WS-PARM-SWITCH              PIC X(01) VALUE 'Y'.
000700 88  PARM-IS-GOOD                          VALUE 'Y'.
000710 88  PARM-IS-BAD                           VALUE 'N'.
000720 77  WS-CAL-STATUS               PIC X(02) VALUE SPACES.
000730*    RUN COUNTERS FOR THE TOTALS AND THE CONDITION CODE
000740 77  WS-DAY-COUNT                PIC 9(05) COMP VALUE ZERO.
000750 77  WS-BUSINESS-COUNT           PIC 9(05) COMP VALUE ZERO.
000760 77  WS-WEEKEND-COUNT            PIC 9(05) COMP VALUE ZERO.
000770 77  WS-HOLIDAY-COUNT            PIC 9(05) COMP VALUE ZERO.
000780 77  WS-PEAK-COUNT               PIC 9(05) COMP VALUE ZERO.
000790 77  WS-NO-RUN-COUNT             PIC 9(05) COMP VALUE ZERO.
000800 77  WS-FEED-OFF-COUNT           PIC 9(05) COMP VALUE ZERO.
000810 77  WS-MISSING-COUNT            PIC 9(05) COMP VALUE ZERO.
000820 77  WS-CHECK-COUNT              PIC 9(05) COMP VALUE ZERO.
000830*    THE PARM DATE, DEFAULTING TO TODAY.
000840 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
000850 01  WS-PARM-DATE.
000860     05  WS-PD-YYYY                 PIC 9(04).
000870     05  WS-PD-MM                   PIC 9(02).
000880     05  WS-PD-DD                   PIC 9(02).
000890*    THE DATE BEING LISTED - ALSO THE MASTER KEY.
000900 01  WS-CUR-DATE.
000910     05  WS-CUR-YYYY                PIC 9(04).
000920     05  WS-CUR-MM                  PIC 9(02).
000930     05  WS-CUR-DD                  PIC 9(02).
000940 77  WS-QTR-START                PIC X(08) VALUE SPACES.
000950 77  WS-MONTH-IDX                PIC 9(02) COMP VALUE ZERO.
000960 77  WS-QTR-WORK                 PIC 9(02) COMP VALUE ZERO.
000970 77  WS-FEED-IDX                 PIC 9(02) COMP VALUE ZERO.
000980*    DAYS-IN-MONTH WORK FIELDS
000990 77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE 31.
001000 77  WS-LEAP-WORK                PIC 9(04) COMP VALUE ZERO.
001010 77  WS-LEAP-REM                 PIC 9(04) COMP VALUE ZERO.
001020*    WEEKDAY WORK FIELDS - ZELLER'S RULE FOR THE FIRST DAY OF
001030*    THE QUARTER, THEN ONE ON PER DATE. WS-WEEKDAY 0 IS A
001040*    SATURDAY, 1 A SUNDAY, 2 A MONDAY AND SO ON TO 6 A FRIDAY.
001050 77  WS-WEEKDAY                  PIC 9(01) COMP VALUE ZERO.
001060 77  WS-ZEL-YEAR                 PIC 9(04) COMP VALUE ZERO.
001070 77  WS-ZEL-MONTH                PIC 9(02) COMP VALUE ZERO.
001080 77  WS-ZEL-CENTURY              PIC 9(02) COMP VALUE ZERO.
001090 77  WS-ZEL-YOC                  PIC 9(02) COMP VALUE ZERO.
001100 77  WS-ZEL-TERM                 PIC 9(04) COMP VALUE ZERO.
001110 77  WS-ZEL-SUM                  PIC 9(05) COMP VALUE ZERO.
001120 01  WS-WEEKDAY-NAMES            PIC X(21) VALUE
001130         "SATSUNMONTUEWEDTHUFRI".
001140 01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
001150     05  WS-WEEKDAY-NAME            PIC X(03) OCCURS 7 TIMES.
001160*    THE PARM, SPACE-PADDED TO ITS REAL LENGTH AT START-UP SO
001170*    A SHORT PARM IS NEVER READ PAST ITS END.
001180 01  WS-PARM-TEXT                PIC X(80) VALUE SPACES.
001190*    REPORT PAGING
001200 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
001210 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
001220 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001230*    REPORT LINES
001240 01  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
001250 01  WS-HEAD-1.
001260     05  FILLER                     PIC X(42) VALUE
001270         "BCALRPT - PROCESSING CALENDAR LISTING".
001280     05  FILLER                     PIC X(18) VALUE
001290         " QUARTER STARTING ".
001300     05  WS-HD1-START               PIC X(08).
001310     05  FILLER                     PIC X(55) VALUE SPACES.
001320     05  FILLER                     PIC X(05) VALUE "PAGE ".
001330     05  WS-HD1-PAGE                PIC ZZZ9.
001340 01  WS-HEAD-2.
001350     05  FILLER                     PIC X(10) VALUE "DATE".
001360     05  FILLER                     PIC X(05) VALUE "DAY".
001370     05  FILLER                     PIC X(10) VALUE "TYPE".
001380     05  FILLER                     PIC X(13) VALUE "PEAK".
001390     05  FILLER                     PIC X(05) VALUE "RUN".
001400     05  FILLER                     PIC X(03) VALUE "CL".
001410     05  FILLER                     PIC X(08) VALUE "BUS-DY".
001420     05  FILLER                     PIC X(46) VALUE
001430         "FEEDS NOT EXPECTED".
001440     05  FILLER                     PIC X(18) VALUE
001450         "DESCRIPTION".
001460     05  FILLER                     PIC X(14) VALUE SPACES.
001470 01  WS-SECTION-LINE.
001480     05  WS-SEC-TITLE               PIC X(60).
001490     05  FILLER                     PIC X(72) VALUE SPACES.
001500*    ONE CALENDAR DATE.
001510 01  WS-DAY-LINE.
001520     05  WS-DL-DATE                 PIC X(08).
001530     05  FILLER                     PIC X(02) VALUE SPACES.
001540     05  WS-DL-WEEKDAY              PIC X(03).
001550     05  FILLER                     PIC X(02) VALUE SPACES.
001560     05  WS-DL-TYPE                 PIC X(08).
001570     05  FILLER                     PIC X(02) VALUE SPACES.
001580     05  WS-DL-PEAK                 PIC X(11).
001590     05  FILLER                     PIC X(02) VALUE SPACES.
001600     05  WS-DL-RUN                  PIC X(03).
001610     05  FILLER                     PIC X(02) VALUE SPACES.
001620     05  WS-DL-CLASS                PIC X(01).
001630     05  FILLER                     PIC X(02) VALUE SPACES.
001640     05  WS-DL-BUS-DAY              PIC Z(05)9.
001650     05  WS-DL-BUS-DAY-X REDEFINES WS-DL-BUS-DAY
001660                                    PIC X(06).
001670     05  FILLER                     PIC X(02) VALUE SPACES.
001680     05  WS-DL-FEEDS.
001690         10  WS-DL-FEED-ENTRY OCCURS 5 TIMES.
001700             15  WS-DL-FEED-ID      PIC X(08).
001710             15  FILLER             PIC X(01).
001720     05  FILLER                     PIC X(01) VALUE SPACE.
001730     05  WS-DL-DESC                 PIC X(16).
001740     05  FILLER                     PIC X(02) VALUE SPACES.
001750     05  WS-DL-FLAG                 PIC X(14).
001760 01  WS-TOTAL-LINE.
001770     05  FILLER                     PIC X(04) VALUE SPACES.
001780     05  WS-TT-LABEL                PIC X(40).
001790     05  WS-TT-COUNT                PIC ZZ,ZZZ,ZZ9.
001800     05  FILLER                     PIC X(78) VALUE SPACES.
001810 01  WS-VERDICT-LINE             PIC X(132) VALUE SPACES.
001820 LINKAGE SECTION.
001830*    JOB STEP PARM - COLUMNS 1-8 A DATE (YYYYMMDD, BLANK FOR
001840*    TODAY); THE LISTING IS THE QUARTER AFTER THE ONE THAT DATE
001850*    FALLS IN, OR ITS OWN QUARTER WITH 'C' IN COLUMN 10, E.G.
001860*    PARM='20241228' LISTS JANUARY TO MARCH 2025.
001870 01  LS-PARM-DATA.
001880     05  LS-PARM-LENGTH             PIC S9(04) COMP.
001890     05  LS-PARM-TEXT               PIC X(80).
001900 PROCEDURE DIVISION USING LS-PARM-DATA.
001910*================================================================
001920*0000-MAINLINE - OVERALL CONTROL OF THE LISTING.
001930*================================================================
001940 0000-MAINLINE.
001950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001960     IF PARM-IS-GOOD AND NOT VSAM-ERROR-SEEN
001970         PERFORM 3000-LIST-MONTH THRU 3000-EXIT
001980             VARYING WS-MONTH-IDX FROM 1 BY 1
001990             UNTIL WS-MONTH-IDX > 3 OR VSAM-ERROR-SEEN
002000     END-IF.
002010     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
002020     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002030     GO TO 9999-EXIT.
002040*----------------------------------------------------------------
002050*1000-INITIALIZE - EDIT THE PARM, WORK OUT THE FIRST DAY OF THE
002060*    QUARTER AND ITS WEEKDAY, AND OPEN FILES.
002070*----------------------------------------------------------------
002080 1000-INITIALIZE.
002090     OPEN OUTPUT RPTFILE.
002100     MOVE SPACES TO WS-PARM-TEXT.
002110     IF LS-PARM-LENGTH > ZERO AND LS-PARM-LENGTH <= 80
002120         MOVE LS-PARM-TEXT (1:LS-PARM-LENGTH) TO WS-PARM-TEXT
002130     END-IF.
002140     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002150     IF WS-PARM-TEXT (1:8) = SPACES
002160         MOVE WS-TODAY TO WS-PARM-DATE
002170     ELSE
002180         MOVE WS-PARM-TEXT (1:8) TO WS-PARM-DATE
002190     END-IF.
002200     IF WS-PARM-DATE IS NOT NUMERIC
002210         OR WS-PD-MM < 1 OR WS-PD-MM > 12
002220         SET PARM-IS-BAD TO TRUE
002230         DISPLAY 'BCALRPT: PARM DATE ' WS-PARM-TEXT (1:8)
002240             ' IS NOT A DATE - NOTHING LISTED'
002250         MOVE WS-PARM-TEXT (1:8) TO WS-HD1-START
002260         GO TO 1000-EXIT
002270     END-IF.
002280*    FIRST MONTH OF THE DATE'S OWN QUARTER, THEN ON ONE QUARTER
002290*    UNLESS THE CURRENT ONE WAS ASKED FOR.
002300     MOVE WS-PD-YYYY TO WS-CUR-YYYY.
002310     SUBTRACT 1 FROM WS-PD-MM GIVING WS-QTR-WORK.
002320     DIVIDE WS-QTR-WORK BY 3 GIVING WS-QTR-WORK.
002330     MULTIPLY WS-QTR-WORK BY 3 GIVING WS-QTR-WORK.
002340     ADD 1 TO WS-QTR-WORK GIVING WS-CUR-MM.
002350     IF WS-PARM-TEXT (10:1) NOT = 'C'
002360         ADD 3 TO WS-CUR-MM
002370         IF WS-CUR-MM > 12
002380             SUBTRACT 12 FROM WS-CUR-MM
002390             ADD 1 TO WS-CUR-YYYY
002400         END-IF
002410     END-IF.
002420     MOVE 1 TO WS-CUR-DD.
002430     MOVE WS-CUR-DATE TO WS-QTR-START.
002440     MOVE WS-QTR-START TO WS-HD1-START.
002450     PERFORM 1100-SET-WEEKDAY THRU 1100-EXIT.
002460     OPEN INPUT CALMSTR.
002470     IF WS-CAL-STATUS NOT = '00'
002480         DISPLAY 'BCALRPT: CALMSTR OPEN FAILED - STATUS '
002490             WS-CAL-STATUS
002500         SET VSAM-ERROR-SEEN TO TRUE
002510     END-IF.
002520 1000-EXIT.
002530     EXIT.
002540*----------------------------------------------------------------
002550*1100-SET-WEEKDAY - ZELLER'S RULE FOR WS-CUR-DATE. JANUARY AND
002560*    FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE YEAR BEFORE.
002570*    EVERY DIVISION HERE IS A WHOLE-NUMBER ONE.
002580*----------------------------------------------------------------
002590 1100-SET-WEEKDAY.
002600     MOVE WS-CUR-YYYY TO WS-ZEL-YEAR.
002610     MOVE WS-CUR-MM TO WS-ZEL-MONTH.
002620     IF WS-ZEL-MONTH < 3
002630         ADD 12 TO WS-ZEL-MONTH
002640         SUBTRACT 1 FROM WS-ZEL-YEAR
002650     END-IF.
002660     DIVIDE WS-ZEL-YEAR BY 100
002670         GIVING WS-ZEL-CENTURY REMAINDER WS-ZEL-YOC.
002680     MOVE WS-CUR-DD TO WS-ZEL-SUM.
002690     ADD 1 TO WS-ZEL-MONTH GIVING WS-ZEL-TERM.
002700     MULTIPLY 13 BY WS-ZEL-TERM.
002710     DIVIDE WS-ZEL-TERM BY 5 GIVING WS-ZEL-TERM.
002720     ADD WS-ZEL-TERM TO WS-ZEL-SUM.
002730     ADD WS-ZEL-YOC TO WS-ZEL-SUM.
002740     DIVIDE WS-ZEL-YOC BY 4 GIVING WS-ZEL-TERM.
002750     ADD WS-ZEL-TERM TO WS-ZEL-SUM.
002760     DIVIDE WS-ZEL-CENTURY BY 4 GIVING WS-ZEL-TERM.
002770     ADD WS-ZEL-TERM TO WS-ZEL-SUM.
002780     MULTIPLY WS-ZEL-CENTURY BY 5 GIVING WS-ZEL-TERM.
002790     ADD WS-ZEL-TERM TO WS-ZEL-SUM.
002800     DIVIDE WS-ZEL-SUM BY 7
002810         GIVING WS-ZEL-TERM REMAINDER WS-WEEKDAY.
002820 1100-EXIT.
002830     EXIT.
002840*----------------------------------------------------------------
002850*3000-LIST-MONTH - ONE MONTH OF THE QUARTER UNDER ITS OWN
002860*    SECTION HEADING, DATE BY DATE, THEN ON TO THE NEXT MONTH.
002870*----------------------------------------------------------------
002880 3000-LIST-MONTH.
002890     PERFORM 3900-SET-DAYS-IN-MONTH THRU 3900-EXIT.
002900     MOVE SPACES TO WS-SEC-TITLE.
002910     STRING "MONTH " DELIMITED BY SIZE
002920         WS-CUR-YYYY DELIMITED BY SIZE
002930         "-" DELIMITED BY SIZE
002940         WS-CUR-MM DELIMITED BY SIZE
002950         INTO WS-SEC-TITLE
002960     END-STRING.
002970     PERFORM 7200-WRITE-SECTION THRU 7200-EXIT.
002980     PERFORM 3100-LIST-ONE-DAY THRU 3100-EXIT
002990         VARYING WS-CUR-DD FROM 1 BY 1
003000         UNTIL WS-CUR-DD > WS-DAYS-IN-MONTH OR VSAM-ERROR-SEEN.
003010     ADD 1 TO WS-CUR-MM.
003020     IF WS-CUR-MM > 12
003030         MOVE 1 TO WS-CUR-MM
003040         ADD 1 TO WS-CUR-YYYY
003050     END-IF.
003060 3000-EXIT.
003070     EXIT.
003080*----------------------------------------------------------------
003090*3100-LIST-ONE-DAY - LOOK THE DATE UP AND PRINT IT. NOT ON THE
003100*    MASTER IS FLAGGED; SO IS A DAY TYPE THE WEEKDAY DISAGREES
003110*    WITH (A HOLIDAY MAY FALL ON ANY DAY).
003120*----------------------------------------------------------------
003130 3100-LIST-ONE-DAY.
003140     ADD 1 TO WS-DAY-COUNT.
003150     MOVE SPACES TO WS-DL-FEEDS.
003160     MOVE SPACES TO WS-DL-FLAG.
003170     MOVE WS-CUR-DATE TO WS-DL-DATE.
003180     MOVE WS-WEEKDAY-NAME (WS-WEEKDAY + 1) TO WS-DL-WEEKDAY.
003190     MOVE WS-CUR-DATE TO CAL-MST-KEY.
003200     READ CALMSTR INTO WS-CAL-RECORD.
003210     EVALUATE WS-CAL-STATUS
003220         WHEN '00'
003230             CONTINUE
003240         WHEN '23'
003250             ADD 1 TO WS-MISSING-COUNT
003260             MOVE SPACES TO WS-DL-TYPE
003270             MOVE SPACES TO WS-DL-PEAK
003280             MOVE SPACES TO WS-DL-RUN
003290             MOVE SPACES TO WS-DL-CLASS
003300             MOVE SPACES TO WS-DL-BUS-DAY-X
003310             MOVE SPACES TO WS-DL-DESC
003320             MOVE '** NOT LOADED' TO WS-DL-FLAG
003330             GO TO 3100-PRINT
003340         WHEN OTHER
003350             DISPLAY 'BCALRPT: CALMSTR READ FAILED - STATUS '
003360                 WS-CAL-STATUS ' AT DATE ' WS-CUR-DATE
003370             SET VSAM-ERROR-SEEN TO TRUE
003380             GO TO 3100-EXIT
003390     END-EVALUATE.
003400     EVALUATE TRUE
003410         WHEN CAL-BUSINESS-DAY
003420             ADD 1 TO WS-BUSINESS-COUNT
003430             MOVE 'BUSINESS' TO WS-DL-TYPE
003440             IF WS-WEEKDAY < 2
003450                 MOVE '** CHECK TYPE' TO WS-DL-FLAG
003460             END-IF
003470         WHEN CAL-WEEKEND-DAY
003480             ADD 1 TO WS-WEEKEND-COUNT
003490             MOVE 'WEEKEND' TO WS-DL-TYPE
003500             IF WS-WEEKDAY > 1
003510                 MOVE '** CHECK TYPE' TO WS-DL-FLAG
003520             END-IF
003530         WHEN OTHER
003540             ADD 1 TO WS-HOLIDAY-COUNT
003550             MOVE 'HOLIDAY' TO WS-DL-TYPE
003560     END-EVALUATE.
003570     IF WS-DL-FLAG NOT = SPACES
003580         ADD 1 TO WS-CHECK-COUNT
003590     END-IF.
003600     EVALUATE CAL-PEAK-CODE
003610         WHEN 'M'
003620             MOVE 'MONTH-END' TO WS-DL-PEAK
003630         WHEN 'Q'
003640             MOVE 'QUARTER-END' TO WS-DL-PEAK
003650         WHEN 'Y'
003660             MOVE 'YEAR-END' TO WS-DL-PEAK
003670         WHEN 'P'
003680             MOVE 'PEAK' TO WS-DL-PEAK
003690         WHEN OTHER
003700             MOVE SPACES TO WS-DL-PEAK
003710     END-EVALUATE.
003720     IF CAL-PEAK-DAY
003730         ADD 1 TO WS-PEAK-COUNT
003740     END-IF.
003750     IF CAL-NO-RUN-EXPECTED
003760         ADD 1 TO WS-NO-RUN-COUNT
003770         MOVE 'NO' TO WS-DL-RUN
003780     ELSE
003790         MOVE 'YES' TO WS-DL-RUN
003800     END-IF.
003810     MOVE CAL-DAY-CLASS TO WS-DL-CLASS.
003820     MOVE CAL-BUS-DAY-NO TO WS-DL-BUS-DAY.
003830     PERFORM 3110-MOVE-ONE-FEED THRU 3110-EXIT
003840         VARYING WS-FEED-IDX FROM 1 BY 1
003850         UNTIL WS-FEED-IDX > 5.
003860     IF WS-DL-FEEDS NOT = SPACES
003870         ADD 1 TO WS-FEED-OFF-COUNT
003880     END-IF.
003890     MOVE CAL-DESC TO WS-DL-DESC.
003900 3100-PRINT.
003910     MOVE WS-DAY-LINE TO WS-PRINT-LINE.
003920     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
003930     ADD 1 TO WS-WEEKDAY.
003940     IF WS-WEEKDAY > 6
003950         MOVE ZERO TO WS-WEEKDAY
003960     END-IF.
003970 3100-EXIT.
003980     EXIT.
003990 3110-MOVE-ONE-FEED.
004000     MOVE CAL-NO-FEED-ID (WS-FEED-IDX)
004010         TO WS-DL-FEED-ID (WS-FEED-IDX).
004020 3110-EXIT.
004030     EXIT.
004040*----------------------------------------------------------------
004050*3900-SET-DAYS-IN-MONTH - CALENDAR LENGTH OF THE MONTH BEING
004060*    LISTED. FEBRUARY IS 29 IN A LEAP YEAR - DIVISIBLE BY 4,
004070*    EXCEPT A CENTURY YEAR MUST ALSO DIVIDE BY 400.
004080*----------------------------------------------------------------
004090 3900-SET-DAYS-IN-MONTH.
004100     EVALUATE WS-CUR-MM
004110         WHEN 4
004120         WHEN 6
004130         WHEN 9
004140         WHEN 11
004150             MOVE 30 TO WS-DAYS-IN-MONTH
004160         WHEN 2
004170             MOVE 28 TO WS-DAYS-IN-MONTH
004180             DIVIDE WS-CUR-YYYY BY 4
004190                 GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
004200             IF WS-LEAP-REM = ZERO
004210                 MOVE 29 TO WS-DAYS-IN-MONTH
004220                 DIVIDE WS-CUR-YYYY BY 100
004230                     GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
004240                 IF WS-LEAP-REM = ZERO
004250                     DIVIDE WS-CUR-YYYY BY 400
004260                         GIVING WS-LEAP-WORK
004270                         REMAINDER WS-LEAP-REM
004280                     IF WS-LEAP-REM NOT = ZERO
004290                         MOVE 28 TO WS-DAYS-IN-MONTH
004300                     END-IF
004310                 END-IF
004320             END-IF
004330         WHEN OTHER
004340             MOVE 31 TO WS-DAYS-IN-MONTH
004350     END-EVALUATE.
004360 3900-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------
004390*5000-PRINT-TOTALS - THE QUARTER'S COUNTS AND THE VERDICT.
004400*----------------------------------------------------------------
004410 5000-PRINT-TOTALS.
004420     MOVE "QUARTER TOTALS" TO WS-SEC-TITLE.
004430     PERFORM 7200-WRITE-SECTION THRU 7200-EXIT.
004440     MOVE "DATES IN THE QUARTER" TO WS-TT-LABEL.
004450     MOVE WS-DAY-COUNT TO WS-TT-COUNT.
004460     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
004470     MOVE "BUSINESS DAYS" TO WS-TT-LABEL.
004480     MOVE WS-BUSINESS-COUNT TO WS-TT-COUNT.
004490     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
004500     MOVE "WEEKEND DAYS" TO WS-TT-LABEL.
004510     MOVE WS-WEEKEND-COUNT TO WS-TT-COUNT.
004520     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
004530     MOVE "HOLIDAYS" TO WS-TT-LABEL.
004540     MOVE WS-HOLIDAY-COUNT TO WS-TT-COUNT.
004550     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
004560     MOVE "PEAK DAYS" TO WS-TT-LABEL.
004570     MOVE WS-PEAK-COUNT TO WS-TT-COUNT.
004580     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
004590     MOVE "NIGHTS WITH NO RUN EXPECTED" TO WS-TT-LABEL.
004600     MOVE WS-NO-RUN-COUNT TO WS-TT-COUNT.
004610     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
004620     MOVE "NIGHTS WITH A FEED NOT EXPECTED" TO WS-TT-LABEL.
004630     MOVE WS-FEED-OFF-COUNT TO WS-TT-COUNT.
004640     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
004650     MOVE "DATES NOT ON THE CALENDAR" TO WS-TT-LABEL.
004660     MOVE WS-MISSING-COUNT TO WS-TT-COUNT.
004670     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
004680     MOVE "DAY TYPES TO CHECK AGAINST THE WEEKDAY" TO WS-TT-LABEL.
004690     MOVE WS-CHECK-COUNT TO WS-TT-COUNT.
004700     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
004710     MOVE SPACES TO WS-PRINT-LINE.
004720     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
004730     EVALUATE TRUE
004740         WHEN VSAM-ERROR-SEEN
004750             MOVE "** CALENDAR MASTER UNREADABLE - LISTING SHORT"
004760                 TO WS-VERDICT-LINE
004770         WHEN PARM-IS-BAD
004780             MOVE "** BAD PARM DATE - NOTHING LISTED"
004790                 TO WS-VERDICT-LINE
004800         WHEN WS-MISSING-COUNT > ZERO OR WS-CHECK-COUNT > ZERO
004810             MOVE "** CALENDAR NEEDS ATTENTION BEFORE THE QUARTER"
004820                 TO WS-VERDICT-LINE
004830         WHEN OTHER
004840             MOVE "CALENDAR COMPLETE FOR THE QUARTER"
004850                 TO WS-VERDICT-LINE
004860     END-EVALUATE.
004870     MOVE WS-VERDICT-LINE TO WS-PRINT-LINE.
004880     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
004890 5000-EXIT.
004900     EXIT.
004910*----------------------------------------------------------------
004920*7000-WRITE-LINE - PRINT WS-PRINT-LINE, BREAKING TO A NEW PAGE
004930*    WITH HEADINGS WHEN THE CURRENT ONE IS FULL.
004940*----------------------------------------------------------------
004950 7000-WRITE-LINE.
004960     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004970         PERFORM 7100-NEW-PAGE THRU 7100-EXIT
004980     END-IF.
004990     WRITE RPTFILE-RECORD FROM WS-PRINT-LINE
005000         AFTER ADVANCING 1 LINE.
005010     ADD 1 TO WS-LINE-COUNT.
005020 7000-EXIT.
005030     EXIT.
005040 7100-NEW-PAGE.
005050     ADD 1 TO WS-PAGE-COUNT.
005060     MOVE WS-PAGE-COUNT TO WS-HD1-PAGE.
005070     WRITE RPTFILE-RECORD FROM WS-HEAD-1
005080         AFTER ADVANCING PAGE.
005090     MOVE SPACES TO RPTFILE-RECORD.
005100     WRITE RPTFILE-RECORD AFTER ADVANCING 1 LINE.
005110     WRITE RPTFILE-RECORD FROM WS-HEAD-2
005120         AFTER ADVANCING 1 LINE.
005130     MOVE 3 TO WS-LINE-COUNT.
005140 7100-EXIT.
005150     EXIT.
005160 7200-WRITE-SECTION.
005170     MOVE SPACES TO WS-PRINT-LINE.
005180     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
005190     MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
005200     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
005210 7200-EXIT.
005220     EXIT.
005230 7400-WRITE-TOTAL.
005240     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
005250     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
005260 7400-EXIT.
005270     EXIT.
005280*----------------------------------------------------------------
005290*8000-TERMINATE - CLOSE FILES AND SET THE CONDITION CODE - 12
005300*    ON A VSAM ERROR, 8 A BAD PARM, 4 A DATE MISSING OR A DAY
005310*    TYPE TO CHECK, 0 CLEAN.
005320*----------------------------------------------------------------
005330 8000-TERMINATE.
005340     IF PARM-IS-GOOD
005350         CLOSE CALMSTR
005360     END-IF.
005370     CLOSE RPTFILE.
005380     EVALUATE TRUE
005390         WHEN VSAM-ERROR-SEEN
005400             MOVE 12 TO RETURN-CODE
005410         WHEN PARM-IS-BAD
005420             MOVE 8 TO RETURN-CODE
005430         WHEN WS-MISSING-COUNT > ZERO OR WS-CHECK-COUNT > ZERO
005440             MOVE 4 TO RETURN-CODE
005450         WHEN OTHER
005460             MOVE ZERO TO RETURN-CODE
005470     END-EVALUATE.
005480 8000-EXIT.
005490     EXIT.
005500 9999-EXIT.
005510     STOP RUN.
