000010*    -------------------------------------------------------
000020*    CALLAY - PROCESSING CALENDAR RECORD. ONE 80-BYTE RECORD
000030*    PER CALENDAR DATE, MAINTAINED BY THE BUSINESS IN THE
000040*    CALENDAR SOURCE DATASET (DD CALSRC, '*' IN COLUMN 1 FOR A
000050*    COMMENT LINE) AND LOADED BY BCALLOAD INTO THE CALENDAR
000060*    MASTER (DD CALMSTR, VSAM KSDS KEYED ON CAL-DATE, ALSO
000070*    DEFINED TO CICS AS FILE CALMSTR FOR THE BSTA SCREEN). THE
000080*    BUSINESS KEYS THE DAY TYPE, ANY PEAK, WHETHER THE NIGHTLY
000090*    RUN IS EXPECTED AT ALL AND UP TO FIVE FEEDS EXPECTED TO
000100*    SEND NOTHING THAT NIGHT. BCALLOAD FILLS IN THE LIKE-DAY
000110*    CLASS AND THE BUSINESS-DAY NUMBER - THE BUSINESS LEAVES
000120*    THEM BLANK. BBALANCE COMPARES LIKE CLASS WITH LIKE CLASS,
000130*    BMONTH FLAGS ONLY EXPECTED NIGHTS AS MISSED, BSTATUS SAYS
000140*    WHEN NO RUN IS DUE AND BAGEING AGES REJECTS IN BUSINESS
000150*    DAYS BY SUBTRACTING BUSINESS-DAY NUMBERS. A DATE NOT ON
000160*    THE MASTER IS TAKEN AS AN ORDINARY BUSINESS NIGHT WITH
000170*    EVERY FEED DUE. BCALRPT LISTS THE COMING QUARTER.
000180*    -------------------------------------------------------
000190*    DATE       INIT  DESCRIPTION
000200*    12/28/2024 DKW   ORIGINAL - ADDED WITH THE PROCESSING
000210*                     CALENDAR, SO THE LOAD, THE LISTING AND
000220*                     EVERY READER COPY THE SAME LAYOUT.
000230*    -------------------------------------------------------
000240 01  WS-CAL-RECORD.
000250     05  CAL-DATE                   PIC X(08).
000260     05  CAL-COMMENT-TAG REDEFINES CAL-DATE.
000270         10  CAL-TAG-BYTE           PIC X(01).
000280             88  CAL-COMMENT-LINE           VALUE '*'.
000290         10  FILLER                 PIC X(07).
000300     05  CAL-DATE-PARTS REDEFINES CAL-DATE.
000310         10  CAL-YYYY               PIC 9(04).
000320         10  CAL-MM                 PIC 9(02).
000330         10  CAL-DD                 PIC 9(02).
000340     05  FILLER                     PIC X(01).
000350*    'B' BUSINESS DAY, 'W' WEEKEND, 'H' PUBLIC HOLIDAY.
000360     05  CAL-DAY-TYPE               PIC X(01).
000370         88  CAL-BUSINESS-DAY               VALUE 'B'.
000380         88  CAL-WEEKEND-DAY                VALUE 'W'.
000390         88  CAL-HOLIDAY                    VALUE 'H'.
000400         88  CAL-DAY-TYPE-VALID             VALUE 'B' 'W' 'H'.
000410     05  FILLER                     PIC X(01).
000420*    'M' MONTH-END, 'Q' QUARTER-END, 'Y' YEAR-END, 'P' ANY OTHER
000430*    PEAK THE BUSINESS KNOWS OF - SPACE FOR AN ORDINARY DAY.
000440     05  CAL-PEAK-CODE              PIC X(01).
000450         88  CAL-PEAK-DAY                   VALUE 'M' 'Q' 'Y' 'P'.
000460         88  CAL-PEAK-CODE-VALID            VALUE 'M' 'Q' 'Y' 'P'
000470                                                  SPACE.
000480     05  FILLER                     PIC X(01).
000490*    'Y' THE NIGHTLY RUN IS EXPECTED, 'N' NOTHING RUNS. BLANK ON
000500*    THE SOURCE TAKES 'Y' FOR A BUSINESS DAY, 'N' OTHERWISE.
000510     05  CAL-RUN-EXPECTED           PIC X(01).
000520         88  CAL-RUN-IS-EXPECTED            VALUE 'Y'.
000530         88  CAL-NO-RUN-EXPECTED            VALUE 'N'.
000540     05  FILLER                     PIC X(01).
000550*    FEEDS EXPECTED TO SEND NOTHING THAT NIGHT (RUNH-FEED-ID).
000560     05  CAL-NO-FEED-ID             PIC X(08) OCCURS 5 TIMES.
000570     05  FILLER                     PIC X(01).
000580     05  CAL-DESC                   PIC X(16).
000590     05  FILLER                     PIC X(01).
000600*    DERIVED BY BCALLOAD - 'P' A PEAK, 'A' THE FIRST BUSINESS
000610*    DAY AFTER A WEEKEND OR HOLIDAY, 'B' ANY OTHER BUSINESS DAY,
000620*    'N' A WEEKEND OR HOLIDAY.
000630     05  CAL-DAY-CLASS              PIC X(01).
000640         88  CAL-CLASS-PEAK                 VALUE 'P'.
000650         88  CAL-CLASS-AFTER-BREAK          VALUE 'A'.
000660         88  CAL-CLASS-ORDINARY             VALUE 'B'.
000670         88  CAL-CLASS-NON-BUSINESS         VALUE 'N'.
000680*    DERIVED BY BCALLOAD - BUSINESS DAYS FROM THE START OF THE
000690*    CALENDAR UP TO AND INCLUDING THIS DATE.
000700     05  CAL-BUS-DAY-NO             PIC 9(06).
