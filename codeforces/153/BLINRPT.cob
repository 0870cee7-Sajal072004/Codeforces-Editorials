000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BLINRPT.
000030 AUTHOR. D. K. WHITFIELD.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH CONVERSION UNIT.
000050 DATE-WRITTEN. 11/30/2024.
000060 DATE-COMPILED.
000070*    -------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    11/30/2024 DKW   ORIGINAL CODING - BATCH RECORD LINEAGE
000120*                     TRACE, THE PRINTED COUNTERPART OF THE
000130*                     BLIN SCREEN, FOR ATTACHING TO A BILLING
000140*                     DISPUTE. GIVEN ONE RECORD (RUN DATE,
000150*                     RECORD NUMBER, OPTIONALLY ITS FEED) OR
000160*                     ONE SIGNED DECIMAL VALUE IT PRINTS, FROM
000170*                     THE LINEAGE MASTER, THE RECORD'S INPUT
000180*                     VALUE, CONVERSION RESULT OR REJECT REASON
000190*                     AND RULE, REPAIR CYCLE, CORRECTION AND
000200*                     RESUBMIT OUTCOME, AND ITS XREFMSTR ENTRY;
000210*                     THEN EVERY OTHER NIGHT THE VALUE ARRIVED;
000220*                     THEN THE FULL HISTORY THE LINEAGE MASTER
000230*                     ONLY SUMMARISES - EVERY KEY, APPROVE AND
000240*                     SEND-BACK OF ITS CORRECTIONS FROM THE
000250*                     REPAIR AUDIT MASTER, EVERY BCNV INQUIRY OF
000260*                     THE VALUE FROM THE AUDIT MASTER (BACK TO
000270*                     THE START OF THE AUDIT TRAIL, NOT ONLY
000280*                     SINCE THE RECORD WAS LOADED), AND WHETHER
000290*                     THE REJECT IS STILL OPEN ON THE AGEING
000300*                     LEDGER. READS ONLY - WRITES NOTHING BUT
000310*                     THE REPORT.
000311*    01/04/2025 DKW   A VALUE TRACE MAY NOW NAME ONE TO NINETEEN
000312*                     DIGITS. A VALUE PAST TEN DIGITS IS KEYED,
000313*                     AS ON XREFMSTR, IN PACKED FORM AND PRINTED
000314*                     AS ITS NINETEEN DIGITS; A CORRECTION PAST
000315*                     TEN DIGITS IS PRINTED AND LOOKED UP IN
000316*                     FULL FROM ITS LEAD AND LOW-ORDER DIGITS.
000320*    -------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350     SOURCE-COMPUTER. IBM-370.
000360     OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390*    THE LINEAGE MASTER, BY RECORD AND BY VALUE (ALTERNATE
000400*    INDEX PATH ON DD LINMSTR1).
000410     SELECT LINMSTR ASSIGN TO "LINMSTR"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS LIN-MST-KEY
000450         ALTERNATE RECORD KEY IS LIN-MST-VKEY
000460             WITH DUPLICATES
000470         FILE STATUS IS WS-LIN-STATUS.
000480*    THE CROSS-REFERENCE MASTER BXREF LOADS.
000490     SELECT XREFMSTR ASSIGN TO "XREFMSTR"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS XRF-MST-KEY
000530         FILE STATUS IS WS-XREF-STATUS.
000540*    THE PERMANENT REPAIR AUDIT MASTER BRPRAUD EXTENDS.
000550     SELECT RPAMSTR ASSIGN TO "RPAMSTR"
000560         ORGANIZATION IS SEQUENTIAL.
000570*    THE PERMANENT BCNV AUDIT MASTER BAUDIT EXTENDS.
000580     SELECT AUDMSTR ASSIGN TO "AUDMSTR"
000590         ORGANIZATION IS SEQUENTIAL.
000600*    THE CURRENT AGEING LEDGER.
000610     SELECT LEDGER ASSIGN TO "LEDGER"
000620         ORGANIZATION IS SEQUENTIAL.
000630*    THE TRACE REPORT.
000640     SELECT RPTFILE ASSIGN TO "RPTFILE"
000650         ORGANIZATION IS SEQUENTIAL.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  LINMSTR
000690     RECORD CONTAINS 400 CHARACTERS.
000700 01  LINMSTR-RECORD.
000710     05  LIN-MST-KEY                PIC X(15).
000720     05  LIN-MST-VKEY               PIC X(11).
000730     05  FILLER                     PIC X(374).
000740 FD  XREFMSTR
000750     RECORD CONTAINS 100 CHARACTERS.
000760 01  XREFMSTR-RECORD.
000770     05  XRF-MST-KEY                PIC X(13).
000780     05  FILLER                     PIC X(87).
000790 FD  RPAMSTR
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 180 CHARACTERS.
000830*    SAME LAYOUT AS BRPRAUD'S FD - THE CYCLE'S RUN DATE, THE
000840*    DATE IT WAS DRAINED, THEN THE RPRALAY RECORD.
000850 01  RPAMSTR-RECORD.
000860     05  RPAM-RUN-DATE              PIC X(08).
000870     05  FILLER                     PIC X(01).
000880     05  RPAM-DRAIN-DATE            PIC X(08).
000890     05  FILLER                     PIC X(01).
000900     05  RPAM-AUDIT-DATA            PIC X(160).
000910     05  FILLER                     PIC X(02).
000920 FD  AUDMSTR
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 200 CHARACTERS.
000960*    SAME LAYOUT AS BAUDIT'S FD - THE DRAIN DATE, THEN THE
000970*    AUDITLAY RECORD.
000980 01  AUDMSTR-RECORD.
000990     05  AUDM-DRAIN-DATE            PIC X(08).
001000     05  FILLER                     PIC X(01).
001010     05  AUDM-AUDIT-DATA            PIC X(186).
001020     05  FILLER                     PIC X(05).
001030 FD  LEDGER
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 132 CHARACTERS.
001070 01  LEDGER-RECORD               PIC X(132).
001080 FD  RPTFILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD
001110     RECORD CONTAINS 132 CHARACTERS.
001120 01  RPTFILE-RECORD              PIC X(132).
001130 WORKING-STORAGE SECTION.
001140*    LINEAGE MASTER RECORD LAYOUT (SHARED WITH BLINLOAD AND
001150*    BLINQ).
001160     COPY LINLAY.
001170*    CROSS-REFERENCE MASTER RECORD LAYOUT (SHARED WITH BXREF).
001180     COPY XREFLAY.
001190*    REPAIR AUDIT TRAIL LAYOUT (SHARED WITH BREPENT, BREPAPV
001200*    AND BRPRAUD).
001210     COPY RPRALAY.
001220*    BCNV AUDIT TRAIL LAYOUT (SHARED WITH BONLINE AND BAUDIT).
001230     COPY AUDITLAY.
001240*    AGEING LEDGER LAYOUT (SHARED WITH BAGEING).
001250     COPY AGELLAY.
001260*    RUN SWITCHES
001270 77  WS-BROWSE-END-SWITCH        PIC X(01) VALUE 'N'.
001280 88  BROWSE-AT-END                         VALUE 'Y'.
001290 77  WS-RPA-EOF-SWITCH           PIC X(01) VALUE 'N'.
001300 88  END-OF-REPAIR-AUDIT                   VALUE 'Y'.
001310 77  WS-AUD-EOF-SWITCH           PIC X(01) VALUE 'N'.
001320 88  END-OF-AUDIT-MASTER                   VALUE 'Y'.
001330 77  WS-LDG-EOF-SWITCH           PIC X(01) VALUE 'N'.
001340 88  END-OF-LEDGER                         VALUE 'Y'.
001350 77  WS-REQ-VALID-SWITCH         PIC X(01) VALUE 'Y'.
001360 88  REQUEST-IS-VALID                      VALUE 'Y'.
001370 88  REQUEST-IS-INVALID                    VALUE 'N'.
001380 77  WS-FULL-SWITCH              PIC X(01) VALUE 'N'.
001390 88  TRACE-TABLE-FILLED                    VALUE 'Y'.
001400 77  WS-VSAM-SWITCH              PIC X(01) VALUE 'N'.
001410 88  VSAM-ERROR-SEEN                       VALUE 'Y'.
001420 77  WS-XREF-SWITCH              PIC X(01) VALUE 'N'.
001430 88  XREF-WAS-FOUND                        VALUE 'Y'.
001440 88  XREF-NOT-FOUND                        VALUE 'N'.
001450 88  XREF-NOT-APPLICABLE                   VALUE 'X'.
001460 77  WS-MATCH-SWITCH             PIC X(01) VALUE 'N'.
001470 88  TRACE-ENTRY-MATCHES                   VALUE 'Y'.
001480 77  WS-OPEN-SWITCH              PIC X(01) VALUE 'N'.
001490 88  INPUT-FILES-OPEN                      VALUE 'Y'.
001500*    WHAT THE PARM ASKED FOR.
001510 77  WS-TRACE-MODE               PIC X(01) VALUE SPACE.
001520 88  TRACE-BY-RECORD                       VALUE 'K'.
001530 88  TRACE-BY-VALUE                        VALUE 'V'.
001540 01  WS-REQ-KEY.
001550     05  WS-REQ-RUN-DATE            PIC X(08).
001560     05  WS-REQ-REC-NO              PIC X(07).
001570 77  WS-REQ-FEED-ID              PIC X(08) VALUE SPACES.
001580 01  WS-VALUE-KEY.
001590     05  WS-VK-SIGN                 PIC X(01).
001600     05  WS-VK-VALUE                PIC X(10).
001601     05  WS-VK-WIDE REDEFINES WS-VK-VALUE
001602                                    PIC 9(19) COMP-3.
001603*    THE VALUE KEY OF A DRAINED BCNV INQUIRY.
001604 01  WS-AUD-VALUE-KEY.
001605     05  WS-AVK-SIGN                PIC X(01).
001606     05  WS-AVK-VALUE               PIC X(10).
001607     05  WS-AVK-WIDE REDEFINES WS-AVK-VALUE
001608                                    PIC 9(19) COMP-3.
001609*    A VALUE OF ONE TO NINETEEN DIGITS (PARM OR INQUIRY),
001610*    RIGHT-JUSTIFIED FOR THE VALUE KEY.
001611 01  WS-DEC-AREA.
001612     05  WS-DEC-DIGITS              PIC X(19).
001613     05  WS-DEC-VALUE REDEFINES WS-DEC-DIGITS
001614                                    PIC 9(19).
001615 77  WS-DEC-LEN                  PIC 9(02) COMP VALUE ZERO.
001616*    A CORRECTION PUT BACK TOGETHER FROM ITS LEAD AND LOW-ORDER
001617*    DIGITS (LEADING ZEROS WHEN THE LEAD IS SPACES), AND AS
001618*    PRINTED - TEN DIGITS WHEN IT FITS, ELSE NINETEEN.
001619 01  WS-RPR-FULL.
001620     05  WS-RPF-LEAD                PIC X(09).
001621     05  WS-RPF-LOW                 PIC X(10).
001622 01  WS-RPR-FULL-N REDEFINES WS-RPR-FULL
001623                                 PIC 9(19).
001624 77  WS-RPR-SHOW                 PIC X(19) VALUE SPACES.
001625*    AN XREFMSTR KEY AS PRINTED - SIGN, THE VALUE'S DIGITS (TEN,
001626*    OR NINETEEN UNPACKED FROM A WIDE KEY) AND THE CONVENTION.
001627 77  WS-KEY-SHOW                 PIC X(22) VALUE SPACES.
001628 77  WS-WIDE-DIGITS              PIC 9(19) VALUE ZERO.
001629 77  WS-TL-PTR                   PIC 9(03) COMP VALUE ZERO.
001650*    VSAM FILE STATUS
001660 77  WS-LIN-STATUS               PIC X(02) VALUE SPACES.
001670 77  WS-XREF-STATUS              PIC X(02) VALUE SPACES.
001680*    RUN COUNTERS
001690 77  WS-ENTRY-COUNT              PIC 9(07) COMP VALUE ZERO.
001700 77  WS-OTHER-COUNT              PIC 9(07) COMP VALUE ZERO.
001710 77  WS-EVENT-COUNT              PIC 9(07) COMP VALUE ZERO.
001720 77  WS-LOOKUP-COUNT             PIC 9(07) COMP VALUE ZERO.
001730 77  WS-OPEN-COUNT               PIC 9(07) COMP VALUE ZERO.
001740*    THE REJECTS BEING TRACED - ONE ENTRY PER REJECTED LINEAGE
001750*    ENTRY PRINTED IN FULL, SO THE AUDIT AND LEDGER PASSES CAN
001760*    MATCH THEIR RECORDS AGAINST ALL OF THEM IN ONE READ.
001770 77  WS-TRC-MAX                  PIC 9(03) COMP VALUE 200.
001780 77  WS-TRC-USED                 PIC 9(03) COMP VALUE ZERO.
001790 77  WS-TRC-IDX                  PIC 9(03) COMP VALUE ZERO.
001800 01  WS-TRC-TABLE.
001810     05  WS-TRC-ENTRY OCCURS 200 TIMES.
001820         10  WS-TRC-RUN-DATE        PIC X(08).
001830         10  WS-TRC-REC-NO          PIC X(07).
001840         10  WS-TRC-BAD-VALUE       PIC X(20).
001850*    WORK FIELDS
001860 77  WS-REC-NO-DISP              PIC 9(07) VALUE ZERO.
001870 77  WS-STATUS-TEXT              PIC X(20) VALUE SPACES.
001880 77  WS-ACTION-TEXT              PIC X(10) VALUE SPACES.
001890 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
001900*    THE PARM, SPACE-PADDED TO ITS REAL LENGTH AT START-UP SO
001910*    A SHORT PARM IS NEVER READ PAST ITS END.
001920 01  WS-PARM-TEXT                PIC X(80) VALUE SPACES.
001930*    REPORT PAGING
001940 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
001950 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
001960 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001970*    REPORT LINES
001980 01  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
001990 01  WS-HEAD-1.
002000     05  FILLER                     PIC X(31) VALUE
002010         "BLINRPT - RECORD LINEAGE TRACE".
002020     05  FILLER                     PIC X(07) VALUE " RUN ON".
002030     05  FILLER                     PIC X(01) VALUE SPACE.
002040     05  WS-HD1-DATE                PIC 9(08).
002050     05  FILLER                     PIC X(02) VALUE SPACES.
002060     05  WS-HD1-REQUEST             PIC X(40).
002070     05  FILLER                     PIC X(34) VALUE SPACES.
002080     05  FILLER                     PIC X(05) VALUE "PAGE ".
002090     05  WS-HD1-PAGE                PIC ZZZ9.
002100 01  WS-SECTION-LINE.
002110     05  WS-SEC-TITLE               PIC X(60).
002120     05  FILLER                     PIC X(72) VALUE SPACES.
002130*    ONE FACT OF A FULL ENTRY - A LABEL AND ITS TEXT.
002140 01  WS-TRACE-LINE.
002150     05  FILLER                     PIC X(04) VALUE SPACES.
002160     05  WS-TL-LABEL                PIC X(18).
002170     05  WS-TL-TEXT                 PIC X(110).
002180*    ONE OTHER NIGHT THE VALUE ARRIVED.
002190 01  WS-OTHER-LINE.
002200     05  FILLER                     PIC X(04) VALUE SPACES.
002210     05  FILLER                     PIC X(04) VALUE "RUN ".
002220     05  WS-OL-RUN-DATE             PIC X(08).
002230     05  FILLER                     PIC X(05) VALUE " REC ".
002240     05  WS-OL-REC-NO               PIC X(07).
002250     05  FILLER                     PIC X(06) VALUE " FEED ".
002260     05  WS-OL-FEED-ID              PIC X(08).
002270     05  FILLER                     PIC X(02) VALUE SPACES.
002280     05  WS-OL-OUTCOME              PIC X(09).
002290     05  FILLER                     PIC X(01) VALUE SPACE.
002300     05  WS-OL-DETAIL               PIC X(40).
002310     05  FILLER                     PIC X(38) VALUE SPACES.
002320*    ONE REPAIR AUDIT EVENT.
002330 01  WS-EVENT-HEAD.
002340     05  FILLER                     PIC X(30) VALUE
002350         "    RUN DATE REC NO  EVENT    ".
002360     05  FILLER                     PIC X(30) VALUE
002370         " CORRECTION            KEYED B".
002380     05  FILLER                     PIC X(30) VALUE
002390         "Y KEYED AT       REVIEWER REVI".
002400     05  FILLER                     PIC X(30) VALUE
002410         "EWED AT      TERM".
002420     05  FILLER                     PIC X(12) VALUE SPACES.
002430 01  WS-EVENT-LINE.
002440     05  FILLER                     PIC X(04) VALUE SPACES.
002450     05  WS-EL-RUN-DATE             PIC X(08).
002460     05  FILLER                     PIC X(01) VALUE SPACE.
002470     05  WS-EL-REC-NO               PIC X(07).
002480     05  FILLER                     PIC X(01) VALUE SPACE.
002490     05  WS-EL-EVENT                PIC X(09).
002500     05  FILLER                     PIC X(01) VALUE SPACE.
002510     05  WS-EL-RPR-SIGN             PIC X(01).
002520     05  WS-EL-RPR-VALUE            PIC X(19).
002530     05  FILLER                     PIC X(02) VALUE SPACES.
002540     05  WS-EL-KEY-OPER             PIC X(08).
002550     05  FILLER                     PIC X(01) VALUE SPACE.
002560     05  WS-EL-KEY-STAMP            PIC X(14).
002570     05  FILLER                     PIC X(01) VALUE SPACE.
002580     05  WS-EL-APV-OPER             PIC X(08).
002590     05  FILLER                     PIC X(01) VALUE SPACE.
002600     05  WS-EL-APV-STAMP            PIC X(14).
002610     05  FILLER                     PIC X(04) VALUE SPACES.
002620     05  WS-EL-TERM-ID              PIC X(04).
002630     05  FILLER                     PIC X(24) VALUE SPACES.
002640*    ONE BCNV INQUIRY OF THE VALUE.
002650 01  WS-LOOKUP-HEAD.
002660     05  FILLER                     PIC X(30) VALUE
002670         "    TIMESTAMP      OPERATOR T".
002680     05  FILLER                     PIC X(30) VALUE
002690         "ERM CONV RADIX WIDTH RC RESULT".
002700     05  FILLER                     PIC X(72) VALUE SPACES.
002710 01  WS-LOOKUP-LINE.
002720     05  FILLER                     PIC X(04) VALUE SPACES.
002730     05  WS-LK-STAMP                PIC X(14).
002740     05  FILLER                     PIC X(01) VALUE SPACE.
002750     05  WS-LK-OPER                 PIC X(08).
002760     05  FILLER                     PIC X(01) VALUE SPACE.
002770     05  WS-LK-TERM                 PIC X(04).
002780     05  FILLER                     PIC X(01) VALUE SPACE.
002790     05  WS-LK-CONV                 PIC X(02).
002800     05  FILLER                     PIC X(05) VALUE SPACES.
002810     05  WS-LK-RADIX                PIC 9(02).
002820     05  FILLER                     PIC X(04) VALUE SPACES.
002830     05  WS-LK-WIDTH                PIC 9(02).
002840     05  FILLER                     PIC X(01) VALUE SPACE.
002850     05  WS-LK-RC                   PIC 9(02).
002860     05  FILLER                     PIC X(01) VALUE SPACE.
002870     05  WS-LK-RESULT               PIC X(65).
002880     05  FILLER                     PIC X(15) VALUE SPACES.
002890 LINKAGE SECTION.
002900*    JOB STEP PARM - COLUMN 1 THE KIND OF TRACE. 'K' TRACES ONE
002910*    RECORD - COLUMNS 3-10 ITS RUN DATE (YYYYMMDD), COLUMNS
002920*    12-18 ITS RECORD NUMBER, COLUMNS 20-27 THE FEED IT IS
002930*    THOUGHT TO HAVE COME IN ON (OPTIONAL, ONLY CHECKED), E.G.
002940*    PARM='K 20240726 0001234 FEED01'. 'V' TRACES ONE VALUE -
002947*    COLUMN 3 THE SIGN (+, - OR BLANK), FROM COLUMN 4 ONE TO
002954*    NINETEEN DIGITS ENDED BY A BLANK, E.G. PARM='V -0000012345'
002961*    OR PARM='V +12345678901234'.
002970 01  LS-PARM-DATA.
002980     05  LS-PARM-LENGTH             PIC S9(04) COMP.
002990     05  LS-PARM-TEXT               PIC X(80).
003000 PROCEDURE DIVISION USING LS-PARM-DATA.
003010*================================================================
003020*0000-MAINLINE - OVERALL CONTROL. THE LINEAGE ENTRIES FIRST,
003030*    THEN ONE PASS EACH OF THE REPAIR AUDIT MASTER, THE AUDIT
003040*    MASTER AND THE LEDGER FOR WHAT THE ENTRIES ONLY SUMMARISE.
003050*================================================================
003060 0000-MAINLINE.
003070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003080     IF REQUEST-IS-INVALID OR VSAM-ERROR-SEEN
003090         GO TO 0000-FINISH
003100     END-IF.
003110     PERFORM 2000-LIST-ENTRIES THRU 2000-EXIT.
003120     IF WS-ENTRY-COUNT = ZERO OR VSAM-ERROR-SEEN
003130         GO TO 0000-FINISH
003140     END-IF.
003150     PERFORM 3000-SCAN-REPAIR-AUDIT THRU 3000-EXIT.
003160     PERFORM 4000-SCAN-LOOKUPS THRU 4000-EXIT.
003170     PERFORM 5000-SCAN-LEDGER THRU 5000-EXIT.
003180 0000-FINISH.
003190     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003200     GO TO 9999-EXIT.
003210*----------------------------------------------------------------
003220*1000-INITIALIZE - EDIT THE PARM, OPEN THE FILES, AND FOR A
003230*    RECORD TRACE READ THE RECORD TO LEARN ITS VALUE.
003240*----------------------------------------------------------------
003250 1000-INITIALIZE.
003260     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003270     MOVE WS-TODAY TO WS-HD1-DATE.
003280     MOVE SPACES TO WS-PARM-TEXT.
003290     IF LS-PARM-LENGTH > ZERO AND LS-PARM-LENGTH <= 80
003300         MOVE LS-PARM-TEXT (1:LS-PARM-LENGTH) TO WS-PARM-TEXT
003310     END-IF.
003320     MOVE WS-PARM-TEXT (1:40) TO WS-HD1-REQUEST.
003330     OPEN OUTPUT RPTFILE.
003340     PERFORM 1100-EDIT-PARM THRU 1100-EXIT.
003350     IF REQUEST-IS-INVALID
003360         GO TO 1000-EXIT
003370     END-IF.
003380     OPEN INPUT LINMSTR.
003390     IF WS-LIN-STATUS NOT = '00'
003400         DISPLAY 'BLINRPT: LINMSTR OPEN FAILED - STATUS '
003410             WS-LIN-STATUS
003420         SET VSAM-ERROR-SEEN TO TRUE
003430         GO TO 1000-EXIT
003440     END-IF.
003450     OPEN INPUT XREFMSTR.
003460     IF WS-XREF-STATUS NOT = '00'
003470         DISPLAY 'BLINRPT: XREFMSTR OPEN FAILED - STATUS '
003480             WS-XREF-STATUS
003490         CLOSE LINMSTR
003500         SET VSAM-ERROR-SEEN TO TRUE
003510         GO TO 1000-EXIT
003520     END-IF.
003530     OPEN INPUT RPAMSTR.
003540     OPEN INPUT AUDMSTR.
003550     OPEN INPUT LEDGER.
003560     SET INPUT-FILES-OPEN TO TRUE.
003570     IF TRACE-BY-RECORD
003580         PERFORM 1200-READ-REQUESTED THRU 1200-EXIT
003590     END-IF.
003600 1000-EXIT.
003610     EXIT.
003620*----------------------------------------------------------------
003630*1100-EDIT-PARM - A RECORD TRACE NEEDS A NUMERIC RUN DATE AND
003640*    RECORD NUMBER; A VALUE TRACE A SIGN AND ONE TO NINETEEN
003650*    DIGITS. THE VALUE KEY IS NORMALISED AS THE MASTER'S IS.
003660*----------------------------------------------------------------
003670 1100-EDIT-PARM.
003680     MOVE WS-PARM-TEXT (1:1) TO WS-TRACE-MODE.
003690     EVALUATE TRUE
003700         WHEN TRACE-BY-RECORD
003710             MOVE WS-PARM-TEXT (3:8) TO WS-REQ-RUN-DATE
003720             MOVE WS-PARM-TEXT (12:7) TO WS-REQ-REC-NO
003730             MOVE WS-PARM-TEXT (20:8) TO WS-REQ-FEED-ID
003740             IF WS-REQ-RUN-DATE IS NOT NUMERIC
003750                 OR WS-REQ-REC-NO IS NOT NUMERIC
003760                 MOVE "PARM - RUN DATE AND REC NO MUST BE NUMERIC"
003770                     TO WS-TL-TEXT
003780                 SET REQUEST-IS-INVALID TO TRUE
003790             END-IF
003800         WHEN TRACE-BY-VALUE
003810             IF WS-PARM-TEXT (3:1) = '-'
003820                 MOVE '-' TO WS-VK-SIGN
003830             ELSE
003840                 MOVE '+' TO WS-VK-SIGN
003850             END-IF
003855             MOVE ZERO TO WS-DEC-LEN
003860             INSPECT WS-PARM-TEXT (4:20) TALLYING WS-DEC-LEN
003865                 FOR CHARACTERS BEFORE INITIAL SPACE
003870             IF WS-DEC-LEN < 1 OR WS-DEC-LEN > 19
003875                 MOVE 20 TO WS-DEC-LEN
003880             END-IF
003885             IF (WS-PARM-TEXT (3:1) NOT = SPACE
003890                 AND WS-PARM-TEXT (3:1) NOT = '+'
003895                 AND WS-PARM-TEXT (3:1) NOT = '-')
003900                 OR WS-PARM-TEXT (4:WS-DEC-LEN) IS NOT NUMERIC
003905                 MOVE "PARM - VALUE MUST BE SIGN, 1 TO 19 DIGITS"
003910                     TO WS-TL-TEXT
003915                 SET REQUEST-IS-INVALID TO TRUE
003920             ELSE
003925                 PERFORM 1110-KEY-PARM-VALUE THRU 1110-EXIT
003940             END-IF
003950         WHEN OTHER
003960             MOVE "PARM - COLUMN 1 MUST BE K OR V" TO WS-TL-TEXT
003970             SET REQUEST-IS-INVALID TO TRUE
003980     END-EVALUATE.
003990     IF REQUEST-IS-INVALID
004000         MOVE "REQUEST REFUSED" TO WS-TL-LABEL
004010         MOVE WS-TRACE-LINE TO WS-PRINT-LINE
004020         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
004030     END-IF.
004040 1100-EXIT.
004050     EXIT.
004051*----------------------------------------------------------------
004052*1110-KEY-PARM-VALUE - THE PARM'S DIGITS INTO THE VALUE KEY -
004053*    TEN ZONED DIGITS WHEN THE VALUE FITS, OTHERWISE PACKED,
004054*    AS BXREF KEYS XREFMSTR.
004055*----------------------------------------------------------------
004056 1110-KEY-PARM-VALUE.
004057     MOVE ZEROS TO WS-DEC-DIGITS.
004058     MOVE WS-PARM-TEXT (4:WS-DEC-LEN)
004059         TO WS-DEC-DIGITS (20 - WS-DEC-LEN:WS-DEC-LEN).
004060     IF WS-DEC-VALUE > 9999999999
004061         MOVE WS-DEC-VALUE TO WS-VK-WIDE
004062     ELSE
004063         MOVE WS-DEC-DIGITS (10:10) TO WS-VK-VALUE
004064     END-IF.
004065 1110-EXIT.
004066     EXIT.
004067*----------------------------------------------------------------
004070*1200-READ-REQUESTED - THE RECORD ASKED ABOUT, BY PRIME KEY.
004080*    ITS VALUE DRIVES THE REST OF THE TRACE.
004090*----------------------------------------------------------------
004100 1200-READ-REQUESTED.
004110     MOVE WS-REQ-KEY TO LIN-MST-KEY.
004120     READ LINMSTR INTO WS-LIN-RECORD
004130         KEY IS LIN-MST-KEY
004140     END-READ.
004150     EVALUATE WS-LIN-STATUS
004160         WHEN '00'
004170         WHEN '02'
004180             MOVE LIN-VALUE-KEY TO WS-VALUE-KEY
004190         WHEN '23'
004200             MOVE "NO LINEAGE FOR THAT RUN DATE AND REC NO"
004210                 TO WS-TL-TEXT
004220             MOVE "NOT FOUND" TO WS-TL-LABEL
004230             MOVE WS-TRACE-LINE TO WS-PRINT-LINE
004240             PERFORM 7000-WRITE-LINE THRU 7000-EXIT
004250             SET REQUEST-IS-INVALID TO TRUE
004260         WHEN OTHER
004270             DISPLAY 'BLINRPT: LINMSTR READ FAILED - STATUS '
004280                 WS-LIN-STATUS
004290             SET VSAM-ERROR-SEEN TO TRUE
004300     END-EVALUATE.
004310 1200-EXIT.
004320     EXIT.
004330*----------------------------------------------------------------
004340*2000-LIST-ENTRIES - A RECORD TRACE PRINTS THE RECORD IN FULL
004350*    AND THEN A LINE FOR EACH OTHER NIGHT ITS VALUE ARRIVED; A
004360*    VALUE TRACE PRINTS EVERY ENTRY FOR THE VALUE IN FULL.
004370*----------------------------------------------------------------
004380 2000-LIST-ENTRIES.
004390     IF TRACE-BY-RECORD
004400         MOVE "THE RECORD" TO WS-SEC-TITLE
004410         PERFORM 7200-WRITE-SECTION THRU 7200-EXIT
004420         PERFORM 2200-PRINT-ENTRY THRU 2200-EXIT
004430         MOVE "OTHER NIGHTS THE SAME VALUE ARRIVED"
004440             TO WS-SEC-TITLE
004450     ELSE
004460         MOVE "EVERY NIGHT THE VALUE ARRIVED" TO WS-SEC-TITLE
004470     END-IF.
004480     PERFORM 7200-WRITE-SECTION THRU 7200-EXIT.
004490     MOVE WS-VALUE-KEY TO LIN-MST-VKEY.
004500     START LINMSTR KEY IS = LIN-MST-VKEY
004510         INVALID KEY
004520             SET BROWSE-AT-END TO TRUE
004530     END-START.
004540     PERFORM 2100-TAKE-ENTRY THRU 2100-EXIT
004550         UNTIL BROWSE-AT-END OR VSAM-ERROR-SEEN.
004560     IF TRACE-BY-RECORD AND WS-OTHER-COUNT = ZERO
004570         MOVE "    NONE - THIS IS THE ONLY NIGHT ON THE MASTER"
004580             TO WS-PRINT-LINE
004590         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
004600     END-IF.
004610     IF TRACE-BY-VALUE AND WS-ENTRY-COUNT = ZERO
004620         MOVE "    NONE - THE VALUE IS NOT ON THE LINEAGE MASTER"
004630             TO WS-PRINT-LINE
004640         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
004650     END-IF.
004660 2000-EXIT.
004670     EXIT.
004680 2100-TAKE-ENTRY.
004690     READ LINMSTR NEXT RECORD INTO WS-LIN-RECORD
004700         AT END
004710             SET BROWSE-AT-END TO TRUE
004720             GO TO 2100-EXIT
004730     END-READ.
004740     IF WS-LIN-STATUS NOT = '00' AND WS-LIN-STATUS NOT = '02'
004750         DISPLAY 'BLINRPT: LINMSTR BROWSE FAILED - STATUS '
004760             WS-LIN-STATUS
004770         SET VSAM-ERROR-SEEN TO TRUE
004780         GO TO 2100-EXIT
004790     END-IF.
004800     IF LIN-VALUE-KEY NOT = WS-VALUE-KEY
004810         SET BROWSE-AT-END TO TRUE
004820         GO TO 2100-EXIT
004830     END-IF.
004840     IF TRACE-BY-VALUE
004850         PERFORM 2200-PRINT-ENTRY THRU 2200-EXIT
004860         GO TO 2100-EXIT
004870     END-IF.
004880     IF LIN-KEY = WS-REQ-KEY
004890         GO TO 2100-EXIT
004900     END-IF.
004910     ADD 1 TO WS-OTHER-COUNT.
004920     MOVE LIN-RUN-DATE TO WS-OL-RUN-DATE.
004930     MOVE LIN-REC-NO TO WS-OL-REC-NO.
004940     MOVE LIN-FEED-ID TO WS-OL-FEED-ID.
004950     IF LIN-WAS-CONVERTED
004960         MOVE "CONVERTED" TO WS-OL-OUTCOME
004970         MOVE SPACES TO WS-OL-DETAIL
004980         STRING "CONVENTION " DELIMITED BY SIZE
004990             LIN-CONVENTION    DELIMITED BY SIZE
005000             INTO WS-OL-DETAIL
005010         END-STRING
005020     ELSE
005030         MOVE "REJECTED" TO WS-OL-OUTCOME
005040         MOVE LIN-REASON TO WS-OL-DETAIL
005050     END-IF.
005060     MOVE WS-OTHER-LINE TO WS-PRINT-LINE.
005070     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
005080 2100-EXIT.
005090     EXIT.
005100*----------------------------------------------------------------
005110*2200-PRINT-ENTRY - ONE LINEAGE ENTRY IN FULL, THE SAME FACTS
005120*    THE BLIN SCREEN SHOWS. A REJECT GOES INTO THE TRACE TABLE
005130*    FOR THE AUDIT AND LEDGER PASSES.
005140*----------------------------------------------------------------
005150 2200-PRINT-ENTRY.
005160     ADD 1 TO WS-ENTRY-COUNT.
005170     MOVE SPACES TO WS-TL-TEXT.
005180     STRING "RUN " DELIMITED BY SIZE
005190         LIN-RUN-DATE  DELIMITED BY SIZE
005200         "  REC "      DELIMITED BY SIZE
005210         LIN-REC-NO    DELIMITED BY SIZE
005220         "  FEED "     DELIMITED BY SIZE
005230         LIN-FEED-ID   DELIMITED BY SIZE
005240         "  JOB "      DELIMITED BY SIZE
005250         LIN-JOB-NAME  DELIMITED BY SIZE
005260         INTO WS-TL-TEXT
005270     END-STRING.
005280     IF TRACE-BY-RECORD AND WS-REQ-FEED-ID NOT = SPACES
005290         AND WS-REQ-FEED-ID NOT = LIN-FEED-ID
005300         MOVE "- NOT THE FEED IN THE PARM"
005310             TO WS-TL-TEXT (56:26)
005320     END-IF.
005330     MOVE "RECORD" TO WS-TL-LABEL.
005340     PERFORM 7300-WRITE-TRACE THRU 7300-EXIT.
005350     MOVE LIN-IN-RAW TO WS-TL-TEXT.
005360     MOVE "INPUT VALUE" TO WS-TL-LABEL.
005370     PERFORM 7300-WRITE-TRACE THRU 7300-EXIT.
005380     IF LIN-WAS-CONVERTED
005390         PERFORM 2300-PRINT-CONVERTED THRU 2300-EXIT
005400     ELSE
005410         PERFORM 2400-PRINT-REJECTED THRU 2400-EXIT
005420     END-IF.
005430     PERFORM 2600-PRINT-XREF THRU 2600-EXIT.
005440     IF LIN-AUD-COUNT = ZERO
005450         MOVE "NONE POSTED SINCE THE RECORD WAS LOADED"
005460             TO WS-TL-TEXT
005470     ELSE
005480         STRING LIN-AUD-COUNT DELIMITED BY SIZE
005490             " SINCE LOADED, LAST " DELIMITED BY SIZE
005500             LIN-AUD-LAST-STAMP     DELIMITED BY SIZE
005510             " BY "                 DELIMITED BY SIZE
005520             LIN-AUD-LAST-OPER      DELIMITED BY SIZE
005530             INTO WS-TL-TEXT
005540         END-STRING
005550     END-IF.
005560     MOVE "BCNV LOOKUPS" TO WS-TL-LABEL.
005570     PERFORM 7300-WRITE-TRACE THRU 7300-EXIT.
005580     MOVE SPACES TO WS-PRINT-LINE.
005590     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
005600 2200-EXIT.
005610     EXIT.
005620 2300-PRINT-CONVERTED.
005630     STRING "CONVERTED - CONVENTION " DELIMITED BY SIZE
005640         LIN-CONVENTION  DELIMITED BY SIZE
005650         "  RADIX "      DELIMITED BY SIZE
005660         LIN-RADIX       DELIMITED BY SIZE
005670         "  SIGN "       DELIMITED BY SIZE
005680         LIN-RESULT-SIGN DELIMITED BY SIZE
005690         INTO WS-TL-TEXT
005700     END-STRING.
005710     MOVE "OUTCOME" TO WS-TL-LABEL.
005720     PERFORM 7300-WRITE-TRACE THRU 7300-EXIT.
005730     MOVE LIN-RESULT-VALUE TO WS-TL-TEXT.
005740     MOVE "RESULT" TO WS-TL-LABEL.
005750     PERFORM 7300-WRITE-TRACE THRU 7300-EXIT.
005760 2300-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------
005790*2400-PRINT-REJECTED - THE REASON, THE RULE, THE REPAIR CYCLE,
005800*    THE CORRECTION AND ITS REVIEW, AND THE RESUBMIT.
005810*----------------------------------------------------------------
005820 2400-PRINT-REJECTED.
005830     STRING "REJECTED - " DELIMITED BY SIZE
005840         LIN-REASON         DELIMITED BY SIZE
005850         INTO WS-TL-TEXT
005860     END-STRING.
005870     MOVE "OUTCOME" TO WS-TL-LABEL.
005880     PERFORM 7300-WRITE-TRACE THRU 7300-EXIT.
005890     IF LIN-RULE-ID = SPACES
005900         MOVE "NONE - EDIT-CHECK REJECT" TO WS-TL-TEXT
005910     ELSE
005920         MOVE LIN-RULE-ID TO WS-TL-TEXT
005930     END-IF.
005940     MOVE "BUSINESS RULE" TO WS-TL-LABEL.
005950     PERFORM 7300-WRITE-TRACE THRU 7300-EXIT.
005960     STRING LIN-CYCLE-COUNT DELIMITED BY SIZE
005970         "  FIRST SEEN "     DELIMITED BY SIZE
005980         LIN-FIRST-SEEN      DELIMITED BY SIZE
005990         INTO WS-TL-TEXT
006000     END-STRING.
006010     MOVE "REPAIR CYCLE" TO WS-TL-LABEL.
006020     PERFORM 7300-WRITE-TRACE THRU 7300-EXIT.
006030     EVALUATE TRUE
006040         WHEN LIN-RPR-STATUS = 'R'
006050             MOVE "REPAIRED" TO WS-STATUS-TEXT
006060         WHEN LIN-RPR-STATUS = 'P'
006070             MOVE "AWAITING APPROVAL" TO WS-STATUS-TEXT
006080         WHEN LIN-RPR-ACTION = 'S'
006090             MOVE "SENT BACK" TO WS-STATUS-TEXT
006100         WHEN OTHER
006110             MOVE "NO CORRECTION KEYED" TO WS-STATUS-TEXT
006120     END-EVALUATE.
006130     IF LIN-RPR-KEY-OPER = SPACES
006140         MOVE WS-STATUS-TEXT TO WS-TL-TEXT
006150     ELSE
006160         EVALUATE TRUE
006170             WHEN LIN-RPR-ACTION = 'A'
006180                 MOVE "APPROVED" TO WS-ACTION-TEXT
006190             WHEN LIN-RPR-ACTION = 'S'
006200                 MOVE "SENT BACK" TO WS-ACTION-TEXT
006210             WHEN OTHER
006220                 MOVE "NOT YET" TO WS-ACTION-TEXT
006230         END-EVALUATE
006237         PERFORM 2410-JOIN-CORRECTION THRU 2410-EXIT
006244         STRING LIN-RPR-SIGN DELIMITED BY SIZE
006251             WS-RPR-SHOW       DELIMITED BY SPACE
006260             "  "              DELIMITED BY SIZE
006270             WS-STATUS-TEXT    DELIMITED BY SIZE
006280             "  KEYED BY "     DELIMITED BY SIZE
006290             LIN-RPR-KEY-OPER  DELIMITED BY SIZE
006300             "  REVIEWED BY "  DELIMITED BY SIZE
006310             LIN-RPR-APV-OPER  DELIMITED BY SIZE
006320             "  REVIEW "       DELIMITED BY SIZE
006330             WS-ACTION-TEXT    DELIMITED BY SIZE
006340             INTO WS-TL-TEXT
006350         END-STRING
006360     END-IF.
006370     MOVE "CORRECTION" TO WS-TL-LABEL.
006380     PERFORM 7300-WRITE-TRACE THRU 7300-EXIT.
006390     PERFORM 2500-PRINT-RESUBMIT THRU 2500-EXIT.
006400     IF WS-TRC-USED < WS-TRC-MAX
006410         ADD 1 TO WS-TRC-USED
006420         MOVE LIN-RUN-DATE TO WS-TRC-RUN-DATE (WS-TRC-USED)
006430         MOVE LIN-REC-NO TO WS-TRC-REC-NO (WS-TRC-USED)
006440         MOVE LIN-IN-RAW TO WS-TRC-BAD-VALUE (WS-TRC-USED)
006450     ELSE
006460         SET TRACE-TABLE-FILLED TO TRUE
006470     END-IF.
006480 2400-EXIT.
006490     EXIT.
006491*----------------------------------------------------------------
006492*2410-JOIN-CORRECTION - THE CORRECTION AS ONE NINETEEN-DIGIT
006493*    VALUE FROM LIN-RPR-LEAD AND LIN-RPR-VALUE, AND AS PRINTED.
006494*----------------------------------------------------------------
006495 2410-JOIN-CORRECTION.
006496     IF LIN-RPR-LEAD = SPACES
006497         MOVE ZEROS TO WS-RPF-LEAD
006498         MOVE LIN-RPR-VALUE TO WS-RPR-SHOW
006499     ELSE
006500         MOVE LIN-RPR-LEAD TO WS-RPF-LEAD
006501         MOVE SPACES TO WS-RPR-SHOW
006502         STRING LIN-RPR-LEAD DELIMITED BY SIZE
006503             LIN-RPR-VALUE     DELIMITED BY SIZE
006504             INTO WS-RPR-SHOW
006505         END-STRING
006506     END-IF.
006507     MOVE LIN-RPR-VALUE TO WS-RPF-LOW.
006508 2410-EXIT.
006509     EXIT.
006510 2500-PRINT-RESUBMIT.
006511     EVALUATE TRUE
006520         WHEN LIN-RSB-DATE = SPACES
006530             MOVE "NOT RESUBMITTED" TO WS-TL-TEXT
006540         WHEN LIN-RSB-CONVERTED
006550             STRING LIN-RSB-DATE DELIMITED BY SIZE
006560                 " - CONVERTED  CONVENTION " DELIMITED BY SIZE
006570                 LIN-RSB-CONVENTION  DELIMITED BY SIZE
006580                 "  SIGN "           DELIMITED BY SIZE
006590                 LIN-RSB-RESULT-SIGN DELIMITED BY SIZE
006600                 INTO WS-TL-TEXT
006610             END-STRING
006620         WHEN OTHER
006630             STRING LIN-RSB-DATE DELIMITED BY SIZE
006640                 " - REJECTED AGAIN - " DELIMITED BY SIZE
006650                 LIN-RSB-REASON         DELIMITED BY SIZE
006660                 INTO WS-TL-TEXT
006670             END-STRING
006680     END-EVALUATE.
006690     MOVE "RESUBMITTED" TO WS-TL-LABEL.
006700     PERFORM 7300-WRITE-TRACE THRU 7300-EXIT.
006710     IF LIN-RSB-CONVERTED
006720         MOVE LIN-RSB-RESULT-VALUE TO WS-TL-TEXT
006730         MOVE "RESUBMIT RESULT" TO WS-TL-LABEL
006740         PERFORM 7300-WRITE-TRACE THRU 7300-EXIT
006750     END-IF.
006760 2500-EXIT.
006770     EXIT.
006780*----------------------------------------------------------------
006790*2600-PRINT-XREF - THE XREFMSTR ENTRY FOR WHAT THE RECORD
006800*    BECAME, KEYED AS BLIN KEYS IT - A CONVERTED RECORD BY ITS
006810*    OWN VALUE AND CONVENTION, A REPAIRED REJECT BY THE
006816*    CORRECTED VALUE AND THE RESUBMIT RUN'S CONVENTION. A VALUE
006822*    PAST TEN DIGITS IS KEYED PACKED, AS BXREF KEYS IT.
006830*----------------------------------------------------------------
006840 2600-PRINT-XREF.
006850     MOVE SPACES TO WS-XREF-RECORD.
006860     EVALUATE TRUE
006870         WHEN LIN-WAS-CONVERTED
006880             MOVE LIN-VK-SIGN TO XRF-SIGN
006890             MOVE LIN-VK-VALUE TO XRF-DEC-VALUE
006900             MOVE LIN-CONVENTION TO XRF-CONVENTION
006910         WHEN LIN-RSB-CONVERTED
006920             IF LIN-RPR-SIGN = '-'
006930                 MOVE '-' TO XRF-SIGN
006940             ELSE
006950                 MOVE '+' TO XRF-SIGN
006960             END-IF
006962             PERFORM 2410-JOIN-CORRECTION THRU 2410-EXIT
006964             IF WS-RPR-FULL-N > 9999999999
006966                 MOVE WS-RPR-FULL-N TO XRF-DEC-WIDE
006968             ELSE
006970                 MOVE WS-RPF-LOW TO XRF-DEC-VALUE
006972             END-IF
006980             MOVE LIN-RSB-CONVENTION TO XRF-CONVENTION
006990         WHEN OTHER
007000             SET XREF-NOT-APPLICABLE TO TRUE
007010     END-EVALUATE.
007020     IF NOT XREF-NOT-APPLICABLE
007030         MOVE XRF-KEY TO XRF-MST-KEY
007040         READ XREFMSTR INTO WS-XREF-RECORD
007050             INVALID KEY
007060                 SET XREF-NOT-FOUND TO TRUE
007070             NOT INVALID KEY
007080                 SET XREF-WAS-FOUND TO TRUE
007090         END-READ
007100     END-IF.
007110     EVALUATE TRUE
007120         WHEN XREF-NOT-APPLICABLE
007130             MOVE "NONE - THE RECORD HAS NOT CONVERTED"
007140                 TO WS-TL-TEXT
007150         WHEN XREF-NOT-FOUND
007160             MOVE "NONE FOR THE VALUE AND CONVENTION"
007170                 TO WS-TL-TEXT
007180         WHEN OTHER
007190             MOVE XRF-REC-NO TO WS-REC-NO-DISP
007196             PERFORM 2610-SHOW-XREF-KEY THRU 2610-EXIT
007202             MOVE 1 TO WS-TL-PTR
007208             STRING WS-KEY-SHOW DELIMITED BY SPACE
007214                 " FROM RUN "    DELIMITED BY SIZE
007220                 XRF-RUN-DATE    DELIMITED BY SIZE
007226                 " REC "         DELIMITED BY SIZE
007232                 WS-REC-NO-DISP  DELIMITED BY SIZE
007238                 INTO WS-TL-TEXT
007244                 WITH POINTER WS-TL-PTR
007250             END-STRING
007256             IF XRF-RUN-DATE = LIN-RUN-DATE
007262                 AND WS-REC-NO-DISP = LIN-REC-NO
007268                 STRING " - THIS RECORD" DELIMITED BY SIZE
007274                     INTO WS-TL-TEXT
007280                     WITH POINTER WS-TL-PTR
007286                 END-STRING
007300             END-IF
007310     END-EVALUATE.
007320     MOVE "XREFMSTR ENTRY" TO WS-TL-LABEL.
007330     PERFORM 7300-WRITE-TRACE THRU 7300-EXIT.
007340     IF XREF-WAS-FOUND
007350         MOVE XRF-BIN-VALUE TO WS-TL-TEXT
007360         MOVE "XREF RESULT" TO WS-TL-LABEL
007370         PERFORM 7300-WRITE-TRACE THRU 7300-EXIT
007380     END-IF.
007390     MOVE 'N' TO WS-XREF-SWITCH.
007400 2600-EXIT.
007410     EXIT.
007411*----------------------------------------------------------------
007412*2610-SHOW-XREF-KEY - THE ENTRY'S KEY IN PRINTABLE FORM. A TEN-
007413*    DIGIT KEY PRINTS AS IT IS STORED; A PACKED KEY (NEVER
007414*    NUMERIC AS TEXT) PRINTS AS ITS NINETEEN DIGITS.
007415*----------------------------------------------------------------
007416 2610-SHOW-XREF-KEY.
007417     MOVE SPACES TO WS-KEY-SHOW.
007418     IF XRF-DEC-VALUE IS NUMERIC
007419         MOVE XRF-KEY TO WS-KEY-SHOW
007420     ELSE
007421         MOVE XRF-DEC-WIDE TO WS-WIDE-DIGITS
007422         STRING XRF-SIGN DELIMITED BY SIZE
007423             WS-WIDE-DIGITS  DELIMITED BY SIZE
007424             XRF-CONVENTION  DELIMITED BY SIZE
007425             INTO WS-KEY-SHOW
007426         END-STRING
007427     END-IF.
007428 2610-EXIT.
007429     EXIT.
007430*----------------------------------------------------------------
007431*3000-SCAN-REPAIR-AUDIT - EVERY KEY, APPROVE AND SEND-BACK ON
007440*    THE REPAIR AUDIT MASTER FOR A TRACED REJECT, MATCHED ON
007450*    THE CYCLE'S RUN DATE AND THE RECORD NUMBER.
007460*----------------------------------------------------------------
007470 3000-SCAN-REPAIR-AUDIT.
007480     MOVE "REPAIR AUDIT TRAIL" TO WS-SEC-TITLE.
007490     PERFORM 7200-WRITE-SECTION THRU 7200-EXIT.
007500     MOVE WS-EVENT-HEAD TO WS-PRINT-LINE.
007510     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
007520     PERFORM 3100-TAKE-EVENT THRU 3100-EXIT
007530         UNTIL END-OF-REPAIR-AUDIT.
007540     IF WS-EVENT-COUNT = ZERO
007550         MOVE "    NONE - NO CORRECTION WAS EVER KEYED FOR IT"
007560             TO WS-PRINT-LINE
007570         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
007580     END-IF.
007590 3000-EXIT.
007600     EXIT.
007610 3100-TAKE-EVENT.
007620     READ RPAMSTR
007630         AT END
007640             SET END-OF-REPAIR-AUDIT TO TRUE
007650             GO TO 3100-EXIT
007660     END-READ.
007670     MOVE RPAM-AUDIT-DATA TO WS-RPA-RECORD.
007680     MOVE 'N' TO WS-MATCH-SWITCH.
007690     PERFORM 3110-MATCH-EVENT THRU 3110-EXIT
007700         VARYING WS-TRC-IDX FROM 1 BY 1
007710         UNTIL WS-TRC-IDX > WS-TRC-USED OR TRACE-ENTRY-MATCHES.
007720     IF NOT TRACE-ENTRY-MATCHES
007730         GO TO 3100-EXIT
007740     END-IF.
007750     ADD 1 TO WS-EVENT-COUNT.
007760     MOVE RPAM-RUN-DATE TO WS-EL-RUN-DATE.
007770     MOVE RPA-REC-NO TO WS-EL-REC-NO.
007780     EVALUATE TRUE
007790         WHEN RPA-IS-KEYED
007800             MOVE "KEYED" TO WS-EL-EVENT
007810         WHEN RPA-IS-APPROVED
007820             MOVE "APPROVED" TO WS-EL-EVENT
007830         WHEN RPA-IS-SENT-BACK
007840             MOVE "SENT BACK" TO WS-EL-EVENT
007850         WHEN OTHER
007860             MOVE RPA-ACTION TO WS-EL-EVENT
007870     END-EVALUATE.
007880     MOVE RPA-RPR-SIGN TO WS-EL-RPR-SIGN.
007882     IF RPA-RPR-LEAD = SPACES
007884         MOVE RPA-RPR-VALUE TO WS-EL-RPR-VALUE
007886     ELSE
007888         STRING RPA-RPR-LEAD DELIMITED BY SIZE
007890             RPA-RPR-VALUE     DELIMITED BY SIZE
007892             INTO WS-EL-RPR-VALUE
007894         END-STRING
007896     END-IF.
007900     MOVE RPA-KEY-OPER TO WS-EL-KEY-OPER.
007910     MOVE RPA-KEY-STAMP TO WS-EL-KEY-STAMP.
007920     MOVE RPA-APV-OPER TO WS-EL-APV-OPER.
007930     MOVE RPA-APV-STAMP TO WS-EL-APV-STAMP.
007940     MOVE RPA-TERM-ID TO WS-EL-TERM-ID.
007950     MOVE WS-EVENT-LINE TO WS-PRINT-LINE.
007960     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
007970 3100-EXIT.
007980     EXIT.
007990 3110-MATCH-EVENT.
008000     IF RPAM-RUN-DATE = WS-TRC-RUN-DATE (WS-TRC-IDX)
008010         AND RPA-REC-NO = WS-TRC-REC-NO (WS-TRC-IDX)
008020         SET TRACE-ENTRY-MATCHES TO TRUE
008030     END-IF.
008040 3110-EXIT.
008050     EXIT.
008060*----------------------------------------------------------------
008070*4000-SCAN-LOOKUPS - EVERY FORWARD BCNV INQUIRY OF THE VALUE ON
008080*    THE AUDIT MASTER, WHATEVER CONVENTION IT WAS ASKED UNDER
008086*    AND WHETHER OR NOT BCNV ACCEPTED IT. THE INQUIRY'S ONE TO
008092*    NINETEEN DIGITS ARE KEYED AS THE TRACED VALUE IS.
008100*----------------------------------------------------------------
008110 4000-SCAN-LOOKUPS.
008120     MOVE "BCNV INQUIRIES OF THE VALUE" TO WS-SEC-TITLE.
008130     PERFORM 7200-WRITE-SECTION THRU 7200-EXIT.
008140     MOVE WS-LOOKUP-HEAD TO WS-PRINT-LINE.
008150     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
008160     PERFORM 4100-TAKE-LOOKUP THRU 4100-EXIT
008170         UNTIL END-OF-AUDIT-MASTER.
008180     IF WS-LOOKUP-COUNT = ZERO
008190         MOVE "    NONE ON THE AUDIT MASTER" TO WS-PRINT-LINE
008200         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
008210     END-IF.
008220 4000-EXIT.
008230     EXIT.
008240 4100-TAKE-LOOKUP.
008250     READ AUDMSTR
008260         AT END
008270             SET END-OF-AUDIT-MASTER TO TRUE
008280             GO TO 4100-EXIT
008290     END-READ.
008300     MOVE AUDM-AUDIT-DATA TO WS-AUDIT-RECORD.
008310     IF AUD-DIRECTION NOT = 'F'
008320         GO TO 4100-EXIT
008330     END-IF.
008340     IF AUD-INPUT-VALUE (1:1) = '-'
008350         MOVE '-' TO WS-AVK-SIGN
008360     ELSE
008370         MOVE '+' TO WS-AVK-SIGN
008380     END-IF.
008381     MOVE ZERO TO WS-DEC-LEN.
008382     INSPECT AUD-INPUT-VALUE (2:64) TALLYING WS-DEC-LEN
008383         FOR CHARACTERS BEFORE INITIAL SPACE.
008384     IF WS-DEC-LEN < 1 OR WS-DEC-LEN > 19
008385         GO TO 4100-EXIT
008386     END-IF.
008387     IF AUD-INPUT-VALUE (2:WS-DEC-LEN) IS NOT NUMERIC
008388         GO TO 4100-EXIT
008389     END-IF.
008390     MOVE ZEROS TO WS-DEC-DIGITS.
008391     MOVE AUD-INPUT-VALUE (2:WS-DEC-LEN)
008392         TO WS-DEC-DIGITS (20 - WS-DEC-LEN:WS-DEC-LEN).
008393     IF WS-DEC-VALUE > 9999999999
008394         MOVE WS-DEC-VALUE TO WS-AVK-WIDE
008395     ELSE
008396         MOVE WS-DEC-DIGITS (10:10) TO WS-AVK-VALUE
008397     END-IF.
008400     IF WS-AUD-VALUE-KEY NOT = WS-VALUE-KEY
008410         GO TO 4100-EXIT
008420     END-IF.
008430     ADD 1 TO WS-LOOKUP-COUNT.
008440     MOVE AUD-TIMESTAMP TO WS-LK-STAMP.
008450     MOVE AUD-OPERATOR-ID TO WS-LK-OPER.
008460     MOVE AUD-TERM-ID TO WS-LK-TERM.
008470     MOVE AUD-SIGN-MODE TO WS-LK-CONV.
008480     MOVE AUD-RADIX TO WS-LK-RADIX.
008490     MOVE AUD-WIDTH TO WS-LK-WIDTH.
008500     MOVE AUD-RETURN-CODE TO WS-LK-RC.
008510     MOVE AUD-OUTPUT-VALUE TO WS-LK-RESULT.
008520     MOVE WS-LOOKUP-LINE TO WS-PRINT-LINE.
008530     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
008540 4100-EXIT.
008550     EXIT.
008560*----------------------------------------------------------------
008570*5000-SCAN-LEDGER - A TRACED REJECT STILL ON THE AGEING LEDGER
008580*    (SAME RECORD NUMBER AND BAD VALUE, BAGEING'S OWN MATCH) IS
008590*    STILL OPEN AFTER THE LAST REPAIR CYCLE.
008600*----------------------------------------------------------------
008610 5000-SCAN-LEDGER.
008620     MOVE "AGEING LEDGER" TO WS-SEC-TITLE.
008630     PERFORM 7200-WRITE-SECTION THRU 7200-EXIT.
008640     PERFORM 5100-TAKE-LEDGER THRU 5100-EXIT
008650         UNTIL END-OF-LEDGER.
008660     IF WS-OPEN-COUNT = ZERO
008670         MOVE "    NOTHING TRACED IS OPEN ON THE CURRENT LEDGER"
008680             TO WS-PRINT-LINE
008690         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
008700     END-IF.
008710 5000-EXIT.
008720     EXIT.
008730 5100-TAKE-LEDGER.
008740     READ LEDGER INTO WS-AGEL-RECORD
008750         AT END
008760             SET END-OF-LEDGER TO TRUE
008770             GO TO 5100-EXIT
008780     END-READ.
008790     MOVE AGE-REC-NO TO WS-REC-NO-DISP.
008800     MOVE 'N' TO WS-MATCH-SWITCH.
008810     PERFORM 5110-MATCH-LEDGER THRU 5110-EXIT
008820         VARYING WS-TRC-IDX FROM 1 BY 1
008830         UNTIL WS-TRC-IDX > WS-TRC-USED OR TRACE-ENTRY-MATCHES.
008840     IF NOT TRACE-ENTRY-MATCHES
008850         GO TO 5100-EXIT
008860     END-IF.
008870     ADD 1 TO WS-OPEN-COUNT.
008880     MOVE SPACES TO WS-TL-TEXT.
008890     STRING "REC " DELIMITED BY SIZE
008900         WS-REC-NO-DISP      DELIMITED BY SIZE
008910         " STILL OPEN - CYCLE " DELIMITED BY SIZE
008920         AGE-CYCLE-COUNT     DELIMITED BY SIZE
008930         "  FIRST SEEN "     DELIMITED BY SIZE
008940         AGE-FIRST-SEEN-DATE DELIMITED BY SIZE
008950         "  JOB "            DELIMITED BY SIZE
008960         AGE-JOB-NAME        DELIMITED BY SIZE
008970         INTO WS-TL-TEXT
008980     END-STRING.
008990     MOVE "OPEN REJECT" TO WS-TL-LABEL.
009000     PERFORM 7300-WRITE-TRACE THRU 7300-EXIT.
009010 5100-EXIT.
009020     EXIT.
009030 5110-MATCH-LEDGER.
009040     IF WS-REC-NO-DISP = WS-TRC-REC-NO (WS-TRC-IDX)
009050         AND AGE-BAD-VALUE = WS-TRC-BAD-VALUE (WS-TRC-IDX)
009060         SET TRACE-ENTRY-MATCHES TO TRUE
009070     END-IF.
009080 5110-EXIT.
009090     EXIT.
009100*----------------------------------------------------------------
009110*7000-WRITE-LINE - REPORT LINE WITH PAGE BREAK.
009120*----------------------------------------------------------------
009130 7000-WRITE-LINE.
009140     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009150         PERFORM 7100-NEW-PAGE THRU 7100-EXIT
009160     END-IF.
009170     WRITE RPTFILE-RECORD FROM WS-PRINT-LINE
009180         AFTER ADVANCING 1 LINE.
009190     ADD 1 TO WS-LINE-COUNT.
009200 7000-EXIT.
009210     EXIT.
009220 7100-NEW-PAGE.
009230     ADD 1 TO WS-PAGE-COUNT.
009240     MOVE WS-PAGE-COUNT TO WS-HD1-PAGE.
009250     WRITE RPTFILE-RECORD FROM WS-HEAD-1
009260         AFTER ADVANCING PAGE.
009270     MOVE SPACES TO RPTFILE-RECORD.
009280     WRITE RPTFILE-RECORD AFTER ADVANCING 1 LINE.
009290     MOVE 2 TO WS-LINE-COUNT.
009300 7100-EXIT.
009310     EXIT.
009320 7200-WRITE-SECTION.
009330     MOVE SPACES TO WS-PRINT-LINE.
009340     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009350     MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
009360     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009370 7200-EXIT.
009380     EXIT.
009390*    ONE LABELLED FACT, THE TEXT CLEARED FOR THE NEXT.
009400 7300-WRITE-TRACE.
009410     MOVE WS-TRACE-LINE TO WS-PRINT-LINE.
009420     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009430     MOVE SPACES TO WS-TL-TEXT.
009440 7300-EXIT.
009450     EXIT.
009460*----------------------------------------------------------------
009470*8000-TERMINATE - CLOSE FILES AND SET THE CONDITION CODE - 12 ON
009480*    A VSAM ERROR, 8 WHEN THE PARM WAS REFUSED OR NOTHING WAS
009490*    FOUND TO TRACE, 4 WHEN MORE REJECTS WERE PRINTED THAN THE
009500*    TRACE TABLE HOLDS (THE AUDIT AND LEDGER SECTIONS ARE THEN
009510*    SHORT), ELSE 0.
009520*----------------------------------------------------------------
009530 8000-TERMINATE.
009540     IF INPUT-FILES-OPEN
009550         CLOSE LINMSTR
009560         CLOSE XREFMSTR
009570         CLOSE RPAMSTR
009580         CLOSE AUDMSTR
009590         CLOSE LEDGER
009600     END-IF.
009610     CLOSE RPTFILE.
009620     DISPLAY 'BLINRPT: ' WS-ENTRY-COUNT ' ENTRIES, '
009630         WS-EVENT-COUNT ' REPAIR EVENTS, ' WS-LOOKUP-COUNT
009640         ' LOOKUPS'.
009650     EVALUATE TRUE
009660         WHEN VSAM-ERROR-SEEN
009670             MOVE 12 TO RETURN-CODE
009680         WHEN REQUEST-IS-INVALID
009690             MOVE 8 TO RETURN-CODE
009700         WHEN WS-ENTRY-COUNT = ZERO
009710             MOVE 8 TO RETURN-CODE
009720         WHEN TRACE-TABLE-FILLED
009730             MOVE 4 TO RETURN-CODE
009740         WHEN OTHER
009750             MOVE ZERO TO RETURN-CODE
009760     END-EVALUATE.
009770 8000-EXIT.
009780     EXIT.
009790 9999-EXIT.
009800     STOP RUN.
