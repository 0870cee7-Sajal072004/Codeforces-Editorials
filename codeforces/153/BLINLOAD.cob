000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BLINLOAD.
000030 AUTHOR. D. K. WHITFIELD.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH CONVERSION UNIT.
000050 DATE-WRITTEN. 11/30/2024.
000060 DATE-COMPILED.
000070*    -------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    11/30/2024 DKW   ORIGINAL CODING - MAINTAINS THE RECORD
000120*                     LINEAGE MASTER (LINMSTR, LAYOUT LINLAY)
000130*                     THAT THE BLIN ONLINE TRACE AND THE
000140*                     BLINRPT BATCH TRACE ANSWER FROM, SO A
000150*                     BILLING QUERY ABOUT ONE RECORD NO LONGER
000160*                     MEANS PIECING TOGETHER INFILE, OUTFILE,
000170*                     REJFILE, THE REJECT MASTER, THE AGEING
000180*                     LEDGER, THE RESUBMIT RUN, XREFMSTR AND
000190*                     THE AUDIT MASTER BY HAND. THREE PASSES,
000200*                     CHOSEN BY THE PARM:
000210*                     L (BXRFJOB) - THE NIGHT'S LOAD. READS
000220*                     INFILE AND OUTFILE RECORD FOR RECORD THE
000230*                     WAY BXREF DOES, WITH REJFILE SAYING WHICH
000240*                     INPUT RECORDS CONSUMED NO OUTPUT, AND
000250*                     WRITES ONE ENTRY PER DETAIL RECORD -
000260*                     THE VALUE, ITS FEED, THE RESULT AND
000270*                     CONVENTION OR THE REJECT REASON AND THE
000280*                     BUSINESS RULE THAT FIRED. A REJECT'S
000290*                     REPAIR CYCLE COMES OFF THE AGEING LEDGER
000300*                     BY THE SAME MATCH BAGEING MAKES (RECORD
000310*                     NUMBER AND BAD VALUE).
000320*                     R (BRPRJOB) - THE REPAIR PASS. EVERY
000330*                     REJECT-MASTER RECORD WITH A CORRECTION
000340*                     KEYED OR REVIEWED POSTS THE CORRECTION,
000350*                     KEYER, REVIEWER AND ACTION TO ITS ENTRY,
000360*                     THEN THE RESUBMIT RUN'S FILES ARE WALKED
000370*                     AND EACH 'RP' RECORD'S OUTCOME IS POSTED
000380*                     TO THE ORIGINAL REJECT'S ENTRY.
000390*                     A (BAUDJOB) - THE LOOKUP PASS. EVERY
000400*                     VALID FORWARD BCNV INQUIRY ON THE DAY'S
000410*                     AUDTQ DRAIN BUMPS THE LOOKUP COUNT ON
000420*                     EVERY ENTRY CARRYING THAT VALUE, FOUND
000430*                     THROUGH THE ALTERNATE INDEX.
000440*                     CONDITION CODE 0 CLEAN, 4 WHEN THE FILES
000450*                     DID NOT PAIR OFF OR AN ENTRY TO BE
000460*                     POSTED WAS NOT ON THE MASTER, 12 ON A
000470*                     VSAM ERROR OR A BAD PARM.
000471*    01/04/2025 DKW   A 'V02' INPUT RECORD (INWLAY) KEEPS ITS
000472*                     SIGN AND NINETEEN DIGITS IN LIN-IN-RAW
000473*                     AND IS VALUE-KEYED AS XREFMSTR KEYS IT -
000474*                     TEN ZONED DIGITS WHEN IT FITS, OTHERWISE
000475*                     PACKED. A CORRECTION'S HIGH-ORDER DIGITS
000476*                     ARE POSTED TO LIN-RPR-LEAD, AND A BCNV
000477*                     INQUIRY OF ONE TO NINETEEN DIGITS FINDS
000478*                     ITS ENTRIES THE SAME WAY.
000480*    -------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510     SOURCE-COMPUTER. IBM-370.
000520     OBJECT-COMPUTER. IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550*    THE RUN'S INPUT, CONVERSION OUTPUT AND REJECT LOG - PASSES
000560*    L AND R.
000570     SELECT INFILE ASSIGN TO "INFILE"
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT OUTFILE ASSIGN TO "OUTFILE"
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT REJFILE ASSIGN TO "REJFILE"
000620         ORGANIZATION IS SEQUENTIAL.
000630*    THE AGEING LEDGER AS THE LAST REPAIR CYCLE LEFT IT - PASS L.
000640     SELECT LEDGER ASSIGN TO "LEDGER"
000650         ORGANIZATION IS SEQUENTIAL.
000660*    THE KEYED REJECT MASTER, READ FRONT TO BACK - PASS R.
000670     SELECT REJMSTR ASSIGN TO "REJMSTR"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS REJM-MST-KEY
000710         FILE STATUS IS WS-REJM-STATUS.
000720*    THE AUDTQ EXTRAPARTITION QUEUE'S BACKING DATASET - PASS A.
000730     SELECT AUDTQIN ASSIGN TO "AUDTQIN"
000740         ORGANIZATION IS SEQUENTIAL.
000750*    THE LINEAGE MASTER - A KSDS WITH A NON-UNIQUE ALTERNATE
000760*    INDEX OVER THE VALUE (PATH ON DD LINMSTR1).
000770     SELECT LINMSTR ASSIGN TO "LINMSTR"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS LIN-MST-KEY
000810         ALTERNATE RECORD KEY IS LIN-MST-VKEY
000820             WITH DUPLICATES
000830         FILE STATUS IS WS-LIN-STATUS.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  INFILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 80 CHARACTERS.
000900 01  INFILE-RECORD.
000910     05  IN-RAW-SIGN                PIC X(01).
000920     05  IN-RAW-VALUE               PIC X(10).
000930     05  FILLER                     PIC X(69).
000940 01  IN-SPEC-VIEW REDEFINES INFILE-RECORD.
000950     05  IN-SPEC-TAG                PIC X(01).
000960         88  SPEC-RECORD                    VALUE '*'.
000970     05  FILLER                     PIC X(79).
000980 01  IN-FEED-VIEW REDEFINES INFILE-RECORD.
000990     05  IN-FEED-TAG                PIC X(01).
001000         88  FEED-HEADER-RECORD             VALUE '#'.
001010     05  IN-FEED-ID                 PIC X(08).
001020     05  FILLER                     PIC X(71).
001030 01  IN-CONTROL-VIEW REDEFINES INFILE-RECORD.
001040     05  IN-CTL-TAG                 PIC X(02).
001050         88  CONTROL-RECORD                 VALUE 'CH' 'CT'.
001060     05  FILLER                     PIC X(78).
001070*    RESUBMIT VIEW - A REPAIRED REJECT WRITTEN BY BREPAIR,
001080*    CARRYING THE ORIGINAL REJECT'S RECORD NUMBER AND RUN DATE.
001090 01  IN-RESUBMIT-VIEW REDEFINES INFILE-RECORD.
001100     05  FILLER                     PIC X(60).
001110     05  IN-RSB-TAG                 PIC X(02).
001120         88  RESUBMITTED-RECORD             VALUE 'RP'.
001130     05  IN-RSB-ORIG-REC-NO         PIC X(07).
001140     05  IN-RSB-ORIG-RUN-DATE       PIC X(08).
001150     05  FILLER                     PIC X(03).
001160 FD  OUTFILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 80 CHARACTERS.
001200 01  OUTFILE-RECORD.
001210     05  OUT-CONVENTION             PIC X(02).
001220     05  FILLER                     PIC X(01).
001230     05  OUT-RADIX                  PIC X(02).
001240     05  FILLER                     PIC X(01).
001250     05  OUT-SIGN                   PIC X(01).
001260     05  FILLER                     PIC X(01).
001270     05  OUT-BIN-VALUE              PIC X(64).
001280     05  FILLER                     PIC X(08).
001290 FD  REJFILE
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD
001320     RECORD CONTAINS 80 CHARACTERS.
001330 01  REJFILE-RECORD.
001340     05  REJ-REC-NO                 PIC 9(07).
001350     05  FILLER                     PIC X(01).
001360     05  REJ-BAD-VALUE              PIC X(20).
001370     05  FILLER                     PIC X(01).
001380     05  REJ-REASON                 PIC X(40).
001390     05  FILLER                     PIC X(01).
001400     05  REJ-FEED-ID                PIC X(08).
001410     05  FILLER                     PIC X(02).
001420 FD  LEDGER
001430     RECORDING MODE IS F
001440     LABEL RECORDS ARE STANDARD
001450     RECORD CONTAINS 132 CHARACTERS.
001460*    LAYOUT IS AGELLAY IN WORKING-STORAGE - READ INTO IT.
001470 01  LEDGER-RECORD               PIC X(132).
001480 FD  REJMSTR
001490     RECORD CONTAINS 160 CHARACTERS.
001500 01  REJMSTR-RECORD.
001510     05  REJM-MST-KEY               PIC X(07).
001520     05  FILLER                     PIC X(153).
001530 FD  AUDTQIN
001540     RECORDING MODE IS F
001550     LABEL RECORDS ARE STANDARD
001560     RECORD CONTAINS 186 CHARACTERS.
001570 01  AUDTQIN-RECORD              PIC X(186).
001580 FD  LINMSTR
001590     RECORD CONTAINS 400 CHARACTERS.
001600 01  LINMSTR-RECORD.
001610     05  LIN-MST-KEY                PIC X(15).
001620     05  LIN-MST-VKEY               PIC X(11).
001630     05  FILLER                     PIC X(374).
001640 WORKING-STORAGE SECTION.
001650*    LINEAGE MASTER RECORD LAYOUT (SHARED WITH BLINQ AND
001660*    BLINRPT).
001670     COPY LINLAY.
001680*    AGEING LEDGER LAYOUT (SHARED WITH BAGEING).
001690     COPY AGELLAY.
001700*    REJECT MASTER LAYOUT (SHARED WITH BREPENT AND BREPAPV).
001710     COPY REJMLAY.
001720*    BCNV AUDIT TRAIL LAYOUT (SHARED WITH BONLINE AND BAUDIT).
001730     COPY AUDITLAY.
001733*    WIDE-VALUE INPUT RECORD LAYOUT (SHARED WITH PROGRAM B).
001736     COPY INWLAY.
001740*    RUN SWITCHES
001750 77  WS-IN-EOF-SWITCH            PIC X(01) VALUE 'N'.
001760 88  END-OF-INFILE                         VALUE 'Y'.
001770 77  WS-OUT-EOF-SWITCH           PIC X(01) VALUE 'N'.
001780 88  END-OF-OUTPUT                         VALUE 'Y'.
001790 77  WS-REJ-EOF-SWITCH           PIC X(01) VALUE 'N'.
001800 88  END-OF-REJECTS                        VALUE 'Y'.
001810 77  WS-LDG-EOF-SWITCH           PIC X(01) VALUE 'N'.
001820 88  END-OF-LEDGER                         VALUE 'Y'.
001830 77  WS-RJM-EOF-SWITCH           PIC X(01) VALUE 'N'.
001840 88  END-OF-REJECT-MASTER                  VALUE 'Y'.
001850 77  WS-AUD-EOF-SWITCH           PIC X(01) VALUE 'N'.
001860 88  END-OF-AUDIT-QUEUE                    VALUE 'Y'.
001870 77  WS-DUPS-SWITCH              PIC X(01) VALUE 'N'.
001880 88  END-OF-VALUE-DUPS                     VALUE 'Y'.
001890 77  WS-PAIRING-SWITCH           PIC X(01) VALUE 'Y'.
001900 88  PAIRING-IS-CLEAN                      VALUE 'Y'.
001910 88  PAIRING-IS-BROKEN                     VALUE 'N'.
001920 77  WS-VSAM-SWITCH              PIC X(01) VALUE 'N'.
001930 88  VSAM-ERROR-SEEN                       VALUE 'Y'.
001940*    THE PASS THE PARM ASKED FOR.
001950 77  WS-PASS                     PIC X(01) VALUE 'L'.
001960 88  LOAD-PASS                             VALUE 'L'.
001970 88  REPAIR-PASS                           VALUE 'R'.
001980 88  LOOKUP-PASS                           VALUE 'A'.
001990 88  PASS-IS-VALID                         VALUE 'L' 'R' 'A'.
002000*    VSAM FILE STATUS
002010 77  WS-LIN-STATUS               PIC X(02) VALUE SPACES.
002020 77  WS-REJM-STATUS              PIC X(02) VALUE SPACES.
002030*    RUN COUNTERS
002040 77  WS-IN-REC-NO                PIC 9(07) COMP VALUE ZERO.
002050 77  WS-CONVERTED-COUNT          PIC 9(07) COMP VALUE ZERO.
002060 77  WS-REJECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
002070 77  WS-LOADED-COUNT             PIC 9(07) COMP VALUE ZERO.
002080 77  WS-REPLACED-COUNT           PIC 9(07) COMP VALUE ZERO.
002090 77  WS-AGED-COUNT               PIC 9(07) COMP VALUE ZERO.
002100 77  WS-SKIP-COUNT               PIC 9(07) COMP VALUE ZERO.
002110 77  WS-UNPAIRED-COUNT           PIC 9(07) COMP VALUE ZERO.
002120 77  WS-REPAIR-POST-COUNT        PIC 9(07) COMP VALUE ZERO.
002130 77  WS-RESUB-POST-COUNT         PIC 9(07) COMP VALUE ZERO.
002140 77  WS-LOOKUP-COUNT             PIC 9(07) COMP VALUE ZERO.
002150 77  WS-LOOKUP-POST-COUNT        PIC 9(07) COMP VALUE ZERO.
002160 77  WS-NOT-ON-MASTER-COUNT      PIC 9(07) COMP VALUE ZERO.
002170*    RECORD-NUMBER WORK FIELDS
002180 77  WS-NEXT-REJ-REC-NO          PIC 9(07) VALUE 9999999.
002190 77  WS-REC-NO-DISP              PIC 9(07) VALUE ZERO.
002200*    THE FEED THE LATEST FEED HEADER MADE CURRENT - SPACES ON
002210*    AN EXTRACT WITH NO FEED HEADERS.
002220 77  WS-CUR-FEED-ID              PIC X(08) VALUE SPACES.
002230*    THE VALUE KEY A LOOKUP IS LOOKING FOR.
002240 01  WS-VALUE-KEY.
002250     05  WS-VK-SIGN                 PIC X(01).
002260     05  WS-VK-VALUE                PIC X(10).
002261     05  WS-VK-WIDE REDEFINES WS-VK-VALUE
002262                                    PIC 9(19) COMP-3.
002263*    AN INQUIRY'S DIGITS, RIGHT-JUSTIFIED FOR THE VALUE KEY.
002264 01  WS-DEC-AREA.
002265     05  WS-DEC-DIGITS              PIC X(19).
002266     05  WS-DEC-VALUE REDEFINES WS-DEC-DIGITS
002267                                    PIC 9(19).
002268 77  WS-DEC-LEN                  PIC 9(02) COMP VALUE ZERO.
002270*    THE ENTRY A REPAIR-PASS POSTING IS FOR.
002280 01  WS-POST-KEY.
002290     05  WS-PK-RUN-DATE             PIC X(08).
002300     05  WS-PK-REC-NO               PIC X(07).
002310*    DATES
002320 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
002330 77  WS-JOB-NAME                 PIC X(08) VALUE SPACES.
002340 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
002350 77  WS-TODAY-X                  PIC X(08) VALUE SPACES.
002360*    THE PARM, SPACE-PADDED TO ITS REAL LENGTH AT START-UP SO
002370*    A SHORT PARM IS NEVER READ PAST ITS END.
002380 01  WS-PARM-TEXT                PIC X(80) VALUE SPACES.
002390 LINKAGE SECTION.
002400*    JOB STEP PARM - COLUMNS 1-8 THE RUN DATE (YYYYMMDD, BLANK
002410*    FOR TODAY) - THE NIGHT BEING LOADED, OR THE RUN DATE OF
002420*    THE REJECTS THE REPAIR CYCLE WORKED, THE SAME DATE BREPAIR
002430*    IS GIVEN - COLUMN 10 THE PASS (L, R OR A, BLANK FOR L),
002440*    COLUMNS 12-19 THE JOB NAME THE NIGHT RAN UNDER (BLANK FOR
002450*    BCNVJOB), E.G. EXEC PGM=BLINLOAD,PARM='20240726 L BCNVJOB'.
002460 01  LS-PARM-DATA.
002470     05  LS-PARM-LENGTH             PIC S9(04) COMP.
002480     05  LS-PARM-TEXT               PIC X(80).
002490 PROCEDURE DIVISION USING LS-PARM-DATA.
002500*================================================================
002510*0000-MAINLINE - OVERALL CONTROL. EACH PASS OPENS ONLY THE FILES
002520*    IT READS, SO A STEP CARRIES ONLY THE DD STATEMENTS ITS PASS
002530*    NEEDS.
002540*================================================================
002550 0000-MAINLINE.
002560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002570     IF VSAM-ERROR-SEEN
002580         GO TO 0000-FINISH
002590     END-IF.
002600     EVALUATE TRUE
002610         WHEN LOAD-PASS
002620             PERFORM 2000-WALK-RECORD THRU 2000-EXIT
002630                 UNTIL END-OF-INFILE OR VSAM-ERROR-SEEN
002640         WHEN REPAIR-PASS
002650             PERFORM 3000-POST-CORRECTION THRU 3000-EXIT
002660                 UNTIL END-OF-REJECT-MASTER OR VSAM-ERROR-SEEN
002670             PERFORM 2000-WALK-RECORD THRU 2000-EXIT
002680                 UNTIL END-OF-INFILE OR VSAM-ERROR-SEEN
002690         WHEN LOOKUP-PASS
002700             PERFORM 4000-POST-LOOKUP THRU 4000-EXIT
002710                 UNTIL END-OF-AUDIT-QUEUE OR VSAM-ERROR-SEEN
002720     END-EVALUATE.
002730 0000-FINISH.
002740     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002750     GO TO 9999-EXIT.
002760*----------------------------------------------------------------
002770*1000-INITIALIZE - PICK UP THE PARM, OPEN THE MASTER AND THE
002780*    FILES THE PASS READS, AND PRIME THE READS. THE NIGHT'S LOAD
002790*    CREATES THE MASTER ON ITS FIRST RUN THE WAY BXREF DOES; THE
002800*    OTHER PASSES ONLY POST TO ENTRIES ALREADY THERE.
002810*----------------------------------------------------------------
002820 1000-INITIALIZE.
002830     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002840     MOVE WS-TODAY TO WS-TODAY-X.
002850*    ONLY LS-PARM-LENGTH BYTES OF THE PARM ARE REAL - A SHORT
002860*    OR MISSING PARM MUST NOT BE READ PAST ITS END.
002870     MOVE SPACES TO WS-PARM-TEXT.
002880     IF LS-PARM-LENGTH > ZERO AND LS-PARM-LENGTH <= 80
002890         MOVE LS-PARM-TEXT (1:LS-PARM-LENGTH) TO WS-PARM-TEXT
002900     END-IF.
002910     IF WS-PARM-TEXT (1:8) = SPACES
002920         MOVE WS-TODAY-X TO WS-RUN-DATE
002930     ELSE
002940         MOVE WS-PARM-TEXT (1:8) TO WS-RUN-DATE
002950     END-IF.
002960     IF WS-PARM-TEXT (10:1) NOT = SPACE
002970         MOVE WS-PARM-TEXT (10:1) TO WS-PASS
002980     END-IF.
002990     IF WS-PARM-TEXT (12:8) = SPACES
003000         MOVE 'BCNVJOB' TO WS-JOB-NAME
003010     ELSE
003020         MOVE WS-PARM-TEXT (12:8) TO WS-JOB-NAME
003030     END-IF.
003040     IF NOT PASS-IS-VALID
003050         DISPLAY 'BLINLOAD: PASS ' WS-PASS
003060             ' NOT RECOGNISED - MUST BE L, R OR A'
003070         SET VSAM-ERROR-SEEN TO TRUE
003080         GO TO 1000-EXIT
003090     END-IF.
003100     OPEN I-O LINMSTR.
003110     IF WS-LIN-STATUS = '35' AND LOAD-PASS
003120         OPEN OUTPUT LINMSTR
003130         IF WS-LIN-STATUS = '00'
003140             CLOSE LINMSTR
003150             OPEN I-O LINMSTR
003160         END-IF
003170     END-IF.
003180     IF WS-LIN-STATUS NOT = '00'
003190         DISPLAY 'BLINLOAD: LINMSTR OPEN FAILED - STATUS '
003200             WS-LIN-STATUS
003210         SET VSAM-ERROR-SEEN TO TRUE
003220         GO TO 1000-EXIT
003230     END-IF.
003240     EVALUATE TRUE
003250         WHEN LOAD-PASS
003260             OPEN INPUT INFILE
003270             OPEN INPUT OUTFILE
003280             OPEN INPUT REJFILE
003290             OPEN INPUT LEDGER
003300             PERFORM 2100-READ-INFILE THRU 2100-EXIT
003310             PERFORM 2300-READ-OUTPUT THRU 2300-EXIT
003320             PERFORM 2200-READ-REJECT THRU 2200-EXIT
003330             PERFORM 2530-READ-LEDGER THRU 2530-EXIT
003340         WHEN REPAIR-PASS
003350             OPEN INPUT REJMSTR
003360             IF WS-REJM-STATUS NOT = '00'
003370                 DISPLAY 'BLINLOAD: REJMSTR OPEN FAILED - STATUS '
003380                     WS-REJM-STATUS
003390                 SET VSAM-ERROR-SEEN TO TRUE
003400                 GO TO 1000-EXIT
003410             END-IF
003420             OPEN INPUT INFILE
003430             OPEN INPUT OUTFILE
003440             OPEN INPUT REJFILE
003450             PERFORM 3100-READ-REJECT-MASTER THRU 3100-EXIT
003460             PERFORM 2100-READ-INFILE THRU 2100-EXIT
003470             PERFORM 2300-READ-OUTPUT THRU 2300-EXIT
003480             PERFORM 2200-READ-REJECT THRU 2200-EXIT
003490         WHEN LOOKUP-PASS
003500             OPEN INPUT AUDTQIN
003510             PERFORM 4100-READ-AUDIT THRU 4100-EXIT
003520     END-EVALUATE.
003530 1000-EXIT.
003540     EXIT.
003550*----------------------------------------------------------------
003560*2000-WALK-RECORD - ONE INFILE RECORD, PAIRED THE WAY BXREF
003570*    PAIRS THEM. AN INPUT RECORD WHOSE NUMBER IS THE NEXT
003580*    REJFILE ENTRY WAS REJECTED AND CONSUMED NO OUTPUT; FEED
003590*    HEADERS, SPEC AND CONTROL RECORDS PRODUCED NOTHING EITHER
003600*    (A FEED HEADER MAKES ITS FEED CURRENT); ANY OTHER RECORD
003610*    TAKES THE NEXT OUTFILE DETAIL.
003620*----------------------------------------------------------------
003630 2000-WALK-RECORD.
003640     ADD 1 TO WS-IN-REC-NO.
003650     EVALUATE TRUE
003660         WHEN NOT END-OF-REJECTS
003670             AND WS-IN-REC-NO = WS-NEXT-REJ-REC-NO
003680             PERFORM 2500-TAKE-REJECT THRU 2500-EXIT
003690             PERFORM 2200-READ-REJECT THRU 2200-EXIT
003700         WHEN FEED-HEADER-RECORD
003710             MOVE IN-FEED-ID TO WS-CUR-FEED-ID
003720             ADD 1 TO WS-SKIP-COUNT
003730         WHEN SPEC-RECORD
003740             ADD 1 TO WS-SKIP-COUNT
003750         WHEN CONTROL-RECORD
003760             ADD 1 TO WS-SKIP-COUNT
003770         WHEN END-OF-OUTPUT
003780             SET PAIRING-IS-BROKEN TO TRUE
003790             ADD 1 TO WS-UNPAIRED-COUNT
003800         WHEN OTHER
003810             PERFORM 2400-TAKE-CONVERTED THRU 2400-EXIT
003820             PERFORM 2300-READ-OUTPUT THRU 2300-EXIT
003830     END-EVALUATE.
003840     PERFORM 2100-READ-INFILE THRU 2100-EXIT.
003850 2000-EXIT.
003860     EXIT.
003870 2100-READ-INFILE.
003880     READ INFILE
003890         AT END
003900             SET END-OF-INFILE TO TRUE
003910     END-READ.
003920 2100-EXIT.
003930     EXIT.
003940*----------------------------------------------------------------
003950*2200-READ-REJECT - NEXT REJFILE ENTRY. AT END THE NEXT REJECT
003960*    NUMBER GOES HIGH SO NO INPUT RECORD MATCHES IT.
003970*----------------------------------------------------------------
003980 2200-READ-REJECT.
003990     READ REJFILE
004000         AT END
004010             SET END-OF-REJECTS TO TRUE
004020             MOVE 9999999 TO WS-NEXT-REJ-REC-NO
004030         NOT AT END
004040             MOVE REJ-REC-NO TO WS-NEXT-REJ-REC-NO
004050     END-READ.
004060 2200-EXIT.
004070     EXIT.
004080*----------------------------------------------------------------
004090*2300-READ-OUTPUT - NEXT OUTFILE DETAIL. THE 'SF' SUBTOTALS AND
004100*    THE 'TR' TRAILER END THE DETAILS.
004110*----------------------------------------------------------------
004120 2300-READ-OUTPUT.
004130     READ OUTFILE
004140         AT END
004150             SET END-OF-OUTPUT TO TRUE
004160         NOT AT END
004170             IF OUT-CONVENTION = 'TR'
004180                 OR OUT-CONVENTION = 'SF'
004190                 SET END-OF-OUTPUT TO TRUE
004200             END-IF
004210     END-READ.
004220 2300-EXIT.
004230     EXIT.
004240*----------------------------------------------------------------
004250*2400-TAKE-CONVERTED - A CONVERTED RECORD. THE NIGHT'S LOAD
004260*    WRITES ITS ENTRY; THE REPAIR PASS POSTS IT AS A SUCCESSFUL
004270*    RESUBMIT AGAINST THE ORIGINAL REJECT.
004280*----------------------------------------------------------------
004290 2400-TAKE-CONVERTED.
004300     IF REPAIR-PASS
004310         PERFORM 2700-POST-RESUBMIT THRU 2700-EXIT
004320         GO TO 2400-EXIT
004330     END-IF.
004340     PERFORM 2410-START-ENTRY THRU 2410-EXIT.
004343     IF INW-WIDE-LAYOUT
004346         MOVE INFILE-RECORD (1:20) TO LIN-IN-RAW
004349     ELSE
004352         MOVE INFILE-RECORD (1:11) TO LIN-IN-RAW
004355     END-IF.
004360     MOVE WS-CUR-FEED-ID TO LIN-FEED-ID.
004370     SET LIN-WAS-CONVERTED TO TRUE.
004380     MOVE OUT-CONVENTION TO LIN-CONVENTION.
004390     MOVE OUT-RADIX TO LIN-RADIX.
004400     MOVE OUT-SIGN TO LIN-RESULT-SIGN.
004410     MOVE OUT-BIN-VALUE TO LIN-RESULT-VALUE.
004420     ADD 1 TO WS-CONVERTED-COUNT.
004430     PERFORM 2800-WRITE-ENTRY THRU 2800-EXIT.
004440 2400-EXIT.
004450     EXIT.
004460*----------------------------------------------------------------
004470*2410-START-ENTRY - A FRESH ENTRY FOR THE CURRENT INPUT RECORD -
004477*    ITS KEY, ITS VALUE KEY (SIGN NORMALISED AND A 'V02' VALUE
004484*    KEYED AS XREFMSTR DOES) AND THE JOB, WITH THE REPAIR AND
004491*    LOOKUP HISTORY EMPTY.
004500*----------------------------------------------------------------
004510 2410-START-ENTRY.
004520     MOVE SPACES TO WS-LIN-RECORD.
004530     MOVE WS-RUN-DATE TO LIN-RUN-DATE.
004540     MOVE WS-IN-REC-NO TO WS-REC-NO-DISP.
004550     MOVE WS-REC-NO-DISP TO LIN-REC-NO.
004560     IF IN-RAW-SIGN = '-'
004570         MOVE '-' TO LIN-VK-SIGN
004580     ELSE
004590         MOVE '+' TO LIN-VK-SIGN
004600     END-IF.
004601     MOVE INFILE-RECORD TO WS-INW-RECORD.
004602     IF NOT INW-WIDE-LAYOUT
004603         MOVE IN-RAW-VALUE TO LIN-VK-VALUE
004604     ELSE
004605         IF INW-VALUE-N > 9999999999
004606             MOVE INW-VALUE-N TO LIN-VK-WIDE
004607         ELSE
004608             MOVE INW-VALUE (10:10) TO LIN-VK-VALUE
004609         END-IF
004610     END-IF.
004620     MOVE WS-JOB-NAME TO LIN-JOB-NAME.
004630     MOVE ZERO TO LIN-CYCLE-COUNT.
004640     MOVE ZERO TO LIN-AUD-COUNT.
004650 2410-EXIT.
004660     EXIT.
004670*----------------------------------------------------------------
004680*2500-TAKE-REJECT - A REJECTED RECORD. THE NIGHT'S LOAD WRITES
004690*    ITS ENTRY WITH THE REASON, THE RULE AND THE REPAIR CYCLE;
004700*    THE REPAIR PASS POSTS IT AS A RESUBMIT THAT FAILED AGAIN.
004710*----------------------------------------------------------------
004720 2500-TAKE-REJECT.
004730     IF REPAIR-PASS
004740         PERFORM 2750-POST-RE-REJECT THRU 2750-EXIT
004750         GO TO 2500-EXIT
004760     END-IF.
004770     PERFORM 2410-START-ENTRY THRU 2410-EXIT.
004780     MOVE REJ-BAD-VALUE TO LIN-IN-RAW.
004790     MOVE REJ-FEED-ID TO LIN-FEED-ID.
004800     SET LIN-WAS-REJECTED TO TRUE.
004810     MOVE REJ-REASON TO LIN-REASON.
004820     PERFORM 2510-FIND-RULE THRU 2510-EXIT.
004830     PERFORM 2520-AGE-REJECT THRU 2520-EXIT.
004840     ADD 1 TO WS-REJECTED-COUNT.
004850     PERFORM 2800-WRITE-ENTRY THRU 2800-EXIT.
004860 2500-EXIT.
004870     EXIT.
004880*----------------------------------------------------------------
004890*2510-FIND-RULE - PROGRAM B NAMES THE BUSINESS RULE AT A FIXED
004900*    PLACE IN THE REASON TEXT OF ITS TWO RULE REJECTS; ANY OTHER
004910*    REASON IS ONE OF THE EDIT CHECKS AND NAMES NO RULE.
004920*----------------------------------------------------------------
004930 2510-FIND-RULE.
004940     IF REJ-REASON (1:26) = "EXCLUDED BY BUSINESS RULE "
004950         MOVE REJ-REASON (27:8) TO LIN-RULE-ID
004960     END-IF.
004970     IF REJ-REASON (1:30) = "OUTSIDE INCLUDE RULE RANGES - "
004980         MOVE REJ-REASON (31:8) TO LIN-RULE-ID
004990     END-IF.
005000 2510-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030*2520-AGE-REJECT - THE REPAIR CYCLE TONIGHT'S REJECT IS IN. THE
005040*    LEDGER HOLDS LAST CYCLE'S STILL-OPEN REJECTS IN RECORD-
005050*    NUMBER ORDER; THE SAME RECORD NUMBER WITH THE SAME BAD
005060*    VALUE IS THE SAME REJECT CARRIED ANOTHER NIGHT (BAGEING'S
005070*    OWN RULE), SO IT IS ONE CYCLE OLDER THAN THE LEDGER SAYS.
005080*    ANYTHING ELSE IS NEW TONIGHT.
005090*----------------------------------------------------------------
005100 2520-AGE-REJECT.
005110     PERFORM 2530-READ-LEDGER THRU 2530-EXIT
005120         UNTIL END-OF-LEDGER
005130             OR AGE-REC-NO NOT < WS-IN-REC-NO.
005140     IF NOT END-OF-LEDGER
005150         AND AGE-REC-NO = WS-IN-REC-NO
005160         AND AGE-BAD-VALUE = REJ-BAD-VALUE
005170         ADD 1 TO AGE-CYCLE-COUNT GIVING LIN-CYCLE-COUNT
005180             ON SIZE ERROR
005190                 MOVE 999 TO LIN-CYCLE-COUNT
005200         END-ADD
005210         MOVE AGE-FIRST-SEEN-DATE TO LIN-FIRST-SEEN
005220         ADD 1 TO WS-AGED-COUNT
005230     ELSE
005240         MOVE 1 TO LIN-CYCLE-COUNT
005250         MOVE WS-RUN-DATE TO LIN-FIRST-SEEN
005260     END-IF.
005270 2520-EXIT.
005280     EXIT.
005290 2530-READ-LEDGER.
005300     READ LEDGER INTO WS-AGEL-RECORD
005310         AT END
005320             SET END-OF-LEDGER TO TRUE
005330     END-READ.
005340 2530-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------
005370*2700-POST-RESUBMIT - A RESUBMITTED CORRECTION CONVERTED. POST
005380*    THE RESULT TO THE ORIGINAL REJECT'S ENTRY, FOUND BY THE RUN
005390*    DATE AND RECORD NUMBER BREPAIR CARRIED ON THE RECORD.
005400*----------------------------------------------------------------
005410 2700-POST-RESUBMIT.
005420     IF NOT RESUBMITTED-RECORD
005430         ADD 1 TO WS-SKIP-COUNT
005440         GO TO 2700-EXIT
005450     END-IF.
005460     MOVE IN-RSB-ORIG-RUN-DATE TO WS-PK-RUN-DATE.
005470     MOVE IN-RSB-ORIG-REC-NO TO WS-PK-REC-NO.
005480     PERFORM 2900-READ-FOR-POST THRU 2900-EXIT.
005490     IF WS-LIN-STATUS NOT = '00'
005500         GO TO 2700-EXIT
005510     END-IF.
005520     MOVE WS-TODAY-X TO LIN-RSB-DATE.
005530     SET LIN-RSB-CONVERTED TO TRUE.
005540     MOVE OUT-CONVENTION TO LIN-RSB-CONVENTION.
005550     MOVE OUT-SIGN TO LIN-RSB-RESULT-SIGN.
005560     MOVE OUT-BIN-VALUE TO LIN-RSB-RESULT-VALUE.
005570     MOVE SPACES TO LIN-RSB-REASON.
005580     PERFORM 2950-REWRITE-POST THRU 2950-EXIT.
005590     ADD 1 TO WS-RESUB-POST-COUNT.
005600 2700-EXIT.
005610     EXIT.
005620*----------------------------------------------------------------
005630*2750-POST-RE-REJECT - A RESUBMITTED CORRECTION WAS REJECTED
005640*    AGAIN. POST THE NEW REASON TO THE ORIGINAL REJECT'S ENTRY.
005650*----------------------------------------------------------------
005660 2750-POST-RE-REJECT.
005670     IF NOT RESUBMITTED-RECORD
005680         ADD 1 TO WS-SKIP-COUNT
005690         GO TO 2750-EXIT
005700     END-IF.
005710     MOVE IN-RSB-ORIG-RUN-DATE TO WS-PK-RUN-DATE.
005720     MOVE IN-RSB-ORIG-REC-NO TO WS-PK-REC-NO.
005730     PERFORM 2900-READ-FOR-POST THRU 2900-EXIT.
005740     IF WS-LIN-STATUS NOT = '00'
005750         GO TO 2750-EXIT
005760     END-IF.
005770     MOVE WS-TODAY-X TO LIN-RSB-DATE.
005780     SET LIN-RSB-REJECTED TO TRUE.
005790     MOVE SPACES TO LIN-RSB-CONVENTION.
005800     MOVE SPACES TO LIN-RSB-RESULT-SIGN.
005810     MOVE SPACES TO LIN-RSB-RESULT-VALUE.
005820     MOVE REJ-REASON TO LIN-RSB-REASON.
005830     PERFORM 2950-REWRITE-POST THRU 2950-EXIT.
005840     ADD 1 TO WS-RESUB-POST-COUNT.
005850 2750-EXIT.
005860     EXIT.
005870*----------------------------------------------------------------
005880*2800-WRITE-ENTRY - ADD THE ENTRY. STATUS 02 IS A NORMAL WRITE
005890*    THAT ADDED ANOTHER ENTRY UNDER AN EXISTING VALUE. A NIGHT
005900*    LOADED AGAIN (A RERUN OF BCNVJOB) REPLACES ITS OWN ENTRIES.
005910*----------------------------------------------------------------
005920 2800-WRITE-ENTRY.
005930     MOVE WS-LIN-RECORD TO LINMSTR-RECORD.
005940     WRITE LINMSTR-RECORD.
005950     EVALUATE WS-LIN-STATUS
005960         WHEN '00'
005970         WHEN '02'
005980             ADD 1 TO WS-LOADED-COUNT
005990         WHEN '22'
006000             REWRITE LINMSTR-RECORD
006010             IF WS-LIN-STATUS = '00' OR WS-LIN-STATUS = '02'
006020                 ADD 1 TO WS-REPLACED-COUNT
006030             ELSE
006040                 PERFORM 2810-VSAM-ERROR THRU 2810-EXIT
006050             END-IF
006060         WHEN OTHER
006070             PERFORM 2810-VSAM-ERROR THRU 2810-EXIT
006080     END-EVALUATE.
006090 2800-EXIT.
006100     EXIT.
006110 2810-VSAM-ERROR.
006120     SET VSAM-ERROR-SEEN TO TRUE.
006130     DISPLAY 'BLINLOAD: LINMSTR UPDATE FAILED - STATUS '
006140         WS-LIN-STATUS ' AT ' LIN-KEY.
006150 2810-EXIT.
006160     EXIT.
006170*----------------------------------------------------------------
006180*2900-READ-FOR-POST - READ THE ENTRY A POSTING IS FOR, BY PRIME
006190*    KEY. NOT FOUND IS COUNTED AND REPORTED (THE NIGHT WAS NEVER
006200*    LOADED, OR THE NUMBER IS WRONG) BUT DOES NOT STOP THE PASS.
006210*----------------------------------------------------------------
006220 2900-READ-FOR-POST.
006230     MOVE WS-POST-KEY TO LIN-MST-KEY.
006240     READ LINMSTR INTO WS-LIN-RECORD
006250         KEY IS LIN-MST-KEY
006260     END-READ.
006270     EVALUATE WS-LIN-STATUS
006280         WHEN '00'
006290             CONTINUE
006300         WHEN '23'
006310             ADD 1 TO WS-NOT-ON-MASTER-COUNT
006320             DISPLAY 'BLINLOAD: NO LINEAGE ENTRY FOR RUN '
006330                 WS-PK-RUN-DATE ' RECORD ' WS-PK-REC-NO
006340         WHEN OTHER
006350             PERFORM 2810-VSAM-ERROR THRU 2810-EXIT
006360     END-EVALUATE.
006370 2900-EXIT.
006380     EXIT.
006390 2950-REWRITE-POST.
006400     MOVE WS-LIN-RECORD TO LINMSTR-RECORD.
006410     REWRITE LINMSTR-RECORD.
006420     IF WS-LIN-STATUS NOT = '00' AND WS-LIN-STATUS NOT = '02'
006430         PERFORM 2810-VSAM-ERROR THRU 2810-EXIT
006440     END-IF.
006450 2950-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------
006480*3000-POST-CORRECTION - ONE REJECT-MASTER RECORD. ONE NEVER
006490*    TOUCHED ON BRPR (STILL OPEN, NOBODY KEYED ANYTHING) HAS
006500*    NOTHING TO POST; ANY OTHER POSTS ITS CORRECTION AND REVIEW
006510*    TO THE ENTRY FOR THE CYCLE'S RUN DATE AND ITS NUMBER.
006520*----------------------------------------------------------------
006530 3000-POST-CORRECTION.
006540     IF REJM-IS-OPEN AND REJM-KEY-OPER = SPACES
006550         GO TO 3000-READ-NEXT
006560     END-IF.
006570     MOVE WS-RUN-DATE TO WS-PK-RUN-DATE.
006580     MOVE REJM-REC-NO TO WS-PK-REC-NO.
006590     PERFORM 2900-READ-FOR-POST THRU 2900-EXIT.
006600     IF WS-LIN-STATUS NOT = '00'
006610         GO TO 3000-READ-NEXT
006620     END-IF.
006630     MOVE REJM-RPR-STATUS TO LIN-RPR-STATUS.
006640     MOVE REJM-APV-ACTION TO LIN-RPR-ACTION.
006650     MOVE REJM-RPR-SIGN TO LIN-RPR-SIGN.
006660     MOVE REJM-RPR-VALUE TO LIN-RPR-VALUE.
006665     MOVE REJM-RPR-LEAD TO LIN-RPR-LEAD.
006670     MOVE REJM-KEY-OPER TO LIN-RPR-KEY-OPER.
006680     MOVE REJM-APV-OPER TO LIN-RPR-APV-OPER.
006690     PERFORM 2950-REWRITE-POST THRU 2950-EXIT.
006700     ADD 1 TO WS-REPAIR-POST-COUNT.
006710 3000-READ-NEXT.
006720     PERFORM 3100-READ-REJECT-MASTER THRU 3100-EXIT.
006730 3000-EXIT.
006740     EXIT.
006750 3100-READ-REJECT-MASTER.
006760     READ REJMSTR INTO WS-REJM-RECORD
006770         AT END
006780             SET END-OF-REJECT-MASTER TO TRUE
006790     END-READ.
006800     IF NOT END-OF-REJECT-MASTER
006810         AND WS-REJM-STATUS NOT = '00'
006820         DISPLAY 'BLINLOAD: REJMSTR READ FAILED - STATUS '
006830             WS-REJM-STATUS
006840         SET VSAM-ERROR-SEEN TO TRUE
006850     END-IF.
006860 3100-EXIT.
006870     EXIT.
006880*----------------------------------------------------------------
006890*4000-POST-LOOKUP - ONE DRAINED BCNV INQUIRY. ONLY A VALID
006900*    FORWARD REQUEST NAMES A DECIMAL VALUE; EVERY ENTRY CARRYING
006910*    THAT VALUE (ANY NIGHT, ANY FEED) IS BUMPED, BROWSING THE
006916*    ALTERNATE INDEX FROM THE FIRST ENTRY FOR IT. THE VALUE IS
006922*    ONE TO NINETEEN DIGITS AS TYPED, KEYED AS BXREF KEYS IT.
006930*----------------------------------------------------------------
006940 4000-POST-LOOKUP.
006950     IF AUD-DIRECTION NOT = 'F'
006960         OR AUD-RETURN-CODE NOT = ZERO
006970         GO TO 4000-READ-NEXT
006980     END-IF.
006990     ADD 1 TO WS-LOOKUP-COUNT.
007000     IF AUD-INPUT-VALUE (1:1) = '-'
007010         MOVE '-' TO WS-VK-SIGN
007020     ELSE
007030         MOVE '+' TO WS-VK-SIGN
007040     END-IF.
007041     MOVE ZERO TO WS-DEC-LEN.
007042     INSPECT AUD-INPUT-VALUE (2:64) TALLYING WS-DEC-LEN
007043         FOR CHARACTERS BEFORE INITIAL SPACE.
007044     IF WS-DEC-LEN < 1 OR WS-DEC-LEN > 19
007045         GO TO 4000-READ-NEXT
007046     END-IF.
007047     IF AUD-INPUT-VALUE (2:WS-DEC-LEN) IS NOT NUMERIC
007048         GO TO 4000-READ-NEXT
007049     END-IF.
007050     MOVE ZEROS TO WS-DEC-DIGITS.
007051     MOVE AUD-INPUT-VALUE (2:WS-DEC-LEN)
007052         TO WS-DEC-DIGITS (20 - WS-DEC-LEN:WS-DEC-LEN).
007053     IF WS-DEC-VALUE > 9999999999
007054         MOVE WS-DEC-VALUE TO WS-VK-WIDE
007055     ELSE
007056         MOVE WS-DEC-DIGITS (10:10) TO WS-VK-VALUE
007057     END-IF.
007060     MOVE WS-VALUE-KEY TO LIN-MST-VKEY.
007070     START LINMSTR KEY IS = LIN-MST-VKEY
007080         INVALID KEY
007090             GO TO 4000-READ-NEXT
007100     END-START.
007110     MOVE 'N' TO WS-DUPS-SWITCH.
007120     PERFORM 4200-BUMP-ONE-ENTRY THRU 4200-EXIT
007130         UNTIL END-OF-VALUE-DUPS OR VSAM-ERROR-SEEN.
007140 4000-READ-NEXT.
007150     PERFORM 4100-READ-AUDIT THRU 4100-EXIT.
007160 4000-EXIT.
007170     EXIT.
007180 4100-READ-AUDIT.
007190     READ AUDTQIN INTO WS-AUDIT-RECORD
007200         AT END
007210             SET END-OF-AUDIT-QUEUE TO TRUE
007220     END-READ.
007230 4100-EXIT.
007240     EXIT.
007250*----------------------------------------------------------------
007260*4200-BUMP-ONE-ENTRY - NEXT ENTRY ON THE VALUE BROWSE. A
007270*    DIFFERENT VALUE ENDS IT. THE LATEST INQUIRY'S STAMP AND
007280*    OPERATOR ARE KEPT - THE QUEUE IS IN ARRIVAL ORDER, BUT THE
007290*    STAMP IS COMPARED SO A RE-DRAINED DAY CANNOT WIND IT BACK.
007300*----------------------------------------------------------------
007310 4200-BUMP-ONE-ENTRY.
007320     READ LINMSTR NEXT RECORD INTO WS-LIN-RECORD
007330         AT END
007340             SET END-OF-VALUE-DUPS TO TRUE
007350             GO TO 4200-EXIT
007360     END-READ.
007370     IF WS-LIN-STATUS NOT = '00' AND WS-LIN-STATUS NOT = '02'
007380         PERFORM 2810-VSAM-ERROR THRU 2810-EXIT
007390         GO TO 4200-EXIT
007400     END-IF.
007410     IF LIN-VALUE-KEY NOT = WS-VALUE-KEY
007420         SET END-OF-VALUE-DUPS TO TRUE
007430         GO TO 4200-EXIT
007440     END-IF.
007450     ADD 1 TO LIN-AUD-COUNT
007460         ON SIZE ERROR
007470             MOVE 99999 TO LIN-AUD-COUNT
007480     END-ADD.
007490     IF AUD-TIMESTAMP > LIN-AUD-LAST-STAMP
007500         MOVE AUD-TIMESTAMP TO LIN-AUD-LAST-STAMP
007510         MOVE AUD-OPERATOR-ID TO LIN-AUD-LAST-OPER
007520     END-IF.
007530     PERFORM 2950-REWRITE-POST THRU 2950-EXIT.
007540     ADD 1 TO WS-LOOKUP-POST-COUNT.
007550 4200-EXIT.
007560     EXIT.
007570*----------------------------------------------------------------
007580*8000-TERMINATE - COUNTS TO THE JOB LOG, CLOSE WHAT THE PASS
007590*    OPENED, SET THE CONDITION CODE.
007600*----------------------------------------------------------------
007610 8000-TERMINATE.
007620     DISPLAY 'BLINLOAD: RUN DATE ' WS-RUN-DATE ' PASS ' WS-PASS
007630         ' JOB ' WS-JOB-NAME.
007640     EVALUATE TRUE
007650         WHEN LOAD-PASS
007660             DISPLAY 'BLINLOAD: RECORDS READ        ' WS-IN-REC-NO
007670             DISPLAY 'BLINLOAD: CONVERTED           '
007680                 WS-CONVERTED-COUNT
007690             DISPLAY 'BLINLOAD: REJECTED            '
007700                 WS-REJECTED-COUNT
007710             DISPLAY 'BLINLOAD: REJECTS AGED ON     '
007720                 WS-AGED-COUNT
007730             DISPLAY 'BLINLOAD: ENTRIES LOADED      '
007740                 WS-LOADED-COUNT
007750             DISPLAY 'BLINLOAD: ENTRIES REPLACED    '
007760                 WS-REPLACED-COUNT
007770             DISPLAY 'BLINLOAD: HEADERS SKIPPED     '
007780                 WS-SKIP-COUNT
007790             DISPLAY 'BLINLOAD: UNPAIRED INPUT      '
007800                 WS-UNPAIRED-COUNT
007810         WHEN REPAIR-PASS
007820             DISPLAY 'BLINLOAD: CORRECTIONS POSTED  '
007830                 WS-REPAIR-POST-COUNT
007840             DISPLAY 'BLINLOAD: RESUBMITS POSTED    '
007850                 WS-RESUB-POST-COUNT
007860             DISPLAY 'BLINLOAD: NOT RESUBMITS       '
007870                 WS-SKIP-COUNT
007880             DISPLAY 'BLINLOAD: UNPAIRED INPUT      '
007890                 WS-UNPAIRED-COUNT
007900             DISPLAY 'BLINLOAD: NOT ON THE MASTER   '
007910                 WS-NOT-ON-MASTER-COUNT
007920         WHEN LOOKUP-PASS
007930             DISPLAY 'BLINLOAD: VALUE LOOKUPS       '
007940                 WS-LOOKUP-COUNT
007950             DISPLAY 'BLINLOAD: ENTRIES BUMPED      '
007960                 WS-LOOKUP-POST-COUNT
007970     END-EVALUATE.
007980     IF PASS-IS-VALID
007990         PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
008000     END-IF.
008010     EVALUATE TRUE
008020         WHEN VSAM-ERROR-SEEN
008030             MOVE 12 TO RETURN-CODE
008040         WHEN PAIRING-IS-BROKEN
008050             MOVE 4 TO RETURN-CODE
008060         WHEN WS-NOT-ON-MASTER-COUNT > ZERO
008070             MOVE 4 TO RETURN-CODE
008080         WHEN OTHER
008090             MOVE ZERO TO RETURN-CODE
008100     END-EVALUATE.
008110 8000-EXIT.
008120     EXIT.
008130 8100-CLOSE-FILES.
008140     CLOSE LINMSTR.
008150     EVALUATE TRUE
008160         WHEN LOAD-PASS
008170             CLOSE INFILE
008180             CLOSE OUTFILE
008190             CLOSE REJFILE
008200             CLOSE LEDGER
008210         WHEN REPAIR-PASS
008220             CLOSE REJMSTR
008230             CLOSE INFILE
008240             CLOSE OUTFILE
008250             CLOSE REJFILE
008260         WHEN LOOKUP-PASS
008270             CLOSE AUDTQIN
008280     END-EVALUATE.
008290 8100-EXIT.
008300     EXIT.
008310 9999-EXIT.
008320     STOP RUN.
