000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BDELTA.
000030 AUTHOR. D. K. WHITFIELD.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH CONVERSION UNIT.
000050 DATE-WRITTEN. 11/02/2024.
000060 DATE-COMPILED.
000070*    -------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    11/02/2024 DKW   ORIGINAL CODING - CHANGES-ONLY DELTA OF
000120*                     THE RATING SYSTEM FEED. THE RATING TEAM
000130*                     RELOADED THE WHOLE BINOUT EVERY NIGHT
000140*                     THOUGH MOST VALUES CONVERT EXACTLY AS
000150*                     THEY DID BEFORE. THIS STEP PAIRS THE
000160*                     RUN'S INFILE AND OUTFILE THE WAY BXREF
000170*                     DOES (REJECTS, SPEC, FEED-HEADER AND
000180*                     CH/CT RECORDS SKIPPED), TAKES THE
000190*                     MATCHING BINOUT DETAIL ALONGSIDE EACH
000200*                     PAIR, AND LOOKS THE KEY UP ON XREFMSTR
000210*                     AS IT STOOD BEFORE TONIGHT'S LOAD - SO
000220*                     IT RUNS IN BXRFJOB AHEAD OF THE BXREF
000230*                     STEP. A KEY NOT ON THE MASTER UNDER ANY
000240*                     CONVENTION IS NEW ('N'); A KEY WHOSE
000250*                     RESULT VALUE, RADIX OR RESULT SIGN
000260*                     DIFFERS, OR A VALUE THAT WAS ONLY ON
000270*                     THE MASTER UNDER ANOTHER SIGN
000280*                     CONVENTION, IS CHANGED ('C'); ANYTHING
000290*                     ELSE IS UNCHANGED AND SUPPRESSED - ONLY
000300*                     COUNTED. THE DELTA (DD BINDELTA) IS THE
000310*                     BINLAY LAYOUT WITH THE TAG IN
000320*                     MEO-DELTA-TAG AND ITS OWN 'TR' TRAILER
000330*                     CARRYING THE ADD, CHANGE AND SUPPRESSED
000340*                     COUNTS, WHICH MUST ADD BACK TO THE
000350*                     OUTFILE TRAILER'S CONVERTED COUNT.
000360*                     CONDITION CODE 0 BALANCED, 4 WHEN THE
000370*                     INPUT, OUTFILE AND BINOUT DID NOT PAIR
000380*                     OFF EXACTLY, 8 WHEN THE DELTA DOES NOT
000390*                     BALANCE TO THE TRAILERS, 12 ON A VSAM
000400*                     ERROR.
000402*    01/04/2025 DKW   A 'V02' INPUT RECORD (INWLAY) IS KEYED THE
000404*                     WAY BXREF NOW KEYS IT - TEN ZONED DIGITS
000406*                     WHEN THE VALUE FITS, OTHERWISE PACKED.
000410*    -------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440     SOURCE-COMPUTER. IBM-370.
000450     OBJECT-COMPUTER. IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480*    THE RUN'S INPUT EXTRACT - SAME LAYOUT PROGRAM B READS.
000490     SELECT INFILE ASSIGN TO "INFILE"
000500         ORGANIZATION IS SEQUENTIAL.
000510*    THE RUN'S OUTPUT - FORWARD-MODE DETAILS, 'SF' SUBTOTALS,
000520*    THEN THE 'TR' TRAILER.
000530     SELECT OUTFILE ASSIGN TO "OUTFILE"
000540         ORGANIZATION IS SEQUENTIAL.
000550*    THE RUN'S REJECT LOG - REJ-REC-NO IDENTIFIES THE INFILE
000560*    RECORDS THAT HAVE NO OUTPUT RECORD TO PAIR WITH.
000570     SELECT REJFILE ASSIGN TO "REJFILE"
000580         ORGANIZATION IS SEQUENTIAL.
000590*    THE RUN'S FULL MACHINE-ENCODED RATING FEED (BINLAY) -
000600*    ONE DETAIL PER OUTFILE DETAIL, IN THE SAME ORDER.
000610     SELECT BINOUT ASSIGN TO "BINOUT"
000620         ORGANIZATION IS SEQUENTIAL.
000630*    THE KEYED CROSS-REFERENCE MASTER, READ ONLY - STILL
000640*    HOLDING LAST NIGHT'S PICTURE WHEN THIS STEP RUNS.
000650     SELECT XREFMSTR ASSIGN TO "XREFMSTR"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS XRF-MST-KEY
000690         FILE STATUS IS WS-XREF-STATUS.
000700*    THE CHANGES-ONLY FEED FOR THE RATING SYSTEM (BINLAY).
000710     SELECT BINDELTA ASSIGN TO "BINDELTA"
000720         ORGANIZATION IS SEQUENTIAL.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  INFILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 80 CHARACTERS.
000790 01  INFILE-RECORD.
000800     05  IN-RAW-SIGN                PIC X(01).
000810     05  IN-RAW-VALUE               PIC X(10).
000820     05  FILLER                     PIC X(69).
000830 01  IN-SPEC-VIEW REDEFINES INFILE-RECORD.
000840     05  IN-SPEC-TAG                PIC X(01).
000850         88  SPEC-RECORD                    VALUE '*'.
000860     05  FILLER                     PIC X(79).
000870 01  IN-FEED-VIEW REDEFINES INFILE-RECORD.
000880     05  IN-FEED-TAG                PIC X(01).
000890         88  FEED-HEADER-RECORD             VALUE '#'.
000900     05  FILLER                     PIC X(79).
000910 01  IN-CONTROL-VIEW REDEFINES INFILE-RECORD.
000920     05  IN-CTL-TAG                 PIC X(02).
000930         88  CONTROL-RECORD                 VALUE 'CH' 'CT'.
000940     05  FILLER                     PIC X(78).
000950 FD  OUTFILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 80 CHARACTERS.
000990 01  OUTFILE-RECORD.
001000     05  OUT-CONVENTION             PIC X(02).
001010     05  FILLER                     PIC X(01).
001020     05  OUT-RADIX                  PIC 9(02).
001030     05  FILLER                     PIC X(01).
001040     05  OUT-SIGN                   PIC X(01).
001050     05  FILLER                     PIC X(01).
001060     05  OUT-BIN-VALUE              PIC X(64).
001070     05  FILLER                     PIC X(08).
001080*    TRAILER VIEW - ONLY THE CONVERTED COUNT IS NEEDED HERE.
001090 01  OUT-TRAILER-VIEW REDEFINES OUTFILE-RECORD.
001100     05  OUT-TRL-ID                 PIC X(02).
001110     05  FILLER                     PIC X(01).
001120     05  OUT-TRL-REC-COUNT          PIC 9(07).
001130     05  FILLER                     PIC X(01).
001140     05  OUT-TRL-CONVERT-COUNT      PIC 9(07).
001150     05  FILLER                     PIC X(62).
001160 FD  REJFILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 80 CHARACTERS.
001200 01  REJFILE-RECORD.
001210     05  REJ-REC-NO                 PIC 9(07).
001220     05  FILLER                     PIC X(73).
001230 FD  BINOUT
001240     RECORDING MODE IS F
001250     LABEL RECORDS ARE STANDARD
001260     RECORD CONTAINS 32 CHARACTERS.
001270*    LAYOUT IS BINLAY IN WORKING-STORAGE - READ INTO IT.
001280 01  BINOUT-RECORD               PIC X(32).
001290 FD  XREFMSTR
001300     RECORD CONTAINS 100 CHARACTERS.
001310 01  XREFMSTR-RECORD.
001320     05  XRF-MST-KEY                PIC X(13).
001330     05  FILLER                     PIC X(87).
001340 FD  BINDELTA
001350     RECORDING MODE IS F
001360     LABEL RECORDS ARE STANDARD
001370     RECORD CONTAINS 32 CHARACTERS.
001380*    LAYOUT IS BINLAY IN WORKING-STORAGE - WRITTEN FROM IT.
001390 01  BINDELTA-RECORD             PIC X(32).
001400 WORKING-STORAGE SECTION.
001410*    CROSS-REFERENCE RECORD LAYOUT (SHARED WITH BXREF).
001420     COPY XREFLAY.
001430*    MACHINE-ENCODED RECORD LAYOUT (SHARED WITH PROGRAM B).
001440     COPY BINLAY.
001443*    WIDE-VALUE INPUT RECORD LAYOUT (SHARED WITH PROGRAM B).
001446     COPY INWLAY.
001450*    RUN SWITCHES
001460 77  WS-IN-EOF-SWITCH            PIC X(01) VALUE 'N'.
001470 88  END-OF-INFILE                         VALUE 'Y'.
001480 77  WS-OUT-EOF-SWITCH           PIC X(01) VALUE 'N'.
001490 88  END-OF-OUTPUT                         VALUE 'Y'.
001500 77  WS-REJ-EOF-SWITCH           PIC X(01) VALUE 'N'.
001510 88  END-OF-REJECTS                        VALUE 'Y'.
001520 77  WS-BIN-EOF-SWITCH           PIC X(01) VALUE 'N'.
001530 88  END-OF-BINOUT                         VALUE 'Y'.
001540 77  WS-PAIRING-SWITCH           PIC X(01) VALUE 'Y'.
001550 88  PAIRING-IS-CLEAN                      VALUE 'Y'.
001560 88  PAIRING-IS-BROKEN                     VALUE 'N'.
001570 77  WS-VSAM-SWITCH              PIC X(01) VALUE 'N'.
001580 88  VSAM-ERROR-SEEN                       VALUE 'Y'.
001590 77  WS-BALANCE-SWITCH           PIC X(01) VALUE 'Y'.
001600 88  DELTA-IS-BALANCED                     VALUE 'Y'.
001610 88  DELTA-IS-OUT-OF-BALANCE               VALUE 'N'.
001620*    'Y' WHEN THE MASTER HAS NEVER BEEN LOADED (STATUS 35 ON
001630*    THE OPEN) - EVERY CONVERTED VALUE IS THEN NEW.
001640 77  WS-EMPTY-MASTER-SWITCH      PIC X(01) VALUE 'N'.
001650 88  MASTER-IS-EMPTY                       VALUE 'Y'.
001660 77  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
001670 88  KEY-IS-FOUND                          VALUE 'Y'.
001680 88  KEY-NOT-FOUND                         VALUE 'N'.
001690*    VSAM FILE STATUS - '23' ON A READ IS RECORD NOT FOUND.
001700 77  WS-XREF-STATUS              PIC X(02) VALUE SPACES.
001710*    RUN COUNTERS FOR THE END-OF-RUN OPERATOR SUMMARY
001720 77  WS-IN-REC-NO                PIC 9(07) COMP VALUE ZERO.
001730 77  WS-PAIRED-COUNT             PIC 9(07) COMP VALUE ZERO.
001740 77  WS-ADD-COUNT                PIC 9(07) COMP VALUE ZERO.
001750 77  WS-CHANGE-COUNT             PIC 9(07) COMP VALUE ZERO.
001760 77  WS-SAME-COUNT               PIC 9(07) COMP VALUE ZERO.
001770 77  WS-CONV-CHANGE-COUNT        PIC 9(07) COMP VALUE ZERO.
001780 77  WS-REJECT-SKIP-COUNT        PIC 9(07) COMP VALUE ZERO.
001790 77  WS-SPEC-SKIP-COUNT          PIC 9(07) COMP VALUE ZERO.
001800 77  WS-UNPAIRED-COUNT           PIC 9(07) COMP VALUE ZERO.
001810 77  WS-DELTA-COUNT              PIC 9(07) COMP VALUE ZERO.
001820 77  WS-BALANCE-TOTAL            PIC 9(07) COMP VALUE ZERO.
001830*    THE TWO TRAILERS THE DELTA BALANCES BACK TO, AND THE
001840*    WIDTH THE FULL FEED WAS WRITTEN AT.
001850 77  WS-OUT-TRL-CONVERTS         PIC 9(07) COMP VALUE ZERO.
001860 77  WS-BIN-TRL-COUNT            PIC 9(07) COMP VALUE ZERO.
001870 77  WS-BIN-TRL-WIDTH            PIC S9(04) COMP VALUE ZERO.
001880 77  WS-OUT-TRL-SWITCH           PIC X(01) VALUE 'N'.
001890 88  OUT-TRAILER-SEEN                      VALUE 'Y'.
001891*    PHYSICAL END OF OUTFILE - END-OF-OUTPUT ALSO COMES ON AT
001892*    THE FIRST 'SF', AHEAD OF THE TRAILER.
001893 77  WS-OUT-DRY-SWITCH           PIC X(01) VALUE 'N'.
001894 88  OUTFILE-EXHAUSTED                     VALUE 'Y'.
001900 77  WS-BIN-TRL-SWITCH           PIC X(01) VALUE 'N'.
001910 88  BIN-TRAILER-SEEN                      VALUE 'Y'.
001920*    RECORD NUMBER OF THE NEXT FORWARD-RUN REJECT STILL TO BE
001930*    MATCHED - HIGH AFTER THE LAST REJECT, AS IN BXREF.
001940 77  WS-NEXT-REJ-REC-NO          PIC 9(07) VALUE 9999999.
001950*    THE MASTER KEY FOR THE CURRENT PAIR, BUILT THE WAY BXREF
001960*    BUILDS IT (SIGN NORMALISED TO '+' WHEN NOT '-').
001970 01  WS-DELTA-KEY.
001980     05  WS-DLK-SIGN                PIC X(01).
001990     05  WS-DLK-DEC-VALUE           PIC X(10).
001993     05  WS-DLK-DEC-WIDE REDEFINES WS-DLK-DEC-VALUE
001996                                    PIC 9(19) COMP-3.
002000     05  WS-DLK-CONVENTION          PIC X(02).
002010*    THE THREE SIGN CONVENTIONS A VALUE CAN BE KEYED UNDER -
002020*    TRIED IN TURN WHEN THE EXACT KEY IS NOT ON THE MASTER, SO
002030*    A VALUE THAT MOVED CONVENTION SHOWS AS CHANGED, NOT NEW.
002040 01  WS-CONV-LIST                PIC X(06) VALUE 'UNSMTC'.
002050 01  WS-CONV-TABLE REDEFINES WS-CONV-LIST.
002060     05  WS-CONV-CODE               PIC X(02) OCCURS 3.
002070 77  WS-CONV-IDX                 PIC 9(02) COMP VALUE ZERO.
002080 PROCEDURE DIVISION.
002090*================================================================
002100*0000-MAINLINE - OVERALL CONTROL OF THE DELTA RUN.
002110*================================================================
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     PERFORM 2000-DELTA-RECORD THRU 2000-EXIT
002150         UNTIL END-OF-INFILE OR VSAM-ERROR-SEEN.
002160     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002170     GO TO 9999-EXIT.
002180*----------------------------------------------------------------
002190*1000-INITIALIZE - OPEN FILES AND PRIME EVERY INPUT. THE
002200*    MASTER OPENS INPUT ONLY; A NEVER-LOADED CLUSTER GIVES
002210*    STATUS 35, WHICH SIMPLY MEANS EVERYTHING TONIGHT IS NEW.
002220*----------------------------------------------------------------
002230 1000-INITIALIZE.
002240     OPEN INPUT INFILE.
002250     OPEN INPUT OUTFILE.
002260     OPEN INPUT REJFILE.
002270     OPEN INPUT BINOUT.
002280     OPEN OUTPUT BINDELTA.
002290     OPEN INPUT XREFMSTR.
002300     EVALUATE WS-XREF-STATUS
002310         WHEN '00'
002320             CONTINUE
002330         WHEN '35'
002340             SET MASTER-IS-EMPTY TO TRUE
002350             DISPLAY 'BDELTA: XREFMSTR NEVER LOADED - '
002360                 'EVERY VALUE IS NEW'
002370         WHEN OTHER
002380             DISPLAY 'BDELTA: XREFMSTR OPEN FAILED - STATUS '
002390                 WS-XREF-STATUS
002400             SET VSAM-ERROR-SEEN TO TRUE
002410     END-EVALUATE.
002420     PERFORM 2100-READ-INFILE THRU 2100-EXIT.
002430     PERFORM 2300-READ-OUTPUT THRU 2300-EXIT.
002440     PERFORM 2200-READ-REJECT THRU 2200-EXIT.
002450     PERFORM 2500-READ-BINOUT THRU 2500-EXIT.
002460 1000-EXIT.
002470     EXIT.
002480*----------------------------------------------------------------
002490*2000-DELTA-RECORD - ONE INFILE RECORD, PAIRED EXACTLY AS BXREF
002500*    PAIRS IT. A CONVERTED RECORD TAKES THE NEXT OUTFILE
002510*    DETAIL AND THE NEXT BINOUT DETAIL AND IS CLASSIFIED
002520*    AGAINST THE MASTER.
002530*----------------------------------------------------------------
002540 2000-DELTA-RECORD.
002550     ADD 1 TO WS-IN-REC-NO.
002560     EVALUATE TRUE
002570         WHEN NOT END-OF-REJECTS
002580             AND WS-IN-REC-NO = WS-NEXT-REJ-REC-NO
002590             ADD 1 TO WS-REJECT-SKIP-COUNT
002600             PERFORM 2200-READ-REJECT THRU 2200-EXIT
002610         WHEN SPEC-RECORD
002620             ADD 1 TO WS-SPEC-SKIP-COUNT
002630         WHEN FEED-HEADER-RECORD
002640             ADD 1 TO WS-SPEC-SKIP-COUNT
002650         WHEN CONTROL-RECORD
002660             ADD 1 TO WS-SPEC-SKIP-COUNT
002670         WHEN END-OF-OUTPUT
002680             SET PAIRING-IS-BROKEN TO TRUE
002690             ADD 1 TO WS-UNPAIRED-COUNT
002700         WHEN OTHER
002710             PERFORM 2400-CLASSIFY-PAIR THRU 2400-EXIT
002720             PERFORM 2300-READ-OUTPUT THRU 2300-EXIT
002730             PERFORM 2500-READ-BINOUT THRU 2500-EXIT
002740     END-EVALUATE.
002750     PERFORM 2100-READ-INFILE THRU 2100-EXIT.
002760 2000-EXIT.
002770     EXIT.
002780 2100-READ-INFILE.
002790     READ INFILE
002800         AT END
002810             SET END-OF-INFILE TO TRUE
002820     END-READ.
002830 2100-EXIT.
002840     EXIT.
002850*    REJFILE IS IN RECORD-NUMBER ORDER, SO ONE RECORD OF
002860*    LOOKAHEAD IS ALL THE MATCH NEEDS - AS IN BXREF.
002870 2200-READ-REJECT.
002880     READ REJFILE
002890         AT END
002900             SET END-OF-REJECTS TO TRUE
002910             MOVE 9999999 TO WS-NEXT-REJ-REC-NO
002920         NOT AT END
002930             MOVE REJ-REC-NO TO WS-NEXT-REJ-REC-NO
002940     END-READ.
002950 2200-EXIT.
002960     EXIT.
002970*    'SF' OR 'TR' MARKS THE END OF THE OUTPUT DETAILS. THE TR
002980*    TRAILER'S CONVERTED COUNT IS KEPT FOR THE BALANCE.
002990 2300-READ-OUTPUT.
003000     READ OUTFILE
003010         AT END
003020             SET END-OF-OUTPUT TO TRUE
003021             SET OUTFILE-EXHAUSTED TO TRUE
003030         NOT AT END
003040             IF OUT-CONVENTION = 'TR'
003050                 OR OUT-CONVENTION = 'SF'
003060                 SET END-OF-OUTPUT TO TRUE
003070             END-IF
003080             IF OUT-TRL-ID = 'TR'
003090                 SET OUT-TRAILER-SEEN TO TRUE
003100                 MOVE OUT-TRL-CONVERT-COUNT
003110                     TO WS-OUT-TRL-CONVERTS
003120             END-IF
003130     END-READ.
003140 2300-EXIT.
003150     EXIT.
003160*----------------------------------------------------------------
003170*2400-CLASSIFY-PAIR - LOOK THE PAIR'S KEY UP ON THE MASTER AND
003180*    DECIDE NEW, CHANGED OR UNCHANGED. THE BINOUT DETAIL MUST
003190*    CARRY THIS INPUT RECORD'S NUMBER - IF IT DOES NOT, THE
003200*    TWO OUTPUTS HAVE DRIFTED AND NOTHING IS WRITTEN FOR IT.
003210*----------------------------------------------------------------
003220 2400-CLASSIFY-PAIR.
003230     ADD 1 TO WS-PAIRED-COUNT.
003240     IF END-OF-BINOUT
003250         OR MEO-REC-NO NOT = WS-IN-REC-NO
003260         SET PAIRING-IS-BROKEN TO TRUE
003270         ADD 1 TO WS-UNPAIRED-COUNT
003280         DISPLAY 'BDELTA: NO BINOUT DETAIL FOR INPUT RECORD '
003290             WS-IN-REC-NO
003300         GO TO 2400-EXIT
003310     END-IF.
003320     IF IN-RAW-SIGN = '-'
003330         MOVE '-' TO WS-DLK-SIGN
003340     ELSE
003350         MOVE '+' TO WS-DLK-SIGN
003360     END-IF.
003361     MOVE INFILE-RECORD TO WS-INW-RECORD.
003362     IF NOT INW-WIDE-LAYOUT
003363         MOVE IN-RAW-VALUE TO WS-DLK-DEC-VALUE
003364     ELSE
003365         IF INW-VALUE-N > 9999999999
003366             MOVE INW-VALUE-N TO WS-DLK-DEC-WIDE
003367         ELSE
003368             MOVE INW-VALUE (10:10) TO WS-DLK-DEC-VALUE
003369         END-IF
003370     END-IF.
003380     MOVE OUT-CONVENTION TO WS-DLK-CONVENTION.
003390     IF MASTER-IS-EMPTY
003400         PERFORM 2450-WRITE-ADD THRU 2450-EXIT
003410         GO TO 2400-EXIT
003420     END-IF.
003430     MOVE WS-DELTA-KEY TO XRF-MST-KEY.
003440     READ XREFMSTR INTO WS-XREF-RECORD.
003450     EVALUATE WS-XREF-STATUS
003460         WHEN '00'
003470             IF XRF-BIN-VALUE = OUT-BIN-VALUE
003480                 AND XRF-RADIX = OUT-RADIX
003490                 AND XRF-RESULT-SIGN = OUT-SIGN
003500                 ADD 1 TO WS-SAME-COUNT
003510             ELSE
003520                 PERFORM 2460-WRITE-CHANGE THRU 2460-EXIT
003530             END-IF
003540         WHEN '23'
003550             PERFORM 2410-OTHER-CONVENTION THRU 2410-EXIT
003560         WHEN OTHER
003570             SET VSAM-ERROR-SEEN TO TRUE
003580             DISPLAY 'BDELTA: XREFMSTR READ FAILED - STATUS '
003590                 WS-XREF-STATUS ' AT INPUT RECORD ' WS-IN-REC-NO
003600     END-EVALUATE.
003610 2400-EXIT.
003620     EXIT.
003630*----------------------------------------------------------------
003640*2410-OTHER-CONVENTION - THE EXACT KEY IS NOT ON THE MASTER.
003650*    IF THE SAME SIGNED VALUE IS THERE UNDER ANOTHER SIGN
003660*    CONVENTION THE VALUE HAS CHANGED CONVENTION (A CHANGE),
003670*    OTHERWISE IT IS NEW TO THE CROSS-REFERENCE.
003680*----------------------------------------------------------------
003690 2410-OTHER-CONVENTION.
003700     SET KEY-NOT-FOUND TO TRUE.
003710     PERFORM 2420-TRY-CONVENTION THRU 2420-EXIT
003720         VARYING WS-CONV-IDX FROM 1 BY 1
003730         UNTIL WS-CONV-IDX > 3 OR KEY-IS-FOUND
003740             OR VSAM-ERROR-SEEN.
003750     IF VSAM-ERROR-SEEN
003760         GO TO 2410-EXIT
003770     END-IF.
003780     IF KEY-IS-FOUND
003790         ADD 1 TO WS-CONV-CHANGE-COUNT
003800         PERFORM 2460-WRITE-CHANGE THRU 2460-EXIT
003810     ELSE
003820         PERFORM 2450-WRITE-ADD THRU 2450-EXIT
003830     END-IF.
003840 2410-EXIT.
003850     EXIT.
003860 2420-TRY-CONVENTION.
003870     IF WS-CONV-CODE (WS-CONV-IDX) = WS-DLK-CONVENTION
003880         GO TO 2420-EXIT
003890     END-IF.
003900     MOVE WS-DELTA-KEY TO XRF-MST-KEY.
003910     MOVE WS-CONV-CODE (WS-CONV-IDX) TO XRF-MST-KEY (12:2).
003920     READ XREFMSTR.
003930     EVALUATE WS-XREF-STATUS
003940         WHEN '00'
003950             SET KEY-IS-FOUND TO TRUE
003960         WHEN '23'
003970             CONTINUE
003980         WHEN OTHER
003990             SET VSAM-ERROR-SEEN TO TRUE
004000             DISPLAY 'BDELTA: XREFMSTR READ FAILED - STATUS '
004010                 WS-XREF-STATUS ' AT INPUT RECORD ' WS-IN-REC-NO
004020     END-EVALUATE.
004030 2420-EXIT.
004040     EXIT.
004050*    THE BINOUT DETAIL IS STILL IN WS-MEO-RECORD - IT GOES TO
004060*    THE DELTA UNCHANGED APART FROM THE TAG.
004070 2450-WRITE-ADD.
004080     SET MEO-DELTA-NEW TO TRUE.
004090     WRITE BINDELTA-RECORD FROM WS-MEO-RECORD.
004100     ADD 1 TO WS-ADD-COUNT.
004110 2450-EXIT.
004120     EXIT.
004130 2460-WRITE-CHANGE.
004140     SET MEO-DELTA-CHANGED TO TRUE.
004150     WRITE BINDELTA-RECORD FROM WS-MEO-RECORD.
004160     ADD 1 TO WS-CHANGE-COUNT.
004170 2460-EXIT.
004180     EXIT.
004190*    THE BINOUT 'TR' TRAILER ENDS THE DETAILS; ITS COUNT AND
004200*    WIDTH ARE KEPT FOR THE BALANCE AND THE DELTA TRAILER.
004210 2500-READ-BINOUT.
004220     READ BINOUT INTO WS-MEO-RECORD
004230         AT END
004240             SET END-OF-BINOUT TO TRUE
004250         NOT AT END
004260             IF MEO-CONVENTION = 'TR'
004270                 SET END-OF-BINOUT TO TRUE
004280                 SET BIN-TRAILER-SEEN TO TRUE
004290                 MOVE MEO-BIN-DBLWORD TO WS-BIN-TRL-COUNT
004300                 MOVE MEO-BIT-WIDTH TO WS-BIN-TRL-WIDTH
004310             END-IF
004320     END-READ.
004330 2500-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------
004360*8000-TERMINATE - FIND BOTH TRAILERS, WRITE THE DELTA TRAILER,
004370*    PROVE THE BALANCE, OPERATOR SUMMARY, CLOSE FILES AND SET
004380*    THE CONDITION CODE - 0 BALANCED, 4 PAIRING BROKEN, 8 THE
004390*    DELTA DOES NOT BALANCE TO THE OUTFILE OR BINOUT TRAILER,
004400*    12 ON A VSAM ERROR (THE DELTA IS INCOMPLETE - DO NOT
004410*    SEND IT).
004420*----------------------------------------------------------------
004430 8000-TERMINATE.
004440     PERFORM 8100-FIND-OUT-TRAILER THRU 8100-EXIT
004450         UNTIL OUT-TRAILER-SEEN OR OUTFILE-EXHAUSTED.
004460     PERFORM 8200-FIND-BIN-TRAILER THRU 8200-EXIT
004470         UNTIL BIN-TRAILER-SEEN OR END-OF-BINOUT.
004480     PERFORM 8300-WRITE-DELTA-TRAILER THRU 8300-EXIT.
004490     COMPUTE WS-BALANCE-TOTAL = WS-ADD-COUNT + WS-CHANGE-COUNT
004500         + WS-SAME-COUNT.
004510     IF NOT OUT-TRAILER-SEEN
004520         OR NOT BIN-TRAILER-SEEN
004530         OR WS-BALANCE-TOTAL NOT = WS-OUT-TRL-CONVERTS
004540         OR WS-BALANCE-TOTAL NOT = WS-BIN-TRL-COUNT
004550         SET DELTA-IS-OUT-OF-BALANCE TO TRUE
004560     END-IF.
004570     DISPLAY 'BDELTA: RECORDS READ        ' WS-IN-REC-NO.
004580     DISPLAY 'BDELTA: PAIRS CLASSIFIED    ' WS-PAIRED-COUNT.
004590     DISPLAY 'BDELTA: NEW (ADDS)          ' WS-ADD-COUNT.
004600     DISPLAY 'BDELTA: CHANGED             ' WS-CHANGE-COUNT.
004610     DISPLAY 'BDELTA:   OF WHICH CONVENTION '
004611         WS-CONV-CHANGE-COUNT.
004620     DISPLAY 'BDELTA: UNCHANGED SUPPRESSED ' WS-SAME-COUNT.
004630     DISPLAY 'BDELTA: DELTA DETAILS WRITTEN ' WS-DELTA-COUNT.
004640     DISPLAY 'BDELTA: REJECTS SKIPPED     ' WS-REJECT-SKIP-COUNT.
004650     DISPLAY 'BDELTA: SPECS SKIPPED       ' WS-SPEC-SKIP-COUNT.
004660     DISPLAY 'BDELTA: UNPAIRED INPUT      ' WS-UNPAIRED-COUNT.
004670     DISPLAY 'BDELTA: OUTFILE TRAILER CONVERTED '
004680         WS-OUT-TRL-CONVERTS.
004690     DISPLAY 'BDELTA: BINOUT TRAILER COUNT     '
004700         WS-BIN-TRL-COUNT.
004710     IF DELTA-IS-BALANCED
004720         DISPLAY 'BDELTA: ADD + CHANGE + UNCHANGED BALANCES '
004730             'TO THE OUTFILE TRAILER'
004740     ELSE
004750         DISPLAY 'BDELTA: *** DELTA OUT OF BALANCE - ADD + '
004760             'CHANGE + UNCHANGED ' WS-BALANCE-TOTAL
004770     END-IF.
004780     CLOSE INFILE.
004790     CLOSE OUTFILE.
004800     CLOSE REJFILE.
004810     CLOSE BINOUT.
004820     CLOSE BINDELTA.
004830     IF NOT MASTER-IS-EMPTY
004840         CLOSE XREFMSTR
004850     END-IF.
004860     EVALUATE TRUE
004870         WHEN VSAM-ERROR-SEEN
004880             MOVE 12 TO RETURN-CODE
004890         WHEN DELTA-IS-OUT-OF-BALANCE
004900             MOVE 8 TO RETURN-CODE
004910         WHEN PAIRING-IS-BROKEN
004920             MOVE 4 TO RETURN-CODE
004930         WHEN OTHER
004940             MOVE ZERO TO RETURN-CODE
004950     END-EVALUATE.
004960 8000-EXIT.
004970     EXIT.
004980*    THE DETAILS ENDED AT THE FIRST 'SF' - READ ON PAST THE
004990*    SUBTOTALS TO THE 'TR' TRAILER.
005000 8100-FIND-OUT-TRAILER.
005010     READ OUTFILE
005020         AT END
005030             SET OUTFILE-EXHAUSTED TO TRUE
005040             GO TO 8100-EXIT
005050     END-READ.
005060     IF OUT-TRL-ID = 'TR'
005070         SET OUT-TRAILER-SEEN TO TRUE
005080         MOVE OUT-TRL-CONVERT-COUNT TO WS-OUT-TRL-CONVERTS
005090     END-IF.
005100 8100-EXIT.
005110     EXIT.
005120*    BINOUT DETAILS LEFT OVER AFTER THE INPUT RAN OUT MEAN THE
005130*    FILES DID NOT PAIR OFF.
005140 8200-FIND-BIN-TRAILER.
005150     SET PAIRING-IS-BROKEN TO TRUE.
005160     PERFORM 2500-READ-BINOUT THRU 2500-EXIT.
005170 8200-EXIT.
005180     EXIT.
005190*----------------------------------------------------------------
005200*8300-WRITE-DELTA-TRAILER - THE LAST DELTA RECORD - 'TR', RECORD
005210*    NUMBER ZERO, THE FULL FEED'S WIDTH, THE DELTA DETAIL
005220*    COUNT IN THE DOUBLEWORD AND THE ADD, CHANGE AND
005230*    SUPPRESSED COUNTS IN THE DELTA TRAILER VIEW.
005240*----------------------------------------------------------------
005250 8300-WRITE-DELTA-TRAILER.
005260     COMPUTE WS-DELTA-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT.
005270     MOVE LOW-VALUES TO WS-MEO-RECORD.
005280     MOVE ZERO TO MEO-REC-NO.
005290     MOVE 'TR' TO MEO-CONVENTION.
005300     MOVE WS-BIN-TRL-WIDTH TO MEO-BIT-WIDTH.
005310     MOVE WS-DELTA-COUNT TO MEO-BIN-DBLWORD.
005320     MOVE WS-ADD-COUNT TO MEO-DLT-ADD-COUNT.
005330     MOVE WS-CHANGE-COUNT TO MEO-DLT-CHANGE-COUNT.
005340     MOVE WS-SAME-COUNT TO MEO-DLT-SAME-COUNT.
005350     WRITE BINDELTA-RECORD FROM WS-MEO-RECORD.
005360 8300-EXIT.
005370     EXIT.
005380 9999-EXIT.
005390     STOP RUN.
