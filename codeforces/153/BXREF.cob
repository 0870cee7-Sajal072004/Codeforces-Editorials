000385*                     IS CLOSED AND REOPENED I-O SO THE
000386*                     DUPLICATE-KEY REWRITE IS LEGAL FROM
000387*                     THE VERY FIRST LOAD.
000388*    12/07/2024 DKW   THE PAIRING VERDICT IS NOW ALSO APPENDED
000389*                     TO THE NIGHTLY CHECK LOG (CHKLOG, LAYOUT
000390*                     CHKLAY) WITH THE CONDITION CODE, SO THE
000391*                     BRELGATE RELEASE GATE CAN HOLD THE NIGHT'S
000392*                     OUTPUT ON IT. PARM COLUMNS 10-17 NAME THE
000393*                     CONVERSION JOB THE LOAD BELONGS TO, BLANK
000394*                     DEFAULTING TO BCNVJOB.
000395*    12/21/2024 DKW   EVERY MASTER RECORD THE LOAD ADDS OR
000396*                     REPLACES IS NOW JOURNALLED (XRFJRNL,
000397*                     LAYOUT XJRNLAY) - THE RECORD AS IT STOOD
000398*                     BEFORE (READ BACK ON THE DUPLICATE KEY
000399*                     AHEAD OF THE REWRITE) AND AS THE LOAD
000400*                     LEFT IT, TAGGED WITH THE RUN DATE, THE
000401*                     JOB AND THE LOAD'S START STAMP - AND THE
000402*                     RUN ENDS WITH A TOTALS RECORD CARRYING
000403*                     THE LOADED AND REPLACED COUNTS, SO THE
000404*                     BXBACK BACK-OUT CAN PUT A BAD NIGHT'S
000405*                     LOAD BACK AND BALANCE WHAT IT REVERSED.
000406*    01/04/2025 DKW   A 'V02' INPUT RECORD (INWLAY) IS KEYED ON
000407*                     ITS NINETEEN-DIGIT VALUE - TEN ZONED
000408*                     DIGITS WHEN IT FITS, AS BEFORE, OTHERWISE
000409*                     PACKED INTO THE SAME TEN BYTES
000410*                     (XRF-DEC-WIDE). OLD RECORDS KEY AS BEFORE.
000411*    -------------------------------------------------------
000412 ENVIRONMENT DIVISION.
000413 CONFIGURATION SECTION.
000414     SOURCE-COMPUTER. IBM-370.
000420     OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS XRF-MST-KEY
000610         FILE STATUS IS WS-XREF-STATUS.
000612*    THE CUMULATIVE NIGHTLY CHECK LOG THE RELEASE GATE READS.
000614     SELECT CHKLOG ASSIGN TO "CHKLOG"
000616         ORGANIZATION IS SEQUENTIAL.
000617*    THE CUMULATIVE BEFORE-IMAGE JOURNAL THE BACK-OUT READS.
000618     SELECT XRFJRNL ASSIGN TO "XRFJRNL"
000619         ORGANIZATION IS SEQUENTIAL.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  INFILE
001020 01  XREFMSTR-RECORD.
001030     05  XRF-MST-KEY                PIC X(13).
001040     05  FILLER                     PIC X(87).
001041 FD  CHKLOG
001042     RECORDING MODE IS F
001043     LABEL RECORDS ARE STANDARD
001044     RECORD CONTAINS 132 CHARACTERS.
001045 01  CHKLOG-RECORD               PIC X(132).
001046 FD  XRFJRNL
001047     RECORDING MODE IS F
001048     LABEL RECORDS ARE STANDARD
001049     RECORD CONTAINS 260 CHARACTERS.
001050 01  XRFJRNL-RECORD              PIC X(260).
001051 WORKING-STORAGE SECTION.
001060*    CROSS-REFERENCE RECORD LAYOUT (SHARED WITH BONLINE).
001070     COPY XREFLAY.
001073*    WIDE-VALUE INPUT RECORD LAYOUT (SHARED WITH PROGRAM B).
001076     COPY INWLAY.
001080*    RUN SWITCHES
001090 77  WS-IN-EOF-SWITCH            PIC X(01) VALUE 'N'.
001100 88  END-OF-INFILE                         VALUE 'Y'.
001220*    INSTEAD (NEWEST RUN WINS). '35' ON THE I-O OPEN MEANS
001230*    AN EMPTY (NEVER-LOADED) CLUSTER - REOPENED OUTPUT.
001240 77  WS-XREF-STATUS              PIC X(02) VALUE SPACES.
001241*    BEFORE-IMAGE JOURNAL RECORD LAYOUT (SHARED WITH BXBACK).
001242     COPY XJRNLAY.
001243*    THE RECORD ON THE MASTER BEFORE A REPLACE, THE LOAD'S START
001244*    STAMP (YYYYMMDDHHMMSS) AND THE JOURNAL SEQUENCE WITHIN IT.
001245 01  WS-BEFORE-IMAGE             PIC X(100) VALUE SPACES.
001246 77  WS-RUN-STAMP                PIC X(14) VALUE SPACES.
001247 77  WS-JRN-SEQ                  PIC 9(07) COMP VALUE ZERO.
001250*    RUN COUNTERS FOR THE END-OF-RUN OPERATOR SUMMARY
001260 77  WS-IN-REC-NO                PIC 9(07) COMP VALUE ZERO.
001270 77  WS-LOADED-COUNT             PIC 9(07) COMP VALUE ZERO.
001360*    PARM WHEN GIVEN, ELSE TODAY.
001370 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
001380 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
001381 77  WS-NOW                      PIC 9(08) VALUE ZERO.
001382*    THE CONVERSION JOB THE LOAD BELONGS TO, FOR THE CHECK LOG.
001383 77  WS-JOB-NAME                 PIC X(08) VALUE SPACES.
001384*    NIGHTLY CHECK-LOG RECORD LAYOUT (SHARED WITH BRELGATE).
001385     COPY CHKLAY.
001390*    THE PARM, SPACE-PADDED TO ITS REAL LENGTH AT START-UP SO
001400*    A SHORT PARM IS NEVER READ PAST ITS END.
001410 01  WS-PARM-TEXT                PIC X(80) VALUE SPACES.
001420 LINKAGE SECTION.
001430*    JOB STEP PARM - THE RUN'S DATE AS YYYYMMDD, E.G.
001440*    EXEC PGM=BXREF,PARM='20240726'. BLANK DEFAULTS TO TODAY.
001443*    COLUMNS 10-17 OPTIONALLY NAME THE CONVERSION JOB, E.G.
001446*    PARM='20240726 BMRGJOB'. BLANK DEFAULTS TO BCNVJOB.
001450 01  LS-PARM-DATA.
001460     05  LS-PARM-LENGTH             PIC S9(04) COMP.
001470     05  LS-PARM-TEXT               PIC X(80).
001860     ELSE
001870         MOVE WS-PARM-TEXT (1:8) TO WS-RUN-DATE
001880     END-IF.
001881     IF WS-PARM-TEXT (10:8) = SPACES
001882         MOVE 'BCNVJOB' TO WS-JOB-NAME
001883     ELSE
001884         MOVE WS-PARM-TEXT (10:8) TO WS-JOB-NAME
001885     END-IF.
001886*    THE JOURNAL IS CUMULATIVE - TONIGHT'S ENTRIES GO ON THE END,
001887*    ALL STAMPED WITH THE MOMENT THIS LOAD STARTED.
001888     OPEN EXTEND XRFJRNL.
001889     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001890     ACCEPT WS-NOW FROM TIME.
001891     MOVE WS-TODAY TO WS-RUN-STAMP (1:8).
001892     MOVE WS-NOW (1:6) TO WS-RUN-STAMP (9:6).
001893     PERFORM 2100-READ-INFILE THRU 2100-EXIT.
001900     PERFORM 2300-READ-OUTPUT THRU 2300-EXIT.
001910     PERFORM 2200-READ-REJECT THRU 2200-EXIT.
001920 1000-EXIT.
002570*    POSITIVE IN THE EXTRACT) SO THE ONLINE LOOKUP LANDS ON
002580*    THE SAME KEY HOWEVER THE SIGN WAS KEYED. A KEY ALREADY
002590*    ON THE MASTER (STATUS 22) IS REWRITTEN - NEWEST RUN
002595*    WINS - THE RECORD IT REPLACES IS READ BACK FIRST SO THE
002600*    JOURNAL HOLDS ITS BEFORE-IMAGE. ANY OTHER NON-ZERO STATUS
002603*    STOPS THE LOAD. A 'V02' RECORD'S VALUE IS KEYED AS TEN
002606*    ZONED DIGITS WHEN IT FITS, OTHERWISE PACKED (XREFLAY).
002610*----------------------------------------------------------------
002620 2400-WRITE-MASTER.
002630     MOVE SPACES TO WS-XREF-RECORD.
002660     ELSE
002670         MOVE '+' TO XRF-SIGN
002680     END-IF.
002681     MOVE INFILE-RECORD TO WS-INW-RECORD.
002682     IF NOT INW-WIDE-LAYOUT
002683         MOVE IN-RAW-VALUE TO XRF-DEC-VALUE
002684     ELSE
002685         IF INW-VALUE-N > 9999999999
002686             MOVE INW-VALUE-N TO XRF-DEC-WIDE
002687         ELSE
002688             MOVE INW-VALUE (10:10) TO XRF-DEC-VALUE
002689         END-IF
002690     END-IF.
002700     MOVE OUT-CONVENTION TO XRF-CONVENTION.
002710     MOVE OUT-RADIX TO XRF-RADIX.
002720     MOVE OUT-SIGN TO XRF-RESULT-SIGN.
002780     EVALUATE WS-XREF-STATUS
002790         WHEN '00'
002800             ADD 1 TO WS-LOADED-COUNT
002810             MOVE SPACES TO WS-BEFORE-IMAGE
002820             MOVE 'A' TO XJR-ACTION
002830             PERFORM 2420-WRITE-JOURNAL THRU 2420-EXIT
002840         WHEN '22'
002850             PERFORM 2430-REPLACE THRU 2430-EXIT
002880         WHEN OTHER
002890             PERFORM 2410-VSAM-ERROR THRU 2410-EXIT
002900     END-EVALUATE.
002960         WS-XREF-STATUS ' AT INPUT RECORD ' WS-IN-REC-NO.
002970 2410-EXIT.
002980     EXIT.
002981*----------------------------------------------------------------
002982*2420-WRITE-JOURNAL - ONE JOURNAL ENTRY FOR THE KEY JUST ADDED
002983*    OR REPLACED - XJR-ACTION IS SET BY THE CALLER, THE BEFORE-
002984*    IMAGE IS IN WS-BEFORE-IMAGE AND THE AFTER-IMAGE IS THE
002985*    RECORD JUST WRITTEN.
002986*----------------------------------------------------------------
002987 2420-WRITE-JOURNAL.
002988     ADD 1 TO WS-JRN-SEQ.
002989     MOVE WS-RUN-DATE TO XJR-RUN-DATE.
002990     MOVE WS-JOB-NAME TO XJR-JOB-NAME.
002991     MOVE WS-RUN-STAMP TO XJR-STAMP.
002992     MOVE WS-JRN-SEQ TO XJR-SEQ.
002993     MOVE XRF-KEY TO XJR-KEY.
002994     MOVE WS-BEFORE-IMAGE TO XJR-BEFORE-IMAGE.
002995     MOVE WS-XREF-RECORD TO XJR-AFTER-IMAGE.
002996     WRITE XRFJRNL-RECORD FROM WS-XJR-RECORD.
002997 2420-EXIT.
002998     EXIT.
002999*----------------------------------------------------------------
003000*2430-REPLACE - THE KEY IS ALREADY ON THE MASTER. READ WHAT IS
003001*    THERE FOR THE JOURNAL, THEN REWRITE IT WITH TONIGHT'S
003002*    RECORD.
003003*----------------------------------------------------------------
003004 2430-REPLACE.
003005     MOVE XRF-KEY TO XRF-MST-KEY.
003006     READ XREFMSTR INTO WS-BEFORE-IMAGE.
003007     IF WS-XREF-STATUS NOT = '00'
003008         PERFORM 2410-VSAM-ERROR THRU 2410-EXIT
003009         GO TO 2430-EXIT
003010     END-IF.
003011     MOVE WS-XREF-RECORD TO XREFMSTR-RECORD.
003012     REWRITE XREFMSTR-RECORD.
003013     IF WS-XREF-STATUS NOT = '00'
003014         PERFORM 2410-VSAM-ERROR THRU 2410-EXIT
003015         GO TO 2430-EXIT
003016     END-IF.
003017     ADD 1 TO WS-REPLACED-COUNT.
003018     MOVE 'R' TO XJR-ACTION.
003019     PERFORM 2420-WRITE-JOURNAL THRU 2420-EXIT.
003020 2430-EXIT.
003021     EXIT.
003022*----------------------------------------------------------------
003023*8000-TERMINATE - OPERATOR SUMMARY, CLOSE FILES, AND SET THE
003024*    CONDITION CODE - 0 WHEN EVERY PAIR LOADED CLEANLY, 4 WHEN
003025*    THE INPUT AND OUTPUT DID NOT PAIR OFF, 12 ON A VSAM
003030*    ERROR (THE LOAD STOPPED WHERE THE STATUS SAYS).
003040*----------------------------------------------------------------
003050 8000-TERMINATE.
003130     CLOSE OUTFILE.
003140     CLOSE REJFILE.
003150     CLOSE XREFMSTR.
003151*    THE RUN'S TOTALS RECORD CLOSES ITS JOURNAL ENTRIES - THE
003152*    BACK-OUT BALANCES WHAT IT REVERSES AGAINST THESE COUNTS.
003153     MOVE SPACES TO WS-XJR-RECORD.
003154     MOVE WS-RUN-DATE TO XJR-RUN-DATE.
003155     MOVE WS-JOB-NAME TO XJR-JOB-NAME.
003156     MOVE 'T' TO XJR-ACTION.
003157     MOVE WS-RUN-STAMP TO XJR-STAMP.
003158     ADD 1 TO WS-JRN-SEQ.
003159     MOVE WS-JRN-SEQ TO XJR-SEQ.
003160     MOVE WS-LOADED-COUNT TO XJR-TOT-LOADED.
003161     MOVE WS-REPLACED-COUNT TO XJR-TOT-REPLACED.
003162     WRITE XRFJRNL-RECORD FROM WS-XJR-RECORD.
003163     CLOSE XRFJRNL.
003164     EVALUATE TRUE
003170         WHEN VSAM-ERROR-SEEN
003180             MOVE 12 TO RETURN-CODE
003190         WHEN PAIRING-IS-BROKEN
003210         WHEN OTHER
003220             MOVE ZERO TO RETURN-CODE
003230     END-EVALUATE.
003231     PERFORM 8500-WRITE-CHECK-LOG THRU 8500-EXIT.
003232 8000-EXIT.
003233     EXIT.
003234*----------------------------------------------------------------
003235*8500-WRITE-CHECK-LOG - APPEND THE PAIRING VERDICT AND THE
003236*    CONDITION CODE TO THE NIGHTLY CHECK LOG FOR THE GATE.
003237*----------------------------------------------------------------
003238 8500-WRITE-CHECK-LOG.
003239     MOVE SPACES TO WS-CHK-RECORD.
003240     MOVE WS-RUN-DATE TO CHK-RUN-DATE.
003241     MOVE WS-JOB-NAME TO CHK-JOB-NAME.
003242     MOVE 'BXREF' TO CHK-PROGRAM.
003243     MOVE RETURN-CODE TO CHK-RETURN-CODE.
003244     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003245     ACCEPT WS-NOW FROM TIME.
003246     MOVE WS-TODAY TO CHK-STAMP (1:8).
003247     MOVE WS-NOW (1:6) TO CHK-STAMP (9:6).
003248     EVALUATE TRUE
003249         WHEN VSAM-ERROR-SEEN
003250             SET CHK-FAILED TO TRUE
003251             MOVE 'VSAM ERROR STOPPED THE LOAD' TO CHK-TEXT
003252         WHEN PAIRING-IS-BROKEN
003253             SET CHK-FAILED TO TRUE
003254             MOVE 'INPUT AND OUTPUT DID NOT PAIR OFF' TO CHK-TEXT
003255         WHEN OTHER
003256             SET CHK-PASSED TO TRUE
003257             MOVE 'INPUT AND OUTPUT PAIRED OFF - ALL LOADED'
003258                 TO CHK-TEXT
003259     END-EVALUATE.
003260     OPEN EXTEND CHKLOG.
003261     WRITE CHKLOG-RECORD FROM WS-CHK-RECORD.
003262     CLOSE CHKLOG.
003263 8500-EXIT.
003264     EXIT.
003265 9999-EXIT.
003270     STOP RUN.
