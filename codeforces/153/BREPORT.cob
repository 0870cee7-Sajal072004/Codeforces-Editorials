000305*                     ENTRY, SO THEY WERE PAIRING WITH THE
000306*                     FIRST OUTPUT DETAILS AND FLAGGING A
000307*                     CLEAN RUN OUT OF BALANCE.
000308*    12/07/2024 DKW   THE BALANCE VERDICT IS NOW ALSO APPENDED
000309*                     TO THE NIGHTLY CHECK LOG (CHKLOG, LAYOUT
000310*                     CHKLAY) WITH THE CONDITION CODE, SO THE
000311*                     BRELGATE RELEASE GATE CAN HOLD THE NIGHT'S
000312*                     OUTPUT ON IT. THE RUN DATE IS TODAY'S, AS
000313*                     PRINTED IN THE HEADINGS.
000314*    01/04/2025 DKW   A 'V02' INPUT RECORD (INWLAY) PRINTS ITS
000315*                     SIGN AND NINETEEN-DIGIT VALUE, AND THAT
000316*                     VALUE FEEDS THE LOW/HIGH TOTALS; THE INPUT
000317*                     VALUE COLUMN IS WIDENED TO NINETEEN.
000318*    -------------------------------------------------------
000319 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330     SOURCE-COMPUTER. IBM-370.
000340     OBJECT-COMPUTER. IBM-370.
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT RPTFILE ASSIGN TO "RPTFILE"
000480         ORGANIZATION IS SEQUENTIAL.
000482*    THE CUMULATIVE NIGHTLY CHECK LOG THE RELEASE GATE READS.
000484     SELECT CHKLOG ASSIGN TO "CHKLOG"
000486         ORGANIZATION IS SEQUENTIAL.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  INFILE
001310     LABEL RECORDS ARE STANDARD
001320     RECORD CONTAINS 132 CHARACTERS.
001330 01  RPTFILE-RECORD              PIC X(132).
001331 FD  CHKLOG
001332     RECORDING MODE IS F
001333     LABEL RECORDS ARE STANDARD
001334     RECORD CONTAINS 132 CHARACTERS.
001335 01  CHKLOG-RECORD               PIC X(132).
001340 WORKING-STORAGE SECTION.
001350*    THE CONVERSION STEP'S PARM, RE-PARSED HERE SO THE REPORT
001360*    KNOWS THE DIRECTION AND CAN ECHO THE CONVENTION.
001750*    JOB NAME FROM THE PARM FOR THE PAGE HEADING
001760 77  WS-JOB-NAME                 PIC X(08) VALUE SPACES.
001770 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
001772 77  WS-NOW                      PIC 9(08) VALUE ZERO.
001774*    NIGHTLY CHECK-LOG RECORD LAYOUT (SHARED WITH BRELGATE).
001776     COPY CHKLAY.
001777*    THE WIDE-VALUE VERSION OF THE INPUT RECORD.
001778     COPY INWLAY.
001780*    THE PARM, SPACE-PADDED TO ITS REAL LENGTH AT START-UP SO
001790*    A SHORT PARM IS NEVER READ PAST ITS END.
001800 01  WS-PARM-TEXT                PIC X(80) VALUE SPACES.
002030         "CONVERSION DETAIL".
002040     05  FILLER                     PIC X(106) VALUE SPACES.
002050 01  WS-DETAIL-HEAD-2.
002060     05  FILLER                     PIC X(43) VALUE
002070         " REC-NO INPUT VALUE           CV RX S".
002080     05  FILLER                     PIC X(07) VALUE " RESULT".
002090     05  FILLER                     PIC X(82) VALUE SPACES.
002100*    FORWARD-MODE DETAIL - INPUT SIGN AND 10- OR 19-DIGIT VALUE
002110*    AGAINST THE CONVENTION, RADIX, SIGN AND RESULT STRING.
002120 01  WS-FWD-DETAIL-LINE.
002130     05  WS-FDL-REC-NO              PIC Z(06)9.
002140     05  FILLER                     PIC X(01) VALUE SPACE.
002150     05  WS-FDL-IN-SIGN             PIC X(01).
002160     05  WS-FDL-IN-VALUE            PIC X(19).
002170     05  FILLER                     PIC X(01) VALUE SPACE.
002180     05  WS-FDL-CONVENTION          PIC X(02).
002190     05  FILLER                     PIC X(01) VALUE SPACE.
002220     05  WS-FDL-SIGN                PIC X(01).
002230     05  FILLER                     PIC X(01) VALUE SPACE.
002240     05  WS-FDL-RESULT              PIC X(64).
002250     05  FILLER                     PIC X(31) VALUE SPACES.
002260*    REVERSE-MODE DETAIL - INPUT SIGN AND RADIX STRING AGAINST
002270*    THE RECOMPUTED DECIMAL VALUE.
002280 01  WS-REV-DETAIL-LINE.
004980         MOVE WS-REV-DETAIL-LINE TO WS-PRINT-LINE
004990     ELSE
005000         MOVE WS-IN-REC-NO TO WS-FDL-REC-NO
005005         MOVE INFILE-RECORD TO WS-INW-RECORD
005010         IF INW-WIDE-LAYOUT
005015             MOVE INW-SIGN TO WS-FDL-IN-SIGN
005020             MOVE INW-VALUE TO WS-FDL-IN-VALUE
005025             MOVE INW-VALUE-N TO WS-TRACK-VALUE
005030         ELSE
005035             MOVE IN-RAW-SIGN TO WS-FDL-IN-SIGN
005040             MOVE IN-RAW-VALUE TO WS-FDL-IN-VALUE
005045             MOVE IN-DEC-VALUE TO WS-TRACK-VALUE
005050         END-IF
005055         MOVE OUT-CONVENTION TO WS-FDL-CONVENTION
005060         MOVE OUT-RADIX TO WS-FDL-RADIX
005065         MOVE OUT-SIGN TO WS-FDL-SIGN
005070         MOVE OUT-BIN-VALUE TO WS-FDL-RESULT
005080         IF RESUBMITTED-RECORD
005090             ADD 1 TO WS-REPAIR-COUNT
005100         END-IF
007120     ELSE
007130         MOVE 4 TO RETURN-CODE
007140     END-IF.
007141     PERFORM 8500-WRITE-CHECK-LOG THRU 8500-EXIT.
007142 8000-EXIT.
007143     EXIT.
007144*----------------------------------------------------------------
007145*8500-WRITE-CHECK-LOG - APPEND THE BALANCE VERDICT AND THE
007146*    CONDITION CODE TO THE NIGHTLY CHECK LOG FOR THE GATE.
007147*----------------------------------------------------------------
007148 8500-WRITE-CHECK-LOG.
007149     MOVE SPACES TO WS-CHK-RECORD.
007150     MOVE WS-TODAY TO CHK-RUN-DATE.
007151     MOVE WS-JOB-NAME TO CHK-JOB-NAME.
007152     MOVE 'BREPORT' TO CHK-PROGRAM.
007153     MOVE RETURN-CODE TO CHK-RETURN-CODE.
007154     ACCEPT WS-NOW FROM TIME.
007155     MOVE WS-TODAY TO CHK-STAMP (1:8).
007156     MOVE WS-NOW (1:6) TO CHK-STAMP (9:6).
007157     IF RUN-IN-BALANCE
007158         SET CHK-PASSED TO TRUE
007159         MOVE 'REPORT BALANCED TO THE OUTFILE TRAILER'
007160             TO CHK-TEXT
007161     ELSE
007162         SET CHK-FAILED TO TRUE
007163         MOVE 'REPORT OUT OF BALANCE WITH THE OUTFILE TRAILER'
007164             TO CHK-TEXT
007165     END-IF.
007166     OPEN EXTEND CHKLOG.
007167     WRITE CHKLOG-RECORD FROM WS-CHK-RECORD.
007168     CLOSE CHKLOG.
007169 8500-EXIT.
007170     EXIT.
007171 9999-EXIT.
007180     STOP RUN.
