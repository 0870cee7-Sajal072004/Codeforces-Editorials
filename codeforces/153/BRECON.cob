000383*                     ENTRY, SO THEY WERE CONSUMING REVERSE
000384*                     RECORDS AND REPORTING SPURIOUS
000385*                     MISMATCHES.
000386*    01/04/2025 DKW   A 'V02' INFILE RECORD (INWLAY) IS COMPARED
000387*                     ON ITS NINETEEN-DIGIT VALUE. EXC-IN-VALUE
000388*                     WIDENED TO 19 TO CARRY IT, TAKEN FROM THE
000389*                     TRAILING FILLER AND ONE BYTE OF EXC-REASON;
000390*                     THE TWO NOT-NUMERIC REASONS ARE SHORTENED
000391*                     TO FIT IT WHOLE.
000392*    -------------------------------------------------------
000393 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410     SOURCE-COMPUTER. IBM-370.
000420     OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450*    THE ORIGINAL FORWARD-MODE EXTRACT - SAME LAYOUT PROGRAM B
000456*    READS (SIGN IN COLUMN 1, 10-DIGIT VALUE IN COLUMNS 2-11, OR
000462*    IN THE 'V02' LAYOUT A 19-DIGIT VALUE IN COLUMNS 2-20).
000470     SELECT INFILE ASSIGN TO "INFILE"
000480         ORGANIZATION IS SEQUENTIAL.
000490*    THE REVERSE RUN'S OUTFILE - OUT-REV-DEC-VALUE/OUT-REV-SIGN
001160     05  EXC-REC-NO                 PIC 9(07).
001170     05  FILLER                     PIC X(01).
001180     05  EXC-IN-SIGN                PIC X(01).
001190     05  EXC-IN-VALUE               PIC X(19).
001200     05  FILLER                     PIC X(01).
001210     05  EXC-REV-SIGN               PIC X(01).
001220     05  EXC-REV-VALUE              PIC X(20).
001250     05  FILLER                     PIC X(01).
001260     05  EXC-RADIX                  PIC 9(02).
001270     05  FILLER                     PIC X(01).
001280     05  EXC-REASON                 PIC X(23).
001300*    VERDICT VIEW - THE LAST RECORD WRITTEN TO EXCPFILE. EXC-VD-
001310*    ID OF 'VD' TELLS IT APART FROM A MISMATCH DETAIL RECORD,
001320*    WHOSE FIRST TWO BYTES ARE ALWAYS DIGITS.
001720*    COMPARE WORK FIELDS
001730 77  WS-IN-MAGNITUDE             PIC 9(20) VALUE ZERO.
001740 77  WS-REV-MAGNITUDE            PIC 9(20) VALUE ZERO.
001745 77  WS-MISMATCH-REASON          PIC X(23) VALUE SPACES.
001750*    THE WIDE-VALUE VERSION OF THE INFILE RECORD.
001755     COPY INWLAY.
001760 PROCEDURE DIVISION.
001770*================================================================
001780*0000-MAINLINE - OVERALL CONTROL OF THE RECONCILIATION RUN.
002790*    INFILE/REVERSE PAIR. A NON-NUMERIC VALUE ON EITHER SIDE IS
002800*    ITSELF A MISMATCH - A NON-NUMERIC INFILE VALUE SHOULD HAVE
002810*    BEEN IN THE FORWARD RUN'S REJFILE AND SO NEVER PAIRED AT
002815*    ALL. A 'V02' RECORD'S VALUE IS ITS NINETEEN DIGITS; THE
002820*    SIGN IS IN COLUMN 1 IN BOTH LAYOUTS.
002825*----------------------------------------------------------------
002830 2400-CHECK-PAIR.
002835     MOVE SPACES TO WS-MISMATCH-REASON.
002840     MOVE INFILE-RECORD TO WS-INW-RECORD.
002845     IF INW-WIDE-LAYOUT
002850         IF INW-VALUE IS NOT NUMERIC
002855             MOVE "INFILE VAL NOT NUMERIC" TO WS-MISMATCH-REASON
002860             PERFORM 2500-WRITE-MISMATCH THRU 2500-EXIT
002865             GO TO 2400-EXIT
002870         END-IF
002875     ELSE
002880         IF IN-RAW-VALUE IS NOT NUMERIC
002885             MOVE "INFILE VAL NOT NUMERIC" TO WS-MISMATCH-REASON
002890             PERFORM 2500-WRITE-MISMATCH THRU 2500-EXIT
002895             GO TO 2400-EXIT
002900         END-IF
002905     END-IF.
002910     IF RVR-DEC-VALUE IS NOT NUMERIC
002915         MOVE "REVERSE VAL NOT NUMERIC" TO WS-MISMATCH-REASON
002920         PERFORM 2500-WRITE-MISMATCH THRU 2500-EXIT
002925         GO TO 2400-EXIT
002930     END-IF.
002935     IF INW-WIDE-LAYOUT
002940         MOVE INW-VALUE-N TO WS-IN-MAGNITUDE
002945     ELSE
002950         MOVE IN-DEC-VALUE TO WS-IN-MAGNITUDE
002955     END-IF.
002970     MOVE RVR-DEC-VALUE TO WS-REV-MAGNITUDE.
002980     PERFORM 2410-NORMALIZE-SIGNS THRU 2410-EXIT.
002990     MOVE 'N' TO WS-PAIR-BAD-SWITCH.
003370     MOVE SPACES TO EXCPFILE-RECORD.
003380     MOVE WS-IN-REC-NO TO EXC-REC-NO.
003390     MOVE IN-RAW-SIGN TO EXC-IN-SIGN.
003392     MOVE INFILE-RECORD TO WS-INW-RECORD.
003394     IF INW-WIDE-LAYOUT
003396         MOVE INW-VALUE TO EXC-IN-VALUE
003398     ELSE
003400         MOVE IN-RAW-VALUE TO EXC-IN-VALUE
003402     END-IF.
003410     IF NOT END-OF-REVERSE
003420         MOVE RVR-SIGN TO EXC-REV-SIGN
003430         MOVE RVR-DEC-VALUE TO EXC-REV-VALUE
