000378*                     OVER THE 76-BYTE FIELD AND LOST ITS
000379*                     ' PCT' TAIL ON SCREEN - LITERALS
000380*                     TRIMMED (CONV/REJ) SO IT FITS WHOLE.
000381*    12/21/2024 DKW   HISTORY RECORDS THE BXBACK BACK-OUT HAS
000382*                     MARKED (RUNH-BACKOUT-STATUS 'B') ARE
000383*                     SKIPPED FROM THE LAST-RUN DISPLAY AND THE
000384*                     TYPICAL-VOLUME RING, AS A FAILED CONTROL
000385*                     CHECK IS.
000386*    12/28/2024 DKW   TODAY IS LOOKED UP ON THE PROCESSING
000387*                     CALENDAR (CICS FILE CALMSTR, LAYOUT
000388*                     CALLAY). ON A NIGHT THE CALENDAR EXPECTS NO
000389*                     RUN, AN UNFINISHED NIGHT NOW READS 'NO RUN
000390*                     EXPECTED TONIGHT' WITH THE CALENDAR'S
000391*                     DESCRIPTION INSTEAD OF 'NOT FINISHED'. A
000392*                     DATE NOT ON THE CALENDAR IS EXPECTED.
000393*    -------------------------------------------------------
000394 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410     SOURCE-COMPUTER. IBM-370.
000420     OBJECT-COMPUTER. IBM-370.
000470     COPY BSTAMAP.
000480*    RUN-HISTORY RECORD LAYOUT (SHARED WITH PROGRAM B).
000490     COPY RUNHLAY.
000493*    PROCESSING CALENDAR RECORD LAYOUT (SHARED WITH BCALLOAD).
000496     COPY CALLAY.
000500*    CHECKPOINT RECORD - KEPT BY HAND IN STEP WITH PROGRAM
000510*    B'S CKPTFILE FD, WHICH IS WHERE THE LAYOUT LIVES.
000520 01  WS-CKPT-RECORD.
000840 88  LAST-RUN-WAS-SEEN                     VALUE 'Y'.
000850 77  WS-DONE-SWITCH              PIC X(01) VALUE 'N'.
000860 88  TONIGHT-IS-COMPLETE                   VALUE 'Y'.
000863 77  WS-EXPECTED-SWITCH          PIC X(01) VALUE 'Y'.
000866 88  TONIGHT-NOT-EXPECTED                  VALUE 'N'.
000870*    THE REQUESTED JOB AND THRESHOLD AS EDITED
000880 77  WS-REQ-JOB                  PIC X(08) VALUE SPACES.
000890 77  WS-REQ-LIMTYP               PIC X(01) VALUE 'P'.
002280*3000-GATHER-STATUS - BROWSE THE RUN HISTORY FOR THE JOB'S
002290*    WHOLE-RUN RECORDS (NEWEST WINS, VOLUMES INTO THE RING)
002300*    AND THE CHECKPOINT FILE FOR ITS NEWEST RECORD, AND WORK
002307*    OUT TODAY'S DATE FOR THE FINISHED TEST AND WHETHER THE
002314*    PROCESSING CALENDAR EXPECTS A RUN TONIGHT AT ALL.
002321*----------------------------------------------------------------
002328 3000-GATHER-STATUS.
002335     MOVE 'N' TO WS-LAST-SEEN-SWITCH.
002342     MOVE 'N' TO WS-CKPT-SEEN-SWITCH.
002349     MOVE 'N' TO WS-DONE-SWITCH.
002356     MOVE 'Y' TO WS-EXPECTED-SWITCH.
002370     MOVE ZERO TO WS-RING-USED.
002380     EXEC CICS ASKTIME
002390         ABSTIME(WS-ABSTIME)
002420         ABSTIME(WS-ABSTIME)
002430         YYYYMMDD(WS-TODAY)
002440     END-EXEC.
002441*    NOT ON THE CALENDAR (OR NO CALENDAR) - A RUN IS EXPECTED.
002442     EXEC CICS READ
002443         FILE('CALMSTR')
002444         INTO(WS-CAL-RECORD)
002445         RIDFLD(WS-TODAY)
002446         RESP(WS-RESP)
002447     END-EXEC.
002448     IF WS-RESP = DFHRESP(NORMAL)
002449         IF CAL-NO-RUN-EXPECTED
002450             SET TONIGHT-NOT-EXPECTED TO TRUE
002451         END-IF
002452     END-IF.
002453     MOVE 'N' TO WS-HIST-END-SWITCH.
002460     MOVE ZERO TO WS-RBA.
002470     EXEC CICS STARTBR
002480         FILE('RUNHIST')
003044     IF RUNH-CTL-STATUS = 'F'
003045         GO TO 3100-EXIT
003046     END-IF.
003047*    NOR IS A NIGHT THE BXBACK BACK-OUT HAS REVERSED.
003048     IF RUNH-BACKED-OUT
003049         GO TO 3100-EXIT
003050     END-IF.
003051     SET LAST-RUN-WAS-SEEN TO TRUE.
003060     MOVE RUNH-RUN-DATE TO WS-LAST-DATE.
003070     MOVE RUNH-REC-COUNT TO WS-LAST-READ.
003080     MOVE RUNH-CONVERT-COUNT TO WS-LAST-CONVERT.
004110 4100-EXIT.
004120     EXIT.
004130*----------------------------------------------------------------
004137*4200-BUILD-TONIGHT-LINES - WHETHER TONIGHT HAS FINISHED (OR IS
004144*    NOT EXPECTED AT ALL), AND IF NOT, THE NEWEST CHECKPOINT'S
004151*    COUNTS, A ROUGH PERCENT COMPLETE AGAINST THE RECENT
004160*    AVERAGE, AND THE REJECT TREND AGAINST THE THRESHOLD ON
004170*    SCREEN.
004180*----------------------------------------------------------------
004190 4200-BUILD-TONIGHT-LINES.
004200     MOVE SPACES TO ST2O.
004260             TO ST2O
004270         GO TO 4200-EXIT
004280     END-IF.
004281     IF TONIGHT-NOT-EXPECTED
004282         STRING "NO RUN EXPECTED TONIGHT ON THE PROCESSING"
004283             DELIMITED BY SIZE
004284             " CALENDAR - " DELIMITED BY SIZE
004285             CAL-DESC DELIMITED BY SIZE
004286             INTO ST2O
004287         END-STRING
004288         GO TO 4200-EXIT
004289     END-IF.
004290     IF NOT CHECKPOINT-WAS-SEEN
004300         MOVE "TONIGHT'S RUN HAS NOT FINISHED - NO CHECKPOINT"
004310             TO ST2O
