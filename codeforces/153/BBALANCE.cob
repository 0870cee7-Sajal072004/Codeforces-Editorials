000519*                     ASSIGNMENT TAKES THE AS- PREFIX AND
000520*                     THE FD DROPS THE QSAM RECORDING MODE
000521*                     AND LABEL CLAUSES.
000522*    12/07/2024 DKW   THE VERDICT IS NOW ALSO APPENDED TO THE
000523*                     NIGHTLY CHECK LOG (CHKLOG, LAYOUT CHKLAY)
000524*                     UNDER TONIGHT'S RUN DATE AND JOB NAME,
000525*                     WITH THE CONDITION CODE AND THE FIRST
000526*                     ANOMALY FOUND, SO THE BRELGATE RELEASE
000527*                     GATE CAN HOLD THE NIGHT'S OUTPUT ON IT.
000528*    12/21/2024 DKW   HISTORY RECORDS THE BXBACK BACK-OUT HAS
000529*                     MARKED (RUNH-BACKOUT-STATUS 'B') ARE
000530*                     SKIPPED LIKE A FAILED CONTROL CHECK - A
000531*                     NIGHT WHOSE LOAD WAS REVERSED IS NO FAIR
000532*                     BASELINE FOR THE NIGHTS AFTER IT.
000533*    12/28/2024 DKW   LIKE NIGHTS ARE COMPARED WITH LIKE. EACH
000534*                     RUN DATE IS LOOKED UP ON THE PROCESSING
000535*                     CALENDAR (CALMSTR, LAYOUT CALLAY) AND ONLY
000536*                     EARLIER RUNS OF THE SAME DAY CLASS AS
000537*                     TONIGHT (PEAK, FIRST DAY AFTER A BREAK,
000538*                     ORDINARY, NON-BUSINESS) JOIN THE BASELINE
000539*                     RING, SO MONTH-END AND THE MONDAY AFTER A
000540*                     HOLIDAY NO LONGER TRIP THE TOLERANCES. A
000541*                     FEED THE CALENDAR SAYS SENDS NOTHING
000542*                     TONIGHT, OR ANY FEED ON A NIGHT NO RUN IS
000543*                     EXPECTED, IS NOTED AND NOT CALLED MISSING.
000544*                     A DATE NOT ON THE CALENDAR, OR NO CALENDAR
000545*                     AT ALL, COUNTS AS AN ORDINARY BUSINESS DAY.
000546*    -------------------------------------------------------
000547 ENVIRONMENT DIVISION.
000548 CONFIGURATION SECTION.
000550     SOURCE-COMPUTER. IBM-370.
000560     OBJECT-COMPUTER. IBM-370.
000570 INPUT-OUTPUT SECTION.
000621*    UNDER CICS), SO THE ASSIGNMENT CARRIES THE AS- PREFIX.
000622     SELECT RUNHIST ASSIGN TO AS-RUNHIST
000630         ORGANIZATION IS SEQUENTIAL.
000632*    THE CUMULATIVE NIGHTLY CHECK LOG THE RELEASE GATE READS.
000634     SELECT CHKLOG ASSIGN TO "CHKLOG"
000636         ORGANIZATION IS SEQUENTIAL.
000637*    THE PROCESSING CALENDAR BCALLOAD BUILDS - READ BY RUN DATE.
000638     SELECT CALMSTR ASSIGN TO "CALMSTR"
000639         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000641         RECORD KEY IS CAL-MST-KEY
000642         FILE STATUS IS WS-CAL-STATUS.
000643 DATA DIVISION.
000650 FILE SECTION.
000660 FD  RUNHIST
000690     RECORD CONTAINS 132 CHARACTERS.
000700 01  RUNHIST-RECORD              PIC X(132).
000702 FD  CHKLOG
000704     RECORDING MODE IS F
000706     LABEL RECORDS ARE STANDARD
000708     RECORD CONTAINS 132 CHARACTERS.
000710 01  CHKLOG-RECORD               PIC X(132).
000711 FD  CALMSTR
000712     RECORD CONTAINS 80 CHARACTERS.
000713 01  CALMSTR-RECORD.
000714     05  CAL-MST-KEY                PIC X(08).
000715     05  FILLER                     PIC X(72).
000716 WORKING-STORAGE SECTION.
000717*    RUN-HISTORY RECORD LAYOUT (SHARED WITH PROGRAM B).
000718     COPY RUNHLAY.
000719*    NIGHTLY CHECK-LOG RECORD LAYOUT (SHARED WITH BRELGATE).
000720     COPY CHKLAY.
000721*    PROCESSING CALENDAR RECORD LAYOUT (SHARED WITH BCALLOAD).
000722     COPY CALLAY.
000723*    THE FIRST ANOMALY FOUND, FOR THE CHECK LOG, AND THE TIME.
000724 77  WS-FIRST-ANOMALY            PIC X(60) VALUE SPACES.
000726 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
000728 77  WS-NOW                      PIC 9(08) VALUE ZERO.
000740*    RUN SWITCHES
000750 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000760 88  END-OF-HISTORY                        VALUE 'Y'.
000840 77  WS-TGT-RUN-DATE             PIC X(08) VALUE SPACES.
000850 77  WS-TGT-JOB-NAME             PIC X(08) VALUE SPACES.
000860 77  WS-TGT-PARM-ECHO            PIC X(08) VALUE SPACES.
000861*    TONIGHT ON THE PROCESSING CALENDAR - ITS DAY CLASS, WHETHER
000862*    A RUN WAS EXPECTED AT ALL AND THE FEEDS EXPECTED TO SEND
000863*    NOTHING. THE LAST DATE LOOKED UP IS KEPT, SO THE SEVERAL
000864*    RECORDS OF ONE NIGHT COST ONE READ.
000865 77  WS-CAL-STATUS               PIC X(02) VALUE SPACES.
000866 77  WS-CAL-OPEN-SWITCH          PIC X(01) VALUE 'N'.
000867 88  CALENDAR-IS-OPEN                      VALUE 'Y'.
000868 77  WS-CAL-LOOKUP-DATE          PIC X(08) VALUE SPACES.
000869 77  WS-CAL-LAST-DATE            PIC X(08) VALUE SPACES.
000870 77  WS-CAL-LAST-CLASS           PIC X(01) VALUE SPACE.
000871 77  WS-TGT-DAY-CLASS            PIC X(01) VALUE SPACE.
000872 77  WS-TGT-RUN-EXPECTED         PIC X(01) VALUE 'Y'.
000873 88  TONIGHT-RUN-NOT-EXPECTED              VALUE 'N'.
000874 01  WS-TGT-NO-FEED-TABLE.
000875     05  WS-TGT-NO-FEED-ID          PIC X(08) OCCURS 5 TIMES.
000876 77  WS-NO-FEED-IDX              PIC 9(02) COMP VALUE ZERO.
000877 77  WS-FEED-OFF-SWITCH          PIC X(01) VALUE 'N'.
000878 88  FEED-NOT-EXPECTED                     VALUE 'Y'.
000879 77  WS-UNLIKE-COUNT             PIC 9(07) COMP VALUE ZERO.
000880 77  WS-UNLIKE-DISPLAY           PIC Z(06)9.
000881 77  WS-CLASS-TEXT               PIC X(29) VALUE SPACES.
000882*    ONE SLOT PER FEED SEEN FOR THIS JOB AND PARM - THE
000883*    WHOLE-RUN RECORDS (FEED ID SPACES) TAKE A SLOT LIKE ANY
000890*    FEED. EACH SLOT HOLDS TONIGHT'S COUNTS (WHEN PRESENT)
000900*    AND THE LAST SEVEN EARLIER RUNS, OLDEST FIRST - WHEN THE
000910*    RING IS FULL THE OLDEST DROPS OFF THE TOP, AS THE
001730         MOVE WS-PARM-TEXT (5:3) TO WS-REJ-TOLERANCE
001740     END-IF.
001750     OPEN INPUT RUNHIST.
001751*    NO CALENDAR IS NOT A FAILURE - EVERY NIGHT IS THEN TAKEN AS
001752*    AN ORDINARY BUSINESS NIGHT, AS BEFORE THE CALENDAR EXISTED.
001753     OPEN INPUT CALMSTR.
001754     IF WS-CAL-STATUS = '00'
001755         SET CALENDAR-IS-OPEN TO TRUE
001756     ELSE
001757         DISPLAY 'BBALANCE: CALENDAR MASTER NOT AVAILABLE - '
001758             'STATUS ' WS-CAL-STATUS
001759             ' - EVERY NIGHT TAKEN AS ORDINARY'
001760     END-IF.
001761 1000-EXIT.
001770     EXIT.
001780*----------------------------------------------------------------
001790*2000-FIND-TONIGHT - FIRST PASS. THE LAST RECORD ON THE FILE
001940*3000-COLLECT-RUNS - SECOND PASS. EVERY RECORD WITH TONIGHT'S
001950*    JOB AND PARM LANDS IN ITS FEED'S SLOT - AS TONIGHT'S
001960*    COUNTS WHEN IT CARRIES TONIGHT'S RUN DATE, OTHERWISE IN
001964*    THAT FEED'S BASELINE RING OF THE LAST SEVEN RUNS OF THE
001968*    SAME DAY CLASS AS TONIGHT.
001972*----------------------------------------------------------------
001976 3000-COLLECT-RUNS.
001980     MOVE WS-TONIGHT-RECORD TO WS-RUNH-RECORD.
001984     MOVE RUNH-RUN-DATE TO WS-TGT-RUN-DATE.
001988     MOVE RUNH-JOB-NAME TO WS-TGT-JOB-NAME.
001992     MOVE RUNH-PARM-ECHO TO WS-TGT-PARM-ECHO.
001996     MOVE WS-TGT-RUN-DATE TO WS-CAL-LOOKUP-DATE.
002000     PERFORM 3400-LOOK-UP-DAY THRU 3400-EXIT.
002004     MOVE WS-CAL-LAST-CLASS TO WS-TGT-DAY-CLASS.
002008     MOVE CAL-RUN-EXPECTED TO WS-TGT-RUN-EXPECTED.
002012     PERFORM 3410-KEEP-ONE-NO-FEED THRU 3410-EXIT
002016         VARYING WS-NO-FEED-IDX FROM 1 BY 1
002020         UNTIL WS-NO-FEED-IDX > 5.
002024     PERFORM 3420-SET-CLASS-TEXT THRU 3420-EXIT.
002028     DISPLAY 'BBALANCE: TONIGHT ' WS-TGT-RUN-DATE ' IS '
002032         WS-CLASS-TEXT ' - BASELINE IS LIKE NIGHTS ONLY'.
002040     CLOSE RUNHIST.
002050     OPEN INPUT RUNHIST.
002060     MOVE 'N' TO WS-EOF-SWITCH.
002070     PERFORM 3100-COLLECT-ONE THRU 3100-EXIT
002080         UNTIL END-OF-HISTORY.
002090     CLOSE RUNHIST.
002091     IF WS-UNLIKE-COUNT > ZERO
002092         MOVE WS-UNLIKE-COUNT TO WS-UNLIKE-DISPLAY
002093         DISPLAY 'BBALANCE: ' WS-UNLIKE-DISPLAY ' EARLIER RUN'
002094             ' RECORDS OF ANOTHER DAY CLASS LEFT OUT OF THE'
002095             ' BASELINE'
002096     END-IF.
002100 3000-EXIT.
002110     EXIT.
002120 3100-COLLECT-ONE.
002255     IF RUNH-CTL-STATUS = 'F'
002256         GO TO 3100-EXIT
002257     END-IF.
002258*    A NIGHT THAT HAS BEEN BACKED OUT NEVER HAPPENED AS FAR AS
002259*    THE BASELINE IS CONCERNED.
002260     IF RUNH-BACKED-OUT
002261         GO TO 3100-EXIT
002262     END-IF.
002263     PERFORM 3200-FIND-FEED-SLOT THRU 3200-EXIT.
002270     IF WS-SLOT-CUR = ZERO
002280         GO TO 3100-EXIT
002290     END-IF.
002360         MOVE RUNH-REJECT-COUNT
002370             TO WS-SLT-TGT-REJ (WS-SLOT-CUR)
002380     ELSE
002382         MOVE RUNH-RUN-DATE TO WS-CAL-LOOKUP-DATE
002384         PERFORM 3400-LOOK-UP-DAY THRU 3400-EXIT
002386         IF WS-CAL-LAST-CLASS = WS-TGT-DAY-CLASS
002388             PERFORM 3300-PUSH-PRIOR THRU 3300-EXIT
002390         ELSE
002392             ADD 1 TO WS-UNLIKE-COUNT
002394         END-IF
002400     END-IF.
002410 3100-EXIT.
002420     EXIT.
003020         TO WS-SLT-PRIOR (WS-SLOT-CUR WS-PRIOR-IDX).
003030 3310-EXIT.
003040     EXIT.
003041*----------------------------------------------------------------
003042*3400-LOOK-UP-DAY - THE CALENDAR RECORD FOR WS-CAL-LOOKUP-DATE,
003043*    LEAVING ITS DAY CLASS IN WS-CAL-LAST-CLASS. THE SAME DATE
003044*    AS LAST TIME IS NOT READ AGAIN. A DATE NOT ON THE CALENDAR
003045*    (OR NO CALENDAR) IS AN ORDINARY BUSINESS DAY WITH A RUN
003046*    EXPECTED AND EVERY FEED DUE.
003047*----------------------------------------------------------------
003048 3400-LOOK-UP-DAY.
003049     IF WS-CAL-LOOKUP-DATE = WS-CAL-LAST-DATE
003050         GO TO 3400-EXIT
003051     END-IF.
003052     MOVE WS-CAL-LOOKUP-DATE TO WS-CAL-LAST-DATE.
003053     IF CALENDAR-IS-OPEN
003054         MOVE WS-CAL-LOOKUP-DATE TO CAL-MST-KEY
003055         READ CALMSTR INTO WS-CAL-RECORD
003056         IF WS-CAL-STATUS = '00'
003057             MOVE CAL-DAY-CLASS TO WS-CAL-LAST-CLASS
003058             GO TO 3400-EXIT
003059         END-IF
003060         IF WS-CAL-STATUS NOT = '23'
003061             DISPLAY 'BBALANCE: CALMSTR READ FAILED - STATUS '
003062                 WS-CAL-STATUS ' AT DATE ' WS-CAL-LOOKUP-DATE
003063         END-IF
003064     END-IF.
003065     MOVE SPACES TO WS-CAL-RECORD.
003066     MOVE WS-CAL-LOOKUP-DATE TO CAL-DATE.
003067     SET CAL-BUSINESS-DAY TO TRUE.
003068     SET CAL-RUN-IS-EXPECTED TO TRUE.
003069     SET CAL-CLASS-ORDINARY TO TRUE.
003070     MOVE CAL-DAY-CLASS TO WS-CAL-LAST-CLASS.
003071 3400-EXIT.
003072     EXIT.
003073 3410-KEEP-ONE-NO-FEED.
003074     MOVE CAL-NO-FEED-ID (WS-NO-FEED-IDX)
003075         TO WS-TGT-NO-FEED-ID (WS-NO-FEED-IDX).
003076 3410-EXIT.
003077     EXIT.
003078 3420-SET-CLASS-TEXT.
003079     EVALUATE WS-TGT-DAY-CLASS
003080         WHEN 'P'
003081             MOVE 'A PEAK NIGHT' TO WS-CLASS-TEXT
003082         WHEN 'A'
003083             MOVE 'THE FIRST NIGHT AFTER A BREAK' TO WS-CLASS-TEXT
003084         WHEN 'N'
003085             MOVE 'A NON-BUSINESS NIGHT' TO WS-CLASS-TEXT
003086         WHEN OTHER
003087             MOVE 'AN ORDINARY NIGHT' TO WS-CLASS-TEXT
003088     END-EVALUATE.
003089 3420-EXIT.
003090     EXIT.
003091*----------------------------------------------------------------
003092*5000-JUDGE-ALL-SLOTS - JUDGE EVERY SLOT IN TURN. A SLOT WITH
003093*    TONIGHT'S COUNTS GETS THE VOLUME AND REJECT-RATE CHECK
003094*    AGAINST ITS OWN BASELINE; A SLOT WITH AN ESTABLISHED
003095*    BASELINE AND NO RECORD TONIGHT IS A MISSING FEED, WHICH
003100*    IS ITS OWN ANOMALY.
003110*----------------------------------------------------------------
003120 5000-JUDGE-ALL-SLOTS.
003270         VARYING WS-PRIOR-IDX FROM 1 BY 1
003280         UNTIL WS-PRIOR-IDX > WS-PRIOR-USED.
003290     IF WS-SLT-TONIGHT-FLAG (WS-SLOT-IDX) NOT = 'Y'
003291         PERFORM 5120-CHECK-FEED-OFF THRU 5120-EXIT
003292         IF FEED-NOT-EXPECTED
003293             DISPLAY 'BBALANCE: FEED ' WS-TGT-FEED-LABEL
003294                 ' SENT NOTHING TONIGHT - NOT EXPECTED ON THE'
003295                 ' PROCESSING CALENDAR'
003296             GO TO 5100-EXIT
003297         END-IF
003300         IF WS-PRIOR-USED >= 3
003310             SET RUN-SIZE-IS-ANOMALOUS TO TRUE
003320             DISPLAY 'BBALANCE: FEED ' WS-TGT-FEED-LABEL
003330                 ' HAS ' WS-PRIOR-USED ' BASELINE RUNS BUT'
003340                 ' NO RECORD TONIGHT - FEED MISSING'
003341             IF WS-FIRST-ANOMALY = SPACES
003342                 STRING 'FEED ' WS-TGT-FEED-LABEL
003343                     ' MISSING TONIGHT' DELIMITED BY SIZE
003344                     INTO WS-FIRST-ANOMALY
003345                 END-STRING
003346             END-IF
003350         END-IF
003360         GO TO 5100-EXIT
003370     END-IF.
003470         TO WS-PRI-REJECT-COUNT (WS-PRIOR-IDX).
003480 5110-EXIT.
003490     EXIT.
003491*----------------------------------------------------------------
003492*5120-CHECK-FEED-OFF - A FEED ABSENT TONIGHT IS NOT MISSING WHEN
003493*    THE CALENDAR EXPECTED NO RUN AT ALL OR NAMES THE FEED AS
003494*    SENDING NOTHING TONIGHT. THE WHOLE-RUN SLOT IS NEVER NAMED.
003495*----------------------------------------------------------------
003496 5120-CHECK-FEED-OFF.
003497     MOVE 'N' TO WS-FEED-OFF-SWITCH.
003498     IF TONIGHT-RUN-NOT-EXPECTED
003499         SET FEED-NOT-EXPECTED TO TRUE
003500         GO TO 5120-EXIT
003501     END-IF.
003502     IF WS-SLT-FEED-ID (WS-SLOT-IDX) = SPACES
003503         GO TO 5120-EXIT
003504     END-IF.
003505     PERFORM 5130-MATCH-ONE-NO-FEED THRU 5130-EXIT
003506         VARYING WS-NO-FEED-IDX FROM 1 BY 1
003507         UNTIL WS-NO-FEED-IDX > 5
003508             OR FEED-NOT-EXPECTED.
003509 5120-EXIT.
003510     EXIT.
003511 5130-MATCH-ONE-NO-FEED.
003512     IF WS-TGT-NO-FEED-ID (WS-NO-FEED-IDX)
003513         = WS-SLT-FEED-ID (WS-SLOT-IDX)
003514         SET FEED-NOT-EXPECTED TO TRUE
003515     END-IF.
003516 5130-EXIT.
003517     EXIT.
003518*----------------------------------------------------------------
003519*4000-JUDGE-TONIGHT - COMPARE THE CURRENT SLOT'S VOLUME AND
003520*    REJECT RATE AGAINST THE AVERAGE OF ITS COLLECTED PRIOR
003530*    RUNS. FEWER THAN THREE PRIORS PASSES WITH A NOTE - THERE
003540*    IS NOT ENOUGH HISTORY TO CALL ANYTHING AN ANOMALY YET.
004130         ' AVERAGE OF ' WS-AVG-REC-COUNT ' - SWING OF '
004140         WS-VOL-DIFF-PCT ' PCT EXCEEDS TOLERANCE OF '
004150         WS-VOL-TOLERANCE ' PCT'.
004151     IF WS-FIRST-ANOMALY = SPACES
004152         STRING 'VOLUME ANOMALY ON FEED ' WS-TGT-FEED-LABEL
004153             DELIMITED BY SIZE
004154             INTO WS-FIRST-ANOMALY
004155         END-STRING
004156     END-IF.
004160 4210-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------
004500             WS-TGT-REJ-RATE ' PCT AGAINST A RECENT RATE OF '
004510             WS-AVG-REJ-RATE ' PCT - SWING EXCEEDS '
004520             WS-REJ-TOLERANCE ' POINTS'
004521         IF WS-FIRST-ANOMALY = SPACES
004522             STRING 'REJECT-RATE ANOMALY ON FEED '
004523                 WS-TGT-FEED-LABEL DELIMITED BY SIZE
004524                 INTO WS-FIRST-ANOMALY
004525             END-STRING
004526         END-IF
004530     END-IF.
004540 4300-EXIT.
004550     EXIT.
004570*8000-TERMINATE - SET THE CONDITION CODE - 0 WHEN EVERY FEED
004580*    AND THE WHOLE RUN LOOK LIKE THE RECENT RUNS, 8 WHEN
004590*    ANYTHING DOES NOT. THE HISTORY FILE IS ALREADY CLOSED ON
004592*    EVERY PATH HERE. THE VERDICT GOES TO THE CHECK LOG TOO.
004594*----------------------------------------------------------------
004596 8000-TERMINATE.
004597     IF CALENDAR-IS-OPEN
004598         CLOSE CALMSTR
004599     END-IF.
004600     IF RUN-SIZE-IS-NORMAL
004601         MOVE ZERO TO RETURN-CODE
004602     ELSE
004604         MOVE 8 TO RETURN-CODE
004606     END-IF.
004608     PERFORM 8500-WRITE-CHECK-LOG THRU 8500-EXIT.
004610 8000-EXIT.
004612     EXIT.
004614*----------------------------------------------------------------
004616*8500-WRITE-CHECK-LOG - APPEND THE VERDICT AND THE CONDITION
004618*    CODE TO THE NIGHTLY CHECK LOG UNDER TONIGHT'S RUN DATE AND
004620*    JOB. AN EMPTY HISTORY HAS NO TONIGHT - IT LOGS UNDER
004622*    TODAY'S DATE WITH NO JOB NAME.
004624*----------------------------------------------------------------
004626 8500-WRITE-CHECK-LOG.
004628     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
004630     ACCEPT WS-NOW FROM TIME.
004632     MOVE SPACES TO WS-CHK-RECORD.
004634     IF WS-TGT-RUN-DATE = SPACES
004636         MOVE WS-TODAY TO CHK-RUN-DATE
004638     ELSE
004640         MOVE WS-TGT-RUN-DATE TO CHK-RUN-DATE
004642     END-IF.
004644     MOVE WS-TGT-JOB-NAME TO CHK-JOB-NAME.
004646     MOVE 'BBALANCE' TO CHK-PROGRAM.
004648     MOVE RETURN-CODE TO CHK-RETURN-CODE.
004650     MOVE WS-TODAY TO CHK-STAMP (1:8).
004652     MOVE WS-NOW (1:6) TO CHK-STAMP (9:6).
004654     IF RUN-SIZE-IS-NORMAL
004656         SET CHK-PASSED TO TRUE
004658         MOVE 'RUN SIZE AND REJECT RATE IN LINE WITH RECENT RUNS'
004660             TO CHK-TEXT
004662     ELSE
004664         SET CHK-FAILED TO TRUE
004666         MOVE WS-FIRST-ANOMALY TO CHK-TEXT
004668     END-IF.
004670     OPEN EXTEND CHKLOG.
004672     WRITE CHKLOG-RECORD FROM WS-CHK-RECORD.
004674     CLOSE CHKLOG.
004676 8500-EXIT.
004690     EXIT.
004700 9999-EXIT.
004710     STOP RUN.
