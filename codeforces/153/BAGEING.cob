000408*                     DEFAULT OF 5. ALSO TRIMMED THE
000409*                     ESCALATION LINE'S TRAILING FILLER TO
000410*                     MATCH THE 132-BYTE PRINT LINE.
000411*    12/14/2024 DKW   RATING SYSTEM REJECTS - BRATACK NOW FEEDS
000412*                     RECORDS THE RATING SYSTEM REFUSED INTO
000413*                     THE REPAIR CYCLE, MARKED SOURCE 'R' IN
000414*                     REJFILE COLUMN 79. THE MARK IS CARRIED
000415*                     ONTO THE LEDGER (AGE-SOURCE), SHOWN ON THE
000416*                     ESCALATION LIST, AND THE RATING REJECTS
000417*                     ON THE LEDGER ARE COUNTED IN THE SUMMARY.
000418*    12/28/2024 DKW   REJECTS ARE AGED IN BUSINESS DAYS FROM THE
000419*                     PROCESSING CALENDAR (CALMSTR, LAYOUT
000420*                     CALLAY) - THE RUN DATE'S BUSINESS-DAY
000421*                     NUMBER LESS THE FIRST-SEEN DATE'S, COUNTING
000422*                     THE FIRST-SEEN DAY ITSELF WHEN IT WAS A
000423*                     BUSINESS DAY. A LONG WEEKEND NO LONGER AGES
000424*                     A REJECT THREE DAYS. THE BUCKETS AND THE
000425*                     ESCALATION THRESHOLD ARE NOW BUSINESS DAYS
000426*                     AND THE ESCALATION LIST SHOWS THE AGE. A
000427*                     DATE NOT ON THE CALENDAR, OR NO CALENDAR,
000428*                     FALLS BACK TO THE CYCLE COUNT AND IS
000429*                     COUNTED IN THE SUMMARY.
000430*    -------------------------------------------------------
000431 ENVIRONMENT DIVISION.
000432 CONFIGURATION SECTION.
000440     SOURCE-COMPUTER. IBM-370.
000450     OBJECT-COMPUTER. IBM-370.
000460 INPUT-OUTPUT SECTION.
000580*    AGEING AND ESCALATION REPORT.
000590     SELECT RPTFILE ASSIGN TO "RPTFILE"
000600         ORGANIZATION IS SEQUENTIAL.
000601*    THE PROCESSING CALENDAR BCALLOAD BUILDS - READ BY DATE.
000602     SELECT CALMSTR ASSIGN TO "CALMSTR"
000603         ORGANIZATION IS INDEXED
000604         ACCESS MODE IS RANDOM
000605         RECORD KEY IS CAL-MST-KEY
000606         FILE STATUS IS WS-CAL-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  UNMFILE
000720     05  UNM-REASON                 PIC X(40).
000730     05  FILLER                     PIC X(01).
000740     05  UNM-FEED-ID                PIC X(08).
000743*    'R' A RECORD THE RATING SYSTEM REFUSED - ANYTHING ELSE IS
000746*    ONE OF OUR OWN CONVERSION REJECTS.
000749     05  UNM-SOURCE                 PIC X(01).
000752         88  UNM-FROM-RATING                VALUE 'R'.
000755     05  FILLER                     PIC X(01).
000760 FD  OLDLEDG
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 132 CHARACTERS.
000900 01  RPTFILE-RECORD              PIC X(132).
000903 FD  CALMSTR
000906     RECORD CONTAINS 80 CHARACTERS.
000909 01  CALMSTR-RECORD.
000912     05  CAL-MST-KEY                PIC X(08).
000915     05  FILLER                     PIC X(72).
000918 WORKING-STORAGE SECTION.
000921*    LEDGER RECORD LAYOUT (SHARED WITH ANY LEDGER READER).
000924     COPY AGELLAY.
000927*    PROCESSING CALENDAR RECORD LAYOUT (SHARED WITH BCALLOAD).
000930     COPY CALLAY.
000940*    RUN SWITCHES
000950 77  WS-UNM-EOF-SWITCH           PIC X(01) VALUE 'N'.
000960 88  END-OF-LEFTOVERS                      VALUE 'Y'.
001020 77  WS-NEW-COUNT                PIC 9(07) COMP VALUE ZERO.
001030 77  WS-RETIRED-COUNT            PIC 9(07) COMP VALUE ZERO.
001040 77  WS-ESCALATED-COUNT          PIC 9(07) COMP VALUE ZERO.
001045 77  WS-RATING-COUNT             PIC 9(07) COMP VALUE ZERO.
001047*    AGE BUCKETS - IN BUSINESS DAYS OFF THE PROCESSING CALENDAR.
001049 77  WS-BUCKET-1-COUNT           PIC 9(07) COMP VALUE ZERO.
001051 77  WS-BUCKET-2-5-COUNT         PIC 9(07) COMP VALUE ZERO.
001053 77  WS-BUCKET-OVER-5-COUNT      PIC 9(07) COMP VALUE ZERO.
001055*    BUSINESS-DAY AGEING - THE RUN DATE'S BUSINESS-DAY NUMBER,
001057*    THE LAST FIRST-SEEN DATE LOOKED UP (ENTRIES OPENED THE SAME
001059*    NIGHT SHARE ONE READ) AND THE CURRENT ENTRY'S AGE.
001061 77  WS-CAL-STATUS               PIC X(02) VALUE SPACES.
001063 77  WS-CAL-USE-SWITCH           PIC X(01) VALUE 'N'.
001065 88  CALENDAR-IS-USABLE                    VALUE 'Y'.
001067 77  WS-CAL-OPEN-SWITCH          PIC X(01) VALUE 'N'.
001069 88  CALENDAR-IS-OPEN                      VALUE 'Y'.
001071 77  WS-RUN-BUS-DAY-NO           PIC 9(06) VALUE ZERO.
001073 77  WS-FST-DATE                 PIC X(08) VALUE SPACES.
001075 77  WS-FST-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001077 88  FIRST-SEEN-ON-CALENDAR                VALUE 'Y'.
001079 77  WS-FST-BUS-DAY-NO           PIC 9(06) VALUE ZERO.
001081 77  WS-FST-DAY-TYPE             PIC X(01) VALUE SPACE.
001083 77  WS-AGE-WORK                 PIC S9(07) COMP VALUE ZERO.
001085 77  WS-AGE-DAYS                 PIC 9(05) COMP VALUE ZERO.
001087 77  WS-CYCLE-AGED-COUNT         PIC 9(07) COMP VALUE ZERO.
001090*    RUN DATE, JOB NAME AND ESCALATION THRESHOLD FROM THE
001100*    PARM - THE DATE AND JOB STAMP NEW LEDGER ENTRIES.
001110 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
001480     05  FILLER                     PIC X(36) VALUE
001490         " REC-NO BAD VALUE            REASON".
001500     05  FILLER                     PIC X(33) VALUE SPACES.
001510     05  FILLER                     PIC X(41) VALUE
001520         "FEED     FIRSTSEEN CYCLES JOB         SRC".
001525     05  FILLER                     PIC X(09) VALUE
001530         " BUS-DAYS".
001535     05  FILLER                     PIC X(13) VALUE SPACES.
001540 01  WS-ESCAL-LINE.
001550     05  WS-ESL-REC-NO              PIC Z(06)9.
001560     05  FILLER                     PIC X(01) VALUE SPACE.
001650     05  WS-ESL-CYCLES              PIC ZZ9.
001660     05  FILLER                     PIC X(04) VALUE SPACES.
001670     05  WS-ESL-JOB                 PIC X(08).
001675     05  FILLER                     PIC X(01) VALUE SPACE.
001680     05  WS-ESL-SOURCE              PIC X(06).
001682     05  FILLER                     PIC X(02) VALUE SPACES.
001684     05  WS-ESL-BUS-DAYS            PIC Z(04)9.
001686     05  FILLER                     PIC X(13) VALUE SPACES.
001690 01  WS-TOTAL-LINE.
001700     05  WS-TOT-LABEL               PIC X(30).
001710     05  WS-TOT-VALUE               PIC Z(06)9.
001750*    JOB STEP PARM - THE CYCLE'S RUN DATE AS YYYYMMDD IN
001760*    COLUMNS 1-8, THE ORIGINAL FEED'S JOB NAME IN COLUMNS
001770*    10-17 (PAD A SHORT NAME TO THE FULL EIGHT), AND THE
001780*    ESCALATION THRESHOLD IN BUSINESS DAYS IN COLUMNS 19-21, E.G.
001781*    EXEC PGM=BAGEING,PARM='20240913 BCNVJOB  005' - NOTE
001782*    THE TWO SPACES AFTER A SEVEN-CHARACTER JOB NAME.
001790*    BLANKS TAKE TODAY, BCNVJOB AND 005.
001920     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001930     GO TO 9999-EXIT.
001940*----------------------------------------------------------------
001947*1000-INITIALIZE - EDIT THE PARM, OPEN FILES, FIND THE RUN
001954*    DATE ON THE PROCESSING CALENDAR AND PRIME BOTH SIDES OF THE
001961*    MERGE.
001970*----------------------------------------------------------------
001980 1000-INITIALIZE.
001990     OPEN INPUT UNMFILE.
002200     END-IF.
002210     MOVE WS-RUN-DATE TO WS-HD1-DATE.
002220     MOVE WS-JOB-NAME TO WS-HD1-JOB.
002225     PERFORM 1100-OPEN-CALENDAR THRU 1100-EXIT.
002230     PERFORM 2100-READ-LEFTOVER THRU 2100-EXIT.
002240     PERFORM 2200-READ-LEDGER THRU 2200-EXIT.
002250 1000-EXIT.
002260     EXIT.
002261*----------------------------------------------------------------
002262*1100-OPEN-CALENDAR - OPEN THE PROCESSING CALENDAR AND READ THE
002263*    RUN DATE'S BUSINESS-DAY NUMBER. NO CALENDAR, OR A RUN DATE
002264*    NOT ON IT, LEAVES EVERY ENTRY AGED BY ITS CYCLE COUNT.
002265*----------------------------------------------------------------
002266 1100-OPEN-CALENDAR.
002267     OPEN INPUT CALMSTR.
002268     IF WS-CAL-STATUS NOT = '00'
002269         DISPLAY 'BAGEING: CALENDAR MASTER NOT AVAILABLE - '
002270             'STATUS ' WS-CAL-STATUS ' - AGEING BY CYCLES'
002271         GO TO 1100-EXIT
002272     END-IF.
002273     SET CALENDAR-IS-OPEN TO TRUE.
002274     MOVE WS-RUN-DATE TO CAL-MST-KEY.
002275     READ CALMSTR INTO WS-CAL-RECORD.
002276     IF WS-CAL-STATUS NOT = '00'
002277         DISPLAY 'BAGEING: RUN DATE ' WS-RUN-DATE
002278             ' NOT ON THE CALENDAR - STATUS ' WS-CAL-STATUS
002279             ' - AGEING BY CYCLES'
002280         GO TO 1100-EXIT
002281     END-IF.
002282     MOVE CAL-BUS-DAY-NO TO WS-RUN-BUS-DAY-NO.
002283     SET CALENDAR-IS-USABLE TO TRUE.
002284 1100-EXIT.
002285     EXIT.
002286*----------------------------------------------------------------
002287*2000-MATCH-MERGE - CLASSIC TWO-FILE BALANCE LINE ON THE
002290*    RECORD NUMBER, AS IN BREPAIR. A LEFTOVER BELOW THE NEXT
002300*    LEDGER ENTRY IS NEW; A LEDGER ENTRY BELOW THE NEXT
002310*    LEFTOVER WAS REPAIRED AND RETIRES; A MATCHED PAIR CARRIES
002780     ADD 1 TO AGE-CYCLE-COUNT.
002790     MOVE UNM-REASON TO AGE-REASON.
002800     MOVE UNM-FEED-ID TO AGE-FEED-ID.
002805     PERFORM 2550-SET-SOURCE THRU 2550-EXIT.
002810     PERFORM 2600-WRITE-ENTRY THRU 2600-EXIT.
002820     ADD 1 TO WS-CARRIED-COUNT.
002830     PERFORM 2100-READ-LEFTOVER THRU 2100-EXIT.
003070     MOVE WS-RUN-DATE TO AGE-FIRST-SEEN-DATE.
003080     MOVE 1 TO AGE-CYCLE-COUNT.
003090     MOVE WS-JOB-NAME TO AGE-JOB-NAME.
003092     PERFORM 2550-SET-SOURCE THRU 2550-EXIT.
003094     PERFORM 2600-WRITE-ENTRY THRU 2600-EXIT.
003096     ADD 1 TO WS-NEW-COUNT.
003098     PERFORM 2100-READ-LEFTOVER THRU 2100-EXIT.
003100 2500-EXIT.
003102     EXIT.
003104*----------------------------------------------------------------
003106*2550-SET-SOURCE - CARRY THE LEFTOVER'S SOURCE ONTO THE ENTRY.
003108*    OUR OWN REJECTS NEVER SET COLUMN 79, SO ONLY AN 'R' COUNTS.
003110*----------------------------------------------------------------
003112 2550-SET-SOURCE.
003114     IF UNM-FROM-RATING
003116         MOVE 'R' TO AGE-SOURCE
003118     ELSE
003120         MOVE SPACE TO AGE-SOURCE
003122     END-IF.
003124 2550-EXIT.
003140     EXIT.
003150*----------------------------------------------------------------
003160*2600-WRITE-ENTRY - PUT THE ENTRY ON THE NEW LEDGER, BUCKET
003167*    IT BY ITS AGE IN BUSINESS DAYS, AND PRINT IT IN THE
003174*    ESCALATION LIST WHEN IT IS PAST THE THRESHOLD.
003181*----------------------------------------------------------------
003188 2600-WRITE-ENTRY.
003195     WRITE NEWLEDG-RECORD FROM WS-AGEL-RECORD.
003202     IF AGE-FROM-RATING
003209         ADD 1 TO WS-RATING-COUNT
003216     END-IF.
003223     PERFORM 2650-SET-AGE THRU 2650-EXIT.
003230     EVALUATE TRUE
003237         WHEN WS-AGE-DAYS = 1
003244             ADD 1 TO WS-BUCKET-1-COUNT
003251         WHEN WS-AGE-DAYS <= 5
003258             ADD 1 TO WS-BUCKET-2-5-COUNT
003265         WHEN OTHER
003272             ADD 1 TO WS-BUCKET-OVER-5-COUNT
003279     END-EVALUATE.
003286     IF WS-AGE-DAYS > WS-THRESHOLD
003310         ADD 1 TO WS-ESCALATED-COUNT
003320         PERFORM 2700-PRINT-ESCALATION THRU 2700-EXIT
003330     END-IF.
003340 2600-EXIT.
003350     EXIT.
003351*----------------------------------------------------------------
003352*2650-SET-AGE - THE ENTRY'S AGE IN BUSINESS DAYS - THE RUN
003353*    DATE'S BUSINESS-DAY NUMBER LESS THE FIRST-SEEN DATE'S, PLUS
003354*    ONE WHEN THE FIRST-SEEN DATE WAS ITSELF A BUSINESS DAY, AND
003355*    NEVER LESS THAN ONE. A FIRST-SEEN DATE NOT ON THE CALENDAR
003356*    (OR NO USABLE CALENDAR) TAKES THE CYCLE COUNT INSTEAD.
003357*----------------------------------------------------------------
003358 2650-SET-AGE.
003359     IF NOT CALENDAR-IS-USABLE
003360         GO TO 2650-BY-CYCLES
003361     END-IF.
003362     IF AGE-FIRST-SEEN-DATE NOT = WS-FST-DATE
003363         PERFORM 2660-READ-FIRST-SEEN THRU 2660-EXIT
003364     END-IF.
003365     IF NOT FIRST-SEEN-ON-CALENDAR
003366         GO TO 2650-BY-CYCLES
003367     END-IF.
003368     MOVE WS-RUN-BUS-DAY-NO TO WS-AGE-WORK.
003369     SUBTRACT WS-FST-BUS-DAY-NO FROM WS-AGE-WORK.
003370     IF WS-FST-DAY-TYPE = 'B'
003371         ADD 1 TO WS-AGE-WORK
003372     END-IF.
003373     IF WS-AGE-WORK < 1
003374         MOVE 1 TO WS-AGE-WORK
003375     END-IF.
003376     MOVE WS-AGE-WORK TO WS-AGE-DAYS.
003377     GO TO 2650-EXIT.
003378 2650-BY-CYCLES.
003379     MOVE AGE-CYCLE-COUNT TO WS-AGE-DAYS.
003380     ADD 1 TO WS-CYCLE-AGED-COUNT.
003381 2650-EXIT.
003382     EXIT.
003383 2660-READ-FIRST-SEEN.
003384     MOVE AGE-FIRST-SEEN-DATE TO WS-FST-DATE.
003385     MOVE 'N' TO WS-FST-FOUND-SWITCH.
003386     MOVE AGE-FIRST-SEEN-DATE TO CAL-MST-KEY.
003387     READ CALMSTR INTO WS-CAL-RECORD.
003388     IF WS-CAL-STATUS = '00'
003389         SET FIRST-SEEN-ON-CALENDAR TO TRUE
003390         MOVE CAL-BUS-DAY-NO TO WS-FST-BUS-DAY-NO
003391         MOVE CAL-DAY-TYPE TO WS-FST-DAY-TYPE
003392     ELSE
003393         IF WS-CAL-STATUS NOT = '23'
003394             DISPLAY 'BAGEING: CALMSTR READ FAILED - STATUS '
003395                 WS-CAL-STATUS ' AT DATE ' WS-FST-DATE
003396         END-IF
003397     END-IF.
003398 2660-EXIT.
003399     EXIT.
003400*----------------------------------------------------------------
003401*2700-PRINT-ESCALATION - ONE FULL-HISTORY LINE FOR A REJECT
003402*    PAST THE ESCALATION THRESHOLD. THE SECTION HEADINGS GO
003403*    OUT ONCE, AHEAD OF THE FIRST LINE.
003404*----------------------------------------------------------------
003410 2700-PRINT-ESCALATION.
003420     IF WS-ESCALATED-COUNT = 1
003430         MOVE WS-ESCAL-HEAD-1 TO WS-PRINT-LINE
003520     MOVE AGE-FIRST-SEEN-DATE TO WS-ESL-FIRST-SEEN.
003530     MOVE AGE-CYCLE-COUNT TO WS-ESL-CYCLES.
003540     MOVE AGE-JOB-NAME TO WS-ESL-JOB.
003541     MOVE WS-AGE-DAYS TO WS-ESL-BUS-DAYS.
003542     IF AGE-FROM-RATING
003543         MOVE 'RATING' TO WS-ESL-SOURCE
003544     ELSE
003545         MOVE SPACES TO WS-ESL-SOURCE
003546     END-IF.
003550     MOVE WS-ESCAL-LINE TO WS-PRINT-LINE.
003560     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
003570 2700-EXIT.
003650     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
003660     MOVE WS-BUCKET-HEAD TO WS-PRINT-LINE.
003670     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
003680     MOVE "AGED 1 BUSINESS DAY           " TO WS-BKL-LABEL.
003690     MOVE WS-BUCKET-1-COUNT TO WS-BKL-COUNT.
003700     MOVE WS-BUCKET-LINE TO WS-PRINT-LINE.
003710     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
003720     MOVE "AGED 2-5 BUSINESS DAYS        " TO WS-BKL-LABEL.
003730     MOVE WS-BUCKET-2-5-COUNT TO WS-BKL-COUNT.
003740     MOVE WS-BUCKET-LINE TO WS-PRINT-LINE.
003750     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
003760     MOVE "AGED OVER 5 BUSINESS DAYS     " TO WS-BKL-LABEL.
003770     MOVE WS-BUCKET-OVER-5-COUNT TO WS-BKL-COUNT.
003780     MOVE WS-BUCKET-LINE TO WS-PRINT-LINE.
003790     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
003950     MOVE WS-RETIRED-COUNT TO WS-TOT-VALUE.
003960     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003970     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
003972     MOVE "RATING REJECTS ON THE LEDGER  " TO WS-TOT-LABEL.
003974     MOVE WS-RATING-COUNT TO WS-TOT-VALUE.
003976     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003978     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
003979     MOVE "AGED BY CYCLES (NO CALENDAR)  " TO WS-TOT-LABEL.
003980     MOVE WS-CYCLE-AGED-COUNT TO WS-TOT-VALUE.
003981     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
003982     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
003983     MOVE "PAST ESCALATION THRESHOLD     " TO WS-TOT-LABEL.
003990     MOVE WS-ESCALATED-COUNT TO WS-TOT-VALUE.
004000     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
004010     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
004490     CLOSE OLDLEDG.
004500     CLOSE NEWLEDG.
004510     CLOSE RPTFILE.
004512     IF CALENDAR-IS-OPEN
004514         CLOSE CALMSTR
004516     END-IF.
004520     EVALUATE TRUE
004530         WHEN WS-ESCALATED-COUNT > ZERO
004540             MOVE 8 TO RETURN-CODE
