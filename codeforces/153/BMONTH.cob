000376*                     ASSIGNMENT TAKES THE AS- PREFIX AND
000377*                     THE FD DROPS THE QSAM RECORDING MODE
000378*                     AND LABEL CLAUSES.
000379*    12/21/2024 DKW   HISTORY RECORDS THE BXBACK BACK-OUT HAS
000380*                     MARKED (RUNH-BACKOUT-STATUS 'B') ARE
000381*                     SKIPPED - A REVERSED NIGHT IS NOT PART OF
000382*                     THE MONTH'S NUMBERS OR ITS TREND.
000383*    12/28/2024 DKW   ONLY NIGHTS THE PROCESSING CALENDAR
000384*                     (CALMSTR, LAYOUT CALLAY) EXPECTS A RUN ON
000385*                     ARE FLAGGED AS MISSED - WEEKENDS AND
000386*                     HOLIDAYS THE BUSINESS MARKS NO-RUN NO
000387*                     LONGER PUT EVERY MONTH UP FOR REVIEW. THE
000388*                     NO-RUN DAYS PRINT UNDER THE JOB SUMMARY. A
000389*                     DAY NOT ON THE CALENDAR, OR NO CALENDAR AT
000390*                     ALL, IS EXPECTED AS BEFORE.
000391*    -------------------------------------------------------
000392 ENVIRONMENT DIVISION.
000393 CONFIGURATION SECTION.
000400     SOURCE-COMPUTER. IBM-370.
000410     OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000500*    THE MONTH-END REPORT.
000510     SELECT RPTFILE ASSIGN TO "RPTFILE"
000520         ORGANIZATION IS SEQUENTIAL.
000521*    THE PROCESSING CALENDAR BCALLOAD BUILDS - READ BY DATE.
000522     SELECT CALMSTR ASSIGN TO "CALMSTR"
000523         ORGANIZATION IS INDEXED
000524         ACCESS MODE IS RANDOM
000525         RECORD KEY IS CAL-MST-KEY
000526         FILE STATUS IS WS-CAL-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  RUNHIST
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 132 CHARACTERS.
000770 01  RPTFILE-RECORD              PIC X(132).
000771 FD  CALMSTR
000772     RECORD CONTAINS 80 CHARACTERS.
000773 01  CALMSTR-RECORD.
000774     05  CAL-MST-KEY                PIC X(08).
000775     05  FILLER                     PIC X(72).
000780 WORKING-STORAGE SECTION.
000790*    RUN-HISTORY RECORD LAYOUT (SHARED WITH PROGRAM B).
000800     COPY RUNHLAY.
000810*    AUDIT RECORD LAYOUT (SHARED WITH BONLINE AND BAUDIT).
000820     COPY AUDITLAY.
000823*    PROCESSING CALENDAR RECORD LAYOUT (SHARED WITH BCALLOAD).
000826     COPY CALLAY.
000830*    RUN SWITCHES
000840 77  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
000850 88  END-OF-HISTORY                        VALUE 'Y'.
001000 77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE 31.
001010 77  WS-LEAP-WORK                PIC 9(04) COMP VALUE ZERO.
001020 77  WS-LEAP-REM                 PIC 9(04) COMP VALUE ZERO.
001021*    ONE FLAG PER DAY OF THE MONTH FROM THE PROCESSING CALENDAR -
001022*    'Y' A RUN IS EXPECTED THAT NIGHT, 'N' NONE IS. A DAY NOT ON
001023*    THE CALENDAR STAYS 'Y'.
001024 77  WS-CAL-STATUS               PIC X(02) VALUE SPACES.
001025 77  WS-CAL-OPEN-SWITCH          PIC X(01) VALUE 'N'.
001026 88  CALENDAR-IS-OPEN                      VALUE 'Y'.
001027 77  WS-CAL-KEY-DATE             PIC X(08) VALUE SPACES.
001028 77  WS-CAL-UNLISTED-COUNT       PIC 9(03) COMP VALUE ZERO.
001029 77  WS-NO-RUN-COUNT             PIC 9(03) COMP VALUE ZERO.
001030 77  WS-NO-RUN-COL               PIC 9(03) COMP VALUE ZERO.
001031 01  WS-DAY-EXPECTED-TABLE       VALUE ALL 'Y'.
001032     05  WS-DAY-EXPECTED            PIC X(01) OCCURS 31 TIMES.
001033*    BY-JOB TALLY TABLE. ONE SLOT PER JOB NAME SEEN IN THE
001040*    MONTH, IN FIRST-SEEN ORDER, WITH A FLAG PER CALENDAR
001050*    DAY SO A NIGHT WITH NO HISTORY RECORD CAN BE NAMED.
001060*    LINEAR SEARCH IS FINE AT ONE RECORD PER JOB PER NIGHT.
002380         "** MISSING NIGHTS (DAYS): ".
002390     05  WS-MISS-DAYS               PIC X(93) VALUE SPACES.
002400     05  FILLER                     PIC X(13) VALUE SPACES.
002401*    NO-RUN LINE - THE DAY NUMBERS THE CALENDAR EXPECTS NO RUN
002402*    ON, WHICH ARE NEVER COUNTED AS MISSED.
002403 01  WS-NO-RUN-LINE.
002404     05  FILLER                     PIC X(26) VALUE
002405         "NO RUN EXPECTED (DAYS):   ".
002406     05  WS-NO-RUN-DAYS             PIC X(93) VALUE SPACES.
002407     05  FILLER                     PIC X(13) VALUE SPACES.
002408 01  WS-CAL-NOTE-LINE.
002409     05  WS-CN-TEXT                 PIC X(60).
002410     05  WS-CN-COUNT                PIC ZZ9.
002411     05  FILLER                     PIC X(69) VALUE SPACES.
002412 01  WS-ONLINE-HEAD-1.
002420     05  FILLER                     PIC X(40) VALUE
002430         "ONLINE BCNV USAGE BY OPERATOR".
002440     05  FILLER                     PIC X(92) VALUE SPACES.
003160     END-IF.
003170     MOVE WS-REPORT-MONTH TO WS-HD1-MONTH.
003180     PERFORM 1100-SET-DAYS-IN-MONTH THRU 1100-EXIT.
003185     PERFORM 1200-SET-EXPECTED-NIGHTS THRU 1200-EXIT.
003190     OPEN INPUT RUNHIST.
003200     OPEN INPUT AUDMSTR.
003210     OPEN OUTPUT RPTFILE.
003590     END-EVALUATE.
003600 1100-EXIT.
003610     EXIT.
003611*----------------------------------------------------------------
003612*1200-SET-EXPECTED-NIGHTS - LOOK UP EVERY DAY OF THE REPORT
003613*    MONTH ON THE PROCESSING CALENDAR AND MARK THE NIGHTS NO RUN
003614*    IS EXPECTED ON. NO CALENDAR LEAVES EVERY NIGHT EXPECTED.
003615*----------------------------------------------------------------
003616 1200-SET-EXPECTED-NIGHTS.
003617     MOVE 1 TO WS-NO-RUN-COL.
003618     OPEN INPUT CALMSTR.
003619     IF WS-CAL-STATUS NOT = '00'
003620         DISPLAY 'BMONTH: CALENDAR MASTER NOT AVAILABLE - STATUS '
003621             WS-CAL-STATUS ' - EVERY NIGHT TAKEN AS EXPECTED'
003622         GO TO 1200-EXIT
003623     END-IF.
003624     SET CALENDAR-IS-OPEN TO TRUE.
003625     PERFORM 1210-CHECK-ONE-DATE THRU 1210-EXIT
003626         VARYING WS-DAY-IDX FROM 1 BY 1
003627         UNTIL WS-DAY-IDX > WS-DAYS-IN-MONTH.
003628     CLOSE CALMSTR.
003629 1200-EXIT.
003630     EXIT.
003631 1210-CHECK-ONE-DATE.
003632     MOVE WS-DAY-IDX TO WS-DAY-NO.
003633     MOVE WS-REPORT-MONTH TO WS-CAL-KEY-DATE (1:6).
003634     MOVE WS-DAY-NO TO WS-CAL-KEY-DATE (7:2).
003635     MOVE WS-CAL-KEY-DATE TO CAL-MST-KEY.
003636     READ CALMSTR INTO WS-CAL-RECORD.
003637     IF WS-CAL-STATUS = '23'
003638         ADD 1 TO WS-CAL-UNLISTED-COUNT
003639         GO TO 1210-EXIT
003640     END-IF.
003641     IF WS-CAL-STATUS NOT = '00'
003642         DISPLAY 'BMONTH: CALMSTR READ FAILED - STATUS '
003643             WS-CAL-STATUS ' AT DATE ' WS-CAL-KEY-DATE
003644         ADD 1 TO WS-CAL-UNLISTED-COUNT
003645         GO TO 1210-EXIT
003646     END-IF.
003647     IF CAL-NO-RUN-EXPECTED
003648         MOVE 'N' TO WS-DAY-EXPECTED (WS-DAY-IDX)
003649         ADD 1 TO WS-NO-RUN-COUNT
003650         MOVE WS-DAY-NO TO WS-NO-RUN-DAYS (WS-NO-RUN-COL:2)
003651         ADD 3 TO WS-NO-RUN-COL
003652     END-IF.
003653 1210-EXIT.
003654     EXIT.
003655*----------------------------------------------------------------
003656*2000-TALLY-HISTORY - ONE RUN-HISTORY RECORD. RECORDS OUTSIDE
003657*    THE REPORT MONTH, AND RECORDS WITH UNREADABLE COUNTS, ARE
003658*    PASSED OVER. EVERYTHING ELSE GOES INTO THE GRAND TOTALS
003660*    AND THE BY-JOB TABLE, AND PRINTS LATER AS A NIGHTLY LINE
003670*    FROM THE TABLE OF THE FILE'S OWN ORDER (THE FILE IS
003680*    CHRONOLOGICAL - THE NIGHTLY SECTION IS PRINTED AS READ).
003748     IF RUNH-CTL-STATUS = 'F'
003749         GO TO 2000-NEXT
003750     END-IF.
003751*    SO WOULD A NIGHT WHOSE LOAD THE BXBACK BACK-OUT REVERSED.
003752     IF RUNH-BACKED-OUT
003753         GO TO 2000-NEXT
003754     END-IF.
003755     IF RUNH-REC-COUNT IS NOT NUMERIC
003760         OR RUNH-CONVERT-COUNT IS NOT NUMERIC
003770         OR RUNH-REJECT-COUNT IS NOT NUMERIC
003780         OR RUNH-REPAIR-COUNT IS NOT NUMERIC
005750         MOVE WS-OVFL-LINE TO WS-PRINT-LINE
005760         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
005770     END-IF.
005775     PERFORM 5150-PRINT-CALENDAR-NOTE THRU 5150-EXIT.
005780     PERFORM 5300-PRINT-ONLINE THRU 5300-EXIT.
005790     PERFORM 5500-PRINT-TOTALS THRU 5500-EXIT.
005800 5000-EXIT.
006240 5100-EXIT.
006250     EXIT.
006260*----------------------------------------------------------------
006261*5150-PRINT-CALENDAR-NOTE - UNDER THE JOB SUMMARY, THE NIGHTS
006262*    THE PROCESSING CALENDAR EXPECTED NO RUN ON, AND HOW MANY
006263*    DAYS OF THE MONTH IT HAS NO ENTRY FOR. NEITHER NEEDS
006264*    REVIEW - THEY SAY WHY A DAY IS NOT FLAGGED.
006265*----------------------------------------------------------------
006266 5150-PRINT-CALENDAR-NOTE.
006267     MOVE SPACES TO WS-PRINT-LINE.
006268     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
006269     IF NOT CALENDAR-IS-OPEN
006270         MOVE SPACES TO WS-CAL-NOTE-LINE
006271         MOVE 'NO PROCESSING CALENDAR - EVERY NIGHT EXPECTED'
006273             TO WS-CN-TEXT
006274         MOVE WS-CAL-NOTE-LINE TO WS-PRINT-LINE
006275         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
006276         GO TO 5150-EXIT
006277     END-IF.
006278     IF WS-NO-RUN-COUNT > ZERO
006279         MOVE WS-NO-RUN-LINE TO WS-PRINT-LINE
006280         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
006281     END-IF.
006282     IF WS-CAL-UNLISTED-COUNT > ZERO
006283         MOVE SPACES TO WS-CAL-NOTE-LINE
006284         MOVE 'DAYS NOT ON THE CALENDAR (TAKEN AS EXPECTED)'
006286             TO WS-CN-TEXT
006287         MOVE WS-CAL-UNLISTED-COUNT TO WS-CN-COUNT
006288         MOVE WS-CAL-NOTE-LINE TO WS-PRINT-LINE
006289         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
006290     END-IF.
006291 5150-EXIT.
006292     EXIT.
006293*----------------------------------------------------------------
006294*5200-FLAG-MISSING-NIGHTS - LIST THE DAY NUMBERS OF THE MONTH
006295*    WITH NO HISTORY RECORD FOR THIS JOB ON WHICH THE CALENDAR
006296*    EXPECTED A RUN. A JOB WITH NONE MISSING PRINTS NOTHING.
006297*    ANY MISSING NIGHT MARKS THE MONTH FOR REVIEW.
006310*----------------------------------------------------------------
006320 5200-FLAG-MISSING-NIGHTS.
006330     MOVE ZERO TO WS-MISSING-COUNT.
006450     EXIT.
006460 5210-CHECK-ONE-DAY.
006470     IF WS-JOB-DAY-FLAG (WS-JOB-IDX WS-DAY-IDX) = 'N'
006475         AND WS-DAY-EXPECTED (WS-DAY-IDX) = 'Y'
006480         ADD 1 TO WS-MISSING-COUNT
006490         MOVE WS-DAY-IDX TO WS-DAY-NO
006500         MOVE WS-DAY-NO TO WS-MISS-DAYS (WS-MISS-COL:2)
