000167*                     EXTRACT FAILED ITS OWN CONTROL TOTALS,
000168*                     SO A FILE-INTEGRITY FAILURE READS
000169*                     DIFFERENTLY FROM A VOLUME ANOMALY.
000170*    12/21/2024 DKW   ADDED RUNH-BACKOUT-STATUS IN THE TRAILING
000171*                     FILLER. THE BXBACK BACK-OUT OF A NIGHT'S
000172*                     CROSS-REFERENCE LOAD SETS IT TO 'B' ON
000173*                     EVERY RECORD OF THAT RUN DATE AND JOB, AND
000174*                     BBALANCE, BMONTH AND BSTATUS PASS SUCH A
000175*                     RECORD OVER AS THEY DO A FAILED CONTROL
000176*                     CHECK. SPACE (EVERY EARLIER RECORD) MEANS
000177*                     THE NIGHT STANDS.
000178*    -------------------------------------------------------
000179 01  WS-RUNH-RECORD.
000180     05  RUNH-RUN-DATE              PIC X(08).
000190     05  FILLER                     PIC X(01).
000200     05  RUNH-JOB-NAME              PIC X(08).
000360     05  RUNH-FEED-ID               PIC X(08).
000370     05  FILLER                     PIC X(01).
000380     05  RUNH-CTL-STATUS            PIC X(01).
000390     05  FILLER                     PIC X(01).
000400     05  RUNH-BACKOUT-STATUS        PIC X(01).
000410         88  RUNH-BACKED-OUT                VALUE 'B'.
000420     05  FILLER                     PIC X(19).
