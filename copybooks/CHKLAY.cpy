000010*    -------------------------------------------------------
000020*    CHKLAY - NIGHTLY CHECK-LOG RECORD. BREPORT (BALANCE OF THE
000030*    REPORT AGAINST THE OUTFILE TRAILER), BBALANCE (VOLUME AND
000040*    REJECT-RATE VERDICT) AND BXREF (INPUT/OUTPUT PAIRING)
000050*    EACH APPEND ONE OF THESE TO THE CUMULATIVE CHECK LOG AS
000060*    THEY END, CARRYING THE CONDITION CODE THEY ARE ENDING
000070*    WITH, SO THE BRELGATE RELEASE GATE CAN READ WHAT EVERY
000080*    CHECK SAID WITHOUT ANYONE TRAWLING THE JOB LOGS. KEYED BY
000090*    RUN DATE AND JOB NAME; A CHECK RERUN APPENDS A FRESH
000100*    RECORD AND THE LATEST ONE WINS. LRECL 132.
000110*    -------------------------------------------------------
000120*    DATE       INIT  DESCRIPTION
000130*    12/07/2024 DKW   ORIGINAL - ADDED WITH THE BRELGATE
000140*                     RELEASE GATE, SO THE WRITERS AND THE
000150*                     READER COPY THE SAME LAYOUT.
000160*    -------------------------------------------------------
000170 01  WS-CHK-RECORD.
000180     05  CHK-RUN-DATE               PIC X(08).
000190     05  FILLER                     PIC X(01).
000200     05  CHK-JOB-NAME               PIC X(08).
000210     05  FILLER                     PIC X(01).
000220     05  CHK-PROGRAM                PIC X(08).
000230     05  FILLER                     PIC X(01).
000240     05  CHK-RETURN-CODE            PIC 9(02).
000250     05  FILLER                     PIC X(01).
000260*    'P' THE CHECK PASSED, 'F' IT FAILED - HOLD THE OUTPUT.
000270     05  CHK-VERDICT                PIC X(01).
000280         88  CHK-PASSED                     VALUE 'P'.
000290         88  CHK-FAILED                     VALUE 'F'.
000300     05  FILLER                     PIC X(01).
000310     05  CHK-STAMP                  PIC X(14).
000320     05  FILLER                     PIC X(01).
000330*    ONE LINE SAYING WHY, IN THE CHECK'S OWN TERMS.
000340     05  CHK-TEXT                   PIC X(60).
000350     05  FILLER                     PIC X(25).
