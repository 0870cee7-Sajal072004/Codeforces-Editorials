000010*    -------------------------------------------------------
000020*    XJRNLAY - CROSS-REFERENCE MASTER BEFORE-IMAGE JOURNAL
000030*    RECORD. THE NIGHTLY BXREF LOAD APPENDS ONE OF THESE TO THE
000040*    CUMULATIVE XREF JOURNAL FOR EVERY XREFMSTR RECORD IT ADDS
000050*    ('A', NO BEFORE-IMAGE) OR REPLACES ('R', THE RECORD AS IT
000060*    STOOD BEFORE THE LOAD TOUCHED IT), CARRYING THE RECORD AS
000070*    THE LOAD LEFT IT TOO, AND CLOSES EACH RUN WITH A TOTALS
000080*    RECORD ('T', KEY SPACES) HOLDING THE RUN'S LOADED AND
000090*    REPLACED COUNTS. EVERY RECORD IS TAGGED WITH THE RUN DATE
000100*    AND JOB THE LOAD BELONGS TO AND WITH THE LOAD'S OWN START
000110*    STAMP AND A SEQUENCE WITHIN IT, SO THE BXBACK BACK-OUT CAN
000120*    SORT A NIGHT'S ENTRIES BACK INTO THE ORDER THEY WERE MADE
000130*    AND RESTORE EACH KEY TO WHERE IT WAS BEFORE THE NIGHT.
000140*    LRECL 260.
000150*    -------------------------------------------------------
000160*    DATE       INIT  DESCRIPTION
000170*    12/21/2024 DKW   ORIGINAL - ADDED WITH THE BXREF JOURNAL
000180*                     AND THE BXBACK BACK-OUT, SO THE WRITER
000190*                     AND THE READER COPY THE SAME LAYOUT.
000200*    -------------------------------------------------------
000210 01  WS-XJR-RECORD.
000220     05  XJR-RUN-DATE               PIC X(08).
000230     05  FILLER                     PIC X(01).
000240     05  XJR-JOB-NAME               PIC X(08).
000250     05  FILLER                     PIC X(01).
000260     05  XJR-ACTION                 PIC X(01).
000270         88  XJR-ADDED                      VALUE 'A'.
000280         88  XJR-REPLACED                   VALUE 'R'.
000290         88  XJR-RUN-TOTALS                 VALUE 'T'.
000300     05  FILLER                     PIC X(01).
000310*    YYYYMMDDHHMMSS THE LOAD STARTED - ONE VALUE FOR THE RUN.
000320     05  XJR-STAMP                  PIC X(14).
000330     05  FILLER                     PIC X(01).
000340     05  XJR-SEQ                    PIC 9(07).
000350     05  FILLER                     PIC X(01).
000360     05  XJR-KEY                    PIC X(13).
000370     05  FILLER                     PIC X(01).
000380*    THE XREFLAY RECORD BEFORE AND AFTER - SPACES BEFORE AN ADD.
000390     05  XJR-BEFORE-IMAGE           PIC X(100).
000400     05  XJR-AFTER-IMAGE            PIC X(100).
000410     05  FILLER                     PIC X(03).
000420*    TOTALS VIEW - WHAT THE LOAD COUNTED, FOR THE BALANCE.
000430 01  WS-XJR-TOTALS REDEFINES WS-XJR-RECORD.
000440     05  FILLER                     PIC X(57).
000450     05  XJR-TOT-LOADED             PIC 9(07).
000460     05  FILLER                     PIC X(01).
000470     05  XJR-TOT-REPLACED           PIC 9(07).
000480     05  FILLER                     PIC X(188).
