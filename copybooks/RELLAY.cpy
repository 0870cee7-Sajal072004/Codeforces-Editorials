000010*    -------------------------------------------------------
000020*    RELLAY - RELEASE CONTROL RECORD. BRELGATE WRITES ONE PER
000030*    GATE RUN: TO THE RELEASE CONTROL DATASET (ONE RECORD,
000040*    REPLACED EACH RUN) THAT BRELCHK REQUIRES BEFORE THE
000050*    TRANSMISSION STEP MAY SEND THE NIGHT'S OUTPUT, AND TO THE
000060*    PERMANENT RELEASE LOG THE BRELRPT MORNING SIGN-OFF REPORT
000070*    READS. THE DECISION IS RELEASED, HELD (THE FAILED CHECKS
000080*    ARE IN THE CHECK TABLE) OR RELEASED ON OPERATOR OVERRIDE,
000090*    WHICH CARRIES THE APPROVING OPERATOR AND A JUSTIFICATION
000100*    AS WELL AS THE CHECKS IT OVERRODE. LRECL 400.
000110*    -------------------------------------------------------
000120*    DATE       INIT  DESCRIPTION
000130*    12/07/2024 DKW   ORIGINAL - ADDED WITH THE BRELGATE
000140*                     RELEASE GATE, SO THE WRITER AND THE
000150*                     READERS COPY THE SAME LAYOUT.
000160*    -------------------------------------------------------
000170 01  WS-REL-RECORD.
000180     05  REL-RUN-DATE               PIC X(08).
000190     05  FILLER                     PIC X(01).
000200     05  REL-JOB-NAME               PIC X(08).
000210     05  FILLER                     PIC X(01).
000220     05  REL-DECISION               PIC X(01).
000230         88  REL-RELEASED                   VALUE 'R'.
000240         88  REL-HELD                       VALUE 'H'.
000250         88  REL-OVERRIDDEN                 VALUE 'O'.
000260     05  FILLER                     PIC X(01).
000270     05  REL-STAMP                  PIC X(14).
000280     05  FILLER                     PIC X(01).
000290*    THE APPROVING OPERATOR AND WHY - SPACES UNLESS OVERRIDDEN.
000300     05  REL-OPER-ID                PIC X(08).
000310     05  FILLER                     PIC X(01).
000320     05  REL-JUSTIFY                PIC X(60).
000330     05  FILLER                     PIC X(01).
000340*    HOW MANY OF THE CHECKS BELOW FAILED.
000350     05  REL-HOLD-COUNT             PIC 9(02).
000360     05  FILLER                     PIC X(01).
000370*    ONE ENTRY PER CHECK THE GATE MADE, IN A FIXED ORDER - B'S
000380*    CONDITION CODE, THE UPSTREAM CONTROL CHECK, BREPORT,
000390*    BBALANCE, BRECON, BXREF. 'P' PASSED, 'F' FAILED.
000400     05  REL-CHECK OCCURS 6 TIMES.
000410         10  REL-CHK-NAME           PIC X(08).
000420         10  REL-CHK-RESULT         PIC X(01).
000430         10  REL-CHK-TEXT           PIC X(39).
000440     05  FILLER                     PIC X(04).
