000010*    -------------------------------------------------------
000020*    RPRALAY - REPAIR AUDIT TRAIL RECORD. ONE IS WRITTEN TO
000030*    THE RPATQ TRANSIENT DATA QUEUE EVERY TIME A CORRECTION
000040*    IS KEYED ON BRPR (PROGRAM BREPENT, ACTION 'K') AND EVERY
000050*    TIME A SECOND OPERATOR APPROVES IT ('A') OR SENDS IT
000060*    BACK ('S') ON BRAP (PROGRAM BREPAPV). THE BRPRAUD STEP
000070*    OF BRPRJOB DRAINS THE QUEUE INTO THE PERMANENT REPAIR
000080*    AUDIT MASTER - REJMSTR ITSELF IS REBUILT EVERY NIGHT,
000090*    SO THIS IS THE ONLY LASTING RECORD OF WHO KEYED AND WHO
000100*    APPROVED EACH CORRECTION. THE RECORD IS 160 BYTES - THE
000110*    LENGTH ON BOTH PROGRAMS' WRITEQ TD MUST MATCH. A 'K'
000120*    RECORD CARRIES SPACES IN THE APPROVER FIELDS.
000130*    -------------------------------------------------------
000140*    DATE       INIT  DESCRIPTION
000150*    11/23/2024 DKW   ORIGINAL - ADDED WITH THE BRAP TWO-
000160*                     PERSON APPROVAL TRANSACTION, SO THE
000170*                     TWO WRITERS AND THE DRAIN COPY THE SAME
000180*                     LAYOUT.
000182*    01/04/2025 DKW   ADDED RPA-RPR-LEAD OUT OF THE FILLER FOR
000184*                     THE HIGH-ORDER DIGITS OF A CORRECTION
000186*                     PAST TEN DIGITS, AS ON REJMLAY. LENGTH
000188*                     UNCHANGED.
000190*    -------------------------------------------------------
000200 01  WS-RPA-RECORD.
000210     05  RPA-ACTION                 PIC X(01).
000220         88  RPA-IS-KEYED                   VALUE 'K'.
000230         88  RPA-IS-APPROVED                VALUE 'A'.
000240         88  RPA-IS-SENT-BACK               VALUE 'S'.
000250     05  FILLER                     PIC X(01).
000260     05  RPA-REC-NO                 PIC X(07).
000270     05  FILLER                     PIC X(01).
000280     05  RPA-FEED-ID                PIC X(08).
000290     05  FILLER                     PIC X(01).
000300     05  RPA-BAD-VALUE              PIC X(20).
000310     05  FILLER                     PIC X(01).
000320     05  RPA-REASON                 PIC X(40).
000330     05  FILLER                     PIC X(01).
000340     05  RPA-RPR-SIGN               PIC X(01).
000350     05  RPA-RPR-VALUE              PIC X(10).
000360     05  FILLER                     PIC X(01).
000370     05  RPA-KEY-OPER               PIC X(08).
000380     05  FILLER                     PIC X(01).
000390     05  RPA-KEY-STAMP              PIC X(14).
000400     05  FILLER                     PIC X(01).
000410     05  RPA-APV-OPER               PIC X(08).
000420     05  FILLER                     PIC X(01).
000430     05  RPA-APV-STAMP              PIC X(14).
000440     05  FILLER                     PIC X(01).
000450     05  RPA-TERM-ID                PIC X(04).
000460     05  FILLER                     PIC X(01).
000470     05  RPA-RPR-LEAD               PIC X(09).
000480     05  FILLER                     PIC X(05).
