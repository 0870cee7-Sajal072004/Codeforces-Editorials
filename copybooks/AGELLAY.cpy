000150*                     LEDGER AND ESCALATION STEP, SO THE
000160*                     WRITER AND ANY READER COPY THE SAME
000170*                     LAYOUT.
000172*    12/14/2024 DKW   ADDED AGE-SOURCE OUT OF THE FILLER - 'R'
000174*                     FOR A REJECT THE RATING SYSTEM REFUSED
000176*                     (FED IN BY BRATACK), SPACE FOR OUR OWN
000178*                     CONVERSION REJECTS. LENGTH UNCHANGED.
000180*    -------------------------------------------------------
000190 01  WS-AGEL-RECORD.
000200     05  AGE-REC-NO                 PIC 9(07).
000300     05  AGE-CYCLE-COUNT            PIC 9(03).
000310     05  FILLER                     PIC X(01).
000320     05  AGE-JOB-NAME               PIC X(08).
000330     05  FILLER                     PIC X(01).
000340*    WHERE THE REJECT CAME FROM - SPACE OUR OWN CONVERSION, 'R'
000350*    REFUSED BY THE RATING SYSTEM.
000360     05  AGE-SOURCE                 PIC X(01).
000370         88  AGE-FROM-RATING                VALUE 'R'.
000380     05  FILLER                     PIC X(30).
