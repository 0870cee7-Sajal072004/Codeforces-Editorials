000210*                     PARALLEL OUTPUT, SO THE WRITER AND THE
000220*                     RATING TEAM'S READER COPY THE SAME
000230*                     LAYOUT.
000231*    11/02/2024 DKW   DELTA-FEED TAG IN THE LAST BYTE AND A
000232*                     DELTA TRAILER VIEW. THE BDELTA STEP
000233*                     WRITES A CHANGES-ONLY COPY OF THE FEED
000234*                     IN THIS SAME LAYOUT - EACH DETAIL TAGGED
000235*                     'N' (VALUE NEW TO THE CROSS-REFERENCE)
000236*                     OR 'C' (SAME KEY, DIFFERENT RESULT),
000237*                     UNCHANGED VALUES SUPPRESSED - AND ITS
000238*                     TRAILER CARRIES THE DELTA DETAIL COUNT
000239*                     IN THE DOUBLEWORD AND THE ADD, CHANGE
000240*                     AND SUPPRESSED COUNTS IN THE DELTA
000241*                     TRAILER VIEW IN PLACE OF THE PACKED
000242*                     COPY. THE FULL BINOUT LEAVES THE TAG
000243*                     LOW-VALUES AS BEFORE.
000244*    01/04/2025 DKW   PACKED COPY WIDENED FROM 11 TO 19 DIGITS
000245*                     IN PLACE (SIX BYTES TO TEN, OUT OF THE
000246*                     FILLER) SO IT HOLDS ANY SIGNED 64-BIT
000247*                     SOURCE VALUE. RECORD STAYS 32 BYTES AND
000248*                     EVERY OTHER FIELD KEEPS ITS OFFSET; THE
000249*                     RATING TEAM'S READER RECOMPILES WITH THIS
000250*                     COPY.
000251*    -------------------------------------------------------
000252 01  WS-MEO-RECORD.
000260     05  MEO-REC-NO                 PIC S9(08) COMP.
000270     05  MEO-CONVENTION             PIC X(02).
000280     05  MEO-BIT-WIDTH              PIC S9(04) COMP.
000320         10  FILLER                 PIC X(04).
000330     05  MEO-BIN-DBLWORD REDEFINES MEO-BIN-WORD-AREA
000340                                    PIC S9(18) COMP.
000350     05  MEO-PACKED-VALUE           PIC S9(19) COMP-3.
000360     05  FILLER                     PIC X(05).
000361*    DELTA-FEED TAG - LOW-VALUES ON THE FULL BINOUT.
000362     05  MEO-DELTA-TAG              PIC X(01).
000363         88  MEO-DELTA-NEW                  VALUE 'N'.
000364         88  MEO-DELTA-CHANGED              VALUE 'C'.
000365*    DELTA TRAILER VIEW - MEO-CONVENTION 'TR' ON THE DELTA
000366*    FEED. ADD + CHANGE + SUPPRESSED BALANCES TO THE OUTFILE
000367*    TRAILER'S CONVERTED COUNT; ADD + CHANGE IS THE DELTA
000368*    DETAIL COUNT IN MEO-BIN-DBLWORD.
000369 01  WS-MEO-DELTA-TRAILER REDEFINES WS-MEO-RECORD.
000370     05  FILLER                     PIC X(16).
000371     05  MEO-DLT-ADD-COUNT          PIC S9(09) COMP.
000372     05  MEO-DLT-CHANGE-COUNT       PIC S9(09) COMP.
000373     05  MEO-DLT-SAME-COUNT         PIC S9(09) COMP.
000374     05  FILLER                     PIC X(04).
