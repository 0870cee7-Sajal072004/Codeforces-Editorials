000233*                     RECORD (REJM-FEED-ID) SO THE BRPR
000234*                     BROWSE CAN SHOW WHICH REGION EACH
000235*                     REJECT CAME FROM.
000236*    11/23/2024 DKW   MASTER RECORD NOW 160 BYTES FOR THE
000237*                     REPAIR APPROVAL FIELDS IN REJMLAY - THE
000238*                     LOAD STILL WRITES THEM AS SPACES.
000240*    -------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000512     05  REJ-FEED-ID                PIC X(08).
000520     05  FILLER                     PIC X(02).
000530 FD  REJMSTR
000540     RECORD CONTAINS 160 CHARACTERS.
000550 01  REJMSTR-RECORD.
000560     05  REJM-MST-KEY               PIC X(07).
000570     05  FILLER                     PIC X(153).
000580 WORKING-STORAGE SECTION.
000590*    REJECT MASTER RECORD LAYOUT (SHARED WITH BREPENT).
000600     COPY REJMLAY.
