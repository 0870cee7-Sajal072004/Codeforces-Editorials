000010*    -------------------------------------------------------
000020*    INWLAY - WIDE-VALUE INPUT RECORD FOR THE DECIMAL / RADIX
000030*    CONVERSION SUITE. THE ORIGINAL 80-BYTE INPUT RECORD CARRIES
000040*    A SIGN AND A TEN-DIGIT VALUE IN COLUMNS 1-11; THIS VERSION
000050*    CARRIES THE SIGN AND A NINETEEN-DIGIT VALUE IN COLUMNS
000060*    1-20 - THE WHOLE SIGNED 64-BIT RANGE - AND SAYS SO WITH
000070*    'V02' IN COLUMNS 78-80, WHERE THE ORIGINAL LAYOUT HAS
000080*    ALWAYS BEEN SPACES. BOTH VERSIONS ARE ACCEPTED SIDE BY
000090*    SIDE, RECORD BY RECORD, SO A TEN-DIGIT EXTRACT RUNS AS IT
000100*    ALWAYS HAS AND A FEED MOVES TO THE WIDE RECORD WHEN IT
000110*    NEEDS TO. SPEC, FEED-HEADER AND CONTROL RECORDS ARE NOT
000120*    VERSIONED. THE RESUBMIT TAG AREA (COLUMNS 61-77) IS IN THE
000130*    SAME PLACE IN BOTH VERSIONS. A READER MOVES THE RECORD IN
000140*    HERE AND TAKES THE VALUE FROM WHICHEVER VERSION THE TAG
000150*    SAYS.
000160*    -------------------------------------------------------
000170*    DATE       INIT  DESCRIPTION
000180*    01/04/2025 DKW   ORIGINAL - ADDED FOR THE BILLING
000190*                     PLATFORM'S USAGE VALUES PAST TEN DIGITS,
000200*                     SO PROGRAM B, BREPAIR AND THE OTHER
000210*                     READERS OF THE INPUT EXTRACT COPY THE
000220*                     SAME LAYOUT.
000230*    -------------------------------------------------------
000240 01  WS-INW-RECORD.
000250     05  INW-SIGN                   PIC X(01).
000260     05  INW-VALUE                  PIC X(19).
000270     05  INW-VALUE-N REDEFINES INW-VALUE
000280                                    PIC 9(19).
000290     05  FILLER                     PIC X(40).
000300     05  INW-RSB-TAG                PIC X(02).
000310         88  INW-RESUBMITTED                VALUE 'RP'.
000320     05  INW-RSB-ORIG-REC-NO        PIC 9(07).
000330     05  INW-RSB-ORIG-RUN-DATE      PIC X(08).
000340     05  INW-LAYOUT-TAG             PIC X(03).
000350         88  INW-WIDE-LAYOUT                VALUE 'V02'.
