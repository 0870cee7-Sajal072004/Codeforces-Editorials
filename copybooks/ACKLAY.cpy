000010*    -------------------------------------------------------
000020*    ACKLAY - RATING SYSTEM ACKNOWLEDGEMENT RECORD. THE RATING
000030*    TEAM RETURNS ONE OF THESE FOR EVERY BINOUT DETAIL RECORD
000040*    WE SENT THEM - THE MEO-REC-NO IT ANSWERS, 'A' ACCEPTED OR
000050*    'R' REJECTED, AND THEIR REASON FOR A REJECTION - AND
000060*    CLOSES THE DATASET WITH A TRAILER (TYPE 'TR') CARRYING THE
000070*    NUMBER OF ACKNOWLEDGEMENTS, SO THE FILE BALANCES WITHOUT A
000080*    SEPARATE CONTROL RECORD, AS BINOUT ITSELF DOES. DETAIL
000090*    RECORDS ARE TYPE 'AK'. CHARACTER LAYOUT, LRECL 80.
000100*    -------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    12/14/2024 DKW   ORIGINAL - ADDED WITH THE BRATACK
000130*                     ACKNOWLEDGEMENT RECONCILIATION, SO THE
000140*                     RATING TEAM'S WRITER AND OUR READER COPY
000150*                     THE SAME LAYOUT.
000160*    -------------------------------------------------------
000170 01  WS-ACK-RECORD.
000180     05  ACK-REC-TYPE               PIC X(02).
000190         88  ACK-DETAIL                     VALUE 'AK'.
000200         88  ACK-TRAILER                    VALUE 'TR'.
000210     05  FILLER                     PIC X(01).
000220*    THE MEO-REC-NO OF THE BINOUT RECORD BEING ANSWERED.
000230     05  ACK-REC-NO                 PIC 9(08).
000240     05  FILLER                     PIC X(01).
000250     05  ACK-STATUS                 PIC X(01).
000260         88  ACK-ACCEPTED                   VALUE 'A'.
000270         88  ACK-REJECTED                   VALUE 'R'.
000280     05  FILLER                     PIC X(01).
000290*    THE RATING SYSTEM'S REASON - SPACES ON AN ACCEPTANCE.
000300     05  ACK-REASON                 PIC X(40).
000310     05  FILLER                     PIC X(26).
000320*    TRAILER VIEW - THE NUMBER OF 'AK' RECORDS AHEAD OF IT.
000330 01  WS-ACK-TRAILER REDEFINES WS-ACK-RECORD.
000340     05  FILLER                     PIC X(03).
000350     05  ACK-TRL-COUNT              PIC 9(08).
000360     05  FILLER                     PIC X(69).
