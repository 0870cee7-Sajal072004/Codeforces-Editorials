000120*    '+'-KEYED INQUIRY LAND ON THE SAME KEY. THE NEWEST RUN
000130*    WINS - A VALUE CONVERTED AGAIN TONIGHT REPLACES LAST
000140*    NIGHT'S ENTRY. RECORD IS 100 BYTES, KEY IS THE FIRST
000142*    13. A VALUE THAT FITS TEN DIGITS IS KEYED AS ITS TEN
000144*    ZONED DIGITS, AS IT ALWAYS HAS BEEN; A WIDER ONE (UP TO
000146*    NINETEEN) IS KEYED AS ITS MAGNITUDE PACKED INTO THE SAME
000148*    TEN BYTES (XRF-DEC-WIDE). THE PACKED FORM CAN NEVER PASS
000150*    A NUMERIC TEST AS CHARACTERS, SO THAT TEST TELLS A READER
000152*    WHICH FORM IT IS LOOKING AT.
000160*    -------------------------------------------------------
000170*    DATE       INIT  DESCRIPTION
000180*    07/27/2024 DKW   ORIGINAL - ADDED WITH THE BXREF LOAD
000190*                     PROGRAM AND THE BONLINE MASTER LOOKUP,
000200*                     SO THE WRITER AND THE READER COPY THE
000210*                     SAME LAYOUT.
000212*    01/04/2025 DKW   ADDED THE PACKED VIEW OF THE VALUE KEY
000214*                     FOR VALUES PAST TEN DIGITS. KEY LENGTH
000216*                     AND EVERY EXISTING KEY ARE UNCHANGED.
000220*    -------------------------------------------------------
000230 01  WS-XREF-RECORD.
000240     05  XRF-KEY.
000250         10  XRF-SIGN               PIC X(01).
000260         10  XRF-DEC-VALUE          PIC X(10).
000263         10  XRF-DEC-WIDE REDEFINES XRF-DEC-VALUE
000266                                    PIC 9(19) COMP-3.
000270         10  XRF-CONVENTION         PIC X(02).
000280     05  XRF-RADIX                  PIC 9(02).
000290     05  XRF-RESULT-SIGN            PIC X(01).
