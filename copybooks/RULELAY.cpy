000130*    CHECKS, REJECTING FAILURES TO REJFILE WITH A REASON
000140*    NAMING THE RULE, SO THE REPAIR WORKFLOW HANDLES THEM
000150*    LIKE ANY OTHER REJECT. BRULES PRINTS THE RULES IN
000152*    FORCE WITH THEIR EFFECTIVE DATES. A RANGE END PAST TEN
000154*    DIGITS KEEPS ITS LOW-ORDER TEN DIGITS IN RUL-LO-VALUE OR
000156*    RUL-HI-VALUE AND ITS HIGH-ORDER NINE IN RUL-LO-LEAD OR
000158*    RUL-HI-LEAD; A BLANK LEAD FIELD MEANS THE TEN DIGITS ARE
000160*    THE WHOLE VALUE, SO EXISTING RULES READ AS THEY ALWAYS
000162*    HAVE.
000170*    -------------------------------------------------------
000180*    DATE       INIT  DESCRIPTION
000190*    09/21/2024 DKW   ORIGINAL - ADDED WITH THE BUSINESS-
000200*                     RULE VALIDATION STAGE, SO PROGRAM B
000210*                     AND THE BRULES LISTING COPY THE SAME
000220*                     LAYOUT.
000222*    01/04/2025 DKW   ADDED RUL-LO-LEAD AND RUL-HI-LEAD OUT OF
000224*                     THE FILLER SO A RANGE CAN REACH THE WHOLE
000226*                     SIGNED 64-BIT MAGNITUDE. LENGTH
000228*                     UNCHANGED.
000230*    -------------------------------------------------------
000240 01  WS-RULE-RECORD.
000250     05  RUL-RULE-ID                PIC X(08).
000450                                    PIC 9(10).
000460     05  FILLER                     PIC X(01).
000470     05  RUL-EFF-DATE               PIC X(08).
000480     05  FILLER                     PIC X(01).
000490     05  RUL-LO-LEAD                PIC X(09).
000500     05  FILLER                     PIC X(01).
000510     05  RUL-HI-LEAD                PIC X(09).
000520     05  FILLER                     PIC X(07).
