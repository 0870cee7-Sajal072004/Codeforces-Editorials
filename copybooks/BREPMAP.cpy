000110*    DATE       INIT  DESCRIPTION
000120*    08/10/2024 DKW   ORIGINAL - ADDED WITH THE BREPENT
000130*                     BROWSE AND REPAIR-ENTRY TRANSACTION.
000133*    01/04/2025 DKW   RVALUE WIDENED FROM 10 TO 19 FOR
000136*                     CORRECTIONS PAST TEN DIGITS.
000140*    -------------------------------------------------------
000150 01  BREJMAPI.
000160     02  FILLER                  PIC X(12).
000780     02  RVALUEF                 PIC X(01).
000790     02  FILLER REDEFINES RVALUEF.
000800         03  RVALUEA             PIC X(01).
000810     02  RVALUEI                 PIC X(19).
000820     02  MSGFL                   PIC S9(04) COMP.
000830     02  MSGFF                   PIC X(01).
000840     02  FILLER REDEFINES MSGFF.
001110     02  FILLER                  PIC X(03).
001120     02  RSIGNO                  PIC X(01).
001130     02  FILLER                  PIC X(03).
001140     02  RVALUEO                 PIC X(19).
001150     02  FILLER                  PIC X(03).
001160     02  MSGFO                   PIC X(70).
