000341*                     BEFORE DOWNSTREAM SEES THE OUTPUT.
000342*                     FORWARD MODE ONLY, 80-BYTE AND NATIVE
000343*                     LAYOUTS ALIKE.
000344*    01/04/2025 DKW   ADDED PARM-VAL-DIGITS - HOW MANY DIGITS
000345*                     FOLLOW THE SIGN AT PARM-VAL-COL IN A
000346*                     NATIVE-LAYOUT RECORD, 10 (THE DEFAULT,
000347*                     AS BEFORE) OR 19 FOR AN EXTRACT THAT
000348*                     CARRIES THE WHOLE SIGNED 64-BIT RANGE.
000349*    -------------------------------------------------------
000350 01  PARM-DATA.
000360     05  PARM-SIGN-MODE          PIC X(02).
000370         88  SIGN-MODE-UNSIGNED         VALUE 'UN'.
000630     05  PARM-CTL                PIC X(01).
000640         88  CTL-CHECK-YES              VALUE 'Y'.
000650         88  CTL-CHECK-NO               VALUE 'N'.
000660     05  PARM-VAL-DIGITS         PIC 9(02).
000670         88  VAL-DIGITS-NARROW          VALUE 10.
000680         88  VAL-DIGITS-WIDE            VALUE 19.
000690     05  FILLER                  PIC X(49).
