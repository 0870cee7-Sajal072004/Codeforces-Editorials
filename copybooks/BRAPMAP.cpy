000010*    -------------------------------------------------------
000020*    BRAPMAP - SYMBOLIC MAP FOR THE BRAP REPAIR APPROVAL
000030*    SCREEN (MAPS/BRAPMAP.BMS, MAP BAPRMAP). KEPT BY HAND IN
000040*    STEP WITH THE MAP SOURCE - FIELD ORDER AND LENGTHS MUST
000050*    MATCH THE NAMED DFHMDF FIELDS EXACTLY. THE -L HALFWORD
000060*    IS THE FIELD LENGTH IN (SET TO -1 BEFORE A SEND WITH
000070*    CURSOR TO PUT THE CURSOR IN THAT FIELD), -F/-A THE
000080*    FLAG/ATTRIBUTE BYTE, -I/-O THE INBOUND AND OUTBOUND DATA.
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    11/23/2024 DKW   ORIGINAL - ADDED WITH THE BREPAPV REPAIR
000120*                     APPROVAL TRANSACTION.
000123*    01/04/2025 DKW   NVALUE WIDENED FROM 10 TO 19 FOR
000126*                     CORRECTIONS PAST TEN DIGITS.
000130*    -------------------------------------------------------
000140 01  BAPRMAPI.
000150     02  FILLER                  PIC X(12).
000160     02  RECNOL                  PIC S9(04) COMP.
000170     02  RECNOF                  PIC X(01).
000180     02  FILLER REDEFINES RECNOF.
000190         03  RECNOA              PIC X(01).
000200     02  RECNOI                  PIC X(07).
000210     02  FEEDL                   PIC S9(04) COMP.
000220     02  FEEDF                   PIC X(01).
000230     02  FILLER REDEFINES FEEDF.
000240         03  FEEDA               PIC X(01).
000250     02  FEEDI                   PIC X(08).
000260     02  OBADL                   PIC S9(04) COMP.
000270     02  OBADF                   PIC X(01).
000280     02  FILLER REDEFINES OBADF.
000290         03  OBADA               PIC X(01).
000300     02  OBADI                   PIC X(20).
000310     02  OREASL                  PIC S9(04) COMP.
000320     02  OREASF                  PIC X(01).
000330     02  FILLER REDEFINES OREASF.
000340         03  OREASA              PIC X(01).
000350     02  OREASI                  PIC X(40).
000360     02  NSIGNL                  PIC S9(04) COMP.
000370     02  NSIGNF                  PIC X(01).
000380     02  FILLER REDEFINES NSIGNF.
000390         03  NSIGNA              PIC X(01).
000400     02  NSIGNI                  PIC X(01).
000410     02  NVALUEL                 PIC S9(04) COMP.
000420     02  NVALUEF                 PIC X(01).
000430     02  FILLER REDEFINES NVALUEF.
000440         03  NVALUEA             PIC X(01).
000450     02  NVALUEI                 PIC X(19).
000460     02  KOPERL                  PIC S9(04) COMP.
000470     02  KOPERF                  PIC X(01).
000480     02  FILLER REDEFINES KOPERF.
000490         03  KOPERA              PIC X(01).
000500     02  KOPERI                  PIC X(08).
000510     02  KSTAMPL                 PIC S9(04) COMP.
000520     02  KSTAMPF                 PIC X(01).
000530     02  FILLER REDEFINES KSTAMPF.
000540         03  KSTAMPA             PIC X(01).
000550     02  KSTAMPI                 PIC X(15).
000560     02  ACTIONL                 PIC S9(04) COMP.
000570     02  ACTIONF                 PIC X(01).
000580     02  FILLER REDEFINES ACTIONF.
000590         03  ACTIONA             PIC X(01).
000600     02  ACTIONI                 PIC X(01).
000610     02  MSGFL                   PIC S9(04) COMP.
000620     02  MSGFF                   PIC X(01).
000630     02  FILLER REDEFINES MSGFF.
000640         03  MSGFA               PIC X(01).
000650     02  MSGFI                   PIC X(70).
000660 01  BAPRMAPO REDEFINES BAPRMAPI.
000670     02  FILLER                  PIC X(12).
000680     02  FILLER                  PIC X(03).
000690     02  RECNOO                  PIC X(07).
000700     02  FILLER                  PIC X(03).
000710     02  FEEDO                   PIC X(08).
000720     02  FILLER                  PIC X(03).
000730     02  OBADO                   PIC X(20).
000740     02  FILLER                  PIC X(03).
000750     02  OREASO                  PIC X(40).
000760     02  FILLER                  PIC X(03).
000770     02  NSIGNO                  PIC X(01).
000780     02  FILLER                  PIC X(03).
000790     02  NVALUEO                 PIC X(19).
000800     02  FILLER                  PIC X(03).
000810     02  KOPERO                  PIC X(08).
000820     02  FILLER                  PIC X(03).
000830     02  KSTAMPO                 PIC X(15).
000840     02  FILLER                  PIC X(03).
000850     02  ACTIONO                 PIC X(01).
000860     02  FILLER                  PIC X(03).
000870     02  MSGFO                   PIC X(70).
