000010*    -------------------------------------------------------
000020*    BLINMAP - SYMBOLIC MAP FOR THE BLIN RECORD LINEAGE TRACE
000030*    SCREEN (MAPS/BLINMAP.BMS, MAP BLNQMAP). KEPT BY HAND IN
000040*    STEP WITH THE MAP SOURCE - FIELD ORDER AND LENGTHS MUST
000050*    MATCH THE NAMED DFHMDF FIELDS EXACTLY. THE -L HALFWORD
000060*    IS THE FIELD LENGTH IN (SET TO -1 BEFORE A SEND WITH
000070*    CURSOR TO PUT THE CURSOR IN THAT FIELD), -F/-A THE
000080*    FLAG/ATTRIBUTE BYTE, -I/-O THE INBOUND AND OUTBOUND
000090*    DATA.
000100*    -------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    11/30/2024 DKW   ORIGINAL - ADDED WITH THE BLINQ LINEAGE
000130*                     TRACE TRANSACTION.
000133*    01/04/2025 DKW   VALUE WIDENED FROM 10 TO 19 FOR FULL
000136*                     SIXTY-FOUR BIT VALUES.
000140*    -------------------------------------------------------
000150 01  BLNQMAPI.
000160     02  FILLER                  PIC X(12).
000170     02  RDATEL                  PIC S9(04) COMP.
000180     02  RDATEF                  PIC X(01).
000190     02  FILLER REDEFINES RDATEF.
000200         03  RDATEA              PIC X(01).
000210     02  RDATEI                  PIC X(08).
000220     02  FEEDL                   PIC S9(04) COMP.
000230     02  FEEDF                   PIC X(01).
000240     02  FILLER REDEFINES FEEDF.
000250         03  FEEDA               PIC X(01).
000260     02  FEEDI                   PIC X(08).
000270     02  RECNOL                  PIC S9(04) COMP.
000280     02  RECNOF                  PIC X(01).
000290     02  FILLER REDEFINES RECNOF.
000300         03  RECNOA              PIC X(01).
000310     02  RECNOI                  PIC X(07).
000320     02  VSIGNL                  PIC S9(04) COMP.
000330     02  VSIGNF                  PIC X(01).
000340     02  FILLER REDEFINES VSIGNF.
000350         03  VSIGNA              PIC X(01).
000360     02  VSIGNI                  PIC X(01).
000370     02  VALUEL                  PIC S9(04) COMP.
000380     02  VALUEF                  PIC X(01).
000390     02  FILLER REDEFINES VALUEF.
000400         03  VALUEA              PIC X(01).
000410     02  VALUEI                  PIC X(19).
000420     02  LN1L                    PIC S9(04) COMP.
000430     02  LN1F                    PIC X(01).
000440     02  FILLER REDEFINES LN1F.
000450         03  LN1A                PIC X(01).
000460     02  LN1I                    PIC X(76).
000470     02  LN2L                    PIC S9(04) COMP.
000480     02  LN2F                    PIC X(01).
000490     02  FILLER REDEFINES LN2F.
000500         03  LN2A                PIC X(01).
000510     02  LN2I                    PIC X(76).
000520     02  LN3L                    PIC S9(04) COMP.
000530     02  LN3F                    PIC X(01).
000540     02  FILLER REDEFINES LN3F.
000550         03  LN3A                PIC X(01).
000560     02  LN3I                    PIC X(76).
000570     02  LN4L                    PIC S9(04) COMP.
000580     02  LN4F                    PIC X(01).
000590     02  FILLER REDEFINES LN4F.
000600         03  LN4A                PIC X(01).
000610     02  LN4I                    PIC X(76).
000620     02  LN5L                    PIC S9(04) COMP.
000630     02  LN5F                    PIC X(01).
000640     02  FILLER REDEFINES LN5F.
000650         03  LN5A                PIC X(01).
000660     02  LN5I                    PIC X(76).
000670     02  LN6L                    PIC S9(04) COMP.
000680     02  LN6F                    PIC X(01).
000690     02  FILLER REDEFINES LN6F.
000700         03  LN6A                PIC X(01).
000710     02  LN6I                    PIC X(76).
000720     02  LN7L                    PIC S9(04) COMP.
000730     02  LN7F                    PIC X(01).
000740     02  FILLER REDEFINES LN7F.
000750         03  LN7A                PIC X(01).
000760     02  LN7I                    PIC X(76).
000770     02  LN8L                    PIC S9(04) COMP.
000780     02  LN8F                    PIC X(01).
000790     02  FILLER REDEFINES LN8F.
000800         03  LN8A                PIC X(01).
000810     02  LN8I                    PIC X(76).
000820     02  LN9L                    PIC S9(04) COMP.
000830     02  LN9F                    PIC X(01).
000840     02  FILLER REDEFINES LN9F.
000850         03  LN9A                PIC X(01).
000860     02  LN9I                    PIC X(76).
000870     02  LN10L                   PIC S9(04) COMP.
000880     02  LN10F                   PIC X(01).
000890     02  FILLER REDEFINES LN10F.
000900         03  LN10A               PIC X(01).
000910     02  LN10I                   PIC X(76).
000920     02  LN11L                   PIC S9(04) COMP.
000930     02  LN11F                   PIC X(01).
000940     02  FILLER REDEFINES LN11F.
000950         03  LN11A               PIC X(01).
000960     02  LN11I                   PIC X(76).
000970     02  LN12L                   PIC S9(04) COMP.
000980     02  LN12F                   PIC X(01).
000990     02  FILLER REDEFINES LN12F.
001000         03  LN12A               PIC X(01).
001010     02  LN12I                   PIC X(76).
001020     02  MSGFL                   PIC S9(04) COMP.
001030     02  MSGFF                   PIC X(01).
001040     02  FILLER REDEFINES MSGFF.
001050         03  MSGFA               PIC X(01).
001060     02  MSGFI                   PIC X(70).
001070 01  BLNQMAPO REDEFINES BLNQMAPI.
001080     02  FILLER                  PIC X(12).
001090     02  FILLER                  PIC X(03).
001100     02  RDATEO                  PIC X(08).
001110     02  FILLER                  PIC X(03).
001120     02  FEEDO                   PIC X(08).
001130     02  FILLER                  PIC X(03).
001140     02  RECNOO                  PIC X(07).
001150     02  FILLER                  PIC X(03).
001160     02  VSIGNO                  PIC X(01).
001170     02  FILLER                  PIC X(03).
001180     02  VALUEO                  PIC X(19).
001190     02  FILLER                  PIC X(03).
001200     02  LN1O                    PIC X(76).
001210     02  FILLER                  PIC X(03).
001220     02  LN2O                    PIC X(76).
001230     02  FILLER                  PIC X(03).
001240     02  LN3O                    PIC X(76).
001250     02  FILLER                  PIC X(03).
001260     02  LN4O                    PIC X(76).
001270     02  FILLER                  PIC X(03).
001280     02  LN5O                    PIC X(76).
001290     02  FILLER                  PIC X(03).
001300     02  LN6O                    PIC X(76).
001310     02  FILLER                  PIC X(03).
001320     02  LN7O                    PIC X(76).
001330     02  FILLER                  PIC X(03).
001340     02  LN8O                    PIC X(76).
001350     02  FILLER                  PIC X(03).
001360     02  LN9O                    PIC X(76).
001370     02  FILLER                  PIC X(03).
001380     02  LN10O                   PIC X(76).
001390     02  FILLER                  PIC X(03).
001400     02  LN11O                   PIC X(76).
001410     02  FILLER                  PIC X(03).
001420     02  LN12O                   PIC X(76).
001430     02  FILLER                  PIC X(03).
001440     02  MSGFO                   PIC X(70).
