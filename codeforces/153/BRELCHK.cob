000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BRELCHK.
000030 AUTHOR. D. K. WHITFIELD.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH CONVERSION UNIT.
000050 DATE-WRITTEN. 12/07/2024.
000060 DATE-COMPILED.
000070*    -------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    12/07/2024 DKW   ORIGINAL CODING - RELEASE CHECK AHEAD OF
000120*                     THE TRANSMISSION STEP. READS THE RELEASE
000130*                     CONTROL RECORD BRELGATE WROTE AND ENDS
000140*                     CC 0 ONLY WHEN IT IS FOR THE RUN DATE
000150*                     AND JOB BEING SENT AND SAYS RELEASED OR
000160*                     RELEASED ON OVERRIDE. A HELD NIGHT, A
000170*                     RECORD LEFT OVER FROM ANOTHER NIGHT OR
000180*                     NO RECORD AT ALL ENDS CC 8, AND THE
000190*                     TRANSMISSION STEP IS CONDITIONED ON IT.
000200*    -------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230     SOURCE-COMPUTER. IBM-370.
000240     OBJECT-COMPUTER. IBM-370.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270*    THE RELEASE CONTROL RECORD BRELGATE REPLACES EACH RUN.
000280     SELECT RELCTL ASSIGN TO "RELCTL"
000290         ORGANIZATION IS SEQUENTIAL.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  RELCTL
000330     RECORDING MODE IS F
000340     LABEL RECORDS ARE STANDARD
000350     RECORD CONTAINS 400 CHARACTERS.
000360 01  RELCTL-RECORD               PIC X(400).
000370 WORKING-STORAGE SECTION.
000380*    RELEASE CONTROL RECORD LAYOUT (SHARED WITH BRELGATE AND
000390*    BRELRPT).
000400     COPY RELLAY.
000410*    RUN SWITCHES
000420 77  WS-RELEASE-SWITCH           PIC X(01) VALUE 'N'.
000430 88  RELEASE-IS-GRANTED                    VALUE 'Y'.
000440*    WHAT THE PARM ASKED FOR.
000450 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
000460 77  WS-JOB-NAME                 PIC X(08) VALUE SPACES.
000470 77  WS-CHK-IDX                  PIC 9(02) COMP VALUE ZERO.
000480 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
000490*    THE PARM, SPACE-PADDED TO ITS REAL LENGTH AT START-UP SO
000500*    A SHORT PARM IS NEVER READ PAST ITS END.
000510 01  WS-PARM-TEXT                PIC X(80) VALUE SPACES.
000520 LINKAGE SECTION.
000530*    JOB STEP PARM - COLUMNS 1-8 THE RUN DATE BEING SENT
000540*    (YYYYMMDD, BLANK FOR TODAY), COLUMNS 10-17 THE CONVERSION
000550*    JOB (BLANK FOR BCNVJOB), E.G. PARM='20241207 BCNVJOB'.
000560 01  LS-PARM-DATA.
000570     05  LS-PARM-LENGTH             PIC S9(04) COMP.
000580     05  LS-PARM-TEXT               PIC X(80).
000590 PROCEDURE DIVISION USING LS-PARM-DATA.
000600*================================================================
000610*0000-MAINLINE - OVERALL CONTROL OF THE RELEASE CHECK.
000620*================================================================
000630 0000-MAINLINE.
000640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000650     PERFORM 2000-CHECK-RELEASE THRU 2000-EXIT.
000660     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000670     GO TO 9999-EXIT.
000680*----------------------------------------------------------------
000690*1000-INITIALIZE - PICK UP THE RUN DATE AND JOB BEING SENT.
000700*----------------------------------------------------------------
000710 1000-INITIALIZE.
000720     MOVE SPACES TO WS-PARM-TEXT.
000730     IF LS-PARM-LENGTH > ZERO AND LS-PARM-LENGTH <= 80
000740         MOVE LS-PARM-TEXT (1:LS-PARM-LENGTH) TO WS-PARM-TEXT
000750     END-IF.
000760     IF WS-PARM-TEXT (1:8) = SPACES
000770         ACCEPT WS-TODAY FROM DATE YYYYMMDD
000780         MOVE WS-TODAY TO WS-RUN-DATE
000790     ELSE
000800         MOVE WS-PARM-TEXT (1:8) TO WS-RUN-DATE
000810     END-IF.
000820     IF WS-PARM-TEXT (10:8) = SPACES
000830         MOVE 'BCNVJOB' TO WS-JOB-NAME
000840     ELSE
000850         MOVE WS-PARM-TEXT (10:8) TO WS-JOB-NAME
000860     END-IF.
000870 1000-EXIT.
000880     EXIT.
000890*----------------------------------------------------------------
000900*2000-CHECK-RELEASE - THE ONE CONTROL RECORD MUST BE FOR THIS
000910*    RUN DATE AND JOB AND MUST SAY RELEASED OR OVERRIDDEN. THE
000920*    REASONS FOR A HOLD ARE LISTED FOR THE OPERATOR.
000930*----------------------------------------------------------------
000940 2000-CHECK-RELEASE.
000950     MOVE SPACES TO WS-REL-RECORD.
000960     OPEN INPUT RELCTL.
000970     READ RELCTL INTO WS-REL-RECORD
000980         AT END
000990             DISPLAY 'BRELCHK: NO RELEASE CONTROL RECORD - '
001000                 'BRELGATE HAS NOT RUN'
001010             CLOSE RELCTL
001020             GO TO 2000-EXIT
001030     END-READ.
001040     CLOSE RELCTL.
001050     IF REL-RUN-DATE NOT = WS-RUN-DATE
001060         OR REL-JOB-NAME NOT = WS-JOB-NAME
001070         DISPLAY 'BRELCHK: RELEASE CONTROL RECORD IS FOR '
001080             REL-RUN-DATE ' ' REL-JOB-NAME ', NOT '
001090             WS-RUN-DATE ' ' WS-JOB-NAME
001100         GO TO 2000-EXIT
001110     END-IF.
001120     EVALUATE TRUE
001130         WHEN REL-RELEASED
001140             DISPLAY 'BRELCHK: ' WS-RUN-DATE ' ' WS-JOB-NAME
001150                 ' RELEASED AT ' REL-STAMP
001160             SET RELEASE-IS-GRANTED TO TRUE
001170         WHEN REL-OVERRIDDEN
001180             DISPLAY 'BRELCHK: ' WS-RUN-DATE ' ' WS-JOB-NAME
001190                 ' RELEASED ON OVERRIDE BY ' REL-OPER-ID
001200                 ' AT ' REL-STAMP
001210             SET RELEASE-IS-GRANTED TO TRUE
001220         WHEN OTHER
001230             DISPLAY 'BRELCHK: ' WS-RUN-DATE ' ' WS-JOB-NAME
001240                 ' HELD AT ' REL-STAMP ' - ' REL-HOLD-COUNT
001250                 ' CHECK(S) FAILED'
001260             PERFORM 2100-LIST-FAILURE THRU 2100-EXIT
001270                 VARYING WS-CHK-IDX FROM 1 BY 1
001280                 UNTIL WS-CHK-IDX > 6
001290     END-EVALUATE.
001300 2000-EXIT.
001310     EXIT.
001320 2100-LIST-FAILURE.
001330     IF REL-CHK-RESULT (WS-CHK-IDX) NOT = 'P'
001340         DISPLAY 'BRELCHK:   ' REL-CHK-NAME (WS-CHK-IDX) ' '
001350             REL-CHK-TEXT (WS-CHK-IDX)
001360     END-IF.
001370 2100-EXIT.
001380     EXIT.
001390*----------------------------------------------------------------
001400*8000-TERMINATE - CONDITION CODE 0 WHEN THE NIGHT MAY BE SENT,
001410*    8 WHEN IT MAY NOT.
001420*----------------------------------------------------------------
001430 8000-TERMINATE.
001440     IF RELEASE-IS-GRANTED
001450         MOVE ZERO TO RETURN-CODE
001460     ELSE
001470         MOVE 8 TO RETURN-CODE
001480     END-IF.
001490 8000-EXIT.
001500     EXIT.
001510 9999-EXIT.
001520     STOP RUN.
