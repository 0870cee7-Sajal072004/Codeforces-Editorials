000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BRATACK.
000030 AUTHOR. D. K. WHITFIELD.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH CONVERSION UNIT.
000050 DATE-WRITTEN. 12/14/2024.
000060 DATE-COMPILED.
000070*    -------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    12/14/2024 DKW   ORIGINAL CODING - RATING SYSTEM
000120*                     ACKNOWLEDGEMENT RECONCILIATION. UNTIL NOW
000130*                     NOTHING TOLD US WHETHER THE RATING SYSTEM
000140*                     TOOK WHAT WE SENT - A RECORD THEY REFUSED
000150*                     WAS ONLY FOUND WHEN SOMEBODY ASKED. THE
000160*                     RATING TEAM NOW RETURNS AN ACKNOWLEDGEMENT
000170*                     DATASET (ACKLAY - ONE ENTRY PER MEO-REC-NO,
000180*                     ACCEPTED OR REJECTED WITH A REASON, AND A
000190*                     COUNT TRAILER). THIS PROGRAM MATCH-MERGES
000200*                     IT, IN RECORD-NUMBER ORDER, AGAINST THE
000210*                     BINOUT WE TRANSMITTED AND REPORTS EVERY
000220*                     RECORD SENT BUT NEVER ACKNOWLEDGED, EVERY
000230*                     ACKNOWLEDGEMENT FOR A RECORD NEVER SENT,
000240*                     DUPLICATE AND UNREADABLE ACKNOWLEDGEMENTS,
000250*                     AND WHETHER THE TWO TRAILER COUNTS AGREE
000260*                     WITH EACH OTHER AND WITH THE DETAIL. EACH
000270*                     RECORD THE RATING SYSTEM REJECTED BECOMES
000280*                     A REJECT OF OUR OWN - WRITTEN IN THE
000290*                     REJFILE LAYOUT TO THE RATING REJECT FILE
000300*                     (RATEREJ, MERGED INTO THE REPAIR CYCLE'S
000310*                     REJFILE SO THE AGEING LEDGER PICKS UP ANY
000320*                     LEFT UNREPAIRED) AND ADDED OPEN TO THE
000330*                     REJECT MASTER SO THE REPAIR CREW WORK IT
000340*                     ON BRPR LIKE ANY OTHER REJECT. BOTH CARRY
000350*                     SOURCE 'R' AND THE ORIGINAL FEED ID, TAKEN
000360*                     WITH THE RAW INPUT VALUE OFF THE RECORD'S
000370*                     LINEAGE ENTRY. CONDITION CODE 0 ALL
000380*                     ACCEPTED AND IN BALANCE, 4 IN BALANCE WITH
000390*                     RATING REJECTS, 8 OUT OF BALANCE, 12 A
000400*                     VSAM ERROR.
000402*    01/04/2025 DKW   THE PACKED COPY IS NOW NINETEEN DIGITS
000404*                     (BINLAY). A VALUE TAKEN FROM IT IS SHOWN AS
000406*                     SIGN AND TEN DIGITS WHEN IT FITS, AS
000408*                     BEFORE, OTHERWISE SIGN AND NINETEEN.
000410*    -------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440     SOURCE-COMPUTER. IBM-370.
000450     OBJECT-COMPUTER. IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480*    THE RATING FEED AS TRANSMITTED, DETAIL IN RECORD-NUMBER
000490*    ORDER, ENDING WITH ITS 'TR' TRAILER.
000500     SELECT BINOUT ASSIGN TO "BINOUT"
000510         ORGANIZATION IS SEQUENTIAL.
000520*    THE RATING SYSTEM'S ACKNOWLEDGEMENTS, SORTED INTO RECORD-
000530*    NUMBER ORDER WITH THE TRAILER LAST.
000540     SELECT ACKFILE ASSIGN TO "ACKFILE"
000550         ORGANIZATION IS SEQUENTIAL.
000560*    THE RECORD LINEAGE MASTER - FEED AND RAW INPUT VALUE OF A
000570*    RATING REJECT.
000580     SELECT LINMSTR ASSIGN TO "LINMSTR"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS LIN-MST-KEY
000620         FILE STATUS IS WS-LIN-STATUS.
000630*    THE KEYED REJECT MASTER BRPR WORKS FROM.
000640     SELECT REJMSTR ASSIGN TO "REJMSTR"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS REJM-MST-KEY
000680         FILE STATUS IS WS-REJM-STATUS.
000690*    RATING REJECTS IN THE REJFILE LAYOUT, FOR THE REPAIR CYCLE.
000700     SELECT RATEREJ ASSIGN TO "RATEREJ"
000710         ORGANIZATION IS SEQUENTIAL.
000720*    RECONCILIATION REPORT.
000730     SELECT RPTFILE ASSIGN TO "RPTFILE"
000740         ORGANIZATION IS SEQUENTIAL.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  BINOUT
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 32 CHARACTERS.
000810 01  BINOUT-RECORD               PIC X(32).
000820 FD  ACKFILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 80 CHARACTERS.
000860 01  ACKFILE-RECORD              PIC X(80).
000870 FD  LINMSTR
000880     RECORD CONTAINS 400 CHARACTERS.
000890 01  LINMSTR-RECORD.
000900     05  LIN-MST-KEY                PIC X(15).
000910     05  FILLER                     PIC X(385).
000920 FD  REJMSTR
000930     RECORD CONTAINS 160 CHARACTERS.
000940 01  REJMSTR-RECORD.
000950     05  REJM-MST-KEY               PIC X(07).
000960     05  FILLER                     PIC X(153).
000970 FD  RATEREJ
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 80 CHARACTERS.
001010 01  RATEREJ-RECORD.
001020     05  REJ-REC-NO                 PIC 9(07).
001030     05  FILLER                     PIC X(01).
001040     05  REJ-BAD-VALUE              PIC X(20).
001050     05  FILLER                     PIC X(01).
001060     05  REJ-REASON                 PIC X(40).
001070     05  FILLER                     PIC X(01).
001080     05  REJ-FEED-ID                PIC X(08).
001090*    WHERE THE REJECT CAME FROM - 'R' THE RATING SYSTEM.
001100     05  REJ-SOURCE                 PIC X(01).
001110     05  FILLER                     PIC X(01).
001120 FD  RPTFILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 132 CHARACTERS.
001160 01  RPTFILE-RECORD              PIC X(132).
001170 WORKING-STORAGE SECTION.
001180*    RATING FEED RECORD LAYOUT (SHARED WITH PROGRAM B).
001190     COPY BINLAY.
001200*    ACKNOWLEDGEMENT RECORD LAYOUT (SHARED WITH THE RATING TEAM).
001210     COPY ACKLAY.
001220*    LINEAGE MASTER RECORD LAYOUT (SHARED WITH BLINLOAD).
001230     COPY LINLAY.
001240*    REJECT MASTER RECORD LAYOUT (SHARED WITH BREJLOAD).
001250     COPY REJMLAY.
001260*    RUN SWITCHES
001270 77  WS-SENT-EOF-SWITCH          PIC X(01) VALUE 'N'.
001280 88  END-OF-SENT                           VALUE 'Y'.
001290 77  WS-ACK-EOF-SWITCH           PIC X(01) VALUE 'N'.
001300 88  END-OF-ACKS                           VALUE 'Y'.
001310 77  WS-BIN-TRL-SWITCH           PIC X(01) VALUE 'N'.
001320 88  BIN-TRAILER-SEEN                      VALUE 'Y'.
001330 77  WS-ACK-TRL-SWITCH           PIC X(01) VALUE 'N'.
001340 88  ACK-TRAILER-SEEN                      VALUE 'Y'.
001350 77  WS-VSAM-SWITCH              PIC X(01) VALUE 'N'.
001360 88  VSAM-ERROR-SEEN                       VALUE 'Y'.
001370 77  WS-BALANCE-SWITCH           PIC X(01) VALUE 'Y'.
001380 88  FEED-IN-BALANCE                       VALUE 'Y'.
001390 88  FEED-OUT-OF-BALANCE                   VALUE 'N'.
001400 77  WS-LIN-STATUS               PIC X(02) VALUE SPACES.
001410 77  WS-REJM-STATUS              PIC X(02) VALUE SPACES.
001420*    THE RECORD NUMBER OF THE CURRENT BINOUT DETAIL, AND OF THE
001430*    LAST ACKNOWLEDGEMENT TAKEN, FOR THE DUPLICATE TEST.
001440 77  WS-SENT-NO                  PIC 9(08) VALUE ZERO.
001450 77  WS-PREV-ACK-NO              PIC 9(08) VALUE ZERO.
001460*    THE TWO TRAILER COUNTS.
001470 77  WS-BIN-TRL-COUNT            PIC 9(08) VALUE ZERO.
001480 77  WS-ACK-TRL-COUNT            PIC 9(08) VALUE ZERO.
001490*    RUN COUNTERS FOR THE REPORT AND THE CONDITION CODE
001500 77  WS-SENT-COUNT               PIC 9(08) COMP VALUE ZERO.
001510 77  WS-ACK-COUNT                PIC 9(08) COMP VALUE ZERO.
001520 77  WS-ACCEPTED-COUNT           PIC 9(08) COMP VALUE ZERO.
001530 77  WS-REJECTED-COUNT           PIC 9(08) COMP VALUE ZERO.
001540 77  WS-UNACKED-COUNT            PIC 9(08) COMP VALUE ZERO.
001550 77  WS-NOT-SENT-COUNT           PIC 9(08) COMP VALUE ZERO.
001560 77  WS-DUPLICATE-COUNT          PIC 9(08) COMP VALUE ZERO.
001570 77  WS-UNREADABLE-COUNT         PIC 9(08) COMP VALUE ZERO.
001580 77  WS-ADDED-COUNT              PIC 9(08) COMP VALUE ZERO.
001590 77  WS-ON-MASTER-COUNT          PIC 9(08) COMP VALUE ZERO.
001600 77  WS-KEY-IN-USE-COUNT         PIC 9(08) COMP VALUE ZERO.
001610 77  WS-NO-LINEAGE-COUNT         PIC 9(08) COMP VALUE ZERO.
001620*    RUN DATE AND JOB FROM THE PARM - THE NIGHT WHOSE FEED IS
001630*    BEING ACKNOWLEDGED.
001640 77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
001650 77  WS-JOB-NAME                 PIC X(08) VALUE SPACES.
001660 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
001670*    THE LINEAGE KEY OF A RATING REJECT.
001680 01  WS-TRACE-KEY.
001690     05  WS-TK-RUN-DATE             PIC X(08).
001700     05  WS-TK-REC-NO               PIC 9(07).
001710*    THE SIGNED SOURCE VALUE OFF THE PACKED COPY, FOR A REJECT
001720*    WITH NO LINEAGE ENTRY.
001730 77  WS-PKD-VALUE                PIC S9(19) VALUE ZERO.
001740 77  WS-PKD-DIGITS               PIC 9(19) VALUE ZERO.
001750 77  WS-PKD-SIGN                 PIC X(01) VALUE SPACE.
001760*    THE PARM, SPACE-PADDED TO ITS REAL LENGTH AT START-UP SO
001770*    A SHORT PARM IS NEVER READ PAST ITS END.
001780 01  WS-PARM-TEXT                PIC X(80) VALUE SPACES.
001790*    REPORT PAGING
001800 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
001810 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
001820 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001830*    REPORT LINES
001840 01  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
001850 01  WS-HEAD-1.
001860     05  FILLER                     PIC X(48) VALUE
001870         "BRATACK - RATING ACKNOWLEDGEMENT RECONCILIATION".
001880     05  FILLER                     PIC X(10) VALUE
001890         " RUN DATE ".
001900     05  WS-HD1-DATE                PIC X(08).
001910     05  FILLER                     PIC X(06) VALUE "  JOB ".
001920     05  WS-HD1-JOB                 PIC X(08).
001930     05  FILLER                     PIC X(43) VALUE SPACES.
001940     05  FILLER                     PIC X(05) VALUE "PAGE ".
001950     05  WS-HD1-PAGE                PIC ZZZ9.
001960 01  WS-HEAD-2.
001970     05  FILLER                     PIC X(40) VALUE
001980         "  REC-NO CONDITION".
001990     05  FILLER                     PIC X(40) VALUE
002000         "FEED     BAD VALUE            REASON".
002010     05  FILLER                     PIC X(52) VALUE SPACES.
002020 01  WS-SECTION-LINE.
002030     05  WS-SEC-TITLE               PIC X(60).
002040     05  FILLER                     PIC X(72) VALUE SPACES.
002050*    ONE RECORD THAT DID NOT SIMPLY GET ACCEPTED.
002060 01  WS-EXC-LINE.
002070     05  WS-EXC-REC-NO              PIC Z(07)9.
002080     05  FILLER                     PIC X(01) VALUE SPACE.
002090     05  WS-EXC-CONDITION           PIC X(30).
002100     05  FILLER                     PIC X(01) VALUE SPACE.
002110     05  WS-EXC-FEED-ID             PIC X(08).
002120     05  FILLER                     PIC X(01) VALUE SPACE.
002130     05  WS-EXC-VALUE               PIC X(20).
002140     05  FILLER                     PIC X(01) VALUE SPACE.
002150     05  WS-EXC-REASON              PIC X(40).
002160     05  FILLER                     PIC X(22) VALUE SPACES.
002170 01  WS-CHECK-LINE.
002180     05  FILLER                     PIC X(04) VALUE SPACES.
002190     05  WS-CK-TEXT                 PIC X(60).
002200     05  FILLER                     PIC X(68) VALUE SPACES.
002210 01  WS-TOTAL-LINE.
002220     05  FILLER                     PIC X(04) VALUE SPACES.
002230     05  WS-TT-LABEL                PIC X(40).
002240     05  WS-TT-COUNT                PIC ZZ,ZZZ,ZZ9.
002250     05  FILLER                     PIC X(78) VALUE SPACES.
002260 01  WS-VERDICT-LINE             PIC X(132) VALUE SPACES.
002270 LINKAGE SECTION.
002280*    JOB STEP PARM - COLUMNS 1-8 THE RUN DATE WHOSE FEED IS
002290*    BEING ACKNOWLEDGED (YYYYMMDD, BLANK FOR TODAY), COLUMNS
002300*    10-17 THE CONVERSION JOB (BLANK FOR BCNVJOB), E.G.
002310*    PARM='20241214 BCNVJOB'.
002320 01  LS-PARM-DATA.
002330     05  LS-PARM-LENGTH             PIC S9(04) COMP.
002340     05  LS-PARM-TEXT               PIC X(80).
002350 PROCEDURE DIVISION USING LS-PARM-DATA.
002360*================================================================
002370*0000-MAINLINE - OVERALL CONTROL OF THE RECONCILIATION.
002380*================================================================
002390 0000-MAINLINE.
002400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002410     PERFORM 2000-MATCH-MERGE THRU 2000-EXIT
002420         UNTIL (END-OF-SENT AND END-OF-ACKS) OR VSAM-ERROR-SEEN.
002430     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
002440     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002450     GO TO 9999-EXIT.
002460*----------------------------------------------------------------
002470*1000-INITIALIZE - EDIT THE PARM, OPEN FILES AND PRIME BOTH
002480*    SIDES OF THE MERGE.
002490*----------------------------------------------------------------
002500 1000-INITIALIZE.
002510     MOVE SPACES TO WS-PARM-TEXT.
002520     IF LS-PARM-LENGTH > ZERO AND LS-PARM-LENGTH <= 80
002530         MOVE LS-PARM-TEXT (1:LS-PARM-LENGTH) TO WS-PARM-TEXT
002540     END-IF.
002550     IF WS-PARM-TEXT (1:8) = SPACES
002560         ACCEPT WS-TODAY FROM DATE YYYYMMDD
002570         MOVE WS-TODAY TO WS-RUN-DATE
002580     ELSE
002590         MOVE WS-PARM-TEXT (1:8) TO WS-RUN-DATE
002600     END-IF.
002610     IF WS-PARM-TEXT (10:8) = SPACES
002620         MOVE 'BCNVJOB' TO WS-JOB-NAME
002630     ELSE
002640         MOVE WS-PARM-TEXT (10:8) TO WS-JOB-NAME
002650     END-IF.
002660     MOVE WS-RUN-DATE TO WS-HD1-DATE.
002670     MOVE WS-JOB-NAME TO WS-HD1-JOB.
002680     OPEN INPUT BINOUT.
002690     OPEN INPUT ACKFILE.
002700     OPEN OUTPUT RATEREJ.
002710     OPEN OUTPUT RPTFILE.
002720     OPEN INPUT LINMSTR.
002730     IF WS-LIN-STATUS NOT = '00'
002740         DISPLAY 'BRATACK: LINMSTR OPEN FAILED - STATUS '
002750             WS-LIN-STATUS
002760         SET VSAM-ERROR-SEEN TO TRUE
002770     END-IF.
002780     OPEN I-O REJMSTR.
002790     IF WS-REJM-STATUS NOT = '00'
002800         DISPLAY 'BRATACK: REJMSTR OPEN FAILED - STATUS '
002810             WS-REJM-STATUS
002820         SET VSAM-ERROR-SEEN TO TRUE
002830     END-IF.
002840     PERFORM 2100-READ-SENT THRU 2100-EXIT.
002850     PERFORM 2200-READ-ACK THRU 2200-EXIT.
002860 1000-EXIT.
002870     EXIT.
002880*----------------------------------------------------------------
002890*2000-MATCH-MERGE - TWO-FILE BALANCE LINE ON THE RECORD
002900*    NUMBER, AS IN BREPAIR. A SENT RECORD BELOW THE NEXT
002910*    ACKNOWLEDGEMENT WAS NEVER ACKNOWLEDGED; AN ACKNOWLEDGEMENT
002920*    BELOW THE NEXT SENT RECORD ANSWERS SOMETHING WE NEVER SENT;
002930*    A MATCHED PAIR IS ACCEPTED OR BECOMES A RATING REJECT.
002940*----------------------------------------------------------------
002950 2000-MATCH-MERGE.
002960     EVALUATE TRUE
002970         WHEN END-OF-ACKS
002980             PERFORM 2400-NEVER-ACKED THRU 2400-EXIT
002990         WHEN END-OF-SENT
003000             PERFORM 2500-NEVER-SENT THRU 2500-EXIT
003010         WHEN WS-SENT-NO < ACK-REC-NO
003020             PERFORM 2400-NEVER-ACKED THRU 2400-EXIT
003030         WHEN WS-SENT-NO > ACK-REC-NO
003040             PERFORM 2500-NEVER-SENT THRU 2500-EXIT
003050         WHEN OTHER
003060             PERFORM 2300-MATCHED THRU 2300-EXIT
003070     END-EVALUATE.
003080 2000-EXIT.
003090     EXIT.
003100*----------------------------------------------------------------
003110*2100-READ-SENT - NEXT BINOUT DETAIL. THE 'TR' TRAILER ENDS
003120*    THE DETAIL AND ITS COUNT IS KEPT FOR THE BALANCE.
003130*----------------------------------------------------------------
003140 2100-READ-SENT.
003150     READ BINOUT INTO WS-MEO-RECORD
003160         AT END
003170             SET END-OF-SENT TO TRUE
003180             GO TO 2100-EXIT
003190     END-READ.
003200     IF MEO-CONVENTION = 'TR'
003210         SET BIN-TRAILER-SEEN TO TRUE
003220         MOVE MEO-BIN-DBLWORD TO WS-BIN-TRL-COUNT
003230         SET END-OF-SENT TO TRUE
003240         GO TO 2100-EXIT
003250     END-IF.
003260     ADD 1 TO WS-SENT-COUNT.
003270     MOVE MEO-REC-NO TO WS-SENT-NO.
003280 2100-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------
003310*2200-READ-ACK - NEXT USABLE ACKNOWLEDGEMENT. THE TRAILER ENDS
003320*    THE DETAIL AND ITS COUNT IS KEPT. AN UNREADABLE RECORD OR
003330*    A SECOND ACKNOWLEDGEMENT FOR THE SAME RECORD NUMBER IS
003340*    LISTED AND PASSED OVER - THE FIRST ONE STANDS.
003350*----------------------------------------------------------------
003360 2200-READ-ACK.
003370     READ ACKFILE INTO WS-ACK-RECORD
003380         AT END
003390             SET END-OF-ACKS TO TRUE
003400             GO TO 2200-EXIT
003410     END-READ.
003420     IF ACK-TRAILER
003430         SET ACK-TRAILER-SEEN TO TRUE
003440         IF ACK-TRL-COUNT IS NUMERIC
003450             MOVE ACK-TRL-COUNT TO WS-ACK-TRL-COUNT
003460         END-IF
003470         SET END-OF-ACKS TO TRUE
003480         GO TO 2200-EXIT
003490     END-IF.
003500     ADD 1 TO WS-ACK-COUNT.
003510     IF NOT ACK-DETAIL
003520         OR ACK-REC-NO IS NOT NUMERIC
003530         ADD 1 TO WS-UNREADABLE-COUNT
003540         MOVE ZERO TO WS-EXC-REC-NO
003550         MOVE "UNREADABLE ACKNOWLEDGEMENT" TO WS-EXC-CONDITION
003560         MOVE SPACES TO WS-EXC-FEED-ID
003570         MOVE WS-ACK-RECORD (1:20) TO WS-EXC-VALUE
003580         MOVE ACK-REASON TO WS-EXC-REASON
003590         PERFORM 7300-WRITE-EXCEPTION THRU 7300-EXIT
003600         GO TO 2200-READ-ACK
003610     END-IF.
003620     IF WS-ACK-COUNT > 1
003630         AND ACK-REC-NO = WS-PREV-ACK-NO
003640         ADD 1 TO WS-DUPLICATE-COUNT
003650         MOVE ACK-REC-NO TO WS-EXC-REC-NO
003660         MOVE "DUPLICATE ACKNOWLEDGEMENT" TO WS-EXC-CONDITION
003670         MOVE SPACES TO WS-EXC-FEED-ID
003680         MOVE SPACES TO WS-EXC-VALUE
003690         MOVE ACK-REASON TO WS-EXC-REASON
003700         PERFORM 7300-WRITE-EXCEPTION THRU 7300-EXIT
003710         GO TO 2200-READ-ACK
003720     END-IF.
003730     MOVE ACK-REC-NO TO WS-PREV-ACK-NO.
003740 2200-EXIT.
003750     EXIT.
003760*----------------------------------------------------------------
003770*2300-MATCHED - THE RATING SYSTEM ANSWERED THIS RECORD. AN
003780*    ACCEPTANCE IS JUST COUNTED; A REJECTION BECOMES ONE OF OUR
003790*    REJECTS; ANY OTHER STATUS IS LISTED AS UNREADABLE.
003800*----------------------------------------------------------------
003810 2300-MATCHED.
003820     EVALUATE TRUE
003830         WHEN ACK-ACCEPTED
003840             ADD 1 TO WS-ACCEPTED-COUNT
003850         WHEN ACK-REJECTED
003860             ADD 1 TO WS-REJECTED-COUNT
003870             PERFORM 2600-RATING-REJECT THRU 2600-EXIT
003880         WHEN OTHER
003890             ADD 1 TO WS-UNREADABLE-COUNT
003900             MOVE ACK-REC-NO TO WS-EXC-REC-NO
003910             MOVE "ACK STATUS NOT A OR R" TO WS-EXC-CONDITION
003920             MOVE SPACES TO WS-EXC-FEED-ID
003930             MOVE ACK-STATUS TO WS-EXC-VALUE
003940             MOVE ACK-REASON TO WS-EXC-REASON
003950             PERFORM 7300-WRITE-EXCEPTION THRU 7300-EXIT
003960     END-EVALUATE.
003970     PERFORM 2100-READ-SENT THRU 2100-EXIT.
003980     PERFORM 2200-READ-ACK THRU 2200-EXIT.
003990 2300-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------
004020*2400-NEVER-ACKED - A RECORD WE SENT THAT THE RATING SYSTEM
004030*    HAS NOT ANSWERED.
004040*----------------------------------------------------------------
004050 2400-NEVER-ACKED.
004060     ADD 1 TO WS-UNACKED-COUNT.
004070     MOVE WS-SENT-NO TO WS-EXC-REC-NO.
004080     MOVE "SENT - NEVER ACKNOWLEDGED" TO WS-EXC-CONDITION.
004090     MOVE SPACES TO WS-EXC-FEED-ID.
004100     MOVE SPACES TO WS-EXC-VALUE.
004110     MOVE SPACES TO WS-EXC-REASON.
004120     PERFORM 7300-WRITE-EXCEPTION THRU 7300-EXIT.
004130     PERFORM 2100-READ-SENT THRU 2100-EXIT.
004140 2400-EXIT.
004150     EXIT.
004160*----------------------------------------------------------------
004170*2500-NEVER-SENT - AN ACKNOWLEDGEMENT FOR A RECORD NUMBER NOT
004180*    ON THE FEED WE SENT.
004190*----------------------------------------------------------------
004200 2500-NEVER-SENT.
004210     ADD 1 TO WS-NOT-SENT-COUNT.
004220     MOVE ACK-REC-NO TO WS-EXC-REC-NO.
004230     MOVE "ACKNOWLEDGED - NEVER SENT" TO WS-EXC-CONDITION.
004240     MOVE SPACES TO WS-EXC-FEED-ID.
004250     MOVE ACK-STATUS TO WS-EXC-VALUE.
004260     MOVE ACK-REASON TO WS-EXC-REASON.
004270     PERFORM 7300-WRITE-EXCEPTION THRU 7300-EXIT.
004280     PERFORM 2200-READ-ACK THRU 2200-EXIT.
004290 2500-EXIT.
004300     EXIT.
004310*----------------------------------------------------------------
004320*2600-RATING-REJECT - THE RATING SYSTEM REFUSED A RECORD WE
004330*    SENT. THE FEED AND THE RAW INPUT VALUE COME OFF ITS LINEAGE
004340*    ENTRY; WITHOUT ONE THE VALUE IS TAKEN FROM THE PACKED COPY
004350*    AND THE FEED IS LEFT BLANK. THE REJECT GOES TO RATEREJ FOR
004360*    THE REPAIR CYCLE AND ONTO THE REJECT MASTER FOR BRPR.
004370*----------------------------------------------------------------
004380 2600-RATING-REJECT.
004390     MOVE SPACES TO RATEREJ-RECORD.
004400     MOVE WS-SENT-NO TO REJ-REC-NO.
004410     MOVE 'R' TO REJ-SOURCE.
004420     STRING 'RATING: '          DELIMITED BY SIZE
004430         ACK-REASON             DELIMITED BY SIZE
004440         INTO REJ-REASON
004450     END-STRING.
004460     MOVE WS-RUN-DATE TO WS-TK-RUN-DATE.
004470     MOVE WS-SENT-NO TO WS-TK-REC-NO.
004480     MOVE WS-TRACE-KEY TO LIN-MST-KEY.
004490     READ LINMSTR INTO WS-LIN-RECORD
004500         KEY IS LIN-MST-KEY
004510     END-READ.
004520     EVALUATE WS-LIN-STATUS
004530         WHEN '00'
004540             MOVE LIN-FEED-ID TO REJ-FEED-ID
004550             MOVE LIN-IN-RAW TO REJ-BAD-VALUE
004560         WHEN '23'
004570             ADD 1 TO WS-NO-LINEAGE-COUNT
004580             DISPLAY 'BRATACK: NO LINEAGE ENTRY FOR RUN '
004590                 WS-RUN-DATE ' RECORD ' WS-TK-REC-NO
004600             PERFORM 2610-EDIT-PACKED THRU 2610-EXIT
004610         WHEN OTHER
004620             DISPLAY 'BRATACK: LINMSTR READ FAILED - STATUS '
004630                 WS-LIN-STATUS ' AT RECORD ' WS-TK-REC-NO
004640             SET VSAM-ERROR-SEEN TO TRUE
004650             GO TO 2600-EXIT
004660     END-EVALUATE.
004670     WRITE RATEREJ-RECORD.
004680     MOVE REJ-REC-NO TO WS-EXC-REC-NO.
004690     MOVE "REJECTED BY RATING" TO WS-EXC-CONDITION.
004700     MOVE REJ-FEED-ID TO WS-EXC-FEED-ID.
004710     MOVE REJ-BAD-VALUE TO WS-EXC-VALUE.
004720     MOVE ACK-REASON TO WS-EXC-REASON.
004730     PERFORM 7300-WRITE-EXCEPTION THRU 7300-EXIT.
004740     PERFORM 2700-ADD-TO-MASTER THRU 2700-EXIT.
004750 2600-EXIT.
004760     EXIT.
004770 2610-EDIT-PACKED.
004780     MOVE MEO-PACKED-VALUE TO WS-PKD-VALUE.
004790     IF WS-PKD-VALUE < ZERO
004800         MOVE '-' TO WS-PKD-SIGN
004810     ELSE
004820         MOVE '+' TO WS-PKD-SIGN
004830     END-IF.
004840     MOVE WS-PKD-VALUE TO WS-PKD-DIGITS.
004844     IF WS-PKD-DIGITS > 9999999999
004848         STRING WS-PKD-SIGN         DELIMITED BY SIZE
004852             WS-PKD-DIGITS          DELIMITED BY SIZE
004856             INTO REJ-BAD-VALUE
004860         END-STRING
004864     ELSE
004868         STRING WS-PKD-SIGN         DELIMITED BY SIZE
004872             WS-PKD-DIGITS (10:10)  DELIMITED BY SIZE
004876             INTO REJ-BAD-VALUE
004880         END-STRING
004884     END-IF.
004890 2610-EXIT.
004900     EXIT.
004910*----------------------------------------------------------------
004920*2700-ADD-TO-MASTER - ADD THE RATING REJECT TO THE REJECT
004930*    MASTER, OPEN. A RATING REJECT ALREADY THERE IS A RERUN AND
004940*    IS LEFT AS IT IS (IT MAY ALREADY HAVE A CORRECTION ON IT);
004950*    A CONVERSION REJECT ON THE SAME RECORD NUMBER MEANS THE
004960*    MASTER HOLDS ANOTHER NIGHT, AND IS LISTED.
004970*----------------------------------------------------------------
004980 2700-ADD-TO-MASTER.
004990     MOVE SPACES TO WS-REJM-RECORD.
005000     MOVE REJ-REC-NO TO REJM-REC-NO.
005010     MOVE REJ-BAD-VALUE TO REJM-BAD-VALUE.
005020     MOVE REJ-REASON TO REJM-REASON.
005030     MOVE REJ-FEED-ID TO REJM-FEED-ID.
005040     MOVE 'N' TO REJM-RPR-STATUS.
005050     MOVE 'R' TO REJM-SOURCE.
005060     WRITE REJMSTR-RECORD FROM WS-REJM-RECORD.
005070     EVALUATE WS-REJM-STATUS
005080         WHEN '00'
005090             ADD 1 TO WS-ADDED-COUNT
005100         WHEN '22'
005110             PERFORM 2710-KEY-ON-MASTER THRU 2710-EXIT
005120         WHEN OTHER
005130             DISPLAY 'BRATACK: REJMSTR WRITE FAILED - STATUS '
005140                 WS-REJM-STATUS ' AT RECORD ' REJ-REC-NO
005150             SET VSAM-ERROR-SEEN TO TRUE
005160     END-EVALUATE.
005170 2700-EXIT.
005180     EXIT.
005190 2710-KEY-ON-MASTER.
005200     MOVE REJ-REC-NO TO REJM-MST-KEY.
005210     READ REJMSTR INTO WS-REJM-RECORD
005220         KEY IS REJM-MST-KEY
005230     END-READ.
005240     IF WS-REJM-STATUS NOT = '00'
005250         DISPLAY 'BRATACK: REJMSTR READ FAILED - STATUS '
005260             WS-REJM-STATUS ' AT RECORD ' REJ-REC-NO
005270         SET VSAM-ERROR-SEEN TO TRUE
005280         GO TO 2710-EXIT
005290     END-IF.
005300     IF REJM-FROM-RATING
005310         ADD 1 TO WS-ON-MASTER-COUNT
005320         GO TO 2710-EXIT
005330     END-IF.
005340     ADD 1 TO WS-KEY-IN-USE-COUNT.
005350     MOVE REJ-REC-NO TO WS-EXC-REC-NO.
005360     MOVE "REJECT MASTER KEY IN USE" TO WS-EXC-CONDITION.
005370     MOVE REJM-FEED-ID TO WS-EXC-FEED-ID.
005380     MOVE REJM-BAD-VALUE TO WS-EXC-VALUE.
005390     MOVE REJM-REASON TO WS-EXC-REASON.
005400     PERFORM 7300-WRITE-EXCEPTION THRU 7300-EXIT.
005410 2710-EXIT.
005420     EXIT.
005430*----------------------------------------------------------------
005440*5000-PRINT-TOTALS - THE COUNTS, THE THREE COUNT CHECKS (OUR
005450*    DETAIL AGAINST OUR TRAILER, THEIR DETAIL AGAINST THEIR
005460*    TRAILER, AND THE TWO TRAILERS AGAINST EACH OTHER) AND THE
005470*    VERDICT.
005480*----------------------------------------------------------------
005490 5000-PRINT-TOTALS.
005500     MOVE "TOTALS" TO WS-SEC-TITLE.
005510     PERFORM 7200-WRITE-SECTION THRU 7200-EXIT.
005520     MOVE "BINOUT DETAIL RECORDS SENT" TO WS-TT-LABEL.
005530     MOVE WS-SENT-COUNT TO WS-TT-COUNT.
005540     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005550     MOVE "BINOUT TRAILER COUNT" TO WS-TT-LABEL.
005560     MOVE WS-BIN-TRL-COUNT TO WS-TT-COUNT.
005570     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005580     MOVE "ACKNOWLEDGEMENTS RECEIVED" TO WS-TT-LABEL.
005590     MOVE WS-ACK-COUNT TO WS-TT-COUNT.
005600     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005610     MOVE "ACKNOWLEDGEMENT TRAILER COUNT" TO WS-TT-LABEL.
005620     MOVE WS-ACK-TRL-COUNT TO WS-TT-COUNT.
005630     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005640     MOVE "ACCEPTED BY RATING" TO WS-TT-LABEL.
005650     MOVE WS-ACCEPTED-COUNT TO WS-TT-COUNT.
005660     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005670     MOVE "REJECTED BY RATING" TO WS-TT-LABEL.
005680     MOVE WS-REJECTED-COUNT TO WS-TT-COUNT.
005690     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005700     MOVE "  ADDED TO THE REJECT MASTER" TO WS-TT-LABEL.
005710     MOVE WS-ADDED-COUNT TO WS-TT-COUNT.
005720     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005730     MOVE "  ALREADY ON THE REJECT MASTER" TO WS-TT-LABEL.
005740     MOVE WS-ON-MASTER-COUNT TO WS-TT-COUNT.
005750     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005760     MOVE "  REJECT MASTER KEY IN USE" TO WS-TT-LABEL.
005770     MOVE WS-KEY-IN-USE-COUNT TO WS-TT-COUNT.
005780     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005790     MOVE "  NO LINEAGE ENTRY - FEED UNKNOWN" TO WS-TT-LABEL.
005800     MOVE WS-NO-LINEAGE-COUNT TO WS-TT-COUNT.
005810     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005820     MOVE "SENT - NEVER ACKNOWLEDGED" TO WS-TT-LABEL.
005830     MOVE WS-UNACKED-COUNT TO WS-TT-COUNT.
005840     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005850     MOVE "ACKNOWLEDGED - NEVER SENT" TO WS-TT-LABEL.
005860     MOVE WS-NOT-SENT-COUNT TO WS-TT-COUNT.
005870     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005880     MOVE "DUPLICATE ACKNOWLEDGEMENTS" TO WS-TT-LABEL.
005890     MOVE WS-DUPLICATE-COUNT TO WS-TT-COUNT.
005900     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005910     MOVE "UNREADABLE ACKNOWLEDGEMENTS" TO WS-TT-LABEL.
005920     MOVE WS-UNREADABLE-COUNT TO WS-TT-COUNT.
005930     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
005940     MOVE "COUNT CHECKS" TO WS-SEC-TITLE.
005950     PERFORM 7200-WRITE-SECTION THRU 7200-EXIT.
005960     EVALUATE TRUE
005970         WHEN NOT BIN-TRAILER-SEEN
005980             MOVE "BINOUT HAS NO TRAILER" TO WS-CK-TEXT
005990             SET FEED-OUT-OF-BALANCE TO TRUE
006000         WHEN WS-BIN-TRL-COUNT NOT = WS-SENT-COUNT
006010             MOVE "BINOUT DETAIL DOES NOT AGREE WITH ITS TRAILER"
006020                 TO WS-CK-TEXT
006030             SET FEED-OUT-OF-BALANCE TO TRUE
006040         WHEN OTHER
006050             MOVE "BINOUT DETAIL AGREES WITH ITS TRAILER"
006060                 TO WS-CK-TEXT
006070     END-EVALUATE.
006080     PERFORM 7500-WRITE-CHECK THRU 7500-EXIT.
006090     EVALUATE TRUE
006100         WHEN NOT ACK-TRAILER-SEEN
006110             MOVE "ACKNOWLEDGEMENTS HAVE NO TRAILER"
006120                 TO WS-CK-TEXT
006130             SET FEED-OUT-OF-BALANCE TO TRUE
006140         WHEN WS-ACK-TRL-COUNT NOT = WS-ACK-COUNT
006150             MOVE "ACKNOWLEDGEMENTS DISAGREE WITH THEIR TRAILER"
006160                 TO WS-CK-TEXT
006170             SET FEED-OUT-OF-BALANCE TO TRUE
006180         WHEN OTHER
006190             MOVE "ACKNOWLEDGEMENTS AGREE WITH THEIR TRAILER"
006200                 TO WS-CK-TEXT
006210     END-EVALUATE.
006220     PERFORM 7500-WRITE-CHECK THRU 7500-EXIT.
006230     IF WS-ACK-TRL-COUNT = WS-BIN-TRL-COUNT
006240         MOVE "ACKNOWLEDGEMENT TRAILER AGREES WITH BINOUT TRAILER"
006250             TO WS-CK-TEXT
006260     ELSE
006270         MOVE "ACKNOWLEDGEMENT TRAILER DOES NOT AGREE WITH BINOUT"
006280             TO WS-CK-TEXT
006290         SET FEED-OUT-OF-BALANCE TO TRUE
006300     END-IF.
006310     PERFORM 7500-WRITE-CHECK THRU 7500-EXIT.
006320     IF WS-UNACKED-COUNT > ZERO
006330         OR WS-NOT-SENT-COUNT > ZERO
006340         OR WS-DUPLICATE-COUNT > ZERO
006350         OR WS-UNREADABLE-COUNT > ZERO
006360         OR WS-KEY-IN-USE-COUNT > ZERO
006370         SET FEED-OUT-OF-BALANCE TO TRUE
006380     END-IF.
006390     MOVE SPACES TO WS-PRINT-LINE.
006400     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
006410     EVALUATE TRUE
006420         WHEN VSAM-ERROR-SEEN
006430             MOVE "** VSAM ERROR - RECONCILIATION INCOMPLETE"
006440                 TO WS-VERDICT-LINE
006450         WHEN FEED-OUT-OF-BALANCE
006460             MOVE "** OUT OF BALANCE - RAISE WITH THE RATING TEAM"
006470                 TO WS-VERDICT-LINE
006480         WHEN WS-REJECTED-COUNT > ZERO
006490             MOVE "IN BALANCE - RATING REJECTS QUEUED FOR REPAIR"
006500                 TO WS-VERDICT-LINE
006510         WHEN OTHER
006520             MOVE "IN BALANCE - EVERY RECORD ACCEPTED"
006530                 TO WS-VERDICT-LINE
006540     END-EVALUATE.
006550     MOVE WS-VERDICT-LINE TO WS-PRINT-LINE.
006560     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
006570 5000-EXIT.
006580     EXIT.
006590*----------------------------------------------------------------
006600*7000-WRITE-LINE - ONE REPORT LINE, WITH PAGE OVERFLOW.
006610*----------------------------------------------------------------
006620 7000-WRITE-LINE.
006630     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006640         PERFORM 7100-NEW-PAGE THRU 7100-EXIT
006650     END-IF.
006660     WRITE RPTFILE-RECORD FROM WS-PRINT-LINE
006670         AFTER ADVANCING 1 LINE.
006680     ADD 1 TO WS-LINE-COUNT.
006690 7000-EXIT.
006700     EXIT.
006710 7100-NEW-PAGE.
006720     ADD 1 TO WS-PAGE-COUNT.
006730     MOVE WS-PAGE-COUNT TO WS-HD1-PAGE.
006740     WRITE RPTFILE-RECORD FROM WS-HEAD-1
006750         AFTER ADVANCING PAGE.
006760     MOVE SPACES TO RPTFILE-RECORD.
006770     WRITE RPTFILE-RECORD AFTER ADVANCING 1 LINE.
006780     WRITE RPTFILE-RECORD FROM WS-HEAD-2
006790         AFTER ADVANCING 1 LINE.
006800     MOVE 3 TO WS-LINE-COUNT.
006810 7100-EXIT.
006820     EXIT.
006830 7200-WRITE-SECTION.
006840     MOVE SPACES TO WS-PRINT-LINE.
006850     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
006860     MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
006870     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
006880 7200-EXIT.
006890     EXIT.
006900 7300-WRITE-EXCEPTION.
006910     MOVE WS-EXC-LINE TO WS-PRINT-LINE.
006920     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
006930 7300-EXIT.
006940     EXIT.
006950 7400-WRITE-TOTAL.
006960     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
006970     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
006980 7400-EXIT.
006990     EXIT.
007000 7500-WRITE-CHECK.
007010     MOVE WS-CHECK-LINE TO WS-PRINT-LINE.
007020     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
007030 7500-EXIT.
007040     EXIT.
007050*----------------------------------------------------------------
007060*8000-TERMINATE - OPERATOR SUMMARY, CLOSE FILES AND SET THE
007070*    CONDITION CODE - 12 ON A VSAM ERROR, 8 OUT OF BALANCE, 4
007080*    IN BALANCE WITH RATING REJECTS TO REPAIR, 0 CLEAN.
007090*----------------------------------------------------------------
007100 8000-TERMINATE.
007110     DISPLAY 'BRATACK: RECORDS SENT      ' WS-SENT-COUNT.
007120     DISPLAY 'BRATACK: ACKNOWLEDGED      ' WS-ACK-COUNT.
007130     DISPLAY 'BRATACK: RATING REJECTS    ' WS-REJECTED-COUNT.
007140     DISPLAY 'BRATACK: NEVER ACKNOWLEDGED' WS-UNACKED-COUNT.
007150     DISPLAY 'BRATACK: NEVER SENT        ' WS-NOT-SENT-COUNT.
007160     CLOSE BINOUT.
007170     CLOSE ACKFILE.
007180     CLOSE RATEREJ.
007190     CLOSE RPTFILE.
007200     CLOSE LINMSTR.
007210     CLOSE REJMSTR.
007220     EVALUATE TRUE
007230         WHEN VSAM-ERROR-SEEN
007240             MOVE 12 TO RETURN-CODE
007250         WHEN FEED-OUT-OF-BALANCE
007260             MOVE 8 TO RETURN-CODE
007270         WHEN WS-REJECTED-COUNT > ZERO
007280             MOVE 4 TO RETURN-CODE
007290         WHEN OTHER
007300             MOVE ZERO TO RETURN-CODE
007310     END-EVALUATE.
007320 8000-EXIT.
007330     EXIT.
007340 9999-EXIT.
007350     STOP RUN.
