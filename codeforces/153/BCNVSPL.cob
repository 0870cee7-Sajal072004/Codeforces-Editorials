000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BCNVSPL.
000030 AUTHOR. D. K. WHITFIELD.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH CONVERSION UNIT.
000050 DATE-WRITTEN. 11/09/2024.
000060 DATE-COMPILED.
000070*    -------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    11/09/2024 DKW   ORIGINAL CODING - SPLITS THE NIGHT'S
000120*                     CONCATENATED INFILE INTO ONE DATASET PER
000130*                     FEED SO EACH REGION CAN CONVERT IN ITS
000140*                     OWN BCNVPRC RUN (JOB BCNVFEED) INSTEAD
000150*                     OF WAITING BEHIND THE OTHERS IN ONE
000160*                     STEP. FEEDS GO TO THE SLOT DATASETS
000170*                     FEED01-FEED10 IN THE ORDER THEIR '#'
000180*                     HEADERS APPEAR, SO THE SLOTS READ BACK
000190*                     IN ORDER ARE THE ORIGINAL FILE RECORD
000200*                     FOR RECORD - THE BCNVMRG MERGE RELIES ON
000210*                     THAT TO RENUMBER EACH FEED'S REJECTS AND
000220*                     RATING RECORDS BACK TO THE WHOLE FILE.
000230*                     A CH CONTROL HEADER STANDING JUST AHEAD
000240*                     OF A FEED HEADER GOES WITH THAT FEED.
000250*                     THE SPLIT REFUSES (CONDITION CODE 12 -
000260*                     RUN THE SINGLE-STREAM STEP INSTEAD) WHEN
000270*                     THE FILE CANNOT BE CUT CLEANLY: A
000280*                     DETAIL AHEAD OF THE FIRST FEED HEADER, A
000290*                     FEED WHOSE RECORDS ARE NOT ALL IN ONE
000300*                     PIECE, MORE FEEDS THAN SLOTS, OR A FEED
000310*                     THAT WOULD INHERIT A SPEC RECORD FROM
000320*                     THE FEED BEFORE IT (A SINGLE RUN CARRIES
000330*                     THE CONVENTION ACROSS THE FEED BOUNDARY,
000340*                     A SEPARATE RUN CANNOT), OR CONTROL
000350*                     RECORDS THAT DO NOT GIVE EVERY FEED ITS
000360*                     OWN CH/CT PAIR. ALL TEN SLOT
000370*                     DATASETS ARE OPENED, SO AN UNUSED SLOT
000380*                     IS LEFT EMPTY. CONDITION CODE 0 SPLIT,
000390*                     12 NOT SPLIT.
000400*    -------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430     SOURCE-COMPUTER. IBM-370.
000440     OBJECT-COMPUTER. IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470*    THE NIGHT'S CONCATENATED REGIONAL EXTRACT.
000480     SELECT INFILE ASSIGN TO "INFILE"
000490         ORGANIZATION IS SEQUENTIAL.
000500*    ONE SLOT DATASET PER FEED, IN ORDER OF APPEARANCE.
000510     SELECT FEED01 ASSIGN TO "FEED01"
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT FEED02 ASSIGN TO "FEED02"
000540         ORGANIZATION IS SEQUENTIAL.
000550     SELECT FEED03 ASSIGN TO "FEED03"
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT FEED04 ASSIGN TO "FEED04"
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT FEED05 ASSIGN TO "FEED05"
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT FEED06 ASSIGN TO "FEED06"
000620         ORGANIZATION IS SEQUENTIAL.
000630     SELECT FEED07 ASSIGN TO "FEED07"
000640         ORGANIZATION IS SEQUENTIAL.
000650     SELECT FEED08 ASSIGN TO "FEED08"
000660         ORGANIZATION IS SEQUENTIAL.
000670     SELECT FEED09 ASSIGN TO "FEED09"
000680         ORGANIZATION IS SEQUENTIAL.
000690     SELECT FEED10 ASSIGN TO "FEED10"
000700         ORGANIZATION IS SEQUENTIAL.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  INFILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 80 CHARACTERS.
000770 01  INFILE-RECORD.
000780     05  IN-RAW-SIGN                PIC X(01).
000790     05  IN-RAW-VALUE               PIC X(10).
000800     05  FILLER                     PIC X(69).
000810 01  IN-SPEC-VIEW REDEFINES INFILE-RECORD.
000820     05  IN-SPEC-TAG                PIC X(01).
000830         88  SPEC-RECORD                    VALUE '*'.
000840     05  FILLER                     PIC X(79).
000850 01  IN-FEED-VIEW REDEFINES INFILE-RECORD.
000860     05  IN-FEED-TAG                PIC X(01).
000870         88  FEED-HEADER-RECORD             VALUE '#'.
000880     05  IN-FEED-ID                 PIC X(08).
000890     05  FILLER                     PIC X(71).
000900 01  IN-CONTROL-VIEW REDEFINES INFILE-RECORD.
000910     05  IN-CTL-TAG                 PIC X(02).
000920         88  CONTROL-HEADER-RECORD          VALUE 'CH'.
000930         88  CONTROL-RECORD                 VALUE 'CH' 'CT'.
000940     05  FILLER                     PIC X(78).
000950 FD  FEED01
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 80 CHARACTERS.
000990 01  FEED01-RECORD               PIC X(80).
001000 FD  FEED02
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 80 CHARACTERS.
001040 01  FEED02-RECORD               PIC X(80).
001050 FD  FEED03
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 80 CHARACTERS.
001090 01  FEED03-RECORD               PIC X(80).
001100 FD  FEED04
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 80 CHARACTERS.
001140 01  FEED04-RECORD               PIC X(80).
001150 FD  FEED05
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD
001180     RECORD CONTAINS 80 CHARACTERS.
001190 01  FEED05-RECORD               PIC X(80).
001200 FD  FEED06
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 80 CHARACTERS.
001240 01  FEED06-RECORD               PIC X(80).
001250 FD  FEED07
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 80 CHARACTERS.
001290 01  FEED07-RECORD               PIC X(80).
001300 FD  FEED08
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 80 CHARACTERS.
001340 01  FEED08-RECORD               PIC X(80).
001350 FD  FEED09
001360     RECORDING MODE IS F
001370     LABEL RECORDS ARE STANDARD
001380     RECORD CONTAINS 80 CHARACTERS.
001390 01  FEED09-RECORD               PIC X(80).
001400 FD  FEED10
001410     RECORDING MODE IS F
001420     LABEL RECORDS ARE STANDARD
001430     RECORD CONTAINS 80 CHARACTERS.
001440 01  FEED10-RECORD               PIC X(80).
001450 WORKING-STORAGE SECTION.
001460*    RUN SWITCHES
001470 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001480 88  END-OF-INFILE                         VALUE 'Y'.
001490 77  WS-SPLIT-SWITCH             PIC X(01) VALUE 'Y'.
001500 88  SPLIT-IS-GOOD                         VALUE 'Y'.
001510 88  SPLIT-HAS-FAILED                      VALUE 'N'.
001520*    'Y' ONCE ANY SPEC RECORD HAS BEEN READ - FROM THEN ON A
001530*    NEW FEED MUST OPEN WITH ITS OWN SPEC RECORD BEFORE ITS
001540*    FIRST DETAIL, OR IT WOULD CONVERT DIFFERENTLY ALONE.
001550 77  WS-SPEC-SEEN-SWITCH         PIC X(01) VALUE 'N'.
001560 88  SPEC-WAS-SEEN                         VALUE 'Y'.
001570 77  WS-SPEC-NEEDED-SWITCH       PIC X(01) VALUE 'N'.
001580 88  FEED-NEEDS-OWN-SPEC                   VALUE 'Y'.
001590*    A CH CONTROL HEADER IS HELD BACK ONE RECORD - IF A FEED
001600*    HEADER FOLLOWS, THE CH BELONGS TO THE NEW FEED'S SLOT.
001610 77  WS-HELD-SWITCH              PIC X(01) VALUE 'N'.
001620 88  CH-IS-HELD                            VALUE 'Y'.
001630 01  WS-HELD-RECORD              PIC X(80) VALUE SPACES.
001640 01  WS-OUT-RECORD.
001650     05  WS-OUT-CTL-TAG             PIC X(02) VALUE SPACES.
001660         88  OUT-IS-CONTROL-HEADER          VALUE 'CH'.
001670         88  OUT-IS-CONTROL-TRAILER         VALUE 'CT'.
001680     05  FILLER                     PIC X(78) VALUE SPACES.
001690*    'Y' ONCE ANY CH OR CT CONTROL RECORD IS WRITTEN - THEN
001700*    EVERY SLOT MUST CARRY ITS OWN CH/CT PAIR, SINCE EACH
001710*    REGION'S RUN CHECKS ITS OWN CONTROL TOTALS.
001720 77  WS-CTL-SEEN-SWITCH          PIC X(01) VALUE 'N'.
001730 88  CONTROL-WAS-SEEN                      VALUE 'Y'.
001740 77  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
001750 88  SLOT-IS-FOUND                         VALUE 'Y'.
001760 88  SLOT-NOT-FOUND                        VALUE 'N'.
001770*    SLOT TABLE - THE FEED IN EACH SLOT, THE INPUT RECORD
001780*    NUMBER IT STARTS AT AND THE RECORDS WRITTEN TO IT.
001790 77  WS-SLOT-MAX                 PIC 9(02) COMP VALUE 10.
001800 77  WS-SLOT-USED                PIC 9(02) COMP VALUE ZERO.
001810 77  WS-SLOT-IDX                 PIC 9(02) COMP VALUE ZERO.
001820 77  WS-CUR-SLOT                 PIC 9(02) COMP VALUE ZERO.
001830 01  WS-SLOT-TABLE.
001840     05  WS-SLOT-ENTRY OCCURS 10 TIMES.
001850         10  WS-SLT-FEED-ID         PIC X(08).
001860         10  WS-SLT-START-REC       PIC 9(07) COMP.
001870         10  WS-SLT-COUNT           PIC 9(07) COMP.
001880         10  WS-SLT-CH-FLAG         PIC X(01).
001890         10  WS-SLT-CT-FLAG         PIC X(01).
001900*    RUN COUNTERS
001910 77  WS-IN-REC-NO                PIC 9(07) COMP VALUE ZERO.
001920 77  WS-OUT-COUNT                PIC 9(07) COMP VALUE ZERO.
001930*    DISPLAY FIELDS FOR THE OPERATOR SUMMARY
001940 77  WS-DSP-SLOT                 PIC 9(02) VALUE ZERO.
001950 77  WS-DSP-COUNT                PIC Z(06)9.
001960 77  WS-DSP-START                PIC Z(06)9.
001970 PROCEDURE DIVISION.
001980*================================================================
001990*0000-MAINLINE - OVERALL CONTROL OF THE SPLIT RUN.
002000*================================================================
002010 0000-MAINLINE.
002020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002030     PERFORM 2000-SPLIT-RECORD THRU 2000-EXIT
002040         UNTIL END-OF-INFILE OR SPLIT-HAS-FAILED.
002050     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002060     GO TO 9999-EXIT.
002070*----------------------------------------------------------------
002080*1000-INITIALIZE - OPEN THE EXTRACT AND EVERY SLOT DATASET, SO
002090*    AN UNUSED SLOT IS STILL WRITTEN EMPTY, AND PRIME THE READ.
002100*----------------------------------------------------------------
002110 1000-INITIALIZE.
002120     OPEN INPUT INFILE.
002130     OPEN OUTPUT FEED01.
002140     OPEN OUTPUT FEED02.
002150     OPEN OUTPUT FEED03.
002160     OPEN OUTPUT FEED04.
002170     OPEN OUTPUT FEED05.
002180     OPEN OUTPUT FEED06.
002190     OPEN OUTPUT FEED07.
002200     OPEN OUTPUT FEED08.
002210     OPEN OUTPUT FEED09.
002220     OPEN OUTPUT FEED10.
002230     PERFORM 2100-READ-INFILE THRU 2100-EXIT.
002240 1000-EXIT.
002250     EXIT.
002260*----------------------------------------------------------------
002270*2000-SPLIT-RECORD - ONE INPUT RECORD. A CH HEADER IS HELD UNTIL
002280*    THE NEXT RECORD SHOWS WHICH FEED IT OPENS; A FEED HEADER
002290*    STARTS A NEW SLOT; ANYTHING ELSE GOES TO THE CURRENT SLOT.
002300*----------------------------------------------------------------
002310 2000-SPLIT-RECORD.
002320     ADD 1 TO WS-IN-REC-NO.
002330     IF FEED-HEADER-RECORD AND IN-FEED-ID NOT = SPACES
002340         PERFORM 2200-START-FEED THRU 2200-EXIT
002350         IF SPLIT-HAS-FAILED
002360             GO TO 2000-EXIT
002370         END-IF
002380     END-IF.
002390     IF CH-IS-HELD
002400         MOVE WS-HELD-RECORD TO WS-OUT-RECORD
002410         PERFORM 2500-WRITE-SLOT THRU 2500-EXIT
002420         MOVE 'N' TO WS-HELD-SWITCH
002430         IF SPLIT-HAS-FAILED
002440             GO TO 2000-EXIT
002450         END-IF
002460     END-IF.
002470     IF CONTROL-HEADER-RECORD
002480         MOVE INFILE-RECORD TO WS-HELD-RECORD
002490         SET CH-IS-HELD TO TRUE
002500         GO TO 2000-NEXT
002510     END-IF.
002520     PERFORM 2300-CHECK-SPEC THRU 2300-EXIT.
002530     IF SPLIT-HAS-FAILED
002540         GO TO 2000-EXIT
002550     END-IF.
002560     MOVE INFILE-RECORD TO WS-OUT-RECORD.
002570     PERFORM 2500-WRITE-SLOT THRU 2500-EXIT.
002580 2000-NEXT.
002590     PERFORM 2100-READ-INFILE THRU 2100-EXIT.
002600 2000-EXIT.
002610     EXIT.
002620 2100-READ-INFILE.
002630     READ INFILE
002640         AT END
002650             SET END-OF-INFILE TO TRUE
002660     END-READ.
002670 2100-EXIT.
002680     EXIT.
002690*----------------------------------------------------------------
002700*2200-START-FEED - A FEED HEADER WITH A FEED ID OPENS THE NEXT
002710*    SLOT. A FEED ALREADY GIVEN A SLOT HAS COME BACK AFTER
002720*    ANOTHER FEED - ITS SEPARATE RUN COULD NOT PUT ITS RECORDS
002730*    BACK IN THEIR PLACE, SO THE SPLIT IS ABANDONED; SO IT IS
002740*    WHEN THE SLOTS RUN OUT. A HELD CH HEADER STARTS THE NEW
002750*    SLOT, SO ITS RECORD NUMBER IS WHERE THE SLOT BEGINS.
002760*----------------------------------------------------------------
002770 2200-START-FEED.
002780     SET SLOT-NOT-FOUND TO TRUE.
002790     PERFORM 2210-FIND-FEED THRU 2210-EXIT
002800         VARYING WS-SLOT-IDX FROM 1 BY 1
002810         UNTIL WS-SLOT-IDX > WS-SLOT-USED OR SLOT-IS-FOUND.
002820     IF SLOT-IS-FOUND
002830         SET SPLIT-HAS-FAILED TO TRUE
002840         DISPLAY 'BCNVSPL: FEED ' IN-FEED-ID ' APPEARS AGAIN AT'
002850             ' RECORD ' WS-IN-REC-NO ' - ITS RECORDS ARE NOT IN'
002860             ' ONE PIECE'
002870         GO TO 2200-EXIT
002880     END-IF.
002890     IF WS-SLOT-USED >= WS-SLOT-MAX
002900         SET SPLIT-HAS-FAILED TO TRUE
002910         DISPLAY 'BCNVSPL: FEED ' IN-FEED-ID ' AT RECORD '
002920             WS-IN-REC-NO ' - MORE FEEDS THAN SLOTS'
002930         GO TO 2200-EXIT
002940     END-IF.
002950     ADD 1 TO WS-SLOT-USED.
002960     MOVE WS-SLOT-USED TO WS-CUR-SLOT.
002970     MOVE IN-FEED-ID TO WS-SLT-FEED-ID (WS-CUR-SLOT).
002980     MOVE ZERO TO WS-SLT-COUNT (WS-CUR-SLOT).
002990     MOVE 'N' TO WS-SLT-CH-FLAG (WS-CUR-SLOT).
003000     MOVE 'N' TO WS-SLT-CT-FLAG (WS-CUR-SLOT).
003010     IF CH-IS-HELD
003020         COMPUTE WS-SLT-START-REC (WS-CUR-SLOT) = WS-IN-REC-NO - 1
003030     ELSE
003040         MOVE WS-IN-REC-NO TO WS-SLT-START-REC (WS-CUR-SLOT)
003050     END-IF.
003060     IF SPEC-WAS-SEEN
003070         SET FEED-NEEDS-OWN-SPEC TO TRUE
003080     END-IF.
003090 2200-EXIT.
003100     EXIT.
003110 2210-FIND-FEED.
003120     IF WS-SLT-FEED-ID (WS-SLOT-IDX) = IN-FEED-ID
003130         SET SLOT-IS-FOUND TO TRUE
003140     END-IF.
003150 2210-EXIT.
003160     EXIT.
003170*----------------------------------------------------------------
003180*2300-CHECK-SPEC - A SPEC RECORD SATISFIES THE CURRENT FEED'S
003190*    NEED FOR ITS OWN CONVENTION. A DETAIL REACHED WHILE THE
003200*    FEED STILL NEEDS ONE WOULD CONVERT UNDER THE STEP PARM
003210*    ALONE WHERE THE SINGLE RUN USED AN EARLIER FEED'S SPEC.
003220*----------------------------------------------------------------
003230 2300-CHECK-SPEC.
003240     IF SPEC-RECORD
003250         SET SPEC-WAS-SEEN TO TRUE
003260         MOVE 'N' TO WS-SPEC-NEEDED-SWITCH
003270         GO TO 2300-EXIT
003280     END-IF.
003290     IF FEED-HEADER-RECORD OR CONTROL-RECORD
003300         GO TO 2300-EXIT
003310     END-IF.
003320     IF FEED-NEEDS-OWN-SPEC
003330         SET SPLIT-HAS-FAILED TO TRUE
003340         DISPLAY 'BCNVSPL: FEED ' WS-SLT-FEED-ID (WS-CUR-SLOT)
003350             ' WOULD INHERIT AN EARLIER FEED''S SPEC RECORD AT'
003360             ' RECORD ' WS-IN-REC-NO
003370     END-IF.
003380 2300-EXIT.
003390     EXIT.
003400*----------------------------------------------------------------
003410*2500-WRITE-SLOT - PUT WS-OUT-RECORD ON THE CURRENT SLOT. NO
003420*    SLOT YET MEANS THE EXTRACT DOES NOT OPEN WITH A FEED
003430*    HEADER, AND THE FILE CANNOT BE SPLIT.
003440*----------------------------------------------------------------
003450 2500-WRITE-SLOT.
003460     IF WS-CUR-SLOT = ZERO
003470         SET SPLIT-HAS-FAILED TO TRUE
003480         DISPLAY 'BCNVSPL: RECORD ' WS-IN-REC-NO ' COMES AHEAD'
003490             ' OF THE FIRST FEED HEADER'
003500         GO TO 2500-EXIT
003510     END-IF.
003520     EVALUATE WS-CUR-SLOT
003530         WHEN 1
003540             WRITE FEED01-RECORD FROM WS-OUT-RECORD
003550         WHEN 2
003560             WRITE FEED02-RECORD FROM WS-OUT-RECORD
003570         WHEN 3
003580             WRITE FEED03-RECORD FROM WS-OUT-RECORD
003590         WHEN 4
003600             WRITE FEED04-RECORD FROM WS-OUT-RECORD
003610         WHEN 5
003620             WRITE FEED05-RECORD FROM WS-OUT-RECORD
003630         WHEN 6
003640             WRITE FEED06-RECORD FROM WS-OUT-RECORD
003650         WHEN 7
003660             WRITE FEED07-RECORD FROM WS-OUT-RECORD
003670         WHEN 8
003680             WRITE FEED08-RECORD FROM WS-OUT-RECORD
003690         WHEN 9
003700             WRITE FEED09-RECORD FROM WS-OUT-RECORD
003710         WHEN 10
003720             WRITE FEED10-RECORD FROM WS-OUT-RECORD
003730     END-EVALUATE.
003740     ADD 1 TO WS-SLT-COUNT (WS-CUR-SLOT).
003750     ADD 1 TO WS-OUT-COUNT.
003760     IF OUT-IS-CONTROL-HEADER
003770         MOVE 'Y' TO WS-SLT-CH-FLAG (WS-CUR-SLOT)
003780         SET CONTROL-WAS-SEEN TO TRUE
003790     END-IF.
003800     IF OUT-IS-CONTROL-TRAILER
003810         MOVE 'Y' TO WS-SLT-CT-FLAG (WS-CUR-SLOT)
003820         SET CONTROL-WAS-SEEN TO TRUE
003830     END-IF.
003840 2500-EXIT.
003850     EXIT.
003860*----------------------------------------------------------------
003870*8000-TERMINATE - A CH HEADER STILL HELD AT END OF FILE GOES TO
003880*    THE LAST SLOT. AN EXTRACT WITH CONTROL RECORDS SPLITS ONLY
003890*    IF EVERY SLOT HAS ITS OWN CH/CT PAIR - A SLOT WITHOUT ONE
003900*    WOULD FAIL ITS CONTROL CHECK ALONE. OPERATOR SUMMARY OF
003910*    THE SLOTS, CLOSE FILES
003920*    AND SET THE CONDITION CODE - 0 SPLIT (EVERY RECORD IN A
003930*    SLOT), 12 NOT SPLIT - RUN THE SINGLE-STREAM STEP.
003940*----------------------------------------------------------------
003950 8000-TERMINATE.
003960     IF CH-IS-HELD AND SPLIT-IS-GOOD
003970         MOVE WS-HELD-RECORD TO WS-OUT-RECORD
003980         PERFORM 2500-WRITE-SLOT THRU 2500-EXIT
003990     END-IF.
004000     IF SPLIT-IS-GOOD AND WS-OUT-COUNT NOT = WS-IN-REC-NO
004010         SET SPLIT-HAS-FAILED TO TRUE
004020         DISPLAY 'BCNVSPL: ' WS-OUT-COUNT ' RECORDS WRITTEN FOR '
004030             WS-IN-REC-NO ' READ'
004040     END-IF.
004050     IF SPLIT-IS-GOOD AND CONTROL-WAS-SEEN
004060         PERFORM 8050-CHECK-SLOT-CONTROL THRU 8050-EXIT
004070             VARYING WS-SLOT-IDX FROM 1 BY 1
004080             UNTIL WS-SLOT-IDX > WS-SLOT-USED
004090     END-IF.
004100     DISPLAY 'BCNVSPL: RECORDS READ      ' WS-IN-REC-NO.
004110     DISPLAY 'BCNVSPL: FEEDS / SLOTS USED ' WS-SLOT-USED.
004120     PERFORM 8100-SHOW-SLOT THRU 8100-EXIT
004130         VARYING WS-SLOT-IDX FROM 1 BY 1
004140         UNTIL WS-SLOT-IDX > WS-SLOT-USED.
004150     CLOSE INFILE.
004160     CLOSE FEED01.
004170     CLOSE FEED02.
004180     CLOSE FEED03.
004190     CLOSE FEED04.
004200     CLOSE FEED05.
004210     CLOSE FEED06.
004220     CLOSE FEED07.
004230     CLOSE FEED08.
004240     CLOSE FEED09.
004250     CLOSE FEED10.
004260     IF SPLIT-IS-GOOD
004270         MOVE ZERO TO RETURN-CODE
004280     ELSE
004290         DISPLAY 'BCNVSPL: *** FILE NOT SPLIT - RUN THE SINGLE-'
004300             'STREAM CONVERSION ***'
004310         MOVE 12 TO RETURN-CODE
004320     END-IF.
004330 8000-EXIT.
004340     EXIT.
004350 8050-CHECK-SLOT-CONTROL.
004360     IF WS-SLT-CH-FLAG (WS-SLOT-IDX) NOT = 'Y'
004370         OR WS-SLT-CT-FLAG (WS-SLOT-IDX) NOT = 'Y'
004380         SET SPLIT-HAS-FAILED TO TRUE
004390         DISPLAY 'BCNVSPL: FEED ' WS-SLT-FEED-ID (WS-SLOT-IDX)
004400             ' HAS NO CH/CT CONTROL PAIR OF ITS OWN'
004410     END-IF.
004420 8050-EXIT.
004430     EXIT.
004440 8100-SHOW-SLOT.
004450     MOVE WS-SLOT-IDX TO WS-DSP-SLOT.
004460     MOVE WS-SLT-START-REC (WS-SLOT-IDX) TO WS-DSP-START.
004470     MOVE WS-SLT-COUNT (WS-SLOT-IDX) TO WS-DSP-COUNT.
004480     DISPLAY 'BCNVSPL: SLOT ' WS-DSP-SLOT ' FEED '
004490         WS-SLT-FEED-ID (WS-SLOT-IDX) ' FROM RECORD '
004500         WS-DSP-START ' RECORDS ' WS-DSP-COUNT.
004510 8100-EXIT.
004520     EXIT.
004530 9999-EXIT.
004540     STOP RUN.
