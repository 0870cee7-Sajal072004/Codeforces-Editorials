000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BREPAPV.
000030 AUTHOR. D. K. WHITFIELD.
000040 INSTALLATION. OPERATIONS SUPPORT - BATCH CONVERSION UNIT.
000050 DATE-WRITTEN. 11/23/2024.
000060 DATE-COMPILED.
000070*    -------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    11/23/2024 DKW   ORIGINAL CODING - ONLINE REPAIR APPROVAL
000120*                     TRANSACTION (TRANSID BRAP, MAPSET
000130*                     BRAPMAP), THE SECOND HALF OF THE TWO-
000140*                     PERSON CONTROL ON BRPR REPAIRS. A
000150*                     CORRECTION KEYED ON BRPR (BREPENT) NOW
000160*                     WAITS ON THE REJECT MASTER AT 'P'
000170*                     (PENDING APPROVAL); THIS SCREEN PAGES A
000180*                     REVIEWER THROUGH THE PENDING ONES ONE AT
000190*                     A TIME, SHOWING THE ORIGINAL BAD VALUE
000200*                     AND REJECT REASON NEXT TO THE KEYED SIGN
000210*                     AND VALUE AND WHO KEYED IT. THE REVIEWER
000220*                     KEYS A TO APPROVE OR S TO SEND IT BACK.
000230*                     THE REVIEWER MUST BE SIGNED ON AND MUST
000240*                     NOT BE THE OPERATOR WHO KEYED THE
000250*                     CORRECTION. AN APPROVED CORRECTION IS
000260*                     MARKED REPAIRED AND ONLY THEN WRITTEN TO
000270*                     THE RPRTQ QUEUE (RPRFILE LAYOUT, WITH
000280*                     BOTH OPERATOR IDS AND THE APPROVAL TIME)
000290*                     FOR BRPRJOB; A SENT-BACK ONE RETURNS TO
000300*                     OPEN FOR RE-KEYING. BOTH ACTIONS STAMP
000310*                     THE REVIEWER AND TIME ON THE MASTER AND
000320*                     ARE LOGGED TO THE RPATQ REPAIR AUDIT
000330*                     TRAIL QUEUE. PF8 SKIPS TO THE NEXT
000340*                     PENDING CORRECTION (WRAPPING TO THE TOP),
000350*                     CLEAR OR PF3 ENDS THE SESSION.
000351*    01/04/2025 DKW   A CORRECTION PAST TEN DIGITS (REJM-RPR-
000352*                     LEAD NOT SPACES) IS SHOWN IN FULL ON THE
000353*                     SCREEN (BRAPMAP NVALUE WIDENED TO 19) AND
000354*                     ITS HIGH-ORDER DIGITS ARE CARRIED ON THE
000355*                     RPRTQ RECORD (RPR-LEAD) AND THE TRAIL.
000360*    -------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390     SOURCE-COMPUTER. IBM-370.
000400     OBJECT-COMPUTER. IBM-370.
000410 DATA DIVISION.
000420 WORKING-STORAGE SECTION.
000430*    SYMBOLIC MAP FOR THE BRAP SCREEN - KEPT BY HAND IN STEP
000440*    WITH MAPS/BRAPMAP.BMS.
000450     COPY BRAPMAP.
000460*    REJECT MASTER RECORD - SHARED WITH BREJLOAD AND BREPENT
000470*    VIA THE REJMLAY COPYBOOK.
000480     COPY REJMLAY.
000490*    REPAIR AUDIT TRAIL RECORD WRITTEN TO RPATQ - SHARED WITH
000500*    BREPENT AND THE BRPRAUD DRAIN VIA THE RPRALAY COPYBOOK.
000510     COPY RPRALAY.
000520*    COMMAREA CARRIED ACROSS THE PSEUDO-CONVERSATION - THE KEY
000530*    OF THE CORRECTION ON SCREEN (SPACES WHEN NONE IS PENDING)
000540*    AND ITS KEYING TIMESTAMP AS SHOWN, SO A CORRECTION RE-KEYED
000550*    ON BRPR WHILE THE REVIEWER WAS LOOKING AT IT IS NOT
000560*    APPROVED UNSEEN.
000570 01  WS-COMMAREA.
000580     05  CA-CUR-KEY                 PIC X(07).
000590     05  CA-KEY-STAMP               PIC X(14).
000600*    RUN SWITCHES
000610 77  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
000620 88  PENDING-IS-FOUND                       VALUE 'Y'.
000630 88  PENDING-NOT-FOUND                      VALUE 'N'.
000640 77  WS-BROWSE-END-SWITCH        PIC X(01) VALUE 'N'.
000650 88  BROWSE-AT-END                          VALUE 'Y'.
000660*    THE REVIEWER'S ACTION AS KEYED
000670 77  WS-ACTION                   PIC X(01) VALUE SPACE.
000680 88  ACTION-IS-APPROVE                      VALUE 'A'.
000690 88  ACTION-IS-SEND-BACK                    VALUE 'S'.
000700 77  WS-RESULT-MSG               PIC X(70) VALUE SPACES.
000710*    BROWSE WORK FIELDS - THE RIDFLD KEY THE BROWSE ADVANCES,
000720*    WHERE THIS SCAN STARTED, THE KEY A SCAN MUST PASS OVER
000730*    (THE CORRECTION JUST SHOWN), AND THE KEY FOR THE UPDATE.
000740 77  WS-BRW-KEY                  PIC X(07) VALUE SPACES.
000750 77  WS-SCAN-START               PIC X(07) VALUE SPACES.
000760 77  WS-SKIP-KEY                 PIC X(07) VALUE SPACES.
000770 77  WS-UPD-KEY                  PIC X(07) VALUE SPACES.
000780 77  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
000790*    THE REVIEWING OPERATOR AND THE TIME OF THE REVIEW - SAME
000800*    EXEC CICS ASSIGN/FORMATTIME FIELDS BONLINE USES.
000810 77  WS-OPER-ID                  PIC X(08) VALUE SPACES.
000820 77  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
000830 01  WS-DATE-STAMP               PIC X(08) VALUE SPACES.
000840 01  WS-TIME-STAMP               PIC X(06) VALUE SPACES.
000850 01  WS-NOW-STAMP                PIC X(14) VALUE SPACES.
000860*    KEYING TIMESTAMP AS SHOWN ON SCREEN - DATE, SPACE, TIME.
000870 01  WS-STAMP-SHOW.
000880     05  SS-DATE                    PIC X(08).
000890     05  FILLER                     PIC X(01) VALUE SPACE.
000900     05  SS-TIME                    PIC X(06).
000910*    THE REPAIR TRANSACTION RECORD WRITTEN TO RPRTQ - EXACTLY
000920*    THE RPRFILE LAYOUT BREPAIR MATCH-MERGES ON, CARRYING BOTH
000930*    OPERATOR IDS SO BREPAIR CAN REFUSE ANYTHING NOT APPROVED
000940*    BY A SECOND OPERATOR.
000950 01  WS-RPRTQ-RECORD.
000960     05  WTQ-REC-NO                 PIC X(07).
000970     05  FILLER                     PIC X(01) VALUE SPACE.
000980     05  WTQ-SIGN                   PIC X(01).
000990     05  WTQ-VALUE                  PIC X(10).
001000     05  FILLER                     PIC X(01) VALUE SPACE.
001010     05  WTQ-KEY-OPER               PIC X(08).
001020     05  FILLER                     PIC X(01) VALUE SPACE.
001030     05  WTQ-APV-OPER               PIC X(08).
001040     05  FILLER                     PIC X(01) VALUE SPACE.
001050     05  WTQ-APV-STAMP              PIC X(14).
001055     05  FILLER                     PIC X(01) VALUE SPACE.
001060     05  WTQ-LEAD                   PIC X(09).
001065     05  FILLER                     PIC X(18) VALUE SPACES.
001070*    SIGN-OFF TEXT
001080 01  WS-GOODBYE-TEXT             PIC X(40) VALUE
001090         "BRAP SESSION ENDED".
001100 LINKAGE SECTION.
001110 01  DFHCOMMAREA                 PIC X(21).
001120 PROCEDURE DIVISION.
001130*================================================================
001140*0000-MAIN-CONTROL - FIRST ENTRY SHOWS THE FIRST PENDING
001150*    CORRECTION; EVERY LATER ENTRY RECEIVES THE MAP, APPLIES
001160*    THE REVIEWER'S ACTION, AND SHOWS THE NEXT ONE. EACH LEG
001170*    ENDS WITH A RETURN TRANSID SO THE TASK NEVER SITS ON THE
001180*    TERMINAL.
001190*================================================================
001200 0000-MAIN-CONTROL.
001210     IF EIBCALEN = ZERO
001220         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
001230     ELSE
001240         MOVE DFHCOMMAREA TO WS-COMMAREA
001250         PERFORM 2000-HANDLE-INPUT THRU 2000-EXIT
001260     END-IF.
001270     EXEC CICS RETURN
001280         TRANSID('BRAP')
001290         COMMAREA(WS-COMMAREA)
001300         LENGTH(21)
001310     END-EXEC.
001320     GO TO 9999-EXIT.
001330*----------------------------------------------------------------
001340*1000-FIRST-TIME - FIND THE FIRST PENDING CORRECTION ON THE
001350*    MASTER AND SHOW IT.
001360*----------------------------------------------------------------
001370 1000-FIRST-TIME.
001380     MOVE SPACES TO WS-COMMAREA.
001390     MOVE SPACES TO WS-RESULT-MSG.
001400     PERFORM 3600-FIND-FROM-TOP THRU 3600-EXIT.
001410     PERFORM 4000-SEND-SCREEN THRU 4000-EXIT.
001420 1000-EXIT.
001430     EXIT.
001440*----------------------------------------------------------------
001450*2000-HANDLE-INPUT - ONE CONVERSATION LEG. CLEAR AND PF3 END
001460*    THE SESSION, PF8 SKIPS TO THE NEXT PENDING CORRECTION,
001470*    MAPFAIL (NOTHING TYPED) JUST RE-SHOWS THE CURRENT ONE.
001480*----------------------------------------------------------------
001490 2000-HANDLE-INPUT.
001500     EXEC CICS HANDLE AID
001510         CLEAR(9000-EXIT-SESSION)
001520         PF3(9000-EXIT-SESSION)
001530         PF8(2800-NEXT-PENDING)
001540     END-EXEC.
001550     EXEC CICS HANDLE CONDITION
001560         MAPFAIL(2900-EMPTY-INPUT)
001570     END-EXEC.
001580     EXEC CICS RECEIVE MAP('BAPRMAP')
001590         MAPSET('BRAPMAP')
001600         INTO(BAPRMAPI)
001610     END-EXEC.
001620     IF ACTIONI = LOW-VALUES
001630         MOVE SPACE TO ACTIONI
001640     END-IF.
001650     MOVE ACTIONI TO WS-ACTION.
001660     MOVE SPACES TO WS-RESULT-MSG.
001670     IF CA-CUR-KEY = SPACES
001680*        NOTHING WAS ON SCREEN - LOOK AGAIN IN CASE A CORRECTION
001690*        HAS BEEN KEYED SINCE.
001700         PERFORM 3600-FIND-FROM-TOP THRU 3600-EXIT
001710     ELSE
001720         IF ACTION-IS-APPROVE OR ACTION-IS-SEND-BACK
001730             PERFORM 3000-APPLY-ACTION THRU 3000-EXIT
001740         ELSE
001750             IF WS-ACTION NOT = SPACE
001760                 MOVE "ACTION MUST BE A OR S"
001770                     TO WS-RESULT-MSG
001780             END-IF
001790             PERFORM 3700-LOAD-CURRENT THRU 3700-EXIT
001800         END-IF
001810     END-IF.
001820     PERFORM 4000-SEND-SCREEN THRU 4000-EXIT.
001830 2000-EXIT.
001840     EXIT.
001850*----------------------------------------------------------------
001860*2800-NEXT-PENDING - PF8. SKIP THE CORRECTION ON SCREEN AND
001870*    SHOW THE NEXT PENDING ONE, WRAPPING TO THE TOP. HANDLE AID
001880*    LANDS HERE INSTEAD OF THE RECEIVE, SO ONLY COMMAREA STATE
001890*    IS USED.
001900*----------------------------------------------------------------
001910 2800-NEXT-PENDING.
001920     MOVE SPACES TO WS-RESULT-MSG.
001930     IF CA-CUR-KEY = SPACES
001940         PERFORM 3600-FIND-FROM-TOP THRU 3600-EXIT
001950     ELSE
001960         PERFORM 3550-FIND-NEXT THRU 3550-EXIT
001970     END-IF.
001980     PERFORM 4000-SEND-SCREEN THRU 4000-EXIT.
001990     EXEC CICS RETURN
002000         TRANSID('BRAP')
002010         COMMAREA(WS-COMMAREA)
002020         LENGTH(21)
002030     END-EXEC.
002040 2800-EXIT.
002050     EXIT.
002060*----------------------------------------------------------------
002070*2900-EMPTY-INPUT - NOTHING WAS TYPED (MAPFAIL). RE-SHOW THE
002080*    CURRENT CORRECTION RATHER THAN REJECTING.
002090*----------------------------------------------------------------
002100 2900-EMPTY-INPUT.
002110     MOVE SPACES TO WS-RESULT-MSG.
002120     IF CA-CUR-KEY = SPACES
002130         PERFORM 3600-FIND-FROM-TOP THRU 3600-EXIT
002140     ELSE
002150         PERFORM 3700-LOAD-CURRENT THRU 3700-EXIT
002160     END-IF.
002170     PERFORM 4000-SEND-SCREEN THRU 4000-EXIT.
002180     EXEC CICS RETURN
002190         TRANSID('BRAP')
002200         COMMAREA(WS-COMMAREA)
002210         LENGTH(21)
002220     END-EXEC.
002230 2900-EXIT.
002240     EXIT.
002250*----------------------------------------------------------------
002260*3000-APPLY-ACTION - APPROVE OR SEND BACK THE CORRECTION ON
002270*    SCREEN. THE RECORD IS RE-READ FOR UPDATE AND MUST STILL BE
002280*    PENDING WITH THE SAME KEYING TIMESTAMP THE REVIEWER SAW,
002290*    AND THE REVIEWER MUST BE SIGNED ON AND MUST NOT BE THE
002300*    KEYER. THE MASTER IS REWRITTEN FIRST - AN APPROVED
002310*    CORRECTION IS QUEUED TO RPRTQ ONLY ONCE THE MASTER SHOWS
002320*    IT REPAIRED, SO A FAILED UPDATE NEVER LEAVES A CORRECTION
002330*    QUEUED THAT THE MASTER STILL CALLS PENDING.
002340*----------------------------------------------------------------
002350 3000-APPLY-ACTION.
002360     MOVE CA-CUR-KEY TO WS-UPD-KEY.
002370     EXEC CICS READ
002380         FILE('REJMSTR')
002390         INTO(WS-REJM-RECORD)
002400         RIDFLD(WS-UPD-KEY)
002410         UPDATE
002420         RESP(WS-RESP)
002430     END-EXEC.
002440     IF WS-RESP = DFHRESP(NOTFND)
002450         MOVE "THAT REJECT IS NO LONGER ON THE MASTER"
002460             TO WS-RESULT-MSG
002470         PERFORM 3550-FIND-NEXT THRU 3550-EXIT
002480         GO TO 3000-EXIT
002490     END-IF.
002500     IF WS-RESP NOT = DFHRESP(NORMAL)
002510         MOVE "REJECT MASTER NOT AVAILABLE - TRY AGAIN"
002520             TO WS-RESULT-MSG
002530         PERFORM 3700-LOAD-CURRENT THRU 3700-EXIT
002540         GO TO 3000-EXIT
002550     END-IF.
002560     IF NOT REJM-IS-PENDING
002570         EXEC CICS UNLOCK
002580             FILE('REJMSTR')
002590         END-EXEC
002600         MOVE "ALREADY REVIEWED BY ANOTHER OPERATOR"
002610             TO WS-RESULT-MSG
002620         PERFORM 3550-FIND-NEXT THRU 3550-EXIT
002630         GO TO 3000-EXIT
002640     END-IF.
002650     IF REJM-KEY-STAMP NOT = CA-KEY-STAMP
002660         EXEC CICS UNLOCK
002670             FILE('REJMSTR')
002680         END-EXEC
002690         MOVE "CORRECTION WAS RE-KEYED ON BRPR - REVIEW IT AGAIN"
002700             TO WS-RESULT-MSG
002710         GO TO 3000-EXIT
002720     END-IF.
002730     EXEC CICS ASSIGN
002740         OPERID(WS-OPER-ID)
002750     END-EXEC.
002760     IF WS-OPER-ID = SPACES OR WS-OPER-ID = LOW-VALUES
002770         EXEC CICS UNLOCK
002780             FILE('REJMSTR')
002790         END-EXEC
002800         MOVE "SIGN ON TO CICS BEFORE REVIEWING A REPAIR"
002810             TO WS-RESULT-MSG
002820         GO TO 3000-EXIT
002830     END-IF.
002840     IF WS-OPER-ID = REJM-KEY-OPER
002850         EXEC CICS UNLOCK
002860             FILE('REJMSTR')
002870         END-EXEC
002880         MOVE "YOU KEYED IT - ANOTHER OPERATOR MUST REVIEW IT"
002890             TO WS-RESULT-MSG
002900         GO TO 3000-EXIT
002910     END-IF.
002920     PERFORM 3800-GET-STAMP THRU 3800-EXIT.
002930     MOVE WS-OPER-ID TO REJM-APV-OPER.
002940     MOVE WS-NOW-STAMP TO REJM-APV-STAMP.
002950     MOVE WS-ACTION TO REJM-APV-ACTION.
002960     IF ACTION-IS-APPROVE
002970         MOVE 'R' TO REJM-RPR-STATUS
002980     ELSE
002990         MOVE 'N' TO REJM-RPR-STATUS
003000     END-IF.
003010     EXEC CICS REWRITE
003020         FILE('REJMSTR')
003030         FROM(WS-REJM-RECORD)
003040         RESP(WS-RESP)
003050     END-EXEC.
003060     IF WS-RESP NOT = DFHRESP(NORMAL)
003070         MOVE "MASTER UPDATE FAILED - NOTHING QUEUED, TRY AGAIN"
003080             TO WS-RESULT-MSG
003090         PERFORM 3700-LOAD-CURRENT THRU 3700-EXIT
003100         GO TO 3000-EXIT
003110     END-IF.
003120     IF ACTION-IS-APPROVE
003130         PERFORM 3300-QUEUE-REPAIR THRU 3300-EXIT
003140         STRING "CORRECTION FOR REJECT " DELIMITED BY SIZE
003150             REJM-REC-NO              DELIMITED BY SIZE
003160             " APPROVED AND QUEUED FOR THE BATCH CYCLE"
003170                                      DELIMITED BY SIZE
003180             INTO WS-RESULT-MSG
003190         END-STRING
003200     ELSE
003210         STRING "CORRECTION FOR REJECT " DELIMITED BY SIZE
003220             REJM-REC-NO              DELIMITED BY SIZE
003230             " SENT BACK TO BRPR FOR RE-KEYING"
003240                                      DELIMITED BY SIZE
003250             INTO WS-RESULT-MSG
003260         END-STRING
003270     END-IF.
003280     PERFORM 3400-WRITE-TRAIL THRU 3400-EXIT.
003290     PERFORM 3550-FIND-NEXT THRU 3550-EXIT.
003300 3000-EXIT.
003310     EXIT.
003320*----------------------------------------------------------------
003330*3300-QUEUE-REPAIR - THE APPROVED CORRECTION GOES TO RPRTQ IN
003340*    RPRFILE LAYOUT FOR THE NEXT BRPRJOB CYCLE, WITH THE KEYER,
003350*    THE APPROVER AND THE APPROVAL TIME ON IT.
003360*----------------------------------------------------------------
003370 3300-QUEUE-REPAIR.
003380     MOVE REJM-REC-NO TO WTQ-REC-NO.
003390     MOVE REJM-RPR-SIGN TO WTQ-SIGN.
003400     MOVE REJM-RPR-VALUE TO WTQ-VALUE.
003405     MOVE REJM-RPR-LEAD TO WTQ-LEAD.
003410     MOVE REJM-KEY-OPER TO WTQ-KEY-OPER.
003420     MOVE REJM-APV-OPER TO WTQ-APV-OPER.
003430     MOVE REJM-APV-STAMP TO WTQ-APV-STAMP.
003440     EXEC CICS WRITEQ TD
003450         QUEUE('RPRTQ')
003460         FROM(WS-RPRTQ-RECORD)
003470         LENGTH(80)
003480     END-EXEC.
003490 3300-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------
003520*3400-WRITE-TRAIL - LOG THE REVIEW TO THE RPATQ REPAIR AUDIT
003530*    TRAIL QUEUE (SEE RPRALAY) - THE CORRECTION, THE KEYER AND
003540*    KEYING TIME, AND THE REVIEWER, REVIEW TIME AND ACTION.
003550*----------------------------------------------------------------
003560 3400-WRITE-TRAIL.
003570     MOVE SPACES TO WS-RPA-RECORD.
003580     MOVE REJM-APV-ACTION TO RPA-ACTION.
003590     MOVE REJM-REC-NO TO RPA-REC-NO.
003600     MOVE REJM-FEED-ID TO RPA-FEED-ID.
003610     MOVE REJM-BAD-VALUE TO RPA-BAD-VALUE.
003620     MOVE REJM-REASON TO RPA-REASON.
003630     MOVE REJM-RPR-SIGN TO RPA-RPR-SIGN.
003640     MOVE REJM-RPR-VALUE TO RPA-RPR-VALUE.
003645     MOVE REJM-RPR-LEAD TO RPA-RPR-LEAD.
003650     MOVE REJM-KEY-OPER TO RPA-KEY-OPER.
003660     MOVE REJM-KEY-STAMP TO RPA-KEY-STAMP.
003670     MOVE REJM-APV-OPER TO RPA-APV-OPER.
003680     MOVE REJM-APV-STAMP TO RPA-APV-STAMP.
003690     MOVE EIBTRMID TO RPA-TERM-ID.
003700     EXEC CICS WRITEQ TD
003710         QUEUE('RPATQ')
003720         FROM(WS-RPA-RECORD)
003730         LENGTH(160)
003740     END-EXEC.
003750 3400-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------
003780*3500-FIND-PENDING - BROWSE FORWARD FROM WS-BRW-KEY FOR THE
003790*    FIRST PENDING CORRECTION OTHER THAN WS-SKIP-KEY; FINDING
003800*    NONE BEFORE THE END, WRAP ONCE TO THE TOP OF THE MASTER.
003810*    THE CORRECTION FOUND IS LEFT IN WS-REJM-RECORD AND ITS KEY
003820*    IN THE COMMAREA - NONE LEAVES THE COMMAREA KEY AT SPACES.
003830*----------------------------------------------------------------
003840 3500-FIND-PENDING.
003850     SET PENDING-NOT-FOUND TO TRUE.
003860     MOVE WS-BRW-KEY TO WS-SCAN-START.
003870     PERFORM 3510-SCAN-FROM THRU 3510-EXIT.
003880     IF PENDING-NOT-FOUND AND WS-SCAN-START NOT = '0000000'
003890         MOVE '0000000' TO WS-BRW-KEY
003900         MOVE SPACES TO WS-SKIP-KEY
003910         PERFORM 3510-SCAN-FROM THRU 3510-EXIT
003920     END-IF.
003930     IF PENDING-IS-FOUND
003940         MOVE REJM-REC-NO TO CA-CUR-KEY
003950     ELSE
003960         MOVE SPACES TO CA-CUR-KEY
003970     END-IF.
003980 3500-EXIT.
003990     EXIT.
004000 3510-SCAN-FROM.
004010     MOVE 'N' TO WS-BROWSE-END-SWITCH.
004020     EXEC CICS STARTBR
004030         FILE('REJMSTR')
004040         RIDFLD(WS-BRW-KEY)
004050         GTEQ
004060         RESP(WS-RESP)
004070     END-EXEC.
004080     IF WS-RESP NOT = DFHRESP(NORMAL)
004090         GO TO 3510-EXIT
004100     END-IF.
004110     PERFORM 3520-SCAN-ONE THRU 3520-EXIT
004120         UNTIL BROWSE-AT-END OR PENDING-IS-FOUND.
004130     IF PENDING-IS-FOUND
004140         EXEC CICS ENDBR
004150             FILE('REJMSTR')
004160         END-EXEC
004170     END-IF.
004180 3510-EXIT.
004190     EXIT.
004200 3520-SCAN-ONE.
004210     EXEC CICS READNEXT
004220         FILE('REJMSTR')
004230         INTO(WS-REJM-RECORD)
004240         RIDFLD(WS-BRW-KEY)
004250         RESP(WS-RESP)
004260     END-EXEC.
004270     IF WS-RESP NOT = DFHRESP(NORMAL)
004280         SET BROWSE-AT-END TO TRUE
004290         EXEC CICS ENDBR
004300             FILE('REJMSTR')
004310         END-EXEC
004320         GO TO 3520-EXIT
004330     END-IF.
004340     IF REJM-IS-PENDING AND REJM-REC-NO NOT = WS-SKIP-KEY
004350         SET PENDING-IS-FOUND TO TRUE
004360     END-IF.
004370 3520-EXIT.
004380     EXIT.
004390*----------------------------------------------------------------
004400*3550-FIND-NEXT - THE NEXT PENDING CORRECTION AFTER THE ONE IN
004410*    THE COMMAREA.
004420*----------------------------------------------------------------
004430 3550-FIND-NEXT.
004440     MOVE CA-CUR-KEY TO WS-BRW-KEY.
004450     MOVE CA-CUR-KEY TO WS-SKIP-KEY.
004460     PERFORM 3500-FIND-PENDING THRU 3500-EXIT.
004470 3550-EXIT.
004480     EXIT.
004490*----------------------------------------------------------------
004500*3600-FIND-FROM-TOP - THE FIRST PENDING CORRECTION ON THE
004510*    MASTER.
004520*----------------------------------------------------------------
004530 3600-FIND-FROM-TOP.
004540     MOVE '0000000' TO WS-BRW-KEY.
004550     MOVE SPACES TO WS-SKIP-KEY.
004560     PERFORM 3500-FIND-PENDING THRU 3500-EXIT.
004570 3600-EXIT.
004580     EXIT.
004590*----------------------------------------------------------------
004600*3700-LOAD-CURRENT - RE-READ THE CORRECTION IN THE COMMAREA TO
004610*    SHOW IT AGAIN. ONE THAT HAS GONE OR IS NO LONGER PENDING
004620*    (REVIEWED FROM ANOTHER TERMINAL) GIVES WAY TO THE NEXT.
004630*----------------------------------------------------------------
004640 3700-LOAD-CURRENT.
004650     MOVE CA-CUR-KEY TO WS-UPD-KEY.
004660     EXEC CICS READ
004670         FILE('REJMSTR')
004680         INTO(WS-REJM-RECORD)
004690         RIDFLD(WS-UPD-KEY)
004700         RESP(WS-RESP)
004710     END-EXEC.
004720     IF WS-RESP NOT = DFHRESP(NORMAL)
004730         OR NOT REJM-IS-PENDING
004740         PERFORM 3550-FIND-NEXT THRU 3550-EXIT
004750     END-IF.
004760 3700-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------
004790*3800-GET-STAMP - CURRENT DATE AND TIME AS YYYYMMDDHHMMSS.
004800*----------------------------------------------------------------
004810 3800-GET-STAMP.
004820     EXEC CICS ASSIGN
004830         ABSTIME(WS-ABSTIME)
004840     END-EXEC.
004850     EXEC CICS FORMATTIME
004860         ABSTIME(WS-ABSTIME)
004870         YYYYMMDD(WS-DATE-STAMP)
004880         TIME(WS-TIME-STAMP)
004890     END-EXEC.
004900     STRING WS-DATE-STAMP DELIMITED BY SIZE
004910         WS-TIME-STAMP     DELIMITED BY SIZE
004920         INTO WS-NOW-STAMP
004930     END-STRING.
004940 3800-EXIT.
004950     EXIT.
004960*----------------------------------------------------------------
004970*4000-SEND-SCREEN - SHOW THE CORRECTION IN WS-REJM-RECORD (OR
004980*    AN EMPTY SCREEN WHEN NONE IS PENDING), REMEMBER ITS KEYING
004990*    TIMESTAMP, AND SEND THE MAP WITH THE CURSOR ON THE ACTION
005000*    FIELD. A LEG THAT SET NO MESSAGE GETS THE PROMPT.
005010*----------------------------------------------------------------
005020 4000-SEND-SCREEN.
005030     MOVE LOW-VALUES TO BAPRMAPO.
005040     IF CA-CUR-KEY = SPACES
005050         MOVE SPACES TO CA-KEY-STAMP
005060         IF WS-RESULT-MSG = SPACES
005070             MOVE "NOTHING AWAITING APPROVAL - PF8 TO LOOK AGAIN"
005080                 TO WS-RESULT-MSG
005090         END-IF
005100     ELSE
005110         MOVE REJM-KEY-STAMP TO CA-KEY-STAMP
005120         MOVE REJM-REC-NO TO RECNOO
005130         MOVE REJM-FEED-ID TO FEEDO
005140         MOVE REJM-BAD-VALUE TO OBADO
005150         MOVE REJM-REASON TO OREASO
005160         MOVE REJM-RPR-SIGN TO NSIGNO
005162         IF REJM-RPR-LEAD = SPACES
005164             MOVE REJM-RPR-VALUE TO NVALUEO
005166         ELSE
005168             STRING REJM-RPR-LEAD DELIMITED BY SIZE
005170                 REJM-RPR-VALUE DELIMITED BY SIZE
005172                 INTO NVALUEO
005174             END-STRING
005176         END-IF
005180         MOVE REJM-KEY-OPER TO KOPERO
005190         MOVE REJM-KEY-STAMP (1:8) TO SS-DATE
005200         MOVE REJM-KEY-STAMP (9:6) TO SS-TIME
005210         MOVE WS-STAMP-SHOW TO KSTAMPO
005220         IF WS-RESULT-MSG = SPACES
005230             MOVE "A TO APPROVE, S TO SEND BACK, PF8 TO SKIP"
005240                 TO WS-RESULT-MSG
005250         END-IF
005260     END-IF.
005270     MOVE WS-RESULT-MSG TO MSGFO.
005280     MOVE -1 TO ACTIONL.
005290     EXEC CICS SEND MAP('BAPRMAP')
005300         MAPSET('BRAPMAP')
005310         FROM(BAPRMAPO)
005320         ERASE
005330         CURSOR
005340     END-EXEC.
005350 4000-EXIT.
005360     EXIT.
005370*----------------------------------------------------------------
005380*9000-EXIT-SESSION - CLEAR OR PF3. SAY GOODBYE AND RETURN
005390*    WITHOUT A TRANSID SO THE PSEUDO-CONVERSATION ENDS.
005400*----------------------------------------------------------------
005410 9000-EXIT-SESSION.
005420     EXEC CICS SEND TEXT
005430         FROM(WS-GOODBYE-TEXT)
005440         LENGTH(40)
005450         ERASE
005460     END-EXEC.
005470     EXEC CICS RETURN
005480     END-EXEC.
005490     GO TO 9999-EXIT.
005500 9999-EXIT.
005510     GOBACK.
