000396*                     LAST SEVEN BYTES TO MAKE ROOM - THE
000397*                     FULL REASON IS STILL ON THE MASTER
000398*                     AND THE MORNING REPORTS.
000399*    11/23/2024 DKW   TWO-PERSON APPROVAL - AN ACCEPTED
000401*                     CORRECTION NO LONGER GOES STRAIGHT TO
000402*                     RPRTQ. IT IS HELD ON THE MASTER AT 'P'
000403*                     (PENDING APPROVAL) WITH THE KEYER'S
000404*                     OPERATOR ID AND TIMESTAMP, AND ONLY THE
000405*                     BRAP APPROVAL TRANSACTION (BREPAPV),
000406*                     RUN BY A DIFFERENT OPERATOR, QUEUES IT
000407*                     FOR THE BATCH CYCLE. EVERY KEYED
000408*                     CORRECTION IS ALSO LOGGED TO THE RPATQ
000409*                     REPAIR AUDIT TRAIL QUEUE. A TERMINAL
000410*                     WITH NO SIGNED-ON OPERATOR CANNOT KEY A
000411*                     REPAIR. A REJECT SENT BACK BY THE
000412*                     REVIEWER SHOWS STATUS 'S' ON THE BROWSE.
000413*    01/04/2025 DKW   THE CORRECTED VALUE MAY NOW BE ONE TO
000414*                     NINETEEN DIGITS (BREPMAP RVALUE WIDENED),
000415*                     THE FULL 64-BIT SIGNED RANGE. IT IS KEPT
000416*                     ON REJMSTR AS THE LOW-ORDER TEN DIGITS IN
000417*                     REJM-RPR-VALUE, AS BEFORE, AND THE HIGH-
000418*                     ORDER NINE IN REJM-RPR-LEAD (SPACES WHEN
000419*                     IT FITS TEN), AND THE SAME ON THE TRAIL.
000420*    -------------------------------------------------------
000421 ENVIRONMENT DIVISION.
000422 CONFIGURATION SECTION.
000430     SOURCE-COMPUTER. IBM-370.
000440     OBJECT-COMPUTER. IBM-370.
000450 DATA DIVISION.
000550*    REJECT MASTER RECORD - SHARED WITH THE BREJLOAD NIGHTLY
000560*    LOAD VIA THE REJMLAY COPYBOOK.
000570     COPY REJMLAY.
000571*    REPAIR AUDIT TRAIL RECORD WRITTEN TO RPATQ - SHARED WITH
000572*    BREPAPV AND THE BRPRAUD DRAIN VIA THE RPRALAY COPYBOOK.
000573     COPY RPRALAY.
000580*    COMMAREA CARRIED ACROSS THE PSEUDO-CONVERSATION - THE
000590*    FIRST KEY OF THE PAGE ON SCREEN, THE FIRST KEY OF THE
000600*    NEXT PAGE (FOR PF8), AND THE OPERATOR'S LAST SIGN MODE
000770*    THE CORRECTION AS TAKEN FROM THE SCREEN FIELDS
000780 77  WS-RPR-REC-NO               PIC X(07) VALUE SPACES.
000790 77  WS-RPR-SIGN                 PIC X(01) VALUE SPACE.
000794 01  WS-RPR-VALUE                PIC X(19) VALUE SPACES.
000798*    THE CORRECTED VALUE RIGHT-JUSTIFIED BY 3100 - HIGH-ORDER
000802*    NINE AND LOW-ORDER TEN DIGITS AS REJMSTR HOLDS THEM.
000806 01  WS-RPR-DEC-AREA.
000810     05  WS-RPR-DEC-LEAD            PIC X(09) VALUE ZEROS.
000814     05  WS-RPR-DEC-LOW             PIC X(10) VALUE ZEROS.
000818 01  WS-RPR-VALUE-NUM REDEFINES WS-RPR-DEC-AREA
000822                                 PIC 9(19).
000826 77  WS-RPR-VALUE-LEN            PIC 9(02) COMP VALUE ZERO.
000830*    TWOS-COMPLEMENT AND FIXED-WIDTH BOUNDS, SET FROM THE
000840*    VALIDATED WIDTH BY 2110-SET-WIDTH-FIELDS - SAME TABLE
000850*    PROGRAM B AND BONLINE USE.
001022     05  FILLER                     PIC X(01) VALUE SPACE.
001030     05  RL-STATUS                  PIC X(01).
001040     05  FILLER                     PIC X(03) VALUE SPACES.
001050*    THE KEYING OPERATOR AND THE TIME THE CORRECTION WAS
001060*    TAKEN, FOR THE MASTER RECORD AND THE AUDIT TRAIL - SAME
001070*    EXEC CICS ASSIGN/FORMATTIME FIELDS BONLINE USES.
001080 77  WS-OPER-ID                  PIC X(08) VALUE SPACES.
001090 77  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
001100 01  WS-DATE-STAMP               PIC X(08) VALUE SPACES.
001110 01  WS-TIME-STAMP               PIC X(06) VALUE SPACES.
001130 01  WS-NOW-STAMP                PIC X(14) VALUE SPACES.
001140*    SIGN-OFF TEXT
001150 01  WS-GOODBYE-TEXT             PIC X(40) VALUE
001160         "BRPR SESSION ENDED".
002950*    MUST NAME A REJECT ON THE MASTER (THE MISKEYED-NUMBER
002960*    DROP THE OLD WORKFLOW SUFFERED IS CAUGHT RIGHT HERE), AND
002970*    THE CORRECTED SIGN AND VALUE MUST PASS THE SAME EDITS
002980*    PROGRAM B APPLIES. AN ACCEPTED CORRECTION IS HELD ON THE
002990*    MASTER AT PENDING APPROVAL WITH THE KEYER AND TIME - IT
003000*    REACHES RPRTQ ONLY WHEN A SECOND OPERATOR APPROVES IT ON
003001*    BRAP. KEYING OVER A PENDING, SENT-BACK OR ALREADY
003002*    APPROVED CORRECTION STARTS A FRESH APPROVAL, AND EVERY
003003*    ACCEPTED CORRECTION IS LOGGED TO THE RPATQ AUDIT TRAIL.
003010*----------------------------------------------------------------
003020 3000-APPLY-REPAIR.
003030     IF WS-RPR-REC-NO IS NOT NUMERIC
003320         MOVE WS-ERROR-MSG TO WS-RESULT-MSG
003330         GO TO 3000-EXIT
003340     END-IF.
003341*    THE KEYER'S ID IS HALF OF THE TWO-PERSON CHECK - A
003342*    TERMINAL NOBODY IS SIGNED ON TO CANNOT KEY A REPAIR.
003343     EXEC CICS ASSIGN
003344         OPERID(WS-OPER-ID)
003345     END-EXEC.
003346     IF WS-OPER-ID = SPACES OR WS-OPER-ID = LOW-VALUES
003347         EXEC CICS UNLOCK
003348             FILE('REJMSTR')
003349         END-EXEC
003350         MOVE "SIGN ON TO CICS BEFORE KEYING A REPAIR"
003360             TO WS-RESULT-MSG
003370         GO TO 3000-EXIT
003380     END-IF.
003390     EXEC CICS ASSIGN
003400         ABSTIME(WS-ABSTIME)
003410     END-EXEC.
003420     EXEC CICS FORMATTIME
003421         ABSTIME(WS-ABSTIME)
003422         YYYYMMDD(WS-DATE-STAMP)
003423         TIME(WS-TIME-STAMP)
003424     END-EXEC.
003425     STRING WS-DATE-STAMP DELIMITED BY SIZE
003426         WS-TIME-STAMP     DELIMITED BY SIZE
003427         INTO WS-NOW-STAMP
003428     END-STRING.
003430     EVALUATE TRUE
003431         WHEN REJM-IS-REPAIRED
003440             MOVE "ALREADY REPAIRED - NEW ONE AWAITS APPROVAL"
003450                 TO WS-RESULT-MSG
003451         WHEN REJM-IS-PENDING
003452             MOVE "REPLACES THE CORRECTION AWAITING APPROVAL"
003453                 TO WS-RESULT-MSG
003460         WHEN OTHER
003470             MOVE "HELD FOR SECOND-OPERATOR APPROVAL ON BRAP"
003480                 TO WS-RESULT-MSG
003490     END-EVALUATE.
003500     MOVE 'P' TO REJM-RPR-STATUS.
003510     MOVE WS-RPR-SIGN TO REJM-RPR-SIGN.
003511     MOVE WS-RPR-DEC-LOW TO REJM-RPR-VALUE.
003512     IF WS-RPR-VALUE-NUM > 9999999999
003513         MOVE WS-RPR-DEC-LEAD TO REJM-RPR-LEAD
003514     ELSE
003515         MOVE SPACES TO REJM-RPR-LEAD
003516     END-IF.
003521     MOVE WS-OPER-ID TO REJM-KEY-OPER.
003522     MOVE WS-NOW-STAMP TO REJM-KEY-STAMP.
003523     MOVE SPACES TO REJM-APV-OPER.
003524     MOVE SPACES TO REJM-APV-STAMP.
003525     MOVE SPACE TO REJM-APV-ACTION.
003530     EXEC CICS REWRITE
003540         FILE('REJMSTR')
003550         FROM(WS-REJM-RECORD)
003560         RESP(WS-RESP)
003570     END-EXEC.
003580     IF WS-RESP NOT = DFHRESP(NORMAL)
003590         MOVE "CORRECTION NOT TAKEN - MASTER UPDATE FAILED"
003600             TO WS-RESULT-MSG
003601         GO TO 3000-EXIT
003610     END-IF.
003611     PERFORM 3200-WRITE-TRAIL THRU 3200-EXIT.
003620 3000-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------
003660*    WITH THE SAME RULES AS PROGRAM B'S 2200-VALIDATE-INPUT
003670*    FOR THE SIGN MODE AND WIDTH ON SCREEN - A CORRECTION
003680*    KEYED AS BADLY AS THE ORIGINAL IS STOPPED AT THE
003686*    TERMINAL, NOT THE NEXT MORNING. THE VALUE IS ONE TO
003692*    NINETEEN DIGITS TYPED FROM THE START OF THE FIELD.
003700*----------------------------------------------------------------
003710 3100-EDIT-CORRECTION.
003720     SET REQUEST-IS-VALID TO TRUE.
003722     MOVE ZERO TO WS-RPR-VALUE-LEN.
003724     INSPECT WS-RPR-VALUE TALLYING WS-RPR-VALUE-LEN
003726         FOR CHARACTERS BEFORE INITIAL SPACE.
003728     IF WS-RPR-VALUE-LEN < 1
003730         SET REQUEST-IS-INVALID TO TRUE
003732         MOVE "VALUE MUST BE 1 TO 19 DIGITS"
003734             TO WS-ERROR-MSG
003736         MOVE -1 TO RVALUEL
003738         GO TO 3100-EXIT
003740     END-IF.
003742     IF WS-RPR-VALUE (1:WS-RPR-VALUE-LEN) IS NOT NUMERIC
003744         SET REQUEST-IS-INVALID TO TRUE
003746         MOVE "VALUE NOT A VALID UNSIGNED NUMBER"
003748             TO WS-ERROR-MSG
003750         MOVE -1 TO RVALUEL
003752         GO TO 3100-EXIT
003754     END-IF.
003756     IF WS-RPR-VALUE-LEN < 19
003758         IF WS-RPR-VALUE (WS-RPR-VALUE-LEN + 1:) NOT = SPACES
003760             SET REQUEST-IS-INVALID TO TRUE
003762             MOVE "VALUE NOT A VALID UNSIGNED NUMBER"
003764                 TO WS-ERROR-MSG
003766             MOVE -1 TO RVALUEL
003768             GO TO 3100-EXIT
003770         END-IF
003772     END-IF.
003774     MOVE ZEROS TO WS-RPR-DEC-AREA.
003776     MOVE WS-RPR-VALUE (1:WS-RPR-VALUE-LEN)
003778         TO WS-RPR-DEC-AREA (20 - WS-RPR-VALUE-LEN:
003780                             WS-RPR-VALUE-LEN).
003800     IF WS-RPR-SIGN NOT = '+' AND WS-RPR-SIGN NOT = '-'
003810         AND WS-RPR-SIGN NOT = SPACE
003820         SET REQUEST-IS-INVALID TO TRUE
004230     END-EVALUATE.
004240 3100-EXIT.
004250     EXIT.
004251*----------------------------------------------------------------
004252*3200-WRITE-TRAIL - LOG THE KEYED CORRECTION TO THE RPATQ
004253*    REPAIR AUDIT TRAIL QUEUE (SEE RPRALAY). THE APPROVER
004254*    FIELDS STAY BLANK - BREPAPV WRITES ITS OWN RECORD WHEN
004255*    THE CORRECTION IS REVIEWED.
004256*----------------------------------------------------------------
004257 3200-WRITE-TRAIL.
004258     MOVE SPACES TO WS-RPA-RECORD.
004259     MOVE 'K' TO RPA-ACTION.
004260     MOVE REJM-REC-NO TO RPA-REC-NO.
004261     MOVE REJM-FEED-ID TO RPA-FEED-ID.
004262     MOVE REJM-BAD-VALUE TO RPA-BAD-VALUE.
004263     MOVE REJM-REASON TO RPA-REASON.
004264     MOVE REJM-RPR-SIGN TO RPA-RPR-SIGN.
004265     MOVE REJM-RPR-VALUE TO RPA-RPR-VALUE.
004266     MOVE REJM-RPR-LEAD TO RPA-RPR-LEAD.
004267     MOVE REJM-KEY-OPER TO RPA-KEY-OPER.
004268     MOVE REJM-KEY-STAMP TO RPA-KEY-STAMP.
004269     MOVE EIBTRMID TO RPA-TERM-ID.
004270     EXEC CICS WRITEQ TD
004271         QUEUE('RPATQ')
004272         FROM(WS-RPA-RECORD)
004273         LENGTH(160)
004274     END-EXEC.
004275 3200-EXIT.
004276     EXIT.
004277*----------------------------------------------------------------
004278*4000-SEND-PAGE - BROWSE THE MASTER FROM THE PAGE KEY, FILL
004280*    THE EIGHT SCREEN LINES, REMEMBER WHERE THE NEXT PAGE
004290*    STARTS, AND SEND THE MAP WITH THE CURSOR ON THE REPAIR
004300*    RECORD-NUMBER FIELD.
005030     MOVE REJM-REASON TO RL-REASON.
005031     MOVE REJM-FEED-ID TO RL-FEED-ID.
005040     MOVE REJM-RPR-STATUS TO RL-STATUS.
005041     IF REJM-IS-OPEN AND REJM-WAS-SENT-BACK
005042         MOVE 'S' TO RL-STATUS
005043     END-IF.
005050     PERFORM 4200-PUT-ONE-LINE THRU 4200-EXIT.
005060 4100-EXIT.
005070     EXIT.
