000367*                     REPORTED BY REGION. THE CARRY-FORWARD
000368*                     COPIES THE WHOLE RECORD, SO THE FEED
000369*                     ID SURVIVES INTO UNMFILE UNCHANGED.
000371*    11/23/2024 DKW   TWO-PERSON APPROVAL - EVERY REPAIR
000372*                     TRANSACTION NOW CARRIES THE KEYING AND
000373*                     APPROVING OPERATOR IDS AND THE APPROVAL
000374*                     TIME (WRITTEN BY THE BRAP APPROVAL
000375*                     TRANSACTION, BREPAPV). A REPAIR WITH NO
000376*                     APPROVER, OR APPROVED BY THE OPERATOR
000377*                     WHO KEYED IT, IS REFUSED, COUNTED AS
000378*                     UNAPPROVED, AND ITS REJECT IS CARRIED
000379*                     FORWARD - ONLY A CORRECTION A SECOND
000381*                     OPERATOR SIGNED OFF ON IS RESUBMITTED.
000382*    01/04/2025 DKW   A CORRECTION PAST TEN DIGITS CARRIES ITS
000383*                     HIGH-ORDER NINE DIGITS IN RPR-LEAD AND IS
000384*                     RESUBMITTED AS A 'V02' WIDE-VALUE RECORD
000385*                     (INWLAY). ONE THAT FITS TEN DIGITS IS
000386*                     RESUBMITTED IN THE ORIGINAL LAYOUT AS
000387*                     BEFORE.
000388*    -------------------------------------------------------
000389 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400     SOURCE-COMPUTER. IBM-370.
000410     OBJECT-COMPUTER. IBM-370.
000750     RECORD CONTAINS 80 CHARACTERS.
000760*    RPR-REC-NO NAMES THE REJECT BEING REPAIRED - THE REJ-REC-
000770*    NO PRINTED IN REJFILE, NOT A LINE NUMBER IN THIS FILE.
000771*    THE OPERATOR IDS AND APPROVAL TIME ARE FILLED IN BY THE
000772*    BRAP APPROVAL TRANSACTION WHEN IT QUEUES THE CORRECTION.
000774*    RPR-LEAD HOLDS THE HIGH-ORDER NINE DIGITS OF A CORRECTION
000776*    PAST TEN DIGITS - SPACES WHEN RPR-VALUE HOLDS IT ALL.
000780 01  RPRFILE-RECORD.
000790     05  RPR-REC-NO                 PIC 9(07).
000800     05  FILLER                     PIC X(01).
000810     05  RPR-SIGN                   PIC X(01).
000820     05  RPR-VALUE                  PIC X(10).
000821     05  FILLER                     PIC X(01).
000822     05  RPR-KEY-OPER               PIC X(08).
000823     05  FILLER                     PIC X(01).
000824     05  RPR-APV-OPER               PIC X(08).
000825     05  FILLER                     PIC X(01).
000826     05  RPR-APV-STAMP              PIC X(14).
000829     05  FILLER                     PIC X(01).
000832     05  RPR-LEAD                   PIC X(09).
000835     05  FILLER                     PIC X(18).
000840 FD  RESUBFIL
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD
000890*    TAG AREA IN COLUMNS 61-77 RIDES IN WHAT B'S LAYOUT KEEPS
000900*    AS FILLER - B COUNTS RECORDS TAGGED 'RP' AS REPAIRED IN
000910*    ITS RUN TOTALS AND OTHERWISE PROCESSES THEM UNCHANGED.
000915*    A CORRECTION PAST TEN DIGITS IS WRITTEN FROM INWLAY.
000920 01  RESUBFIL-RECORD.
000930     05  RSB-SIGN                   PIC X(01).
000940     05  RSB-VALUE                  PIC X(10).
001200 77  WS-UNMATCHED-COUNT          PIC 9(07) COMP VALUE ZERO.
001210 77  WS-ORPHAN-COUNT             PIC 9(07) COMP VALUE ZERO.
001220 77  WS-BAD-REPAIR-COUNT         PIC 9(07) COMP VALUE ZERO.
001221 77  WS-UNAPPROVED-COUNT         PIC 9(07) COMP VALUE ZERO.
001221*    BY-FEED TALLY TABLE FOR THE END-OF-RUN SUMMARY. REJECTS
001222*    FROM AN EXTRACT WITH NO FEED HEADERS CARRY A BLANK FEED
001223*    ID AND TAKE A SLOT LIKE ANY OTHER, SHOWN AS '(NONE)'.
001240*    FROM THE PARM WHEN GIVEN, ELSE TODAY.
001250 77  WS-ORIG-RUN-DATE            PIC X(08) VALUE SPACES.
001260 77  WS-TODAY                    PIC 9(08) VALUE ZERO.
001261*    THE CORRECTED VALUE PUT BACK TOGETHER FROM RPR-LEAD AND
001262*    RPR-VALUE - LEADING ZEROS WHEN RPR-LEAD IS SPACES.
001263 01  WS-RPR-FULL.
001264     05  WS-RPF-LEAD                PIC X(09).
001265     05  WS-RPF-LOW                 PIC X(10).
001266 01  WS-RPR-FULL-N REDEFINES WS-RPR-FULL
001267                                 PIC 9(19).
001268*    WIDE-VALUE INPUT RECORD LAYOUT (SHARED WITH PROGRAM B).
001269     COPY INWLAY.
001270*    THE PARM, SPACE-PADDED TO ITS REAL LENGTH AT START-UP SO
001280*    A SHORT PARM IS NEVER READ PAST ITS END.
001290 01  WS-PARM-TEXT                PIC X(80) VALUE SPACES.
002130*    NEAR THE RESUBMIT DATASET - A CORRECTION KEYED AS BADLY AS
002140*    THE ORIGINAL JUST SENDS THE RECORD ROUND THE LOOP AGAIN.
002150*    A BAD CORRECTION IS REPORTED AND THE REJECT IS CARRIED
002160*    FORWARD UNREPAIRED SO IT IS NOT LOST. A REPAIR NO SECOND
002161*    OPERATOR APPROVED IS REFUSED THE SAME WAY, AHEAD OF ANY
002164*    EDIT OF ITS VALUE. A VALUE PAST TEN DIGITS GOES OUT AS A
002167*    'V02' RECORD, ANY OTHER IN THE ORIGINAL LAYOUT.
002170*----------------------------------------------------------------
002180 2300-APPLY-REPAIR.
002181     IF RPR-APV-OPER = SPACES
002182         OR RPR-APV-OPER = RPR-KEY-OPER
002183         ADD 1 TO WS-UNAPPROVED-COUNT
002184         DISPLAY 'BREPAIR: REPAIR NOT APPROVED FOR REJECT '
002185             RPR-REC-NO ' - REJECT CARRIED FORWARD'
002186         PERFORM 2510-WRITE-CARRY THRU 2510-EXIT
002187         GO TO 2300-READ-NEXT
002188     END-IF.
002189     IF RPR-LEAD = SPACES
002190         MOVE ZEROS TO WS-RPF-LEAD
002191     ELSE
002192         MOVE RPR-LEAD TO WS-RPF-LEAD
002193     END-IF.
002194     MOVE RPR-VALUE TO WS-RPF-LOW.
002195     IF WS-RPR-FULL IS NOT NUMERIC
002200         OR (RPR-SIGN NOT = '+' AND RPR-SIGN NOT = '-'
002210             AND RPR-SIGN NOT = SPACE)
002220         ADD 1 TO WS-BAD-REPAIR-COUNT
002240             RPR-REC-NO ' - REJECT CARRIED FORWARD'
002250         PERFORM 2510-WRITE-CARRY THRU 2510-EXIT
002260     ELSE
002264         IF WS-RPR-FULL-N > 9999999999
002268             MOVE SPACES TO WS-INW-RECORD
002272             MOVE RPR-SIGN TO INW-SIGN
002276             MOVE WS-RPR-FULL-N TO INW-VALUE-N
002280             MOVE 'RP' TO INW-RSB-TAG
002284             MOVE REJ-REC-NO TO INW-RSB-ORIG-REC-NO
002288             MOVE WS-ORIG-RUN-DATE TO INW-RSB-ORIG-RUN-DATE
002292             MOVE 'V02' TO INW-LAYOUT-TAG
002296             WRITE RESUBFIL-RECORD FROM WS-INW-RECORD
002300         ELSE
002304             MOVE SPACES TO RESUBFIL-RECORD
002308             MOVE RPR-SIGN TO RSB-SIGN
002312             MOVE WS-RPF-LOW TO RSB-VALUE
002316             MOVE 'RP' TO RSB-TAG
002320             MOVE REJ-REC-NO TO RSB-ORIG-REC-NO
002324             MOVE WS-ORIG-RUN-DATE TO RSB-ORIG-RUN-DATE
002328             WRITE RESUBFIL-RECORD
002332         END-IF
002340         ADD 1 TO WS-REPAIRED-COUNT
002341         IF WS-FEED-CUR > ZERO
002342             ADD 1 TO WS-FEED-REPAIRED (WS-FEED-CUR)
002343         END-IF
002350     END-IF.
002351 2300-READ-NEXT.
002360     PERFORM 2100-READ-REJECT THRU 2100-EXIT.
002370     PERFORM 2200-READ-REPAIR THRU 2200-EXIT.
002380 2300-EXIT.
002780     DISPLAY 'BREPAIR: CARRIED FORWARD   ' WS-UNMATCHED-COUNT.
002790     DISPLAY 'BREPAIR: ORPHAN REPAIRS    ' WS-ORPHAN-COUNT.
002800     DISPLAY 'BREPAIR: BAD CORRECTIONS   ' WS-BAD-REPAIR-COUNT.
002801     DISPLAY 'BREPAIR: UNAPPROVED        ' WS-UNAPPROVED-COUNT.
002801     PERFORM 8100-DISPLAY-ONE-FEED THRU 8100-EXIT
002802         VARYING WS-FEED-IDX FROM 1 BY 1
002803         UNTIL WS-FEED-IDX > WS-FEED-USED.
002850     IF WS-UNMATCHED-COUNT = ZERO
002860         AND WS-ORPHAN-COUNT = ZERO
002870         AND WS-BAD-REPAIR-COUNT = ZERO
002871         AND WS-UNAPPROVED-COUNT = ZERO
002880         MOVE ZERO TO RETURN-CODE
002890     ELSE
002900         MOVE 4 TO RETURN-CODE
