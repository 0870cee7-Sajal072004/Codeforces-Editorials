000100*    ACCEPTED. REJM-RPR-STATUS IS 'N' (OPEN) AS LOADED AND
000110*    'R' ONCE A CORRECTION HAS BEEN TAKEN, WITH THE KEYED
000120*    SIGN AND VALUE ECHOED ON THE RECORD SO THE MORNING
000130*    CREW CAN SEE WHAT WAS ENTERED. RECORD IS 160 BYTES,
000140*    KEY IS THE FIRST 7.
000141*    A KEYED CORRECTION NOW WAITS AT 'P' (PENDING APPROVAL)
000142*    UNTIL A SECOND OPERATOR REVIEWS IT ON THE BRAP SCREEN
000143*    (PROGRAM BREPAPV) - APPROVED GOES TO 'R', SENT BACK
000144*    RETURNS TO 'N' WITH REJM-APV-ACTION 'S' AND THE REFUSED
000145*    CORRECTION LEFT ON THE RECORD FOR THE KEYER TO SEE.
000150*    -------------------------------------------------------
000160*    DATE       INIT  DESCRIPTION
000170*    08/10/2024 DKW   ORIGINAL - ADDED WITH THE BREJLOAD
000215*                     AND THE REPAIR WORK CAN BE SPLIT BY
000216*                     REGION. SPACES ON A SINGLE-FEED
000217*                     EXTRACT.
000218*    11/23/2024 DKW   TWO-PERSON APPROVAL OF REPAIRS - ADDED
000219*                     THE 'P' PENDING-APPROVAL STATUS AND THE
000221*                     KEYER AND APPROVER OPERATOR IDS AND
000222*                     TIMESTAMPS, AND THE REVIEWER'S ACTION.
000223*                     RECORD GROWS FROM 100 TO 160 BYTES
000224*                     (REJMSTR REDEFINED WITH RECORDSIZE 160).
000225*    12/14/2024 DKW   ADDED REJM-SOURCE OUT OF THE FILLER - 'R'
000226*                     FOR A RECORD THE RATING SYSTEM REJECTED,
000227*                     ADDED BY BRATACK FROM ITS ACKNOWLEDGEMENT;
000228*                     SPACE FOR A CONVERSION REJECT AS LOADED BY
000229*                     BREJLOAD. LENGTH UNCHANGED.
000230*    01/04/2025 DKW   ADDED REJM-RPR-LEAD OUT OF THE FILLER -
000231*                     THE HIGH-ORDER NINE DIGITS OF A
000232*                     CORRECTION PAST TEN DIGITS, WITH THE
000233*                     LOW-ORDER TEN IN REJM-RPR-VALUE AS
000234*                     BEFORE. SPACES WHEN THE CORRECTION FITS
000235*                     TEN DIGITS. LENGTH UNCHANGED.
000236*    -------------------------------------------------------
000237 01  WS-REJM-RECORD.
000240     05  REJM-KEY.
000250         10  REJM-REC-NO            PIC X(07).
000260     05  REJM-BAD-VALUE             PIC X(20).
000280     05  REJM-RPR-STATUS            PIC X(01).
000290         88  REJM-IS-OPEN                   VALUE 'N'.
000300         88  REJM-IS-REPAIRED               VALUE 'R'.
000301         88  REJM-IS-PENDING                VALUE 'P'.
000310     05  REJM-RPR-SIGN              PIC X(01).
000320     05  REJM-RPR-VALUE             PIC X(10).
000330     05  REJM-FEED-ID               PIC X(08).
000331*    WHO KEYED THE CORRECTION ON BRPR AND WHEN (YYYYMMDDHHMMSS).
000332     05  REJM-KEY-OPER              PIC X(08).
000333     05  REJM-KEY-STAMP             PIC X(14).
000334*    WHO REVIEWED IT ON BRAP, WHEN, AND WHAT THEY DID - SPACES
000335*    UNTIL A REVIEW, CLEARED AGAIN WHEN A CORRECTION IS KEYED.
000336     05  REJM-APV-OPER              PIC X(08).
000337     05  REJM-APV-STAMP             PIC X(14).
000338     05  REJM-APV-ACTION            PIC X(01).
000339         88  REJM-WAS-APPROVED              VALUE 'A'.
000340         88  REJM-WAS-SENT-BACK             VALUE 'S'.
000350*    WHERE THE REJECT CAME FROM - SPACE OUR OWN CONVERSION, 'R'
000360*    REFUSED BY THE RATING SYSTEM AFTER WE SENT IT.
000370     05  REJM-SOURCE                PIC X(01).
000380         88  REJM-FROM-RATING               VALUE 'R'.
000390*    HIGH-ORDER NINE DIGITS OF A CORRECTION PAST TEN DIGITS -
000400*    SPACES WHEN REJM-RPR-VALUE ALONE HOLDS THE WHOLE VALUE.
000410     05  REJM-RPR-LEAD              PIC X(09).
000420     05  FILLER                     PIC X(18).
