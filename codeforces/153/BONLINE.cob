000564*                     AS THE LOADER. A MASTER THAT IS CLOSED
000565*                     OR UNREACHABLE DEGRADES TO THE OLD
000566*                     BEHAVIOUR WITH A NOTE, NEVER AN ABEND.
000567*    01/04/2025 DKW   A FORWARD VALUE MAY NOW BE ONE TO NINETEEN
000568*                     DIGITS (LEADING ZEROS NO LONGER NEEDED),
000569*                     THE FULL 64-BIT SIGNED RANGE. THE MASTER
000570*                     KEY IS BUILT AS BXREF BUILDS IT - TEN
000571*                     ZONED DIGITS WHEN THE VALUE FITS,
000572*                     OTHERWISE PACKED (XREFLAY).
000573*    -------------------------------------------------------
000574 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590     SOURCE-COMPUTER. IBM-370.
000600     OBJECT-COMPUTER. IBM-370.
000768 01  WS-XREF-KEY-AREA.
000769     05  WS-XRK-SIGN                PIC X(01).
000770     05  WS-XRK-DEC-VALUE           PIC X(10).
000771     05  WS-XRK-DEC-WIDE REDEFINES WS-XRK-DEC-VALUE
000772                                    PIC 9(19) COMP-3.
000773     05  WS-XRK-CONVENTION          PIC X(02).
000774 77  WS-XREF-RESP                PIC S9(08) COMP VALUE ZERO.
000775 77  WS-XREF-FOUND-SWITCH        PIC X(01) VALUE 'N'.
000776 88  XREF-WAS-FOUND                         VALUE 'Y'.
000777 88  XREF-NOT-FOUND                         VALUE 'N'.
000778 77  WS-XREF-DOWN-SWITCH         PIC X(01) VALUE 'N'.
000779 88  XREF-IS-DOWN                           VALUE 'Y'.
000780 77  WS-XREF-RUN-DATE            PIC X(08) VALUE SPACES.
000781 77  WS-XREF-REC-NO              PIC 9(07) VALUE ZERO.
000782*    COMMAREA CARRIED ACROSS THE PSEUDO-CONVERSATION - THE
000783*    OPERATOR'S LAST OPTIONS (RE-SHOWN AS DEFAULTS SO ONLY
000790*    THE VALUE NEEDS RETYPING) AND THE SESSION'S LAST FIVE
000800*    CONVERSIONS, NEWEST FIRST.
000810 01  WS-COMMAREA.
001060*    READS THE SAME.
001070 77  WS-REQ-VALUE-SIGN           PIC X(01) VALUE SPACE.
001080 01  WS-REQ-VALUE-TEXT           PIC X(64) VALUE SPACES.
001081*    A FORWARD VALUE'S DIGITS, RIGHT-JUSTIFIED BY 2120.
001082 01  WS-REQ-DEC-AREA.
001083     05  WS-REQ-DEC-DIGITS          PIC X(19) VALUE ZEROS.
001084     05  WS-REQ-DEC-VALUE REDEFINES WS-REQ-DEC-DIGITS
001085                                    PIC 9(19).
001086 77  WS-REQ-DEC-LEN              PIC 9(02) COMP VALUE ZERO.
001090*    WORK FIELDS FOR THE DECIMAL-TO-RADIX ALGORITHM - SAME
001100*    NAMES AND PURPOSE AS PROGRAM B'S.
001110 77  WS-X                       PIC 9(20) VALUE ZERO.
003560 2110-EXIT.
003570     EXIT.
003580*----------------------------------------------------------------
003588*2120-VALIDATE-FORWARD - THE TYPED VALUE MUST BE AN UNSIGNED
003596*    NUMBER OF ONE TO NINETEEN DIGITS, TYPED FROM THE START OF
003604*    THE FIELD, THAT FITS THE SELECTED SIGN MODE AND WIDTH -
003612*    SAME RULES AS PROGRAM B'S 2200-VALIDATE-INPUT.
003620*    EVERY FAILURE HERE PUTS THE CURSOR ON THE VALUE FIELD
003630*    (OR THE SIGN FIELD WHERE THE SIGN IS THE PROBLEM).
003640*----------------------------------------------------------------
003650 2120-VALIDATE-FORWARD.
003652     INSPECT WS-REQ-VALUE-TEXT REPLACING ALL LOW-VALUES BY SPACES.
003653     MOVE ZERO TO WS-REQ-DEC-LEN.
003656     INSPECT WS-REQ-VALUE-TEXT TALLYING WS-REQ-DEC-LEN
003659         FOR CHARACTERS BEFORE INITIAL SPACE.
003662     IF WS-REQ-DEC-LEN < 1 OR WS-REQ-DEC-LEN > 19
003665         SET REQUEST-IS-INVALID TO TRUE
003668         MOVE "VALUE MUST BE 1 TO 19 DIGITS"
003671             TO WS-ERROR-MSG
003674         MOVE -1 TO VALUEFL
003677         GO TO 2120-EXIT
003680     END-IF.
003683     IF WS-REQ-VALUE-TEXT (1:WS-REQ-DEC-LEN) IS NOT NUMERIC
003686         OR WS-REQ-VALUE-TEXT (WS-REQ-DEC-LEN + 1:) NOT = SPACES
003689         SET REQUEST-IS-INVALID TO TRUE
003692         MOVE "VALUE NOT VALID UNSIGNED NUMBER"
003695             TO WS-ERROR-MSG
003698         MOVE -1 TO VALUEFL
003701         GO TO 2120-EXIT
003704     END-IF.
003707     MOVE ZEROS TO WS-REQ-DEC-DIGITS.
003710     MOVE WS-REQ-VALUE-TEXT (1:WS-REQ-DEC-LEN)
003713         TO WS-REQ-DEC-DIGITS (20 - WS-REQ-DEC-LEN:
003714                               WS-REQ-DEC-LEN).
003730     IF SIGN-MODE-UNSIGNED AND WS-REQ-VALUE-SIGN = '-'
003740         SET REQUEST-IS-INVALID TO TRUE
003750         MOVE "NEGATIVE VALUE INVALID IN UNSIGNED MODE"
003770         MOVE -1 TO VSIGNL
003780         GO TO 2120-EXIT
003790     END-IF.
003800     MOVE WS-REQ-DEC-VALUE TO WS-X.
003810     EVALUATE TRUE
003820         WHEN SIGN-MODE-UNSIGNED
003830             AND WS-X > WS-UN-MAX-MAGNITUDE
004705*    THROUGH THIS VALUE AND FROM WHICH NIGHT'S RUN. FORWARD
004706*    REQUESTS ONLY - THE MASTER IS KEYED BY THE DECIMAL VALUE.
004707*    THE KEY SIGN IS NORMALISED TO '+' WHEN NOT '-', SAME AS
004708*    THE BXREF LOADER, AND SO IS THE VALUE - TEN ZONED DIGITS
004709*    WHEN IT FITS, OTHERWISE PACKED. NOTFND IS THE NORMAL MISS;
004710*    ANY OTHER RESPONSE MARKS THE MASTER DOWN AND THE
004711*    CONVERSION GOES AHEAD AS IT ALWAYS HAS.
004711*----------------------------------------------------------------
004712 2950-LOOKUP-MASTER.
004713     SET XREF-NOT-FOUND TO TRUE.
004720     ELSE
004721         MOVE '+' TO WS-XRK-SIGN
004722     END-IF.
004723     IF WS-REQ-DEC-VALUE > 9999999999
004724         MOVE WS-REQ-DEC-VALUE TO WS-XRK-DEC-WIDE
004725     ELSE
004726         MOVE WS-REQ-DEC-DIGITS (10:10) TO WS-XRK-DEC-VALUE
004727     END-IF.
004724     MOVE PARM-SIGN-MODE TO WS-XRK-CONVENTION.
004725     EXEC CICS READ
004726         FILE('XREFMSTR')
