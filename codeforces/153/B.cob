002380*                     ASSIGNMENTS TAKE THE AS- PREFIX AND
002381*                     THE FDS DROP THE QSAM RECORDING MODE
002382*                     AND LABEL CLAUSES.
002383*    01/04/2025 DKW   VALUES PAST TEN DIGITS. AN INPUT RECORD
002384*                     TAGGED 'V02' IN COLUMNS 78-80 (LAYOUT
002385*                     INWLAY) CARRIES A NINETEEN-DIGIT VALUE IN
002386*                     COLUMNS 2-20 - THE WHOLE SIGNED 64-BIT
002387*                     RANGE - AND IS ACCEPTED ALONGSIDE THE
002388*                     ORIGINAL TEN-DIGIT RECORD IN THE SAME
002389*                     EXTRACT. NATIVE MODE TAKES 10 OR 19
002390*                     DIGITS AT PARM-VAL-COL (NEW PARM-VAL-
002391*                     DIGITS). EVERY VALUE IS RIGHT-JUSTIFIED
002392*                     INTO ONE NINETEEN-DIGIT FIELD BEFORE THE
002393*                     EDITS, THE BUSINESS RULES (RANGE ENDS
002394*                     NOW UP TO NINETEEN DIGITS) AND THE
002395*                     CONVERSION SEE IT, AND THE REJECT LOG
002396*                     SHOWS THE VALUE AS RECEIVED. THE BINOUT
002397*                     PACKED COPY IS NOW NINETEEN DIGITS, AND
002398*                     AN UNSIGNED 64-BIT VALUE ABOVE THE SIGNED
002399*                     MAXIMUM WRAPS TO ITS TWOS-COMPLEMENT IN
002400*                     THE DOUBLEWORD JUST AS THE FULLWORD DOES.
002401*                     THE CONTROL SUMS ARE WIDENED, AND A 'CT'
002402*                     TRAILER TAGGED 'V02' CARRIES A 26-DIGIT
002403*                     VALUE SUM IN COLUMNS 39-64.
002383*    -------------------------------------------------------
002288 ENVIRONMENT DIVISION.
002280 CONFIGURATION SECTION.
002910     05  IN-SPEC-RADIX              PIC X(02).
002920     05  FILLER                     PIC X(73).
002930*    RESUBMIT VIEW - A REPAIRED REJECT WRITTEN BY BREPAIR.
002937*    COLUMNS 1-11 ARE THE NORMAL FORWARD LAYOUT (1-20 ON A WIDE
002944*    'V02' RECORD); THE TAG AREA RIDES IN THE FILLER SO AN
002951*    UNTAGGED EXTRACT IS UNAFFECTED.
002960 01  IN-RESUBMIT-VIEW REDEFINES INFILE-RECORD.
002970     05  FILLER                     PIC X(60).
002980     05  IN-RSB-TAG                 PIC X(02).
003621*    LAYOUT IS RULELAY IN WORKING-STORAGE - READ INTO IT.
003622 01  RULEFILE-RECORD             PIC X(80).
003620 WORKING-STORAGE SECTION.
003622*    WIDE-VALUE VIEW OF THE INPUT RECORD - A RECORD TAGGED 'V02'
003624*    CARRIES ITS VALUE IN NINETEEN DIGITS (SEE INWLAY).
003626     COPY INWLAY.
003630*    RUN-TIME PARAMETERS (SEE COPYBOOKS/PARMLAY.CPY). LOADED
003640*    FROM LS-PARM-TEXT BELOW BY 1000-INITIALIZE.
003650     COPY PARMLAY.
004180*    FOR THE PASS-THROUGH) AND THE SIGN-AND-VALUE SLICE EVERY
004190*    FORWARD RECORD FLOWS THROUGH WHICHEVER FILE IT CAME FROM.
004200 01  WS-NAT-RECORD               PIC X(256) VALUE SPACES.
004205*    THE DIGITS ARE RIGHT-JUSTIFIED TO NINETEEN WHATEVER WIDTH
004210*    THE VALUE ARRIVED IN; WS-VAL-RAW KEEPS IT AS RECEIVED, TEN
004215*    OR NINETEEN CHARACTERS (WS-VAL-WIDTH), FOR THE REJECT LOG.
004220 01  WS-VALUE-AREA.
004225     05  WS-VAL-SIGN                PIC X(01).
004230     05  WS-VAL-DIGITS              PIC X(19).
004235     05  WS-VAL-DIGITS-NUM REDEFINES WS-VAL-DIGITS
004240                                    PIC 9(19).
004245 01  WS-VAL-RAW                  PIC X(19) VALUE SPACES.
004250 77  WS-VAL-WIDTH                PIC 9(02) COMP VALUE 10.
004260*    RUN SWITCHES
004270 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
004280 88  END-OF-INFILE                         VALUE 'Y'.
004922                                    PIC 9(15).
004923     05  FILLER                     PIC X(01).
004924     05  WS-CTL-EXTRACT-DATE        PIC X(08).
004925*    A TRAILER TAGGED 'V02' (AS ON A WIDE INPUT RECORD) CARRIES
004926*    ITS VALUE SUM HERE, WIDE ENOUGH FOR NINETEEN-DIGIT VALUES,
004927*    AND THE FIFTEEN-DIGIT FIELD ABOVE IS NOT USED.
004928     05  FILLER                     PIC X(01).
004929     05  WS-CTL-WIDE-SUM-X          PIC X(26).
004930     05  WS-CTL-WIDE-SUM-N REDEFINES WS-CTL-WIDE-SUM-X
004931                                    PIC 9(26).
004932     05  FILLER                     PIC X(13).
004933     05  WS-CTL-LAYOUT-TAG          PIC X(03).
004934         88  CONTROL-WIDE-LAYOUT            VALUE 'V02'.
004926 77  WS-CTL-REC-SWITCH           PIC X(01) VALUE 'N'.
004927 88  CONTROL-REC-SEEN                      VALUE 'Y'.
004928 77  WS-CTL-HDR-SWITCH           PIC X(01) VALUE 'N'.
004932 77  WS-CTL-FAIL-SWITCH          PIC X(01) VALUE 'N'.
004933 88  CONTROL-CHECK-FAILED                  VALUE 'Y'.
004934 77  WS-CTL-EXP-COUNT            PIC 9(09) VALUE ZERO.
004935 77  WS-CTL-EXP-SUM              PIC 9(26) VALUE ZERO.
004936 77  WS-CTL-ACT-COUNT            PIC 9(09) COMP VALUE ZERO.
004937 77  WS-CTL-ACT-SUM              PIC 9(26) VALUE ZERO.
004938 77  WS-CTL-STATUS               PIC X(01) VALUE SPACE.
004939*    BUSINESS RULES IN FORCE FOR THIS RUN, LOADED BY 1300-
004940*    LOAD-RULES. ZERO RULES SKIPS THE STAGE. THE INCLUDE
004958         10  WS-RUL-TBL-TYPE        PIC X(01).
004959         10  WS-RUL-FEED            PIC X(08).
004960         10  WS-RUL-SIGN            PIC X(02).
004961         10  WS-RUL-LO              PIC 9(19).
004962         10  WS-RUL-HI              PIC 9(19).
004963*    A RULE'S RANGE ENDS PUT BACK TOGETHER AS THEY ARE LOADED -
004964*    THE LEAD DIGITS (ZEROS WHEN BLANK) AHEAD OF THE LOW TEN.
004965 01  WS-RUL-WIDE-LO.
004966     05  WS-RWL-LEAD                PIC X(09).
004967     05  WS-RWL-LOW                 PIC X(10).
004968 01  WS-RUL-WIDE-LO-N REDEFINES WS-RUL-WIDE-LO
004969                                 PIC 9(19).
004970 01  WS-RUL-WIDE-HI.
004971     05  WS-RWH-LEAD                PIC X(09).
004972     05  WS-RWH-LOW                 PIC X(10).
004973 01  WS-RUL-WIDE-HI-N REDEFINES WS-RUL-WIDE-HI
004974                                 PIC 9(19).
004939*    PER-FEED CONTROL TOTALS. A FEED HEADER MAKES ITS FEED
004932*    CURRENT (FINDING OR ADDING A SLOT); ZERO MEANS NO HEADER
004933*    HAS BEEN SEEN YET AND NOTHING IS TALLIED PER FEED, SO A
005352*    SIGNED COPY OF THE SOURCE VALUE FOR THE MACHINE-ENCODED
005353*    OUTPUT - A BINARY COMP FIELD HOLDS A NEGATIVE AS THE
005354*    HARDWARE'S OWN TWOS-COMPLEMENT, WHICH IS EXACTLY WHAT
005355*    THE RATING SYSTEM WANTS. WS-MEO-WORD IS THE SAME VALUE AS
005356*    THE DOUBLEWORD HOLDS IT - AN UNSIGNED VALUE ABOVE THE
005357*    SIGNED 64-BIT MAXIMUM WRAPPED TO ITS TWOS-COMPLEMENT.
005358 77  WS-MEO-SIGNED               PIC S9(19) VALUE ZERO.
005359 77  WS-MEO-WORD                 PIC S9(19) VALUE ZERO.
005360 77  WS-REPLAY-SWITCH            PIC X(01) VALUE 'N'.
005370 88  IN-REPLAY-PHASE                       VALUE 'Y'.
005380*    SHARED END-OF-FILE SWITCH FOR THE RESTART'S SCAN LOOPS
006550     END-IF.
006560*    NATIVE MODE IS FORWARD-ONLY - THE BILLING EXTRACT HAS NO
006570*    RADIX STRINGS TO REVERSE - AND THE VALUE COLUMN MUST
006576*    LEAVE ROOM FOR THE SIGN AND THE TEN OR NINETEEN DIGITS
006582*    INSIDE THE 256-BYTE RECORD. ANYTHING BUT 19 DIGITS MEANS
006588*    TEN, AS BEFORE; AN UNUSABLE COLUMN FALLS BACK TO 1.
006594     IF NOT NATIVE-LAYOUT
006600         MOVE 'N' TO PARM-NATIVE
006606     END-IF.
006612     IF NATIVE-LAYOUT
006618         MOVE 'F' TO PARM-MODE
006624         IF PARM-VAL-DIGITS IS NOT NUMERIC
006630             MOVE 10 TO PARM-VAL-DIGITS
006636         END-IF
006642         IF NOT VAL-DIGITS-WIDE
006648             MOVE 10 TO PARM-VAL-DIGITS
006654         END-IF
006660         IF PARM-VAL-COL IS NOT NUMERIC
006666             OR PARM-VAL-COL < 1
006672             OR PARM-VAL-COL + PARM-VAL-DIGITS > 256
006680             MOVE 1 TO PARM-VAL-COL
006690         END-IF
006700     END-IF.
007760         END-IF
007761         GO TO 1215-EXIT
007762     END-IF.
007763     PERFORM 2050-LOAD-VALUE THRU 2050-EXIT.
007765     PERFORM 2200-VALIDATE-INPUT THRU 2200-EXIT.
007766     IF INPUT-IS-VALID AND WS-RULE-USED > ZERO
007767         PERFORM 2250-CHECK-RULES THRU 2250-EXIT
007790             GO TO 1218-EXIT
007791         END-IF
007792         ADD 1 TO WS-CTL-ACT-COUNT
007793         PERFORM 2050-LOAD-VALUE THRU 2050-EXIT
007799         IF WS-VAL-DIGITS IS NUMERIC
007800             ADD WS-VAL-DIGITS-NUM TO WS-CTL-ACT-SUM
007801         END-IF
008609     IF RULE-COMMENT-LINE OR WS-RULE-RECORD = SPACES
008610         GO TO 1310-EXIT
008611     END-IF.
008612*    A BLANK LEAD FIELD IS AN ORDINARY TEN-DIGIT RANGE END.
008613     MOVE RUL-LO-LEAD TO WS-RWL-LEAD.
008614     IF RUL-LO-LEAD = SPACES
008615         MOVE ZEROS TO WS-RWL-LEAD
008616     END-IF.
008617     MOVE RUL-LO-VALUE TO WS-RWL-LOW.
008618     MOVE RUL-HI-LEAD TO WS-RWH-LEAD.
008619     IF RUL-HI-LEAD = SPACES
008620         MOVE ZEROS TO WS-RWH-LEAD
008621     END-IF.
008622     MOVE RUL-HI-VALUE TO WS-RWH-LOW.
008623     IF (NOT RULE-IS-INCLUDE AND NOT RULE-IS-EXCLUDE)
008624         OR WS-RUL-WIDE-LO IS NOT NUMERIC
008625         OR WS-RUL-WIDE-HI IS NOT NUMERIC
008626         OR RUL-EFF-DATE IS NOT NUMERIC
008627         OR WS-RUL-WIDE-LO-N > WS-RUL-WIDE-HI-N
008617         ADD 1 TO WS-RULE-SKIP-COUNT
008618         DISPLAY 'B: BUSINESS RULE ' RUL-RULE-ID
008619             ' UNREADABLE - PASSED OVER'
008634     MOVE RUL-TYPE TO WS-RUL-TBL-TYPE (WS-RULE-USED).
008635     MOVE RUL-FEED-ID TO WS-RUL-FEED (WS-RULE-USED).
008636     MOVE RUL-SIGN-MODE TO WS-RUL-SIGN (WS-RULE-USED).
008637     MOVE WS-RUL-WIDE-LO-N TO WS-RUL-LO (WS-RULE-USED).
008638     MOVE WS-RUL-WIDE-HI-N TO WS-RUL-HI (WS-RULE-USED).
008639 1310-EXIT.
008640     EXIT.
008590*----------------------------------------------------------------
008820             PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
008830         END-IF
008840     ELSE
008850         PERFORM 2050-LOAD-VALUE THRU 2050-EXIT
008931*        THE CONTROL VALUE SUM COVERS EVERY READABLE VALUE -
008932*        A RECORD THAT LATER REJECTS ON SIGN OR RANGE WAS
008933*        STILL SUMMED BY THE BILLING SYSTEM.
009210     PERFORM 2100-READ-INFILE THRU 2100-EXIT.
009220 2000-EXIT.
009230     EXIT.
009231*----------------------------------------------------------------
009232*2050-LOAD-VALUE - FILL WS-VALUE-AREA FROM WHICHEVER FORWARD
009233*    LAYOUT IS IN EFFECT. THE VALUE ARRIVES AS TEN DIGITS (THE
009234*    ORIGINAL 80-BYTE RECORD, OR A NATIVE RECORD AT THE DEFAULT
009235*    PARM-VAL-DIGITS) OR NINETEEN (A RECORD TAGGED 'V02' - SEE
009236*    INWLAY - OR A NATIVE RECORD WITH PARM-VAL-DIGITS 19). THE
009237*    TEXT AS RECEIVED GOES TO WS-VAL-RAW FOR THE REJECT LOG.
009238*----------------------------------------------------------------
009239 2050-LOAD-VALUE.
009240     MOVE SPACES TO WS-VAL-RAW.
009241     IF NATIVE-LAYOUT
009242         MOVE WS-NAT-RECORD (PARM-VAL-COL:1) TO WS-VAL-SIGN
009243         MOVE PARM-VAL-DIGITS TO WS-VAL-WIDTH
009244         MOVE WS-NAT-RECORD (PARM-VAL-COL + 1:WS-VAL-WIDTH)
009245             TO WS-VAL-RAW
009246     ELSE
009247         MOVE INFILE-RECORD TO WS-INW-RECORD
009248         IF INW-WIDE-LAYOUT
009249             MOVE INW-SIGN TO WS-VAL-SIGN
009250             MOVE 19 TO WS-VAL-WIDTH
009251             MOVE INW-VALUE TO WS-VAL-RAW
009252         ELSE
009253             MOVE IN-RAW-SIGN TO WS-VAL-SIGN
009254             MOVE 10 TO WS-VAL-WIDTH
009255             MOVE IN-RAW-VALUE TO WS-VAL-RAW
009256         END-IF
009257     END-IF.
009258     PERFORM 2060-ALIGN-VALUE THRU 2060-EXIT.
009259 2050-EXIT.
009260     EXIT.
009261*----------------------------------------------------------------
009262*2060-ALIGN-VALUE - RIGHT-JUSTIFY THE DIGITS IN WS-VAL-RAW INTO
009263*    THE NINETEEN-DIGIT WS-VAL-DIGITS, SO THE EDITS, THE RULES
009264*    AND THE CONVERSION JUDGE ONE MAGNITUDE WHATEVER WIDTH IT
009265*    CAME IN. TEXT THAT IS NOT NUMERIC IS CARRIED ACROSS AS IT
009266*    IS, SO 2200'S NUMERIC TEST STILL CATCHES IT.
009267*----------------------------------------------------------------
009268 2060-ALIGN-VALUE.
009269     IF WS-VAL-RAW (1:WS-VAL-WIDTH) IS NUMERIC
009270         MOVE ZEROS TO WS-VAL-DIGITS
009271         MOVE WS-VAL-RAW (1:WS-VAL-WIDTH)
009272             TO WS-VAL-DIGITS (20 - WS-VAL-WIDTH:WS-VAL-WIDTH)
009273     ELSE
009274         MOVE WS-VAL-RAW TO WS-VAL-DIGITS
009275     END-IF.
009276 2060-EXIT.
009277     EXIT.
009278*    ONE READ PARAGRAPH FOR BOTH MODES - NATIVE MODE READS THE
009279*    BILLING EXTRACT AND KEEPS THE WHOLE RECORD FOR THE PASS-
009280*    THROUGH; STANDARD MODE READS THE HOUSE LAYOUT AS EVER.
009281 2100-READ-INFILE.
009282     IF NATIVE-LAYOUT
009290         READ NATFILE INTO WS-NAT-RECORD
009300             AT END
009310                 SET END-OF-INFILE TO TRUE
009609*    COMPILED TRUNC(BIN) - AN UNSIGNED 32-BIT VALUE ABOVE THE
009610*    SIGNED MAXIMUM MUST WRAP TO ITS OWN TWOS-COMPLEMENT BIT
009611*    PATTERN IN THE FULLWORD, WHICH IS THE ENCODING THE
009612*    RATING TEAM AGREED TO, NOT A DECIMAL TRUNCATION. AN
009613*    UNSIGNED 64-BIT VALUE IS TOO WIDE FOR ANY SIGNED FIELD TO
009614*    WRAP ON ITS OWN, SO IT IS WRAPPED HERE (LESS 2**64) BEFORE
009615*    IT GOES TO THE DOUBLEWORD. THE PACKED COPY ALWAYS CARRIES
009616*    THE SOURCE VALUE ITSELF.
009613*----------------------------------------------------------------
009610 2170-WRITE-MACHINE.
009611     MOVE LOW-VALUES TO WS-MEO-RECORD.
009616     IF VALUE-IS-NEGATIVE
009617         SUBTRACT WS-MEO-SIGNED FROM 0 GIVING WS-MEO-SIGNED
009618     END-IF.
009619     MOVE WS-MEO-SIGNED TO WS-MEO-WORD.
009620     IF WS-MEO-WORD > 9223372036854775807
009621         SUBTRACT 18446744073709551616 FROM WS-MEO-WORD
009622     END-IF.
009623     IF WIDTH-IS-64
009624         MOVE WS-MEO-WORD TO MEO-BIN-DBLWORD
009625     ELSE
009626         MOVE WS-MEO-WORD TO MEO-BIN-FULLWORD
009627     END-IF.
009628     MOVE WS-MEO-SIGNED TO MEO-PACKED-VALUE.
009629     WRITE BINOUT-RECORD FROM WS-MEO-RECORD.
009630 2170-EXIT.
009631     EXIT.
009632*----------------------------------------------------------------
009633*2200-VALIDATE-INPUT - CONFIRM THE SIGN-AND-VALUE SLICE IN
009634*    WS-VALUE-AREA (FILLED BY 2050 FROM WHICHEVER INPUT LAYOUT
009640*    IS IN EFFECT) IS A VALID SIGNED NUMBER OF UP TO NINETEEN
009650*    DIGITS THAT FITS THE SELECTED SIGN CONVENTION.
009660*----------------------------------------------------------------
009670 2200-VALIDATE-INPUT.
009680     SET INPUT-IS-VALID TO TRUE.
010100*----------------------------------------------------------------
010110*2300-WRITE-REJECT - LOG A REJECTED INPUT RECORD. THE FIRST 19
010120*    CHARACTERS OF A REVERSE-MODE VALUE ARE ENOUGH TO SPOT THE
010125*    BAD RECORD AGAINST WS-REC-COUNT IN THE SOURCE EXTRACT. A
010130*    FORWARD VALUE IS LOGGED AS RECEIVED - TEN CHARACTERS, OR
010135*    NINETEEN FROM A WIDE RECORD.
010140*----------------------------------------------------------------
010150 2300-WRITE-REJECT.
010160     MOVE WS-REC-COUNT TO REJ-REC-NO.
010165     MOVE SPACES TO REJ-BAD-VALUE.
010170     IF MODE-IS-REVERSE
010180         STRING IN-REV-SIGN      DELIMITED BY SIZE
010190             IN-REV-VALUE (1:19) DELIMITED BY SIZE
010210         END-STRING
010220     ELSE
010230         STRING WS-VAL-SIGN      DELIMITED BY SIZE
010240             WS-VAL-RAW (1:WS-VAL-WIDTH) DELIMITED BY SIZE
010250             INTO REJ-BAD-VALUE
010260         END-STRING
010270     END-IF.
011720 2710-REJECT-SPEC.
011730     IF NOT IN-SKIP-PHASE
011732         MOVE IN-SPEC-TAG TO WS-VAL-SIGN
011734         MOVE 10 TO WS-VAL-WIDTH
011736         MOVE INFILE-RECORD (2:10) TO WS-VAL-RAW
011740         MOVE "SPEC RECORD CODES NOT RECOGNISED"
011750             TO WS-REJECT-REASON
011760         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
011848 2770-REJECT-FEED.
011849     IF NOT IN-SKIP-PHASE
011850         MOVE IN-FEED-TAG TO WS-VAL-SIGN
011851         MOVE 10 TO WS-VAL-WIDTH
011852         MOVE INFILE-RECORD (2:10) TO WS-VAL-RAW
011852         MOVE "FEED HEADER HAS NO FEED ID"
011853             TO WS-REJECT-REASON
011854         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
012244     END-IF.
012245     SET CONTROL-TRL-SEEN TO TRUE.
012246     IF WS-CTL-REC-COUNT-X IS NOT NUMERIC
012247         OR (CONTROL-WIDE-LAYOUT
012248             AND WS-CTL-WIDE-SUM-X IS NOT NUMERIC)
012249         OR (NOT CONTROL-WIDE-LAYOUT
012250             AND WS-CTL-VALUE-SUM-X IS NOT NUMERIC)
012256         PERFORM 2860-FAIL-CONTROL THRU 2860-EXIT
012257         DISPLAY 'B: CONTROL CHECK FAILED - CT TRAILER COUNT'
012258             ' OR VALUE SUM IS NOT NUMERIC'
012259         GO TO 2850-EXIT
012260     END-IF.
012261     ADD WS-CTL-REC-COUNT-N TO WS-CTL-EXP-COUNT.
012262     IF CONTROL-WIDE-LAYOUT
012263         ADD WS-CTL-WIDE-SUM-N TO WS-CTL-EXP-SUM
012264     ELSE
012265         ADD WS-CTL-VALUE-SUM-N TO WS-CTL-EXP-SUM
012266     END-IF.
012255 2850-EXIT.
012256     EXIT.
012259*----------------------------------------------------------------
