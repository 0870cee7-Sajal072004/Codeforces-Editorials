000230*                     FLAGGED AS UNREADABLE AND THE STEP ENDS
000240*                     WITH CONDITION CODE 4 SO THE FILE GETS
000250*                     FIXED BEFORE THE NIGHT RUN MEETS IT.
000252*    01/04/2025 DKW   A RANGE END PAST TEN DIGITS (RUL-LO-LEAD OR
000254*                     RUL-HI-LEAD SET) PRINTS AS ITS NINETEEN
000256*                     DIGITS AND IS EDITED AS PROGRAM B NOW EDITS
000258*                     IT; THE RANGE COLUMNS ARE WIDENED TO SUIT.
000260*    -------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000510 WORKING-STORAGE SECTION.
000520*    BUSINESS-RULE RECORD LAYOUT (SHARED WITH PROGRAM B).
000530     COPY RULELAY.
000531*    A RULE'S RANGE ENDS PUT BACK TOGETHER AS PROGRAM B LOADS
000532*    THEM - THE LEAD DIGITS (ZEROS WHEN BLANK) AHEAD OF THE LOW
000533*    TEN.
000534 01  WS-RUL-WIDE-LO.
000535     05  WS-RWL-LEAD                PIC X(09).
000536     05  WS-RWL-LOW                 PIC X(10).
000537 01  WS-RUL-WIDE-LO-N REDEFINES WS-RUL-WIDE-LO
000538                                 PIC 9(19).
000539 01  WS-RUL-WIDE-HI.
000540     05  WS-RWH-LEAD                PIC X(09).
000541     05  WS-RWH-LOW                 PIC X(10).
000542 01  WS-RUL-WIDE-HI-N REDEFINES WS-RUL-WIDE-HI
000543                                 PIC 9(19).
000544*    RUN SWITCHES
000550 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000560 88  END-OF-RULES                          VALUE 'Y'.
000570 77  WS-CLEAN-SWITCH             PIC X(01) VALUE 'Y'.
000850 01  WS-RULE-HEAD.
000860     05  FILLER                     PIC X(30) VALUE
000870         "RULE     T FEED     SM".
000880     05  FILLER                     PIC X(30) VALUE
000890         "LOW VALUE            HIGH VALU".
000900     05  FILLER                     PIC X(30) VALUE
000910         "E           EFFECTIVE  STATUS".
000920     05  FILLER                     PIC X(42) VALUE SPACES.
000930 01  WS-RULE-LINE.
000940     05  WS-RL-ID                   PIC X(08).
000950     05  FILLER                     PIC X(01) VALUE SPACE.
000990     05  FILLER                     PIC X(01) VALUE SPACE.
001000     05  WS-RL-SIGN                 PIC X(02).
001010     05  FILLER                     PIC X(08) VALUE SPACES.
001020     05  WS-RL-LO                   PIC X(19).
001030     05  FILLER                     PIC X(02) VALUE SPACES.
001040     05  WS-RL-HI                   PIC X(19).
001050     05  FILLER                     PIC X(02) VALUE SPACES.
001060     05  WS-RL-EFF                  PIC X(08).
001070     05  FILLER                     PIC X(03) VALUE SPACES.
001080     05  WS-RL-STATUS               PIC X(10).
001090     05  FILLER                     PIC X(39) VALUE SPACES.
001100 01  WS-TOTAL-LINE.
001110     05  WS-TOT-LABEL               PIC X(30).
001120     05  WS-TOT-VALUE               PIC Z(04)9.
001670     MOVE RUL-TYPE TO WS-RL-TYPE.
001680     MOVE RUL-FEED-ID TO WS-RL-FEED.
001690     MOVE RUL-SIGN-MODE TO WS-RL-SIGN.
001693     MOVE RUL-LO-LEAD TO WS-RWL-LEAD.
001696     MOVE RUL-LO-VALUE TO WS-RWL-LOW.
001699     MOVE RUL-HI-LEAD TO WS-RWH-LEAD.
001702     MOVE RUL-HI-VALUE TO WS-RWH-LOW.
001705*    A BLANK LEAD FIELD IS AN ORDINARY TEN-DIGIT RANGE END AND
001708*    PRINTS AS IT ALWAYS HAS.
001711     IF RUL-LO-LEAD = SPACES
001714         MOVE RUL-LO-VALUE TO WS-RL-LO
001717         MOVE ZEROS TO WS-RWL-LEAD
001720     ELSE
001723         MOVE WS-RUL-WIDE-LO TO WS-RL-LO
001726     END-IF.
001729     IF RUL-HI-LEAD = SPACES
001732         MOVE RUL-HI-VALUE TO WS-RL-HI
001735         MOVE ZEROS TO WS-RWH-LEAD
001738     ELSE
001741         MOVE WS-RUL-WIDE-HI TO WS-RL-HI
001744     END-IF.
001747     MOVE RUL-EFF-DATE TO WS-RL-EFF.
001750     EVALUATE TRUE
001753         WHEN (NOT RULE-IS-INCLUDE AND NOT RULE-IS-EXCLUDE)
001756             OR WS-RUL-WIDE-LO IS NOT NUMERIC
001759             OR WS-RUL-WIDE-HI IS NOT NUMERIC
001762             OR RUL-EFF-DATE IS NOT NUMERIC
001765             OR WS-RUL-WIDE-LO-N > WS-RUL-WIDE-HI-N
001790             SET FILE-HAS-BAD-RULES TO TRUE
001800             ADD 1 TO WS-BAD-COUNT
001810             MOVE "UNREADABLE" TO WS-RL-STATUS
