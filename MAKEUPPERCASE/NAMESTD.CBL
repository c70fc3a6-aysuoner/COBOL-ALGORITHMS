      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    NAMESTD.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * SHARED PERSON-NAME STANDARDIZATION, BUILT ON THE NoSpace AND
      * ProperCase STRING UTILITIES. BADGENAME WAS ISSUING COLLIDING
      * INITIALS AND STUDMAST WAS GROWING TWO RECORDS FOR ONE CHILD
      * BECAUSE EACH FEED SPELLS THE SAME NAME ITS OWN WAY. ONE NAME
      * IS PARSED INTO SURNAME, GIVEN NAME, MIDDLE NAMES AND SUFFIX
      * AND HANDED BACK IN THE FORMS DESCRIBED IN NAMESTPM.CPY:
      *   - PERIODS GO, RUNS OF SPACES SQUEEZE TO ONE (NoSpace) AND
      *     ANY CHARACTER THAT IS NOT A LETTER, SPACE, APOSTROPHE,
      *     HYPHEN OR COMMA IS DROPPED (AND DOUBTED);
      *   - "SURNAME, GIVEN MIDDLE" IS READ SURNAME FIRST WHATEVER
      *     THE HINT, AND A SECOND COMMA MAY SET OFF A SUFFIX;
      *     "GIVEN SURNAME, JR" IS A GIVEN-FIRST NAME WITH A SUFFIX;
      *     WITHOUT A COMMA THE CALLER'S ORDER HINT DECIDES;
      *   - JR, SR, II, III AND IV AT THE END OF A NAME ARE SUFFIXES;
      *   - VAN, VON, DE, DA, DEL, DELLA, DER, DEN, DI, DU, LA, LE
      *     AND ST BEFORE A SURNAME BELONG TO IT ("Ludwig van
      *     Beethoven", "Juan de la Cruz");
      *   - EACH WORD IS TITLE-CASED BY ProperCase, THEN Mc AND O'
      *     (ANY ONE LETTER AND AN APOSTROPHE) TAKE A CAPITAL ON THE
      *     THIRD LETTER, A HYPHENATED NAME TAKES ONE AFTER EACH
      *     HYPHEN, A PARTICLE INSIDE A SURNAME GOES LOWER CASE AND
      *     A ROMAN-NUMERAL SUFFIX UPPER CASE.
      * THE NAME COMES BACK RC-INVALID-INPUT, WITH THE FIRST DOUBT IN
      * NS-REASON, WHEN IT IS BLANK, IS ONE WORD, HAS NO SURNAME OR
      * NO GIVEN NAME EITHER SIDE OF ITS COMMA, HAS MORE THAN TWO
      * COMMAS, TWO SUFFIXES OR MORE THAN TWO MIDDLE NAMES, HAS A
      * ONE-LETTER SURNAME OR GIVEN NAME, HAD A CHARACTER DROPPED, OR
      * DOES NOT FIT THE OUTPUT FIELDS. THE BEST-GUESS FORMS ARE
      * STILL RETURNED - THE CALLER DECIDES WHAT TO DO WITH THEM.
      * A FILE FORM FED BACK IN COMES OUT UNCHANGED.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "RETCODE.CPY".
       01  WS-SQUEEZE-MODE           PIC 9 VALUE 1.
       01  WS-VT-IN.
           COPY "VARTEXT.CPY" REPLACING VT-LENGTH BY WS-IN-LEN
                                         VT-TEXT   BY WS-IN-TEXT.
       01  WS-VT-OUT.
           COPY "VARTEXT.CPY" REPLACING VT-LENGTH BY WS-OUT-LEN
                                         VT-TEXT   BY WS-OUT-TEXT.
       01  WS-CLEAN-NAME             PIC X(50).
       01  WS-ONE-CHAR               PIC X(01).
       01  WS-REASON-TEXT            PIC X(30).
       01  WS-I                      PIC 9(03).
       01  WS-J                      PIC 9(03).
       01  WS-NEXT                   PIC 9(03).
       01  WS-PTR                    PIC 9(03).
       01  WS-TOKEN-SIZE             PIC 9(03).
       01  WS-COMMA-COUNT            PIC 9(03).
       01  WS-PART-NO                PIC 9(01).
       01  WS-PART-TABLE.
           05 WS-PART                PIC X(50) OCCURS 3 TIMES.
       01  WS-PART-COUNTS.
           05 WS-PART-COUNT          PIC 9(02) OCCURS 3 TIMES.
       01  WS-ONE-TOKEN              PIC X(30).
      *-----------------------------------------------------------------
      * THE WORDS OF THE NAME IN THE ORDER GIVEN, EACH WITH THE PART
      * OF THE NAME (BETWEEN COMMAS) IT CAME FROM AND THE ROLE IT
      * WAS GIVEN.
      *-----------------------------------------------------------------
       01  WS-TK-MAX                 PIC 9(02).
       01  WS-TK-TABLE.
           05 WS-TK-ENTRY OCCURS 12 TIMES.
              10 WS-TK-TEXT          PIC X(30).
              10 WS-TK-PART          PIC 9(01).
              10 WS-TK-ROLE          PIC X(01).
                 88 WS-TK-SURNAME    VALUE "S".
                 88 WS-TK-GIVEN      VALUE "G".
                 88 WS-TK-MIDDLE     VALUE "M".
                 88 WS-TK-SUFFIX     VALUE "X".
       01  WS-UPPER-TOKEN            PIC X(30).
           88 WS-SUFFIX-WORD         VALUE "JR" "SR" "II" "III" "IV".
           88 WS-ROMAN-SUFFIX        VALUE "II" "III" "IV".
           88 WS-PARTICLE-WORD       VALUE "VAN" "VON" "DE" "DA" "DEL"
                                           "DELLA" "DER" "DEN" "DI"
                                           "DU" "LA" "LE" "ST".
       01  WS-FIRST                  PIC 9(02).
       01  WS-LAST                   PIC 9(02).
       01  WS-MARK-FROM              PIC 9(02).
       01  WS-MARK-TO                PIC 9(02).
       01  WS-MARK-ROLE              PIC X(01).
       01  WS-STOP-SW                PIC X(01).
           88 WS-STOP                VALUE "Y".
       01  WS-SUFFIX-TAKEN-SW        PIC X(01).
           88 WS-SUFFIX-TAKEN        VALUE "Y".
       01  WS-LOWER-SW               PIC X(01).
           88 WS-LOWER-PARTICLE      VALUE "Y".
       01  WS-MIDDLE-COUNT           PIC 9(02).
       01  WS-SUR-PTR                PIC 9(03).
       01  WS-MID-PTR                PIC 9(03).
       01  WS-INIT-PTR               PIC 9(03).
       01  WS-OUT-PTR                PIC 9(03).
       01  WS-MIDDLE-INITIALS        PIC X(20).
       01  WS-PIECE                  PIC X(50).
       01  WS-KEY-SOURCE             PIC X(30).

       LINKAGE SECTION.
       01  NAMESTD-PARM.
           COPY "NAMESTPM.CPY".

      ******************************************************************
       PROCEDURE DIVISION USING NAMESTD-PARM.
      ******************************************************************
       NAMESTD-MAIN.
           MOVE SPACES TO NS-SURNAME NS-GIVEN-NAME NS-MIDDLE-NAME
                          NS-SUFFIX NS-DISPLAY-NAME NS-FILE-NAME
                          NS-MATCH-KEY NS-REASON
           MOVE RC-NORMAL TO NS-RETCODE
           MOVE 0 TO WS-TK-MAX
           MOVE "N" TO WS-SUFFIX-TAKEN-SW
           PERFORM NAMESTD-CLEAN
              THRU NAMESTD-CLEAN-END
           IF WS-CLEAN-NAME NOT = SPACES
              PERFORM NAMESTD-SPLIT
              PERFORM NAMESTD-ASSIGN-ROLES
                 THRU NAMESTD-ASSIGN-ROLES-END
              PERFORM NAMESTD-CASE-TOKEN
                 VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TK-MAX
              PERFORM NAMESTD-BUILD
           END-IF
           GOBACK.

      *-----------------------------------------------------------------
      * RECORD A DOUBT ABOUT THE NAME. THE FIRST ONE FOUND IS THE
      * ONE REPORTED.
      *-----------------------------------------------------------------
       NAMESTD-DOUBT.
           MOVE RC-INVALID-INPUT TO NS-RETCODE
           IF NS-REASON = SPACES
              MOVE WS-REASON-TEXT TO NS-REASON
           END-IF.

      *-----------------------------------------------------------------
      * DROP PERIODS AND STRAY CHARACTERS AND SQUEEZE THE SPACES.
      *-----------------------------------------------------------------
       NAMESTD-CLEAN.
           MOVE NS-RAW-NAME TO WS-CLEAN-NAME
           PERFORM NAMESTD-CHECK-CHAR
              VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 50
           INSPECT WS-CLEAN-NAME REPLACING ALL "." BY SPACE
           IF WS-CLEAN-NAME = SPACES
              MOVE "NO NAME GIVEN" TO WS-REASON-TEXT
              PERFORM NAMESTD-DOUBT
              GO TO NAMESTD-CLEAN-END
           END-IF
           MOVE SPACES TO WS-IN-TEXT
           MOVE FUNCTION TRIM (WS-CLEAN-NAME) TO WS-IN-TEXT
           COMPUTE WS-IN-LEN =
              FUNCTION LENGTH (FUNCTION TRIM (WS-CLEAN-NAME))
           CALL "NoSpace" USING WS-SQUEEZE-MODE WS-VT-IN WS-VT-OUT
           MOVE SPACES TO WS-CLEAN-NAME
           MOVE WS-OUT-TEXT (1:WS-OUT-LEN) TO WS-CLEAN-NAME.
       NAMESTD-CLEAN-END. EXIT.

       NAMESTD-CHECK-CHAR.
           MOVE WS-CLEAN-NAME (WS-I:1) TO WS-ONE-CHAR
           IF WS-ONE-CHAR IS NOT ALPHABETIC
              AND WS-ONE-CHAR NOT = "'"
              AND WS-ONE-CHAR NOT = "-"
              AND WS-ONE-CHAR NOT = "."
              AND WS-ONE-CHAR NOT = ","
              MOVE SPACE TO WS-CLEAN-NAME (WS-I:1)
              MOVE "UNEXPECTED CHARACTER DROPPED" TO WS-REASON-TEXT
              PERFORM NAMESTD-DOUBT
           END-IF.

      *-----------------------------------------------------------------
      * CUT THE NAME AT ITS COMMAS AND EACH PART INTO WORDS.
      *-----------------------------------------------------------------
       NAMESTD-SPLIT.
           MOVE 0 TO WS-COMMA-COUNT
           INSPECT WS-CLEAN-NAME TALLYING WS-COMMA-COUNT FOR ALL ","
           IF WS-COMMA-COUNT > 2
              MOVE "MORE THAN TWO COMMAS" TO WS-REASON-TEXT
              PERFORM NAMESTD-DOUBT
              INSPECT WS-CLEAN-NAME REPLACING ALL "," BY SPACE
              MOVE 0 TO WS-COMMA-COUNT
           END-IF
           MOVE SPACES TO WS-PART-TABLE
           MOVE ZEROS TO WS-PART-COUNTS
           UNSTRING WS-CLEAN-NAME DELIMITED BY ","
              INTO WS-PART (1) WS-PART (2) WS-PART (3)
           END-UNSTRING
           PERFORM NAMESTD-TOKENIZE-PART
              VARYING WS-PART-NO FROM 1 BY 1 UNTIL WS-PART-NO > 3.

       NAMESTD-TOKENIZE-PART.
           IF WS-PART (WS-PART-NO) NOT = SPACES
              MOVE 1 TO WS-PTR
              PERFORM NAMESTD-NEXT-TOKEN UNTIL WS-PTR > 50
           END-IF.

       NAMESTD-NEXT-TOKEN.
           MOVE SPACES TO WS-ONE-TOKEN
           MOVE 0 TO WS-TOKEN-SIZE
           UNSTRING WS-PART (WS-PART-NO) DELIMITED BY ALL SPACE
              INTO WS-ONE-TOKEN COUNT IN WS-TOKEN-SIZE
              WITH POINTER WS-PTR
           END-UNSTRING
           IF WS-ONE-TOKEN NOT = SPACES
              IF WS-TOKEN-SIZE > 30
                 MOVE "NAME WORD TOO LONG" TO WS-REASON-TEXT
                 PERFORM NAMESTD-DOUBT
              END-IF
              IF WS-TK-MAX < 12
                 ADD 1 TO WS-TK-MAX
                 MOVE WS-ONE-TOKEN TO WS-TK-TEXT (WS-TK-MAX)
                 MOVE WS-PART-NO TO WS-TK-PART (WS-TK-MAX)
                 MOVE SPACE TO WS-TK-ROLE (WS-TK-MAX)
                 ADD 1 TO WS-PART-COUNT (WS-PART-NO)
              ELSE
                 MOVE "TOO MANY WORDS IN NAME" TO WS-REASON-TEXT
                 PERFORM NAMESTD-DOUBT
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * DECIDE WHICH WORD IS WHICH. THE WORDS OF EACH PART ARE HELD
      * IN ORDER, SO PART 1 IS WORDS 1 THRU ITS COUNT, AND SO ON.
      *-----------------------------------------------------------------
       NAMESTD-ASSIGN-ROLES.
           IF WS-TK-MAX = 0
              MOVE "NO NAME GIVEN" TO WS-REASON-TEXT
              PERFORM NAMESTD-DOUBT
              GO TO NAMESTD-ASSIGN-ROLES-END
           END-IF
           IF WS-COMMA-COUNT = 0
              MOVE 1 TO WS-FIRST
              MOVE WS-TK-MAX TO WS-LAST
              PERFORM NAMESTD-TAKE-SUFFIX
              PERFORM NAMESTD-NO-COMMA-ROLES
                 THRU NAMESTD-NO-COMMA-ROLES-END
              GO TO NAMESTD-ASSIGN-ROLES-END
           END-IF
      *-----------------------------------------------------------------
      * "JOHN SMITH, JR" - THE ONLY THING AFTER THE COMMA IS A SUFFIX.
      *-----------------------------------------------------------------
           IF WS-COMMA-COUNT = 1 AND WS-PART-COUNT (2) = 1
              COMPUTE WS-I = WS-PART-COUNT (1) + 1
              MOVE FUNCTION UPPER-CASE (WS-TK-TEXT (WS-I))
                 TO WS-UPPER-TOKEN
              IF WS-SUFFIX-WORD
                 MOVE "X" TO WS-TK-ROLE (WS-I)
                 SET WS-SUFFIX-TAKEN TO TRUE
                 MOVE 1 TO WS-FIRST
                 MOVE WS-PART-COUNT (1) TO WS-LAST
                 PERFORM NAMESTD-NO-COMMA-ROLES
                    THRU NAMESTD-NO-COMMA-ROLES-END
                 GO TO NAMESTD-ASSIGN-ROLES-END
              END-IF
           END-IF
      *-----------------------------------------------------------------
      * "SURNAME, GIVEN MIDDLE" WITH AN OPTIONAL ", SUFFIX".
      *-----------------------------------------------------------------
           IF WS-PART-COUNT (1) = 0
              MOVE "NO SURNAME BEFORE THE COMMA" TO WS-REASON-TEXT
              PERFORM NAMESTD-DOUBT
           ELSE
              MOVE 1 TO WS-FIRST
              MOVE WS-PART-COUNT (1) TO WS-LAST
              PERFORM NAMESTD-TAKE-SUFFIX
              MOVE WS-FIRST TO WS-MARK-FROM
              MOVE WS-LAST TO WS-MARK-TO
              MOVE "S" TO WS-MARK-ROLE
              PERFORM NAMESTD-MARK-RANGE
           END-IF
           IF WS-PART-COUNT (2) = 0
              MOVE "NO GIVEN NAME AFTER THE COMMA" TO WS-REASON-TEXT
              PERFORM NAMESTD-DOUBT
           ELSE
              COMPUTE WS-FIRST = WS-PART-COUNT (1) + 1
              COMPUTE WS-LAST = WS-PART-COUNT (1) + WS-PART-COUNT (2)
              PERFORM NAMESTD-TAKE-SUFFIX
              MOVE "G" TO WS-TK-ROLE (WS-FIRST)
              COMPUTE WS-MARK-FROM = WS-FIRST + 1
              MOVE WS-LAST TO WS-MARK-TO
              MOVE "M" TO WS-MARK-ROLE
              PERFORM NAMESTD-MARK-RANGE
           END-IF
           IF WS-PART-COUNT (3) > 0
              COMPUTE WS-MARK-FROM =
                 WS-PART-COUNT (1) + WS-PART-COUNT (2) + 1
              MOVE WS-TK-MAX TO WS-MARK-TO
              MOVE FUNCTION UPPER-CASE (WS-TK-TEXT (WS-MARK-FROM))
                 TO WS-UPPER-TOKEN
              IF WS-PART-COUNT (3) = 1 AND WS-SUFFIX-WORD
                 AND NOT WS-SUFFIX-TAKEN
                 MOVE "X" TO WS-TK-ROLE (WS-MARK-FROM)
                 SET WS-SUFFIX-TAKEN TO TRUE
              ELSE
                 MOVE "UNRECOGNIZED TEXT AFTER COMMA"
                    TO WS-REASON-TEXT
                 PERFORM NAMESTD-DOUBT
                 MOVE "M" TO WS-MARK-ROLE
                 PERFORM NAMESTD-MARK-RANGE
              END-IF
           END-IF.
       NAMESTD-ASSIGN-ROLES-END. EXIT.

      *-----------------------------------------------------------------
      * A SUFFIX AS THE LAST WORD OF WS-FIRST THRU WS-LAST COMES OFF
      * THE END OF THE RANGE - UNLESS IT IS THE ONLY WORD THERE.
      *-----------------------------------------------------------------
       NAMESTD-TAKE-SUFFIX.
           IF WS-LAST > WS-FIRST
              MOVE FUNCTION UPPER-CASE (WS-TK-TEXT (WS-LAST))
                 TO WS-UPPER-TOKEN
              IF WS-SUFFIX-WORD
                 IF WS-SUFFIX-TAKEN
                    MOVE "MORE THAN ONE SUFFIX" TO WS-REASON-TEXT
                    PERFORM NAMESTD-DOUBT
                 ELSE
                    MOVE "X" TO WS-TK-ROLE (WS-LAST)
                    SET WS-SUFFIX-TAKEN TO TRUE
                    SUBTRACT 1 FROM WS-LAST
                 END-IF
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * A NAME WITH NO COMMA, WORDS WS-FIRST THRU WS-LAST, READ IN
      * THE ORDER THE CALLER SAYS ITS FEED USES. SURNAME PARTICLES
      * STAY WITH THE SURNAME EITHER WAY ROUND.
      *-----------------------------------------------------------------
       NAMESTD-NO-COMMA-ROLES.
           IF WS-LAST < WS-FIRST
              MOVE "NO NAME GIVEN" TO WS-REASON-TEXT
              PERFORM NAMESTD-DOUBT
              GO TO NAMESTD-NO-COMMA-ROLES-END
           END-IF
           IF WS-LAST = WS-FIRST
              MOVE "S" TO WS-TK-ROLE (WS-FIRST)
              MOVE "ONLY ONE NAME GIVEN" TO WS-REASON-TEXT
              PERFORM NAMESTD-DOUBT
              GO TO NAMESTD-NO-COMMA-ROLES-END
           END-IF
           MOVE "N" TO WS-STOP-SW
           IF NS-SURNAME-FIRST
              MOVE WS-FIRST TO WS-J
              PERFORM NAMESTD-STEP-FORWARD UNTIL WS-STOP
              MOVE WS-FIRST TO WS-MARK-FROM
              MOVE WS-J TO WS-MARK-TO
              MOVE "S" TO WS-MARK-ROLE
              PERFORM NAMESTD-MARK-RANGE
              ADD 1 TO WS-J
              MOVE "G" TO WS-TK-ROLE (WS-J)
              COMPUTE WS-MARK-FROM = WS-J + 1
              MOVE WS-LAST TO WS-MARK-TO
              MOVE "M" TO WS-MARK-ROLE
              PERFORM NAMESTD-MARK-RANGE
           ELSE
              MOVE "G" TO WS-TK-ROLE (WS-FIRST)
              MOVE WS-LAST TO WS-J
              PERFORM NAMESTD-STEP-BACK UNTIL WS-STOP
              MOVE WS-J TO WS-MARK-FROM
              MOVE WS-LAST TO WS-MARK-TO
              MOVE "S" TO WS-MARK-ROLE
              PERFORM NAMESTD-MARK-RANGE
              COMPUTE WS-MARK-FROM = WS-FIRST + 1
              COMPUTE WS-MARK-TO = WS-J - 1
              MOVE "M" TO WS-MARK-ROLE
              PERFORM NAMESTD-MARK-RANGE
           END-IF.
       NAMESTD-NO-COMMA-ROLES-END. EXIT.

      *-----------------------------------------------------------------
      * SURNAME FIRST: TAKE PARTICLES INTO THE SURNAME WHILE A WORD
      * IS STILL LEFT AFTER IT FOR THE GIVEN NAME.
      *-----------------------------------------------------------------
       NAMESTD-STEP-FORWARD.
           MOVE FUNCTION UPPER-CASE (WS-TK-TEXT (WS-J))
              TO WS-UPPER-TOKEN
           IF WS-PARTICLE-WORD AND WS-J + 1 < WS-LAST
              ADD 1 TO WS-J
           ELSE
              SET WS-STOP TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * GIVEN NAME FIRST: TAKE THE PARTICLES BEFORE THE LAST WORD
      * INTO THE SURNAME, NEVER THE GIVEN NAME ITSELF.
      *-----------------------------------------------------------------
       NAMESTD-STEP-BACK.
           COMPUTE WS-NEXT = WS-J - 1
           IF WS-NEXT > WS-FIRST
              MOVE FUNCTION UPPER-CASE (WS-TK-TEXT (WS-NEXT))
                 TO WS-UPPER-TOKEN
              IF WS-PARTICLE-WORD
                 MOVE WS-NEXT TO WS-J
              ELSE
                 SET WS-STOP TO TRUE
              END-IF
           ELSE
              SET WS-STOP TO TRUE
           END-IF.

       NAMESTD-MARK-RANGE.
           PERFORM NAMESTD-MARK-ONE
              VARYING WS-I FROM WS-MARK-FROM BY 1
              UNTIL WS-I > WS-MARK-TO.

       NAMESTD-MARK-ONE.
           MOVE WS-MARK-ROLE TO WS-TK-ROLE (WS-I).

      *-----------------------------------------------------------------
      * CASE ONE WORD. A PARTICLE FOLLOWED BY MORE SURNAME GOES LOWER
      * CASE ("van Beethoven", BUT "St John" KEEPS ITS CAPITAL), A
      * ROMAN-NUMERAL SUFFIX UPPER CASE, EVERYTHING ELSE THROUGH
      * ProperCase AND THE Mc / O' / HYPHEN RULES.
      *-----------------------------------------------------------------
       NAMESTD-CASE-TOKEN.
           MOVE FUNCTION UPPER-CASE (WS-TK-TEXT (WS-I))
              TO WS-UPPER-TOKEN
           MOVE "N" TO WS-LOWER-SW
           COMPUTE WS-NEXT = WS-I + 1
           IF WS-TK-SURNAME (WS-I) AND WS-PARTICLE-WORD
              AND WS-UPPER-TOKEN NOT = "ST"
              AND WS-NEXT NOT > WS-TK-MAX
              IF WS-TK-SURNAME (WS-NEXT)
                 SET WS-LOWER-PARTICLE TO TRUE
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-LOWER-PARTICLE
                 MOVE FUNCTION LOWER-CASE (WS-TK-TEXT (WS-I))
                    TO WS-TK-TEXT (WS-I)
              WHEN WS-TK-SUFFIX (WS-I) AND WS-ROMAN-SUFFIX
                 MOVE WS-UPPER-TOKEN TO WS-TK-TEXT (WS-I)
              WHEN OTHER
                 PERFORM NAMESTD-PROPER-TOKEN
           END-EVALUATE.

       NAMESTD-PROPER-TOKEN.
           MOVE SPACES TO WS-IN-TEXT
           MOVE WS-TK-TEXT (WS-I) TO WS-IN-TEXT
           COMPUTE WS-IN-LEN =
              FUNCTION LENGTH (FUNCTION TRIM (WS-TK-TEXT (WS-I)))
           CALL "ProperCase" USING WS-VT-IN WS-VT-OUT
           MOVE SPACES TO WS-TK-TEXT (WS-I)
           MOVE WS-OUT-TEXT (1:WS-OUT-LEN) TO WS-TK-TEXT (WS-I)
           IF WS-OUT-LEN > 2
              IF WS-OUT-TEXT (1:2) = "Mc" OR WS-OUT-TEXT (2:1) = "'"
                 MOVE FUNCTION UPPER-CASE (WS-OUT-TEXT (3:1))
                    TO WS-TK-TEXT (WS-I) (3:1)
              END-IF
           END-IF
           PERFORM NAMESTD-CAP-AFTER-HYPHEN
              VARYING WS-J FROM 2 BY 1 UNTIL WS-J > WS-OUT-LEN.

      *-----------------------------------------------------------------
      * EACH HALF OF A HYPHENATED NAME IS CASED AS A NAME OF ITS OWN
      * ("O'Neil-McKay").
      *-----------------------------------------------------------------
       NAMESTD-CAP-AFTER-HYPHEN.
           IF WS-OUT-TEXT (WS-J - 1:1) = "-"
              MOVE FUNCTION UPPER-CASE (WS-OUT-TEXT (WS-J:1))
                 TO WS-TK-TEXT (WS-I) (WS-J:1)
              IF WS-J + 2 NOT > WS-OUT-LEN
                 AND (WS-OUT-TEXT (WS-J:2) = "mc"
                      OR WS-OUT-TEXT (WS-J + 1:1) = "'")
                 MOVE FUNCTION UPPER-CASE (WS-OUT-TEXT (WS-J + 2:1))
                    TO WS-TK-TEXT (WS-I) (WS-J + 2:1)
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * ASSEMBLE THE PARTS AND THE THREE WHOLE-NAME FORMS.
      *-----------------------------------------------------------------
       NAMESTD-BUILD.
           MOVE 1 TO WS-SUR-PTR
           MOVE 1 TO WS-MID-PTR
           MOVE 1 TO WS-INIT-PTR
           MOVE 0 TO WS-MIDDLE-COUNT
           MOVE SPACES TO WS-MIDDLE-INITIALS
           PERFORM NAMESTD-BUILD-ONE
              VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TK-MAX
           IF WS-MIDDLE-COUNT > 2
              MOVE "MORE THAN TWO MIDDLE NAMES" TO WS-REASON-TEXT
              PERFORM NAMESTD-DOUBT
           END-IF
           IF NS-SURNAME NOT = SPACES AND NS-SURNAME (2:1) = SPACE
              MOVE "SURNAME IS ONLY AN INITIAL" TO WS-REASON-TEXT
              PERFORM NAMESTD-DOUBT
           END-IF
           IF NS-GIVEN-NAME NOT = SPACES
              AND NS-GIVEN-NAME (2:1) = SPACE
              MOVE "GIVEN NAME IS ONLY AN INITIAL" TO WS-REASON-TEXT
              PERFORM NAMESTD-DOUBT
           END-IF
      *-----------------------------------------------------------------
      * DISPLAY FORM - GIVEN MIDDLE SURNAME SUFFIX.
      *-----------------------------------------------------------------
           MOVE 1 TO WS-OUT-PTR
           MOVE NS-GIVEN-NAME TO WS-PIECE
           PERFORM NAMESTD-ADD-DISPLAY
           MOVE NS-MIDDLE-NAME TO WS-PIECE
           PERFORM NAMESTD-ADD-DISPLAY
           MOVE NS-SURNAME TO WS-PIECE
           PERFORM NAMESTD-ADD-DISPLAY
           MOVE NS-SUFFIX TO WS-PIECE
           PERFORM NAMESTD-ADD-DISPLAY
      *-----------------------------------------------------------------
      * FILE FORM - SURNAME, GIVEN INITIALS SUFFIX - IN UPPER CASE.
      *-----------------------------------------------------------------
           MOVE 1 TO WS-OUT-PTR
           MOVE NS-SURNAME TO WS-PIECE
           PERFORM NAMESTD-ADD-FILE
           IF NS-SURNAME NOT = SPACES
              AND (NS-GIVEN-NAME NOT = SPACES
                   OR WS-MIDDLE-INITIALS NOT = SPACES)
              STRING "," DELIMITED BY SIZE
                 INTO NS-FILE-NAME WITH POINTER WS-OUT-PTR
              END-STRING
           END-IF
           MOVE NS-GIVEN-NAME TO WS-PIECE
           PERFORM NAMESTD-ADD-FILE
           MOVE WS-MIDDLE-INITIALS TO WS-PIECE
           PERFORM NAMESTD-ADD-FILE
           MOVE NS-SUFFIX TO WS-PIECE
           PERFORM NAMESTD-ADD-FILE
           MOVE FUNCTION UPPER-CASE (NS-FILE-NAME) TO NS-FILE-NAME
      *-----------------------------------------------------------------
      * MATCH KEY - SURNAME AND GIVEN NAME, LETTERS ONLY.
      *-----------------------------------------------------------------
           MOVE 1 TO WS-OUT-PTR
           MOVE FUNCTION UPPER-CASE (NS-SURNAME) TO WS-KEY-SOURCE
           PERFORM NAMESTD-KEY-LETTER
              VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 30
           IF NS-GIVEN-NAME NOT = SPACES
              STRING " " DELIMITED BY SIZE
                 INTO NS-MATCH-KEY WITH POINTER WS-OUT-PTR
              END-STRING
              MOVE FUNCTION UPPER-CASE (NS-GIVEN-NAME)
                 TO WS-KEY-SOURCE
              PERFORM NAMESTD-KEY-LETTER
                 VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 30
           END-IF.

       NAMESTD-BUILD-ONE.
           EVALUATE TRUE
              WHEN WS-TK-SURNAME (WS-I)
                 IF WS-SUR-PTR > 1
                    STRING " " DELIMITED BY SIZE
                       INTO NS-SURNAME WITH POINTER WS-SUR-PTR
                    END-STRING
                 END-IF
                 STRING WS-TK-TEXT (WS-I) DELIMITED BY SPACE
                    INTO NS-SURNAME WITH POINTER WS-SUR-PTR
                    ON OVERFLOW
                       MOVE "NAME TOO LONG" TO WS-REASON-TEXT
                       PERFORM NAMESTD-DOUBT
                 END-STRING
              WHEN WS-TK-GIVEN (WS-I)
                 MOVE WS-TK-TEXT (WS-I) TO NS-GIVEN-NAME
                 IF WS-TK-TEXT (WS-I) (21:10) NOT = SPACES
                    MOVE "NAME TOO LONG" TO WS-REASON-TEXT
                    PERFORM NAMESTD-DOUBT
                 END-IF
              WHEN WS-TK-MIDDLE (WS-I)
                 ADD 1 TO WS-MIDDLE-COUNT
                 IF WS-MID-PTR > 1
                    STRING " " DELIMITED BY SIZE
                       INTO NS-MIDDLE-NAME WITH POINTER WS-MID-PTR
                    END-STRING
                 END-IF
                 STRING WS-TK-TEXT (WS-I) DELIMITED BY SPACE
                    INTO NS-MIDDLE-NAME WITH POINTER WS-MID-PTR
                    ON OVERFLOW
                       MOVE "NAME TOO LONG" TO WS-REASON-TEXT
                       PERFORM NAMESTD-DOUBT
                 END-STRING
                 IF WS-INIT-PTR > 1
                    STRING " " DELIMITED BY SIZE
                       INTO WS-MIDDLE-INITIALS WITH POINTER WS-INIT-PTR
                    END-STRING
                 END-IF
                 STRING WS-TK-TEXT (WS-I) (1:1) DELIMITED BY SIZE
                    INTO WS-MIDDLE-INITIALS WITH POINTER WS-INIT-PTR
                 END-STRING
              WHEN WS-TK-SUFFIX (WS-I)
                 MOVE WS-TK-TEXT (WS-I) TO NS-SUFFIX
           END-EVALUATE.

       NAMESTD-ADD-DISPLAY.
           IF WS-PIECE NOT = SPACES
              IF WS-OUT-PTR > 1
                 STRING " " DELIMITED BY SIZE
                    INTO NS-DISPLAY-NAME WITH POINTER WS-OUT-PTR
                 END-STRING
              END-IF
              STRING FUNCTION TRIM (WS-PIECE) DELIMITED BY SIZE
                 INTO NS-DISPLAY-NAME WITH POINTER WS-OUT-PTR
                 ON OVERFLOW
                    MOVE "NAME TOO LONG" TO WS-REASON-TEXT
                    PERFORM NAMESTD-DOUBT
              END-STRING
           END-IF.

       NAMESTD-ADD-FILE.
           IF WS-PIECE NOT = SPACES
              IF WS-OUT-PTR > 1
                 STRING " " DELIMITED BY SIZE
                    INTO NS-FILE-NAME WITH POINTER WS-OUT-PTR
                 END-STRING
              END-IF
              STRING FUNCTION TRIM (WS-PIECE) DELIMITED BY SIZE
                 INTO NS-FILE-NAME WITH POINTER WS-OUT-PTR
                 ON OVERFLOW
                    MOVE "NAME TOO LONG" TO WS-REASON-TEXT
                    PERFORM NAMESTD-DOUBT
              END-STRING
           END-IF.

       NAMESTD-KEY-LETTER.
           MOVE WS-KEY-SOURCE (WS-J:1) TO WS-ONE-CHAR
           IF WS-ONE-CHAR IS ALPHABETIC AND WS-ONE-CHAR NOT = SPACE
              STRING WS-ONE-CHAR DELIMITED BY SIZE
                 INTO NS-MATCH-KEY WITH POINTER WS-OUT-PTR
              END-STRING
           END-IF.
       END PROGRAM NAMESTD.
