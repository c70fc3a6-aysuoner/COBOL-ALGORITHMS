      * LEAVER GAVE UP, ONCE PAST THE THRESHIN BADGE-GRACE-DAYS,
      * IS REISSUED TO A NEW OWNER INSTEAD OF SUFFIXING -2, -3
      * FOREVER.
      * MODIFIED 15/10/2026 - THE EXTRACT NAME NOW PASSES THROUGH THE
      * SHARED NAMESTD STANDARDIZATION BEFORE IT IS ABBREVIATED, AND
      * THE BADGE CARRIES THE STANDARD DISPLAY FORM ("John A Smith"),
      * SO "SMITH, JOHN" AND "JOHN SMITH" NO LONGER ABBREVIATE TO
      * DIFFERENT INITIALS. A NAME NAMESTD COULD NOT READ WITH
      * CONFIDENCE IS STILL BADGED IN ITS BEST-GUESS FORM BUT IS
      * LISTED AS "NAME UNCLEAR" WITH THE REASON ON THE BADGCOLL
      * REPORT AND COUNTED AT ITS FOOT (RC 4).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 WS-CODE-ASSIGNED      VALUE "Y".
       01  WS-OWNED-SW              PIC X(01).
       01  WS-COLLISION-COUNT       PIC 9(05) VALUE 0.
       COPY "RETCODE.CPY".
       01  WS-NS-PARMS.
           COPY "NAMESTPM.CPY".
       01  WS-NAME-UNCLEAR-COUNT    PIC 9(05) VALUE 0.
       01  WS-EDIT-COUNT            PIC ZZZ,ZZ9.
       01  WS-EOF-SW               PIC X VALUE "N".
           88 WS-EOF               VALUE "Y".
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           MOVE "BADGE CODE COLLISIONS AND UNCLEAR NAMES"
              TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
      *-----------------------------------------------------------------
       BADGENAME-PROCESS-ONE.
      *-----------------------------------------------------------------
           PERFORM BADGENAME-STANDARDIZE-NAME
           MOVE FUNCTION TRIM(NS-DISPLAY-NAME) TO WS-NAME-TEXT
           COMPUTE WS-NAME-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(NS-DISPLAY-NAME))
           MOVE WS-NAME-TEXT TO WS-NAME-CHARS
           CALL "AbbrevName" USING WS-NAME-AREA WS-INITIALS-AREA
           PERFORM BADGENAME-ASSIGN-UNIQUE-CODE
           MOVE EMP-ID TO BADGE-EMP-ID
           MOVE SPACES TO BADGE-INITIALS
           MOVE WS-TRY-CODE TO BADGE-INITIALS
           MOVE NS-DISPLAY-NAME TO BADGE-NAME
           WRITE BADGE-RECORD
           IF WS-BADGE-STATUS NOT = "00"
              MOVE "BADGENAME" TO FE-PROGRAM
           END-IF
           PERFORM BADGENAME-READ-NEXT.

      *-----------------------------------------------------------------
      * PUT THE EXTRACT NAME INTO THE SHARED STANDARD FORM, SO THE
      * SAME PERSON ABBREVIATES THE SAME WAY WHICHEVER WAY ROUND THE
      * NAME WAS KEYED. A NAME NAMESTD COULD NOT READ WITH CONFIDENCE
      * IS STILL BADGED AS BEST IT CAN BE BUT LISTED FOR HR.
      *-----------------------------------------------------------------
       BADGENAME-STANDARDIZE-NAME.
           MOVE EMP-NAME TO NS-RAW-NAME
           MOVE SPACE TO NS-ORDER-HINT
           CALL "NAMESTD" USING WS-NS-PARMS
           IF NS-RETCODE NOT = RC-NORMAL
              ADD 1 TO WS-NAME-UNCLEAR-COUNT
              MOVE SPACES TO COLLISION-LINE
              STRING "  NAME UNCLEAR - " EMP-ID " " EMP-NAME (1:25)
                     " " NS-REASON DELIMITED BY SIZE
                 INTO COLLISION-LINE
              PERFORM BADGENAME-WRITE-COLL-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * CHECK THE RAW ABBREVIATION AGAINST THE ISSUED-BADGE FILE. AN
      * EMPLOYEE WHO ALREADY OWNS THE CODE KEEPS IT; A CODE OWNED BY
                  WS-EDIT-COUNT           DELIMITED BY SIZE
              INTO COLLISION-LINE
           PERFORM BADGENAME-WRITE-COLL-LINE
           MOVE WS-NAME-UNCLEAR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO COLLISION-LINE
           STRING "NAMES UNCLEAR:       " DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
              INTO COLLISION-LINE
           PERFORM BADGENAME-WRITE-COLL-LINE
           CLOSE EMPLOYEE-FILE
           CLOSE BADGE-FILE
           CLOSE BADGE-MASTER
