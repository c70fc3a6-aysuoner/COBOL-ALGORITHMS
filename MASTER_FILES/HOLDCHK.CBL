      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    HOLDCHK.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * SHARED LITIGATION-HOLD LOOKUP. AUDARCH, HISTARCH AND YEARCLSE
      * EACH DISPOSE OF OLD DATA, AND EACH HAS TO KEEP WHATEVER
      * COUNSEL HAS PUT UNDER A HOLD WITHOUT EACH OF THEM LEARNING
      * THE LEGLHOLD REGISTRY. THE CALLER FILLS THE SUBJECT TYPE, KEY
      * AND RECORD DATE AND GETS BACK HELD (WITH THE MATTER), NOT
      * HELD, NO-REGISTRY OR REGISTRY-DOWN.
      *
      * THE ACTIVE HOLDS ARE READ INTO A TABLE ON THE FIRST CALL AND
      * KEPT FOR THE RUN UNIT - A PURGE SWEEP ASKS ONCE PER RECORD,
      * AND THE REGISTRY IS SMALL BESIDE THE MASTERS IT PROTECTS.
      * RELEASED HOLDS NEVER ENTER THE TABLE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "LEGLHOLD"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-HOLD-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  HOLD-FILE.
           COPY "LEGLHOLD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS            PIC X(02).
       01  WS-LOAD-SW                PIC X(01) VALUE "N".
           88 WS-LOAD-TRIED          VALUE "Y" "X" "U".
           88 WS-LOAD-OK             VALUE "Y".
           88 WS-NO-REGISTRY         VALUE "X".
       01  WS-EOF-SW                 PIC X(01) VALUE "N".
           88 WS-EOF                 VALUE "Y".
       01  WS-HOLD-I                 PIC 9(03).
       01  WS-HOLD-FOUND             PIC 9(03).
       01  WS-HOLD-MAX               PIC 9(03) VALUE 0.
      *-----------------------------------------------------------------
      * THE ACTIVE HOLDS, LOADED ONCE. A ZERO TO-DATE IS STORED AS
      * 99999999 SO AN OPEN-ENDED HOLD NEEDS NO SPECIAL CASE IN THE
      * RANGE TEST.
      *-----------------------------------------------------------------
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 500 TIMES.
              10 WS-HT-SUBJ-TYPE     PIC X(04).
              10 WS-HT-SUBJ-KEY      PIC X(09).
              10 WS-HT-FROM-DATE     PIC 9(08).
              10 WS-HT-TO-DATE       PIC 9(08).
              10 WS-HT-MATTER        PIC X(10).

       LINKAGE SECTION.
       01  HOLDCHK-PARM.
           COPY "HOLDCHPM.CPY".

      ******************************************************************
       PROCEDURE DIVISION USING HOLDCHK-PARM.
      ******************************************************************
       HOLDCHK-MAIN.
           IF NOT WS-LOAD-TRIED
              PERFORM HOLDCHK-LOAD-HOLDS
           END-IF
           MOVE SPACES TO HC-MATTER
           EVALUATE TRUE
              WHEN WS-LOAD-OK
                 MOVE "N" TO HC-RESULT
                 PERFORM HOLDCHK-LOOK-UP
              WHEN WS-NO-REGISTRY
                 MOVE "X" TO HC-RESULT
              WHEN OTHER
                 MOVE "U" TO HC-RESULT
                 MOVE "*ALL*" TO HC-MATTER
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
      * NO LEGLHOLD FILE AT ALL (STATUS 35) MEANS NO HOLD HAS EVER
      * BEEN PLACED. ANY OTHER OPEN FAILURE, OR MORE ACTIVE HOLDS
      * THAN THE TABLE TAKES, IS REMEMBERED AS REGISTRY-DOWN SO
      * EVERY LATER CALL KEEPS ITS RECORD RATHER THAN GUESSING.
      *-----------------------------------------------------------------
       HOLDCHK-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE
           EVALUATE WS-HOLD-STATUS
              WHEN "00"
                 MOVE "Y" TO WS-LOAD-SW
                 MOVE "N" TO WS-EOF-SW
                 PERFORM HOLDCHK-READ-HOLD
                 PERFORM HOLDCHK-STORE-ONE-HOLD UNTIL WS-EOF
                 CLOSE HOLD-FILE
              WHEN "35"
                 MOVE "X" TO WS-LOAD-SW
              WHEN OTHER
                 DISPLAY "HOLDCHK - LEGLHOLD OPEN FAILED, STATUS "
                    WS-HOLD-STATUS " - ALL RECORDS KEPT"
                 MOVE "U" TO WS-LOAD-SW
           END-EVALUATE.

       HOLDCHK-READ-HOLD.
           READ HOLD-FILE NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

       HOLDCHK-STORE-ONE-HOLD.
           IF LH-ACTIVE
              IF WS-HOLD-MAX < 500
                 ADD 1 TO WS-HOLD-MAX
                 MOVE LH-SUBJ-TYPE TO WS-HT-SUBJ-TYPE (WS-HOLD-MAX)
                 MOVE LH-SUBJ-KEY  TO WS-HT-SUBJ-KEY (WS-HOLD-MAX)
                 MOVE LH-FROM-DATE TO WS-HT-FROM-DATE (WS-HOLD-MAX)
                 MOVE LH-TO-DATE   TO WS-HT-TO-DATE (WS-HOLD-MAX)
                 IF LH-TO-DATE = 0
                    MOVE 99999999 TO WS-HT-TO-DATE (WS-HOLD-MAX)
                 END-IF
                 MOVE LH-MATTER    TO WS-HT-MATTER (WS-HOLD-MAX)
              ELSE
                 DISPLAY "HOLDCHK - MORE THAN 500 ACTIVE HOLDS"
                    " - ALL RECORDS KEPT"
                 MOVE "U" TO WS-LOAD-SW
                 SET WS-EOF TO TRUE
              END-IF
           END-IF
           IF NOT WS-EOF
              PERFORM HOLDCHK-READ-HOLD
           END-IF.

      *-----------------------------------------------------------------
      * THE FIRST ACTIVE HOLD ON THE SUBJECT WHOSE DATE RANGE TAKES
      * IN THE RECORD'S DATE ANSWERS THE CALL.
      *-----------------------------------------------------------------
       HOLDCHK-LOOK-UP.
           MOVE 0 TO WS-HOLD-FOUND
           PERFORM HOLDCHK-MATCH-ONE-HOLD
              VARYING WS-HOLD-I FROM 1 BY 1
              UNTIL WS-HOLD-I > WS-HOLD-MAX OR WS-HOLD-FOUND > 0
           IF WS-HOLD-FOUND > 0
              MOVE "Y" TO HC-RESULT
              MOVE WS-HT-MATTER (WS-HOLD-FOUND) TO HC-MATTER
           END-IF.

       HOLDCHK-MATCH-ONE-HOLD.
           IF WS-HT-SUBJ-TYPE (WS-HOLD-I) = HC-SUBJ-TYPE
              AND WS-HT-SUBJ-KEY (WS-HOLD-I) = HC-SUBJ-KEY
              IF HC-DATE = 0
                 OR (HC-DATE NOT < WS-HT-FROM-DATE (WS-HOLD-I)
                     AND HC-DATE NOT > WS-HT-TO-DATE (WS-HOLD-I))
                 MOVE WS-HOLD-I TO WS-HOLD-FOUND
              END-IF
           END-IF.
       END PROGRAM HOLDCHK.
