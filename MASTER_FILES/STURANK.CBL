      * THAT TRNSCRPT PRINTS FROM. A RERUN FOR THE SAME TERM
      * REWRITES THE TERM'S RECORDS, SO RANKS CAN BE RECUT AFTER A
      * GRADE CORRECTION.
      * MODIFIED 15/10/2026 - RANKCTL MAY NOW NAME SEVERAL TERMS, ONE
      * PER RECORD, AND EACH IS RANKED IN TURN WITH ITS OWN SUMMARY
      * - THE NIGHTLY INCLAPSE STEP WRITES ONE RECORD FOR EVERY TERM
      * IN WHICH AN INCOMPLETE LAPSED, SO THOSE TERMS ARE RECUT THE
      * SAME NIGHT. A ONE-RECORD RANKCTL RUNS EXACTLY AS BEFORE. A
      * STUDENT WITH AN OUTSTANDING INCOMPLETE IS LEFT OUT OF THE
      * TERM'S RANKING AND CLASS SIZE (ITS HISTORY GRADE IS ONLY THE
      * DEFAULT IT WOULD LAPSE TO) AND ANY RANK IT HELD FOR THE TERM
      * IS REMOVED, SO NO TRANSCRIPT PRINTS A RANK FOR AN UNFINISHED
      * GRADE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-CTL-EOF-SW            PIC X VALUE "N".
           88 WS-CTL-EOF            VALUE "Y".
       01  WS-RANK-TERM              PIC X(05) VALUE SPACES.
      *-----------------------------------------------------------------
      * THE TERMS TO RANK THIS RUN, FROM RANKCTL OR ELSE TERMCTL.
      *-----------------------------------------------------------------
       01  WS-TERM-MAX              PIC 9(02) VALUE 0.
       01  WS-TERM-I                PIC 9(02).
       01  WS-TERM-TABLE.
           05 WS-TERM-ENTRY         PIC X(05) OCCURS 20 TIMES.
       01  WS-TERM-OVER-COUNT       PIC 9(05) VALUE 0.
       01  WS-INC-COUNT             PIC 9(05) VALUE 0.
       01  WS-DATE-TIME              PIC X(21).
       01  WS-POST-DATE              PIC 9(08).
      *-----------------------------------------------------------------
      ******************************************************************
       STURANK-MAIN.
           PERFORM STURANK-INIT
           IF WS-JOB-RC < 12
              PERFORM STURANK-RANK-TERM THRU STURANK-RANK-TERM-END
                 VARYING WS-TERM-I FROM 1 BY 1
                 UNTIL WS-TERM-I > WS-TERM-MAX
                    OR WS-JOB-RC = 12
           END-IF
           PERFORM STURANK-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.
       STURANK-INIT.
      *-----------------------------------------------------------------
           PERFORM STURANK-LOAD-TERM
           IF WS-TERM-MAX = 0
              DISPLAY "STURANK - NO TERM IN RANKCTL OR TERMCTL"
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN I-O RANK-FILE
           IF WS-RANK-STATUS = "35"
              OPEN OUTPUT RANK-FILE
              SET WS-EOF TO TRUE
           END-IF
           MOVE SPACES TO RH-TITLE
           IF WS-TERM-MAX > 1
              MOVE "CLASS RANK RUN - SEVERAL TERMS" TO RH-TITLE
           ELSE
              STRING "CLASS RANK RUN - TERM " DELIMITED BY SIZE
                     WS-TERM-ENTRY (1) DELIMITED BY SIZE
                 INTO RH-TITLE
           END-IF
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM STURANK-WRITE-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-POST-DATE
           IF WS-TERM-OVER-COUNT > 0
              MOVE WS-TERM-OVER-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  *** RANKCTL TERMS PAST TABLE CAP, NOT RANKED: "
                        DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM STURANK-WRITE-LINE
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THE REQUESTED TERMS COME FROM RANKCTL; A SITE THAT ONLY EVER
      * RANKS THE CURRENT TERM CAN SKIP RANKCTL AND THE REGISTRAR'S
      * TERMCTL TERM IS USED INSTEAD.
      *-----------------------------------------------------------------
       STURANK-LOAD-TERM.
           OPEN INPUT RANK-CONTROL-FILE
           IF WS-CTL-STATUS = "00"
              PERFORM STURANK-LOAD-CTL-ONE UNTIL WS-CTL-EOF
              CLOSE RANK-CONTROL-FILE
           END-IF
           IF WS-TERM-MAX = 0
              OPEN INPUT TERM-CONTROL-FILE
              IF WS-TERM-STATUS = "00"
                 READ TERM-CONTROL-FILE
                    AT END CONTINUE
                    NOT AT END
                       IF TC-TERM-ID NOT = SPACES
                          MOVE 1 TO WS-TERM-MAX
                          MOVE TC-TERM-ID TO WS-TERM-ENTRY (1)
                       END-IF
                 END-READ
                 CLOSE TERM-CONTROL-FILE
              END-IF
           END-IF.

       STURANK-LOAD-CTL-ONE.
           READ RANK-CONTROL-FILE
              AT END SET WS-CTL-EOF TO TRUE
              NOT AT END
                 IF RC-TERM-ID NOT = SPACES
                    IF WS-TERM-MAX < 20
                       ADD 1 TO WS-TERM-MAX
                       MOVE RC-TERM-ID TO WS-TERM-ENTRY (WS-TERM-MAX)
                    ELSE
                       ADD 1 TO WS-TERM-OVER-COUNT
                    END-IF
                 END-IF
           END-READ.

      *-----------------------------------------------------------------
      * ONE TERM: A FRESH SWEEP OF STUHIST, THE RANKING, AND THE
      * TERM'S OWN SUMMARY LINES.
      *-----------------------------------------------------------------
       STURANK-RANK-TERM.
           MOVE WS-TERM-ENTRY (WS-TERM-I) TO WS-RANK-TERM
           MOVE 0 TO WS-STU-MAX
           MOVE 0 TO WS-OVERFLOW-COUNT
           MOVE 0 TO WS-WRITTEN-COUNT
           MOVE 0 TO WS-INC-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
              MOVE "STURANK" TO FE-PROGRAM
              MOVE "HISTORY-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-HIST-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO STURANK-RANK-TERM-END
           END-IF
           IF WS-TERM-MAX > 1
              MOVE SPACES TO REPORT-LINE
              PERFORM STURANK-WRITE-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "  TERM " DELIMITED BY SIZE
                     WS-RANK-TERM DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM STURANK-WRITE-LINE
           END-IF
           PERFORM STURANK-READ-NEXT
           PERFORM STURANK-PROCESS-ONE THRU STURANK-PROCESS-ONE-END
              UNTIL WS-EOF
           CLOSE HISTORY-FILE
           PERFORM STURANK-RANK-AND-POST
           PERFORM STURANK-WRITE-SUMMARY.
       STURANK-RANK-TERM-END. EXIT.

      *-----------------------------------------------------------------
       STURANK-READ-NEXT.
      *-----------------------------------------------------------------
           END-READ.

       STURANK-PROCESS-ONE.
           IF STU-HIST-TERM = WS-RANK-TERM
              AND STU-HIST-INC-OPEN
              ADD 1 TO WS-INC-COUNT
              PERFORM STURANK-DROP-RANK
              PERFORM STURANK-READ-NEXT
              GO TO STURANK-PROCESS-ONE-END
           END-IF
           IF STU-HIST-TERM = WS-RANK-TERM
              IF WS-STU-MAX < 999
                 ADD 1 TO WS-STU-MAX
              END-IF
           END-IF
           PERFORM STURANK-READ-NEXT.
       STURANK-PROCESS-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * A RANK POSTED BEFORE THE GRADE WAS TURNED INTO AN INCOMPLETE
      * WOULD OTHERWISE OUTLIVE IT ON RANKMAST.
      *-----------------------------------------------------------------
       STURANK-DROP-RANK.
           MOVE STU-HIST-ID TO RANK-STU-ID
           MOVE WS-RANK-TERM TO RANK-TERM
           DELETE RANK-FILE RECORD
              INVALID KEY CONTINUE
           END-DELETE.

      *-----------------------------------------------------------------
      * A STUDENT'S RANK IS ONE PLUS THE NUMBER OF STRICTLY HIGHER
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STURANK-WRITE-LINE
           IF WS-INC-COUNT > 0
              MOVE WS-INC-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  INCOMPLETES NOT RANKED " DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM STURANK-WRITE-LINE
           END-IF
           IF WS-OVERFLOW-COUNT > 0
              MOVE WS-OVERFLOW-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
      *-----------------------------------------------------------------
       STURANK-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE RANK-FILE
           CLOSE REPORT-FILE.
       END PROGRAM STURANK.
