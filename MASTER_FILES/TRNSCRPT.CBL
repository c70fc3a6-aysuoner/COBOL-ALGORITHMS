      * KEYED RANK FILE FOR THAT STUDENT AND TERM. A SITE THAT HAS
      * NOT RUN STURANK (OR A TERM IT NEVER RANKED) PRINTS THE TERM
      * LINE EXACTLY AS BEFORE.
      * MODIFIED 15/10/2026 - A TERM WITH AN OUTSTANDING INCOMPLETE
      * PRINTS INC AND THE DATE THE WORK IS DUE IN PLACE OF A GRADE,
      * WITH NO RANK, AND STAYS OUT OF THE CUMULATIVE AVERAGE UNTIL
      * IT IS COMPLETED OR LAPSES TO ITS DEFAULT GRADE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-EDIT-GRADE             PIC ZZ9.
       01  WS-EDIT-AVERAGE           PIC ZZ9.99.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-INC-COUNT              PIC 9(05) VALUE 0.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       TRNSCRPT-MAIN.
           PERFORM TRNSCRPT-INIT
           PERFORM TRNSCRPT-PROCESS-ONE THRU TRNSCRPT-PROCESS-ONE-END
              UNTIL WS-EOF
           PERFORM TRNSCRPT-CLOSE-STUDENT
           PERFORM TRNSCRPT-WRITE-SUMMARY
           PERFORM TRNSCRPT-TERMINATE
              PERFORM TRNSCRPT-CLOSE-STUDENT
              PERFORM TRNSCRPT-OPEN-STUDENT
           END-IF
           IF STU-HIST-INC-OPEN
              PERFORM TRNSCRPT-WRITE-INCOMPLETE
              PERFORM TRNSCRPT-READ-NEXT
              GO TO TRNSCRPT-PROCESS-ONE-END
           END-IF
           MOVE STU-HIST-FINAL-GRADE TO WS-EDIT-GRADE
           PERFORM TRNSCRPT-FETCH-RANK
           MOVE SPACES TO REPORT-LINE
           ADD 1 TO WS-TERM-COUNT
           ADD STU-HIST-FINAL-GRADE TO WS-GRADE-TOTAL
           PERFORM TRNSCRPT-READ-NEXT.
       TRNSCRPT-PROCESS-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * AN OUTSTANDING INCOMPLETE HAS NO GRADE YET - THE HISTORY
      * GRADE IS ONLY THE DEFAULT IT WOULD LAPSE TO.
      *-----------------------------------------------------------------
       TRNSCRPT-WRITE-INCOMPLETE.
           ADD 1 TO WS-INC-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "    TERM " DELIMITED BY SIZE
                  STU-HIST-TERM DELIMITED BY SIZE
                  "   GRADE INC   WORK DUE " DELIMITED BY SIZE
                  STU-HIST-INC-DEADLINE DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TRNSCRPT-WRITE-LINE.

       TRNSCRPT-FETCH-RANK.
           MOVE "N" TO WS-RANK-FOUND-SW
           STRING "STUDENTS LISTED: " DELIMITED BY SIZE
                  WS-EDIT-COUNT       DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TRNSCRPT-WRITE-LINE
           IF WS-INC-COUNT > 0
              MOVE WS-INC-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "INCOMPLETES OUTSTANDING: " DELIMITED BY SIZE
                     WS-EDIT-COUNT       DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM TRNSCRPT-WRITE-LINE
           END-IF.

      *-----------------------------------------------------------------
       TRNSCRPT-WRITE-LINE.
