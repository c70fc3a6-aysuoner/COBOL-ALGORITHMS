      * THE OUTPUT BY SECTION OR SCHOOL THROUGH THE EXISTING RCPTCTL
      * MECHANISM. TERM-END MAILING IS NOW A PRINT JOB, NOT A TYPING
      * WEEK.
      * MODIFIED 15/10/2026 - A PRIOR TERM WITH AN OUTSTANDING
      * INCOMPLETE PRINTS INC AND THE DATE THE WORK IS DUE INSTEAD OF
      * THE DEFAULT GRADE STUHIST HOLDS FOR IT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           IF STU-HIST-TERM NOT = WS-CURRENT-TERM
              MOVE STU-HIST-FINAL-GRADE TO WS-EDIT-GRADE
              MOVE SPACES TO REPORT-LINE
              IF STU-HIST-INC-OPEN
                 STRING "    TERM " STU-HIST-TERM
                        "   GRADE INC   WORK DUE "
                        STU-HIST-INC-DEADLINE DELIMITED BY SIZE
                    INTO REPORT-LINE
              ELSE
                 STRING "    TERM " STU-HIST-TERM
                        "   GRADE " DELIMITED BY SIZE
                        WS-EDIT-GRADE DELIMITED BY SIZE
                    INTO REPORT-LINE
              END-IF
              PERFORM RPTCARD-WRITE-LINE
           END-IF
           PERFORM RPTCARD-READ-HISTORY.
