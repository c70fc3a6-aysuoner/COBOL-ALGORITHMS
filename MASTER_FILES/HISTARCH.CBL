      * RECORDS FROM THE MASTERS, AND RECORDS WHAT WENT WHERE IN
      * THE HISTAINV ARCHIVE INVENTORY THE HISTRTRV RETRIEVAL
      * UTILITY WALKS.
      * MODIFIED 15/10/2026 - A RECORD PAST RETENTION IS FIRST
      * CHECKED AGAINST THE LEGLHOLD LITIGATION-HOLD REGISTRY
      * THROUGH HOLDCHK - STUHIST BY STU-ID AND POST DATE, EMPHIST
      * BY EMP-ID AND SCREENING DATE. A HELD RECORD STAYS ON THE
      * MASTER AND IS LISTED WITH THE MATTER HOLDING IT, AND EACH
      * FILE SUMMARY COUNTS THE RECORDS KEPT UNDER HOLD.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-HOLD-PARMS.
           COPY "HOLDCHPM.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-ARCH-COUNT             PIC 9(7).
       01  WS-ARCH-HASH              PIC S9(11)V9(2).
       01  WS-KEPT-COUNT             PIC 9(7).
       01  WS-HELD-COUNT             PIC 9(7).
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.

      ******************************************************************

      *-----------------------------------------------------------------
      * ONE PASS OVER STUHIST - A TERM POSTED LONGER AGO THAN THE
      * RETENTION GOES TO THE DATED ARCHIVE AND OFF THE MASTER,
      * UNLESS A LITIGATION HOLD ON THE STUDENT COVERS IT. THE
      * DELETE-THEN-READ-NEXT ORDER KEEPS THE BROWSE POSITIONED. AN
      * UNDATED RECORD (ZERO POST DATE) IS KEPT - AGE UNKNOWN IS
      * NOT AGE PROVEN.
              GO TO HISTARCH-SWEEP-STUHIST-END
           END-IF
           MOVE 0 TO WS-ARCH-COUNT WS-ARCH-HASH WS-KEPT-COUNT
                     WS-HELD-COUNT
           MOVE "N" TO WS-EOF-SW
           PERFORM HISTARCH-READ-STUHIST
           PERFORM HISTARCH-JUDGE-ONE-TERM
              THRU HISTARCH-JUDGE-ONE-TERM-END UNTIL WS-EOF
           MOVE SPACES TO ARCHIVE-TRAILER
           MOVE "TRAILER*" TO AR-TLR-LITERAL
           MOVE WS-ARCH-COUNT TO AR-TLR-COUNT
           ELSE
              MOVE 0 TO WS-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS > WS-STU-RETAIN-DAYS
              MOVE "STU " TO HC-SUBJ-TYPE
              MOVE STU-HIST-ID TO HC-SUBJ-KEY
              MOVE STU-HIST-POST-DATE TO HC-DATE
              CALL "HOLDCHK" USING WS-HOLD-PARMS
           END-IF
           IF WS-AGE-DAYS > WS-STU-RETAIN-DAYS AND HC-KEEP
              ADD 1 TO WS-HELD-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "    HELD STUHIST " STU-HIST-ID " TERM "
                     STU-HIST-TERM " POSTED " STU-HIST-POST-DATE
                     " MATTER " HC-MATTER
                     DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM HISTARCH-WRITE-LINE
              PERFORM HISTARCH-READ-STUHIST
              GO TO HISTARCH-JUDGE-ONE-TERM-END
           END-IF
           IF WS-AGE-DAYS > WS-STU-RETAIN-DAYS
              MOVE SPACES TO ARCHIVE-RECORD
              MOVE STUDENT-HISTORY-RECORD TO ARCHIVE-RECORD
              ADD 1 TO WS-KEPT-COUNT
           END-IF
           PERFORM HISTARCH-READ-STUHIST.
       HISTARCH-JUDGE-ONE-TERM-END. EXIT.

      *-----------------------------------------------------------------
      * THE SAME PASS OVER EMPHIST, AGED BY THE SCREENING DATE THE
              GO TO HISTARCH-SWEEP-EMPHIST-END
           END-IF
           MOVE 0 TO WS-ARCH-COUNT WS-ARCH-HASH WS-KEPT-COUNT
                     WS-HELD-COUNT
           MOVE "N" TO WS-EOF-SW
           PERFORM HISTARCH-READ-EMPHIST
           PERFORM HISTARCH-JUDGE-ONE-SCREEN
              THRU HISTARCH-JUDGE-ONE-SCREEN-END UNTIL WS-EOF
           MOVE SPACES TO ARCHIVE-TRAILER
           MOVE "TRAILER*" TO AR-TLR-LITERAL
           MOVE WS-ARCH-COUNT TO AR-TLR-COUNT
           ELSE
              MOVE 0 TO WS-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS > WS-EMP-RETAIN-DAYS
              MOVE "EMP " TO HC-SUBJ-TYPE
              MOVE EMP-HIST-ID TO HC-SUBJ-KEY
              MOVE EMP-HIST-DATE TO HC-DATE
              CALL "HOLDCHK" USING WS-HOLD-PARMS
           END-IF
           IF WS-AGE-DAYS > WS-EMP-RETAIN-DAYS AND HC-KEEP
              ADD 1 TO WS-HELD-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "    HELD EMPHIST " EMP-HIST-ID " SCREENED "
                     EMP-HIST-DATE " MATTER " HC-MATTER
                     DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM HISTARCH-WRITE-LINE
              PERFORM HISTARCH-READ-EMPHIST
              GO TO HISTARCH-JUDGE-ONE-SCREEN-END
           END-IF
           IF WS-AGE-DAYS > WS-EMP-RETAIN-DAYS
              MOVE SPACES TO ARCHIVE-RECORD
              MOVE EMPLOYEE-HISTORY-RECORD TO ARCHIVE-RECORD
              ADD 1 TO WS-KEPT-COUNT
           END-IF
           PERFORM HISTARCH-READ-EMPHIST.
       HISTARCH-JUDGE-ONE-SCREEN-END. EXIT.

      *-----------------------------------------------------------------
      * ONE INVENTORY LINE PER ARCHIVE CUT, SO HISTRTRV KNOWS WHAT
           STRING "    RECORDS KEPT ON MASTER " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM HISTARCH-WRITE-LINE
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "    KEPT UNDER LEGAL HOLD  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM HISTARCH-WRITE-LINE.

      *-----------------------------------------------------------------
