      * RECORD. THE REGISTER PRINTS BEFORE AND AFTER WITH THE REASON
      * ON EVERY LINE FOR THE RECORDS OFFICE, AND A RECORD WITH A
      * BLANK REASON CODE IS REFUSED OUTRIGHT.
      * MODIFIED 15/10/2026 - INCOMPLETE GRADES. REASON INC RECORDS
      * AN INCOMPLETE FOR THE TERM - THE RECORD THEN ALSO CARRIES
      * THE DATE THE WORK IS DUE (A REAL DATE AFTER TODAY) AND THE
      * DEFAULT GRADE, 0 TO 100, IT LAPSES TO. ANY OTHER CORRECTION
      * TO A TERM WITH AN OUTSTANDING INCOMPLETE COMPLETES IT WITH
      * THE CORRECTED GRADE. REASON LAP IS THE SYSTEM CODE THE
      * NIGHTLY INCLAPSE STEP WRITES FOR AN INCOMPLETE PAST ITS
      * DEADLINE: THE DEFAULT GRADE ON THE HISTORY RECORD IS POSTED
      * AS IT STANDS, AND A LAP RECORD FOR ANY TERM THAT IS NOT AN
      * OUTSTANDING, OVERDUE INCOMPLETE IS REFUSED. THE REGISTER
      * SHOWS INC WHERE A SIDE OF THE CHANGE IS AN INCOMPLETE.
      * MODIFIED 15/10/2026 - A FEED READ TO A GOOD TRAILER WITH NO
      * I/O FAILURE IS EMPTIED AT THE END OF THE RUN, AS PENDAPLY
      * EMPTIES ITS QUEUE, SO ANY RECORD LEFT ON CORRIN IS A
      * CORRECTION STILL PENDING - WHICH IS WHAT TERMROLL CHECKS
      * BEFORE IT WILL CLOSE A TERM. A REFUSED CORRECTION STAYS ON
      * THE REGISTER FOR THE RECORDS OFFICE TO RESEND.
      * MODIFIED 15/10/2026 - A CURRENT-TERM CORRECTION THAT REWRITES
      * STUDMAST NOW GOES TO THE CHGJRNL CHANGE JOURNAL WITH THE
      * MASTER'S BEFORE AND AFTER IMAGE.
      * MODIFIED 15/10/2026 - STUDMAST IS NOW DECLARED WITH ITS
      * STU-NAME ALTERNATE INDEX (DUPLICATES ALLOWED), SO EVERY
      * CHANGE THIS PROGRAM MAKES KEEPS THE ONLNBRW NAME SEARCH IN
      * STEP.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS STU-ID
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "STUHIST"
               ORGANIZATION INDEXED
           05 COR-EXAM               PIC 9(3).
           05 COR-PROJECTS           PIC 9(2).
           05 COR-REASON             PIC X(3).
              88 COR-INCOMPLETE      VALUE "INC".
              88 COR-LAPSE           VALUE "LAP".
           05 COR-INC-DEADLINE       PIC 9(8).
           05 COR-INC-DEADLINE-X     REDEFINES COR-INC-DEADLINE.
              10 COR-INC-YEAR        PIC 9(4).
              10 COR-INC-MONTH       PIC 9(2).
              10 COR-INC-DAY         PIC 9(2).
           05 COR-INC-DEFAULT        PIC 9(3).

           COPY "TRLRREC.CPY".

           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-JOURNAL-PARMS          VALUE SPACES.
           COPY "CHGJRNPM.CPY".
       01  WS-TLR-FOUND-SW          PIC X VALUE "N".
           88 WS-TLR-FOUND          VALUE "Y".
       01  WS-TLR-EXP-COUNT         PIC 9(7).
       01  WS-BEFORE-PROJ            PIC 9(2).
       01  WS-BEFORE-GRADE           PIC 9(3).
       01  WS-AFTER-GRADE            PIC 9(3).
      *-----------------------------------------------------------------
      * THE INCOMPLETE ACTION HANDED TO STUHPOST, AND THE INCOMPLETE
      * STATUS THE TERM'S HISTORY RECORD HELD BEFORE THIS RECORD.
      *-----------------------------------------------------------------
       01  WS-INC-POST.
           COPY "INCPOST.CPY".
       01  WS-BEFORE-INC-STATUS      PIC X(1).
           88 WS-BEFORE-INC-OPEN     VALUE "I".
       01  WS-BEFORE-DEADLINE        PIC 9(8).
       01  WS-INC-OK-SW              PIC X VALUE "Y".
           88 WS-INC-OK              VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-VAL-YEAR               PIC 9(8).
       01  WS-VAL-MONTH              PIC 9(2).
       01  WS-VAL-DAY                PIC 9(2).
       01  WS-DATE-VALID             PIC 9(1).
       01  WS-WAS-TEXT               PIC X(3).
       01  WS-NOW-TEXT               PIC X(3).
       01  WS-FEED-COUNT             PIC 9(6) VALUE 0.
       01  WS-POSTED-COUNT           PIC 9(6) VALUE 0.
       01  WS-EXCEPT-COUNT           PIC 9(6) VALUE 0.
      *-----------------------------------------------------------------
       GRADCORR-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN INPUT TERM-CONTROL-FILE
           IF WS-TERM-STATUS = "00"
              READ TERM-CONTROL-FILE
              GO TO GRADCORR-PROCESS-ONE-END
           END-IF
           PERFORM GRADCORR-FETCH-BEFORE
           PERFORM GRADCORR-CHECK-INCOMPLETE
              THRU GRADCORR-CHECK-INCOMPLETE-END
           IF NOT WS-INC-OK
              PERFORM GRADCORR-WRITE-EXCEPTION
              PERFORM GRADCORR-READ-NEXT
              GO TO GRADCORR-PROCESS-ONE-END
           END-IF
           PERFORM GRADCORR-APPLY-ONE
              THRU GRADCORR-APPLY-ONE-END
           PERFORM GRADCORR-READ-NEXT.
           MOVE STU-EXAM TO WS-BEFORE-EXAM
           MOVE STU-PROJECTS TO WS-BEFORE-PROJ
           MOVE STU-FINAL-GRADE TO WS-BEFORE-GRADE
           MOVE SPACES TO WS-BEFORE-INC-STATUS
           MOVE 0 TO WS-BEFORE-DEADLINE
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
              MOVE COR-STU-ID TO STU-HIST-ID
                    MOVE STU-HIST-EXAM TO WS-BEFORE-EXAM
                    MOVE STU-HIST-PROJECTS TO WS-BEFORE-PROJ
                    MOVE STU-HIST-FINAL-GRADE TO WS-BEFORE-GRADE
                    MOVE STU-HIST-INC-STATUS TO WS-BEFORE-INC-STATUS
                    IF WS-BEFORE-INC-OPEN
                       MOVE STU-HIST-INC-DEADLINE
                          TO WS-BEFORE-DEADLINE
                    END-IF
              END-READ
              CLOSE HISTORY-FILE
           END-IF.

      *-----------------------------------------------------------------
      * DECIDES THE INCOMPLETE ACTION FOR THIS RECORD. AN INC RECORD
      * MUST CARRY A REAL DEADLINE AFTER TODAY AND A DEFAULT GRADE
      * IN THE 0-100 RANGE; A LAP RECORD IS HONORED ONLY AGAINST AN
      * OUTSTANDING INCOMPLETE WHOSE DEADLINE HAS PASSED.
      *-----------------------------------------------------------------
       GRADCORR-CHECK-INCOMPLETE.
           MOVE "Y" TO WS-INC-OK-SW
           MOVE SPACES TO WS-INC-POST
           IF COR-INCOMPLETE
              MOVE "N" TO WS-INC-OK-SW
              IF COR-INC-DEADLINE NOT NUMERIC
                 OR COR-INC-DEFAULT NOT NUMERIC
                 GO TO GRADCORR-CHECK-INCOMPLETE-END
              END-IF
              MOVE COR-INC-YEAR TO WS-VAL-YEAR
              MOVE COR-INC-MONTH TO WS-VAL-MONTH
              MOVE COR-INC-DAY TO WS-VAL-DAY
              CALL "VALIDATEDATE" USING WS-VAL-YEAR WS-VAL-MONTH
                 WS-VAL-DAY WS-DATE-VALID
              IF WS-DATE-VALID NOT = 1
                 OR COR-INC-DEADLINE NOT > WS-RUN-DATE
                 OR COR-INC-DEFAULT > 100
                 GO TO GRADCORR-CHECK-INCOMPLETE-END
              END-IF
              MOVE "Y" TO WS-INC-OK-SW
              SET IP-RECORD TO TRUE
              MOVE COR-INC-DEADLINE TO IP-DEADLINE
              MOVE COR-INC-DEFAULT TO IP-DEFAULT-GRADE
              GO TO GRADCORR-CHECK-INCOMPLETE-END
           END-IF
           IF COR-LAPSE
              IF WS-BEFORE-INC-OPEN
                 AND WS-BEFORE-DEADLINE < WS-RUN-DATE
                 SET IP-LAPSE TO TRUE
              ELSE
                 MOVE "N" TO WS-INC-OK-SW
              END-IF
              GO TO GRADCORR-CHECK-INCOMPLETE-END
           END-IF
           IF WS-BEFORE-INC-OPEN
              SET IP-COMPLETE TO TRUE
           END-IF.
       GRADCORR-CHECK-INCOMPLETE-END. EXIT.

      *-----------------------------------------------------------------
      * THE CORRECTED VALUES GO THROUGH FINALGRADE AND STUHPOST ON A
      * WORK IMAGE OF THE MASTER RECORD; ONLY A CURRENT-TERM
      * CORRECTION REWRITES THE MASTER ITSELF. A LAPSE POSTS THE
      * DEFAULT GRADE THE INCOMPLETE CARRIED INSTEAD OF DERIVING ONE.
      *-----------------------------------------------------------------
       GRADCORR-APPLY-ONE.
           MOVE STUDENT-MASTER-RECORD TO WS-WORK-RECORD
           MOVE COR-EXAM TO STU-EXAM
           MOVE COR-PROJECTS TO STU-PROJECTS
           IF IP-LAPSE
              MOVE WS-BEFORE-GRADE TO STU-FINAL-GRADE
           ELSE
              CALL "FINALGRADE" USING STU-EXAM STU-PROJECTS
                 STU-FINAL-GRADE STU-RETCODE
           END-IF
           MOVE STU-FINAL-GRADE TO WS-AFTER-GRADE
           MOVE COR-TERM TO WS-POST-TERM
           CALL "STUHPOST" USING STUDENT-MASTER-RECORD
              WS-POST-TERM WS-INC-POST
           IF COR-TERM = WS-CURRENT-TERM
              REWRITE STUDENT-MASTER-RECORD
                 INVALID KEY
                    PERFORM GRADCORR-WRITE-EXCEPTION
                    GO TO GRADCORR-APPLY-ONE-END
              END-REWRITE
              MOVE WS-WORK-RECORD TO CJ-BEFORE
              PERFORM GRADCORR-JOURNAL-CHANGE
           ELSE
              MOVE WS-WORK-RECORD TO STUDENT-MASTER-RECORD
           END-IF
       GRADCORR-WRITE-REGISTER-LINE.
           MOVE WS-BEFORE-GRADE TO WS-EDIT-B-GRADE
           MOVE WS-AFTER-GRADE TO WS-EDIT-A-GRADE
           MOVE WS-EDIT-B-GRADE TO WS-WAS-TEXT
           MOVE WS-EDIT-A-GRADE TO WS-NOW-TEXT
           IF WS-BEFORE-INC-OPEN
              MOVE "INC" TO WS-WAS-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF IP-RECORD
              MOVE COR-INC-DEFAULT TO WS-EDIT-A-GRADE
              STRING "  " COR-STU-ID " TERM " COR-TERM
                     " WAS " WS-WAS-TEXT " NOW INC"
                     " REASON " COR-REASON
                     " DUE " COR-INC-DEADLINE
                     " ELSE " WS-EDIT-A-GRADE DELIMITED BY SIZE
                 INTO REPORT-LINE
           ELSE
              STRING "  " COR-STU-ID " TERM " COR-TERM
                     " WAS " DELIMITED BY SIZE
                     WS-WAS-TEXT DELIMITED BY SIZE
                     " NOW " DELIMITED BY SIZE
                     WS-NOW-TEXT DELIMITED BY SIZE
                     " REASON " DELIMITED BY SIZE
                     COR-REASON DELIMITED BY SIZE
                 INTO REPORT-LINE
           END-IF
           PERFORM GRADCORR-WRITE-LINE.

       GRADCORR-WRITE-EXCEPTION.
       GRADCORR-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE CORRECTION-FILE
           IF WS-JOB-RC < 8
              OPEN OUTPUT CORRECTION-FILE
              CLOSE CORRECTION-FILE
           END-IF
           CLOSE STUDENT-MASTER
           CLOSE REPORT-FILE.

      *-----------------------------------------------------------------
      * JOURNAL THE CORRECTED MASTER - THE WORK IMAGE IS THE BEFORE.
      *-----------------------------------------------------------------
       GRADCORR-JOURNAL-CHANGE.
           MOVE "GRADCORR" TO CJ-PROGRAM
           MOVE "STUDMAST" TO CJ-MASTER
           SET CJ-CHANGE TO TRUE
           MOVE STU-ID TO CJ-KEY
           MOVE STUDENT-MASTER-RECORD TO CJ-AFTER
           CALL "CHGJRNL" USING WS-JOURNAL-PARMS.
       END PROGRAM GRADCORR.
