      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    TERMROLL.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * TERM-END ROLLOVER. MOVING TO A NEW TERM WAS A HAND CHECKLIST
      * - CHANGE TERMCTL, CLEAR THE MASTER'S GRADES, START THE NEW
      * ATTENDANCE RECORDS - AND A TERM SWITCHED BEFORE ITS HISTORY
      * WAS POSTED LOST THAT TERM'S GRADES. THE ROLLCTL CARD NAMES
      * THE CLOSING TERM, THE NEW TERM AND HOW SECTIONS CARRY
      * FORWARD:
      *    Y  EVERY ACTIVE STUDENT KEEPS THEIR SECTION
      *    N  EVERY SECTION IS CLEARED FOR THE NEW ROSTER LOAD
      *    S  ONLY THE SECTIONS LISTED ON THE FOLLOWING CARDS, ONE
      *       THREE-CHARACTER CODE PER CARD, ARE KEPT
      * BEFORE TOUCHING ANYTHING THE STEP PROVES THE CLOSING TERM IS
      * FINISHED, AND REFUSES THE ROLLOVER (RC 12, NOTHING CHANGED)
      * WITH EVERY REASON LISTED ON THE REGISTER UNLESS:
      *   - THE CLOSING TERM IS THE TERMCTL CURRENT TERM AND THE
      *     TERMLOG ROLLOVER LOG HAS NO ROLLOVER OF IT ALREADY, SO
      *     THE SAME TERM CAN NEVER BE ROLLED TWICE,
      *   - NO GRADCORR CORRECTION IS PENDING - GRADCORR EMPTIES
      *     CORRIN AFTER A CLEAN RUN, SO ANY RECORD STILL ON IT HAS
      *     NOT BEEN APPLIED,
      *   - STUHPOST HAS POSTED EVERY ACTIVE STUDENT'S GRADE FOR THE
      *     TERM - THE STUHIST RECORD EXISTS AND MATCHES THE MASTER
      *     (A STUDENT WITH NO EXAM AND NO PROJECTS HAS NOTHING TO
      *     POST; AN OUTSTANDING INCOMPLETE LIVES ON STUHIST AND
      *     CARRIES OVER FOR INCLAPSE),
      *   - STURANK HAS RANKED EVERY POSTED STUDENT FOR THE TERM
      *     SINCE THEIR GRADE WAS LAST POSTED.
      * IT THEN RESETS EVERY STUDMAST RECORD'S CURRENT-TERM GRADE
      * FIELDS, CARRIES OR CLEARS EACH SECTION (A CARRIED SECTION
      * THAT SECTMAST DOES NOT OFFER IN THE NEW TERM IS CLEARED),
      * OPENS A NEW-TERM ATTMAST RECORD FOR EACH ACTIVE STUDENT,
      * ADVANCES TERMCTL AND LOGS THE ROLLOVER ON TERMLOG. AN I/O
      * FAILURE PART WAY THROUGH ENDS THE STEP RC 8 WITH TERMCTL
      * LEFT ON THE CLOSING TERM; RESTORE STUDMAST FROM THE JOB'S
      * VSAMCHK BACKUP WITH VSAMREST BEFORE RUNNING IT AGAIN.
      * MODIFIED 15/10/2026 - EACH TERM RESET NOW GOES TO THE CHGJRNL
      * CHANGE JOURNAL WITH THE STUDENT'S BEFORE AND AFTER IMAGE.
      * MODIFIED 15/10/2026 - STUDMAST IS NOW DECLARED WITH ITS
      * STU-NAME ALTERNATE INDEX (DUPLICATES ALLOWED), SO EVERY
      * CHANGE THIS PROGRAM MAKES KEEPS THE ONLNBRW NAME SEARCH IN
      * STEP.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLL-CONTROL-FILE ASSIGN TO "ROLLCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT ROLL-LOG-FILE ASSIGN TO "TERMLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT CORRECTION-FILE ASSIGN TO "CORRIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS STU-ID
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "STUHIST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS STU-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RANK-FILE ASSIGN TO "RANKMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS RANK-KEY
               FILE STATUS IS WS-RANK-STATUS.
           SELECT ATTEND-MASTER ASSIGN TO "ATTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATT-STATUS.
           SELECT SECTION-MASTER ASSIGN TO "SECTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS SM-KEY
               FILE STATUS IS WS-SECT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TERMROLR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ROLL-CONTROL-FILE.
       01  ROLL-CONTROL-RECORD.
           05 RL-CLOSING-TERM        PIC X(5).
           05 RL-NEW-TERM            PIC X(5).
           05 RL-CARRY               PIC X(1).
              88 RL-CARRY-VALID      VALUE "Y" "N" "S".
       01  ROLL-SECTION-CARD.
           05 RL-CARRY-SECTION       PIC X(3).
           05 FILLER                 PIC X(8).

       FD  TERM-CONTROL-FILE.
       01  TERM-CONTROL-RECORD.
           05 TC-TERM-ID             PIC X(5).

       FD  ROLL-LOG-FILE.
       01  ROLL-LOG-RECORD.
           05 TL-CLOSING-TERM        PIC X(5).
           05 TL-NEW-TERM            PIC X(5).
           05 TL-RUN-DATE            PIC 9(8).
           05 TL-STUDENTS            PIC 9(6).
           05 TL-ATT-OPENED          PIC 9(6).

       FD  CORRECTION-FILE.
       01  CORRECTION-RECORD        PIC X(30).

           COPY "TRLRREC.CPY".

       FD  STUDENT-MASTER.
           COPY "STUMAST.CPY".

       FD  HISTORY-FILE.
           COPY "STUHIST.CPY".

       FD  RANK-FILE.
           COPY "RANKMAST.CPY".

       FD  ATTEND-MASTER.
           COPY "ATTMAST.CPY".

       FD  SECTION-MASTER.
           COPY "SECTMAST.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-JOURNAL-PARMS          VALUE SPACES.
           COPY "CHGJRNPM.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-CTL-STATUS             PIC X(02).
       01  WS-TERM-STATUS            PIC X(02).
       01  WS-LOG-STATUS             PIC X(02).
       01  WS-CORR-STATUS            PIC X(02).
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-HIST-STATUS            PIC X(02).
       01  WS-RANK-STATUS            PIC X(02).
       01  WS-ATT-STATUS             PIC X(02).
       01  WS-SECT-STATUS            PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-SCAN-EOF-SW           PIC X VALUE "N".
           88 WS-SCAN-EOF           VALUE "Y".
       01  WS-FILES-OPEN-SW         PIC X VALUE "N".
           88 WS-FILES-OPEN         VALUE "Y".
       01  WS-SECT-OPEN-SW          PIC X VALUE "N".
           88 WS-SECT-OPEN          VALUE "Y".
       01  WS-ATT-OPEN-SW           PIC X VALUE "N".
           88 WS-ATT-OPEN           VALUE "Y".
       01  WS-ROLLED-SW             PIC X VALUE "N".
           88 WS-ROLLED             VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-CURRENT-TERM           PIC X(05) VALUE SPACES.
       01  WS-CLOSING-TERM           PIC X(05) VALUE SPACES.
       01  WS-NEW-TERM               PIC X(05) VALUE SPACES.
       01  WS-CARRY                  PIC X(01) VALUE SPACES.
           88 WS-CARRY-ALL           VALUE "Y".
           88 WS-CARRY-NONE          VALUE "N".
           88 WS-CARRY-SELECTED      VALUE "S".
       01  WS-REASON                 PIC X(50).
      *-----------------------------------------------------------------
      * THE SECTIONS TO KEEP WHEN THE CARD SAYS S.
      *-----------------------------------------------------------------
       01  WS-CS-MAX                 PIC 9(03) VALUE 0.
       01  WS-CS-I                   PIC 9(03).
       01  WS-CS-DROPPED             PIC 9(05) VALUE 0.
       01  WS-CS-TABLE.
           05 WS-CS-SECTION OCCURS 100 TIMES PIC X(03).
       01  WS-CS-FOUND-SW            PIC X VALUE "N".
           88 WS-CS-FOUND            VALUE "Y".
       01  WS-OLD-GRADE              PIC 9(03).
       01  WS-OLD-SECTION            PIC X(03).
       01  WS-ATT-TEXT               PIC X(07).
       01  WS-SECT-TEXT              PIC X(12).
       01  WS-PENDING-COUNT          PIC 9(06) VALUE 0.
       01  WS-NOT-POSTED-COUNT       PIC 9(06) VALUE 0.
       01  WS-DIFFERS-COUNT          PIC 9(06) VALUE 0.
       01  WS-NOT-RANKED-COUNT       PIC 9(06) VALUE 0.
       01  WS-STALE-RANK-COUNT       PIC 9(06) VALUE 0.
       01  WS-NO-GRADE-COUNT         PIC 9(06) VALUE 0.
       01  WS-INC-COUNT              PIC 9(06) VALUE 0.
       01  WS-CHECKED-COUNT          PIC 9(06) VALUE 0.
       01  WS-RESET-COUNT            PIC 9(06) VALUE 0.
       01  WS-CARRIED-COUNT          PIC 9(06) VALUE 0.
       01  WS-CLEARED-COUNT          PIC 9(06) VALUE 0.
       01  WS-NOT-OFFERED-COUNT      PIC 9(06) VALUE 0.
       01  WS-ATT-OPENED-COUNT       PIC 9(06) VALUE 0.
       01  WS-ATT-ON-FILE-COUNT      PIC 9(06) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-GRADE             PIC ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       TERMROLL-MAIN.
           PERFORM TERMROLL-INIT
              THRU TERMROLL-INIT-END
           IF WS-JOB-RC < 12
              PERFORM TERMROLL-CHECK-PREREQS
           END-IF
           IF WS-JOB-RC < 12
              PERFORM TERMROLL-ROLL-STUDENTS
              PERFORM TERMROLL-ADVANCE-TERM
                 THRU TERMROLL-ADVANCE-TERM-END
           END-IF
           PERFORM TERMROLL-WRITE-SUMMARY
           PERFORM TERMROLL-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
      * THE CARD, THE CURRENT TERM AND THE ROLLOVER LOG DECIDE
      * WHETHER THIS ROLLOVER MAY RUN AT ALL.
      *-----------------------------------------------------------------
       TERMROLL-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "TERMROLL" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO TERMROLL-INIT-END
           END-IF
           OPEN INPUT ROLL-CONTROL-FILE
           IF WS-CTL-STATUS = "00"
              READ ROLL-CONTROL-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE RL-CLOSING-TERM TO WS-CLOSING-TERM
                    MOVE RL-NEW-TERM TO WS-NEW-TERM
                    MOVE RL-CARRY TO WS-CARRY
                    PERFORM TERMROLL-LOAD-CARRY-CARDS
              END-READ
              CLOSE ROLL-CONTROL-FILE
           END-IF
           OPEN INPUT TERM-CONTROL-FILE
           IF WS-TERM-STATUS = "00"
              READ TERM-CONTROL-FILE
                 AT END CONTINUE
                 NOT AT END MOVE TC-TERM-ID TO WS-CURRENT-TERM
              END-READ
              CLOSE TERM-CONTROL-FILE
           END-IF
           MOVE SPACES TO RH-TITLE
           STRING "TERM ROLLOVER REGISTER - " WS-CLOSING-TERM
                  " TO " WS-NEW-TERM
              DELIMITED BY SIZE INTO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           IF WS-CLOSING-TERM = SPACES OR WS-NEW-TERM = SPACES
              OR WS-CLOSING-TERM = WS-NEW-TERM
              MOVE "NO ROLLCTL CARD, OR ITS TWO TERMS ARE NOT VALID"
                 TO WS-REASON
              PERFORM TERMROLL-REFUSE
              GO TO TERMROLL-INIT-END
           END-IF
           IF NOT WS-CARRY-ALL AND NOT WS-CARRY-NONE
              AND NOT WS-CARRY-SELECTED
              MOVE "SECTION CARRY ON ROLLCTL IS NOT Y, N OR S"
                 TO WS-REASON
              PERFORM TERMROLL-REFUSE
              GO TO TERMROLL-INIT-END
           END-IF
           IF WS-CURRENT-TERM = WS-NEW-TERM
              MOVE SPACES TO WS-REASON
              STRING "TERMCTL IS ALREADY ON " WS-NEW-TERM
                     " - THE ROLLOVER HAS RUN" DELIMITED BY SIZE
                 INTO WS-REASON
              PERFORM TERMROLL-REFUSE
              GO TO TERMROLL-INIT-END
           END-IF
           IF WS-CURRENT-TERM NOT = WS-CLOSING-TERM
              MOVE SPACES TO WS-REASON
              STRING "TERMCTL TERM IS " WS-CURRENT-TERM
                     ", NOT THE CLOSING TERM" DELIMITED BY SIZE
                 INTO WS-REASON
              PERFORM TERMROLL-REFUSE
              GO TO TERMROLL-INIT-END
           END-IF
           PERFORM TERMROLL-CHECK-LOG
           IF WS-ROLLED
              MOVE SPACES TO WS-REASON
              STRING "TERMLOG SHOWS " WS-CLOSING-TERM
                     " ROLLED ON " TL-RUN-DATE DELIMITED BY SIZE
                 INTO WS-REASON
              PERFORM TERMROLL-REFUSE
              GO TO TERMROLL-INIT-END
           END-IF
           OPEN I-O STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "TERMROLL" TO FE-PROGRAM
              MOVE "STUDENT-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO TERMROLL-INIT-END
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
              MOVE "TERMROLL" TO FE-PROGRAM
              MOVE "HISTORY-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-HIST-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              CLOSE STUDENT-MASTER
              GO TO TERMROLL-INIT-END
           END-IF
           OPEN INPUT RANK-FILE
           IF WS-RANK-STATUS NOT = "00"
              MOVE "TERMROLL" TO FE-PROGRAM
              MOVE "RANK-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-RANK-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              CLOSE STUDENT-MASTER
              CLOSE HISTORY-FILE
              GO TO TERMROLL-INIT-END
           END-IF
           SET WS-FILES-OPEN TO TRUE
           OPEN INPUT SECTION-MASTER
           IF WS-SECT-STATUS = "00"
              SET WS-SECT-OPEN TO TRUE
           END-IF.
       TERMROLL-INIT-END. EXIT.

       TERMROLL-LOAD-CARRY-CARDS.
           MOVE "N" TO WS-SCAN-EOF-SW
           PERFORM TERMROLL-READ-CARRY-CARD
           PERFORM TERMROLL-LOAD-ONE-CARRY UNTIL WS-SCAN-EOF.

       TERMROLL-READ-CARRY-CARD.
           READ ROLL-CONTROL-FILE
              AT END SET WS-SCAN-EOF TO TRUE
           END-READ.

       TERMROLL-LOAD-ONE-CARRY.
           IF RL-CARRY-SECTION NOT = SPACES
              IF WS-CS-MAX < 100
                 ADD 1 TO WS-CS-MAX
                 MOVE RL-CARRY-SECTION TO WS-CS-SECTION (WS-CS-MAX)
              ELSE
                 ADD 1 TO WS-CS-DROPPED
              END-IF
           END-IF
           PERFORM TERMROLL-READ-CARRY-CARD.

      *-----------------------------------------------------------------
      * A TERM ALREADY ON THE ROLLOVER LOG IS NEVER ROLLED AGAIN.
      *-----------------------------------------------------------------
       TERMROLL-CHECK-LOG.
           OPEN INPUT ROLL-LOG-FILE
           IF WS-LOG-STATUS = "00"
              MOVE "N" TO WS-SCAN-EOF-SW
              PERFORM TERMROLL-READ-LOG
              PERFORM TERMROLL-READ-LOG
                 UNTIL WS-SCAN-EOF OR WS-ROLLED
              CLOSE ROLL-LOG-FILE
           END-IF.

       TERMROLL-READ-LOG.
           READ ROLL-LOG-FILE
              AT END SET WS-SCAN-EOF TO TRUE
              NOT AT END
                 IF TL-CLOSING-TERM = WS-CLOSING-TERM
                    SET WS-ROLLED TO TRUE
                 END-IF
           END-READ.

       TERMROLL-REFUSE.
           MOVE SPACES TO REPORT-LINE
           STRING "  *** ROLLOVER REFUSED - " WS-REASON
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           MOVE 12 TO WS-JOB-RC.

      *-----------------------------------------------------------------
      * THE PREREQUISITES. EVERY FAILING STUDENT IS LISTED, THEN ONE
      * REFUSAL LINE; A CLEAN CHECK LEAVES THE RC ALONE.
      *-----------------------------------------------------------------
       TERMROLL-CHECK-PREREQS.
           MOVE SPACES TO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           MOVE "  PREREQUISITE CHECK" TO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           PERFORM TERMROLL-COUNT-PENDING
           IF WS-PENDING-COUNT > 0
              MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "    CORRIN HOLDS " WS-EDIT-COUNT
                     " CORRECTIONS NOT YET RUN THROUGH GRADCORR"
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM TERMROLL-WRITE-LINE
           END-IF
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES TO STU-ID
           START STUDENT-MASTER KEY >= STU-ID
              INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           IF NOT WS-SCAN-EOF
              PERFORM TERMROLL-READ-STUDENT
           END-IF
           PERFORM TERMROLL-CHECK-ONE-STUDENT
              THRU TERMROLL-CHECK-ONE-STUDENT-END UNTIL WS-SCAN-EOF
           IF WS-PENDING-COUNT > 0 OR WS-NOT-POSTED-COUNT > 0
              OR WS-DIFFERS-COUNT > 0 OR WS-NOT-RANKED-COUNT > 0
              OR WS-STALE-RANK-COUNT > 0
              MOVE "PREREQUISITES FOR THE CLOSING TERM NOT MET"
                 TO WS-REASON
              PERFORM TERMROLL-REFUSE
           ELSE
              MOVE "    ALL PREREQUISITES MET" TO REPORT-LINE
              PERFORM TERMROLL-WRITE-LINE
           END-IF.

      *-----------------------------------------------------------------
      * ANY DATA RECORD LEFT ON CORRIN IS A PENDING CORRECTION. NO
      * CORRIN AT ALL IS NOTHING PENDING.
      *-----------------------------------------------------------------
       TERMROLL-COUNT-PENDING.
           OPEN INPUT CORRECTION-FILE
           IF WS-CORR-STATUS = "00"
              MOVE "N" TO WS-SCAN-EOF-SW
              PERFORM TERMROLL-READ-CORRECTION UNTIL WS-SCAN-EOF
              CLOSE CORRECTION-FILE
           END-IF.

       TERMROLL-READ-CORRECTION.
           READ CORRECTION-FILE
              AT END SET WS-SCAN-EOF TO TRUE
              NOT AT END
                 IF NOT TLR-IS-TRAILER
                    AND CORRECTION-RECORD NOT = SPACES
                    ADD 1 TO WS-PENDING-COUNT
                 END-IF
           END-READ.

       TERMROLL-READ-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
              AT END SET WS-SCAN-EOF TO TRUE
           END-READ.

       TERMROLL-CHECK-ONE-STUDENT.
           IF NOT STU-ACTIVE
              GO TO TERMROLL-CHECK-NEXT
           END-IF
           ADD 1 TO WS-CHECKED-COUNT
           MOVE STU-ID TO STU-HIST-ID
           MOVE WS-CLOSING-TERM TO STU-HIST-TERM
           READ HISTORY-FILE
              INVALID KEY
                 IF STU-EXAM = 0 AND STU-PROJECTS = 0
                    ADD 1 TO WS-NO-GRADE-COUNT
                 ELSE
                    ADD 1 TO WS-NOT-POSTED-COUNT
                    MOVE "GRADE NOT POSTED TO STUHIST" TO WS-REASON
                    PERFORM TERMROLL-LIST-STUDENT
                 END-IF
                 GO TO TERMROLL-CHECK-NEXT
           END-READ
           IF STU-HIST-INC-OPEN
              ADD 1 TO WS-INC-COUNT
              GO TO TERMROLL-CHECK-NEXT
           END-IF
           IF STU-HIST-FINAL-GRADE NOT = STU-FINAL-GRADE
              OR STU-HIST-EXAM NOT = STU-EXAM
              OR STU-HIST-PROJECTS NOT = STU-PROJECTS
              ADD 1 TO WS-DIFFERS-COUNT
              MOVE "STUHIST DIFFERS FROM MASTER - REPOST" TO WS-REASON
              PERFORM TERMROLL-LIST-STUDENT
              GO TO TERMROLL-CHECK-NEXT
           END-IF
           MOVE STU-ID TO RANK-STU-ID
           MOVE WS-CLOSING-TERM TO RANK-TERM
           READ RANK-FILE
              INVALID KEY
                 ADD 1 TO WS-NOT-RANKED-COUNT
                 MOVE "NOT RANKED BY STURANK" TO WS-REASON
                 PERFORM TERMROLL-LIST-STUDENT
                 GO TO TERMROLL-CHECK-NEXT
           END-READ
           IF RANK-POST-DATE < STU-HIST-POST-DATE
              ADD 1 TO WS-STALE-RANK-COUNT
              MOVE "RANKED BEFORE GRADE LAST POSTED" TO WS-REASON
              PERFORM TERMROLL-LIST-STUDENT
           END-IF.
       TERMROLL-CHECK-NEXT.
           PERFORM TERMROLL-READ-STUDENT.
       TERMROLL-CHECK-ONE-STUDENT-END. EXIT.

       TERMROLL-LIST-STUDENT.
           MOVE SPACES TO REPORT-LINE
           STRING "    " STU-ID " " STU-NAME (1:20) " " WS-REASON
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE.

      *-----------------------------------------------------------------
      * THE ROLLOVER ITSELF - ONE PASS OF STUDMAST.
      *-----------------------------------------------------------------
       TERMROLL-ROLL-STUDENTS.
           OPEN I-O ATTEND-MASTER
           IF WS-ATT-STATUS = "35"
              OPEN OUTPUT ATTEND-MASTER
              CLOSE ATTEND-MASTER
              OPEN I-O ATTEND-MASTER
           END-IF
           IF WS-ATT-STATUS = "00"
              SET WS-ATT-OPEN TO TRUE
           ELSE
              MOVE "TERMROLL" TO FE-PROGRAM
              MOVE "ATTEND-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-ATT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 8 TO WS-JOB-RC
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           MOVE "  STUDNT NAME" TO REPORT-LINE
           MOVE "GRADE" TO REPORT-LINE (30:5)
           MOVE "SECTION" TO REPORT-LINE (37:7)
           MOVE "ATTMAST" TO REPORT-LINE (58:7)
           PERFORM TERMROLL-WRITE-LINE
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES TO STU-ID
           START STUDENT-MASTER KEY >= STU-ID
              INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           IF NOT WS-SCAN-EOF
              PERFORM TERMROLL-READ-STUDENT
           END-IF
           PERFORM TERMROLL-ROLL-ONE-STUDENT UNTIL WS-SCAN-EOF.

       TERMROLL-ROLL-ONE-STUDENT.
           MOVE STUDENT-MASTER-RECORD TO CJ-BEFORE
           MOVE STU-FINAL-GRADE TO WS-OLD-GRADE
           MOVE STU-SECTION TO WS-OLD-SECTION
           MOVE 0 TO STU-EXAM
           MOVE 0 TO STU-PROJECTS
           MOVE 0 TO STU-FINAL-GRADE
           MOVE 0 TO STU-RETCODE
           PERFORM TERMROLL-CARRY-SECTION
           REWRITE STUDENT-MASTER-RECORD
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "TERMROLL" TO FE-PROGRAM
              MOVE "STUDENT-MASTER" TO FE-FILE-NAME
              MOVE "REWRITE" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE STU-ID TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           ELSE
              ADD 1 TO WS-RESET-COUNT
              PERFORM TERMROLL-JOURNAL-CHANGE
           END-IF
           MOVE SPACES TO WS-ATT-TEXT
           IF STU-ACTIVE AND WS-ATT-OPEN
              PERFORM TERMROLL-OPEN-ATTENDANCE
           END-IF
           MOVE WS-OLD-GRADE TO WS-EDIT-GRADE
           MOVE SPACES TO REPORT-LINE
           STRING "  " STU-ID " " STU-NAME (1:20) " " WS-EDIT-GRADE
                  "   " WS-OLD-SECTION " -> " WS-SECT-TEXT
                  " " WS-ATT-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           PERFORM TERMROLL-READ-STUDENT.

      *-----------------------------------------------------------------
      * ONLY AN ACTIVE STUDENT CAN KEEP A SECTION, AND ONLY ONE THE
      * CARD CARRIES AND SECTMAST OFFERS IN THE NEW TERM.
      *-----------------------------------------------------------------
       TERMROLL-CARRY-SECTION.
           MOVE "N" TO WS-CS-FOUND-SW
           IF STU-ACTIVE AND STU-SECTION NOT = SPACES
              EVALUATE TRUE
                 WHEN WS-CARRY-ALL
                    SET WS-CS-FOUND TO TRUE
                 WHEN WS-CARRY-SELECTED
                    PERFORM TERMROLL-CHECK-CARRY
                       VARYING WS-CS-I FROM 1 BY 1
                       UNTIL WS-CS-I > WS-CS-MAX OR WS-CS-FOUND
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF WS-CS-FOUND AND WS-SECT-OPEN
              MOVE WS-NEW-TERM TO SM-TERM
              MOVE STU-SECTION TO SM-SECTION
              READ SECTION-MASTER
                 INVALID KEY
                    MOVE "N" TO WS-CS-FOUND-SW
                    ADD 1 TO WS-NOT-OFFERED-COUNT
              END-READ
           END-IF
           IF STU-SECTION = SPACES
              MOVE "NONE" TO WS-SECT-TEXT
           ELSE
              IF WS-CS-FOUND
                 MOVE STU-SECTION TO WS-SECT-TEXT
                 ADD 1 TO WS-CARRIED-COUNT
              ELSE
                 MOVE SPACES TO STU-SECTION
                 MOVE "CLEARED" TO WS-SECT-TEXT
                 ADD 1 TO WS-CLEARED-COUNT
              END-IF
           END-IF.

       TERMROLL-CHECK-CARRY.
           IF WS-CS-SECTION (WS-CS-I) = STU-SECTION
              SET WS-CS-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * A NEW-TERM RECORD ALREADY THERE (A LATE ABSENCE POSTED EARLY,
      * SAY) IS LEFT AS IT IS.
      *-----------------------------------------------------------------
       TERMROLL-OPEN-ATTENDANCE.
           MOVE SPACES TO ATTENDANCE-MASTER-RECORD
           MOVE STU-ID TO ATT-STU-ID
           MOVE WS-NEW-TERM TO ATT-TERM
           MOVE STU-NAME TO ATT-STU-NAME
           MOVE 0 TO ATT-ABSENCES
           MOVE 0 TO ATT-TARDIES
           MOVE 0 TO ATT-LAST-DATE
           WRITE ATTENDANCE-MASTER-RECORD
           EVALUATE WS-ATT-STATUS
              WHEN "00"
                 ADD 1 TO WS-ATT-OPENED-COUNT
                 MOVE "OPENED" TO WS-ATT-TEXT
              WHEN "22"
                 ADD 1 TO WS-ATT-ON-FILE-COUNT
                 MOVE "ON FILE" TO WS-ATT-TEXT
              WHEN OTHER
                 MOVE "TERMROLL" TO FE-PROGRAM
                 MOVE "ATTEND-MASTER" TO FE-FILE-NAME
                 MOVE "WRITE" TO FE-OPERATION
                 MOVE WS-ATT-STATUS TO FE-STATUS
                 MOVE ATT-KEY TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 MOVE "FAILED" TO WS-ATT-TEXT
                 IF WS-JOB-RC < 8
                    MOVE 8 TO WS-JOB-RC
                 END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * TERMCTL MOVES ONLY WHEN EVERY RECORD ROLLED CLEANLY, AND THE
      * ROLLOVER IS LOGGED SO IT CAN NEVER RUN AGAIN.
      *-----------------------------------------------------------------
       TERMROLL-ADVANCE-TERM.
           IF WS-JOB-RC NOT < 8
              MOVE SPACES TO REPORT-LINE
              PERFORM TERMROLL-WRITE-LINE
              MOVE "  *** I/O FAILURE - TERMCTL NOT ADVANCED; RESTORE ST
      -            "UDMAST AND RERUN" TO REPORT-LINE
              PERFORM TERMROLL-WRITE-LINE
              GO TO TERMROLL-ADVANCE-TERM-END
           END-IF
           OPEN OUTPUT TERM-CONTROL-FILE
           IF WS-TERM-STATUS NOT = "00"
              MOVE "TERMROLL" TO FE-PROGRAM
              MOVE "TERM-CONTROL-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-TERM-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 8 TO WS-JOB-RC
              GO TO TERMROLL-ADVANCE-TERM-END
           END-IF
           MOVE SPACES TO TERM-CONTROL-RECORD
           MOVE WS-NEW-TERM TO TC-TERM-ID
           WRITE TERM-CONTROL-RECORD
           CLOSE TERM-CONTROL-FILE
           OPEN EXTEND ROLL-LOG-FILE
           IF WS-LOG-STATUS = "35"
              OPEN OUTPUT ROLL-LOG-FILE
           END-IF
           IF WS-LOG-STATUS NOT = "00"
              MOVE "TERMROLL" TO FE-PROGRAM
              MOVE "ROLL-LOG-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-LOG-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 8 TO WS-JOB-RC
              GO TO TERMROLL-ADVANCE-TERM-END
           END-IF
           MOVE WS-CLOSING-TERM TO TL-CLOSING-TERM
           MOVE WS-NEW-TERM TO TL-NEW-TERM
           MOVE WS-RUN-DATE TO TL-RUN-DATE
           MOVE WS-RESET-COUNT TO TL-STUDENTS
           MOVE WS-ATT-OPENED-COUNT TO TL-ATT-OPENED
           WRITE ROLL-LOG-RECORD
           CLOSE ROLL-LOG-FILE
           MOVE SPACES TO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  TERMCTL ADVANCED FROM " WS-CLOSING-TERM " TO "
                  WS-NEW-TERM DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE.
       TERMROLL-ADVANCE-TERM-END. EXIT.

      *-----------------------------------------------------------------
       TERMROLL-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           MOVE WS-CHECKED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ACTIVE STUDENTS CHECKED  . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           MOVE WS-NO-GRADE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "    NO GRADE TO POST . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           MOVE WS-INC-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "    INCOMPLETES CARRIED  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           MOVE WS-NOT-POSTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "    NOT POSTED . . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           MOVE WS-DIFFERS-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "    HISTORY DIFFERS  . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           MOVE WS-NOT-RANKED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "    NOT RANKED . . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           MOVE WS-STALE-RANK-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "    RANK OLDER THAN GRADE  . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  CORRECTIONS PENDING  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           MOVE WS-RESET-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  MASTER RECORDS RESET . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           MOVE WS-CARRIED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  SECTIONS CARRIED . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           MOVE WS-CLEARED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  SECTIONS CLEARED . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           MOVE WS-NOT-OFFERED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "    NOT OFFERED IN NEW TERM  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           MOVE WS-ATT-OPENED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ATTMAST RECORDS OPENED . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           MOVE WS-ATT-ON-FILE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ATTMAST ALREADY ON FILE  . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TERMROLL-WRITE-LINE
           IF WS-CS-DROPPED > 0
              MOVE WS-CS-DROPPED TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  *** CARRY CARDS PAST 100 IGNORED "
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM TERMROLL-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           END-IF
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "TERMROLL" TO AL-PROGRAM
           MOVE "TRMRL" TO AL-EVENT
           MOVE SPACES TO AL-DETAIL
           IF WS-JOB-RC < 8
              STRING "ROLLED " WS-CLOSING-TERM " TO " WS-NEW-TERM
                     " STUDENTS " WS-RESET-COUNT
                     " ATT " WS-ATT-OPENED-COUNT
                 DELIMITED BY SIZE INTO AL-DETAIL
           ELSE
              STRING "ROLLOVER OF " WS-CLOSING-TERM " TO "
                     WS-NEW-TERM " NOT COMPLETED, RC " WS-JOB-RC
                 DELIMITED BY SIZE INTO AL-DETAIL
           END-IF
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       TERMROLL-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "TERMROLL" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       TERMROLL-TERMINATE.
      *-----------------------------------------------------------------
           IF WS-FILES-OPEN
              CLOSE STUDENT-MASTER
              CLOSE HISTORY-FILE
              CLOSE RANK-FILE
           END-IF
           IF WS-SECT-OPEN
              CLOSE SECTION-MASTER
           END-IF
           IF WS-ATT-OPEN
              CLOSE ATTEND-MASTER
           END-IF
           CLOSE REPORT-FILE.

      *-----------------------------------------------------------------
      * JOURNAL THE RESET STUDENT - THE BEFORE IMAGE WAS TAKEN ON ENTRY.
      *-----------------------------------------------------------------
       TERMROLL-JOURNAL-CHANGE.
           MOVE "TERMROLL" TO CJ-PROGRAM
           MOVE "STUDMAST" TO CJ-MASTER
           SET CJ-CHANGE TO TRUE
           MOVE STU-ID TO CJ-KEY
           MOVE STUDENT-MASTER-RECORD TO CJ-AFTER
           CALL "CHGJRNL" USING WS-JOURNAL-PARMS.
       END PROGRAM TERMROLL.
