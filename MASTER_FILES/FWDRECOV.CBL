      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    FWDRECOV.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * FORWARD RECOVERY AFTER A VSAMREST RESTORE. VSAMREST PUTS A
      * MASTER BACK TO ITS LAST VSAMCHK BACKUP; THIS UTILITY THEN
      * ROLLS IT FORWARD BY REPLAYING THE CHANGE JOURNAL - THE BATCH
      * CHGJRNL JOURNAL AND THE ONLINE ONLJRNL JOURNAL, MERGED IN
      * TIME ORDER - UP TO A CHOSEN POINT IN TIME. DRIVEN BY THE
      * RECOVCTL CONTROL CARD:
      *    MASTER NAME       ACCTMAST, EMPHLTH OR STUDMAST
      *    FROM DATE, TIME   WHEN THE BACKUP WAS TAKEN (TIME MAY BE
      *                      LEFT BLANK FOR THE START OF THE DAY)
      *    TO DATE, TIME     THE RECOVERY POINT (BLANK FOR THE END OF
      *                      THE JOURNAL)
      * TIMES ARE HHMMSSHH AS THE JOURNAL STAMPS THEM. EACH JOURNAL
      * LINE FOR THE MASTER INSIDE THE WINDOW IS APPLIED AND PRINTED
      * WITH ITS STAMP, PROGRAM, RUN-ID, USER AND OUTCOME. A CHANGE
      * ALREADY ON THE MASTER IS RECOGNISED AND LEFT ALONE, SO A FROM
      * POINT A LITTLE EARLY IS HARMLESS. A RECORD THAT DOES NOT
      * MATCH THE JOURNAL'S BEFORE IMAGE IS STILL BROUGHT TO THE
      * AFTER IMAGE BUT IS FLAGGED FOR CHECKING (RC 4). THE REPLAY
      * ITSELF IS NOT JOURNALED - THE JOURNAL ALREADY HOLDS THESE
      * CHANGES. NO CARD, A BAD CARD, OR A MASTER THAT WILL NOT OPEN
      * STOPS THE JOB BEFORE ANYTHING IS TOUCHED (RC 12).
      * MODIFIED 15/10/2026 - STUDMAST AND EMPHLTH ARE NOW DECLARED
      * WITH THEIR NAME ALTERNATE INDEXES (DUPLICATES ALLOWED), SO
      * EVERY RECORD THIS PROGRAM WRITES KEEPS THE ONLNBRW NAME
      * SEARCH IN STEP.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVERY-CONTROL-FILE ASSIGN TO "RECOVCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT BATCH-JOURNAL ASSIGN TO "CHGJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BJ-STATUS.
           SELECT ONLINE-JOURNAL ASSIGN TO "ONLJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OJ-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT EMPLOYEE-HEALTH ASSIGN TO "EMPHLTH"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS STU-ID
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS WS-STU-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FWDRECOV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  RECOVERY-CONTROL-FILE.
       01  RECOVERY-CONTROL-RECORD.
           05 RV-MASTER-NAME         PIC X(8).
           05 RV-FROM-DATE           PIC X(8).
           05 RV-FROM-TIME           PIC X(8).
           05 RV-TO-DATE             PIC X(8).
           05 RV-TO-TIME             PIC X(8).

       FD  BATCH-JOURNAL.
       01  BATCH-JOURNAL-RECORD      PIC X(2658).

       FD  ONLINE-JOURNAL.
       01  ONLINE-JOURNAL-RECORD     PIC X(2658).

       FD  ACCOUNT-MASTER.
           COPY "ACCTMAST.CPY".

       FD  EMPLOYEE-HEALTH.
           COPY "EMPHLTH.CPY".

       FD  STUDENT-MASTER.
           COPY "STUMAST.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
           COPY "CHGJREC.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-CTL-STATUS             PIC X(02).
       01  WS-BJ-STATUS              PIC X(02).
       01  WS-OJ-STATUS              PIC X(02).
       01  WS-ACCT-STATUS            PIC X(02).
       01  WS-EMP-STATUS             PIC X(02).
       01  WS-STU-STATUS             PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-IO-STATUS              PIC X(02).
       01  WS-MASTER-CODE            PIC X(01).
       01  WS-BJ-OPEN-SW             PIC X VALUE "N".
           88 WS-BJ-OPEN             VALUE "Y".
       01  WS-OJ-OPEN-SW             PIC X VALUE "N".
           88 WS-OJ-OPEN             VALUE "Y".
       01  WS-MASTER-OPEN-SW         PIC X VALUE "N".
           88 WS-MASTER-OPEN         VALUE "Y".
       01  WS-BJ-STAMP               PIC X(16).
       01  WS-OJ-STAMP               PIC X(16).
       01  WS-FROM-STAMP.
           05 WS-FROM-DATE           PIC X(08).
           05 WS-FROM-TIME           PIC X(08).
       01  WS-TO-STAMP.
           05 WS-TO-DATE             PIC X(08).
           05 WS-TO-TIME             PIC X(08).
       01  WS-CURRENT-IMAGE          PIC X(1300).
       01  WS-IO-OP                  PIC X(07).
       01  WS-OUTCOME                PIC X(20).
       01  WS-FLAG-SW                PIC X VALUE "N".
           88 WS-FLAGGED             VALUE "Y".
       01  WS-READ-COUNT             PIC 9(7) VALUE 0.
       01  WS-OTHER-COUNT            PIC 9(7) VALUE 0.
       01  WS-EARLY-COUNT            PIC 9(7) VALUE 0.
       01  WS-LATE-COUNT             PIC 9(7) VALUE 0.
       01  WS-REPLAY-COUNT           PIC 9(7) VALUE 0.
       01  WS-SAME-COUNT             PIC 9(7) VALUE 0.
       01  WS-FLAG-COUNT             PIC 9(7) VALUE 0.
       01  WS-FAIL-COUNT             PIC 9(7) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-DETAIL-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DL-DATE                PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DL-TIME                PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DL-ACTION              PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DL-KEY                 PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DL-PROGRAM             PIC X(09).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DL-RUN-ID              PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DL-USER                PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DL-OUTCOME             PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       FWDRECOV-MAIN.
           PERFORM FWDRECOV-INIT
              THRU FWDRECOV-INIT-END
           IF WS-JOB-RC < 12
              PERFORM FWDRECOV-OPEN-FILES
                 THRU FWDRECOV-OPEN-FILES-END
           END-IF
           IF WS-JOB-RC < 12
              PERFORM FWDRECOV-READ-BATCH
              PERFORM FWDRECOV-READ-ONLINE
              PERFORM FWDRECOV-NEXT-CHANGE
                 THRU FWDRECOV-NEXT-CHANGE-END
                 UNTIL WS-BJ-STAMP = HIGH-VALUES
                   AND WS-OJ-STAMP = HIGH-VALUES
              PERFORM FWDRECOV-AUDIT-RUN
           END-IF
           PERFORM FWDRECOV-WRITE-SUMMARY
           PERFORM FWDRECOV-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
      * READ AND CHECK THE CONTROL CARD. A BLANK FROM TIME IS THE
      * START OF THE BACKUP DAY; A BLANK TO POINT IS THE END OF THE
      * JOURNAL.
      *-----------------------------------------------------------------
       FWDRECOV-INIT.
           OPEN OUTPUT REPORT-FILE
           MOVE "FORWARD RECOVERY REGISTER" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM FWDRECOV-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM FWDRECOV-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM FWDRECOV-WRITE-LINE
           OPEN INPUT RECOVERY-CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
              MOVE "NO RECOVCTL CONTROL CARD - NOTHING REPLAYED"
                 TO REPORT-LINE
              PERFORM FWDRECOV-WRITE-LINE
              MOVE 12 TO WS-JOB-RC
              GO TO FWDRECOV-INIT-END
           END-IF
           READ RECOVERY-CONTROL-FILE
              AT END
                 MOVE "EMPTY RECOVCTL CONTROL CARD - NOTHING REPLAYED"
                    TO REPORT-LINE
                 PERFORM FWDRECOV-WRITE-LINE
                 MOVE 12 TO WS-JOB-RC
           END-READ
           CLOSE RECOVERY-CONTROL-FILE
           IF WS-JOB-RC >= 12
              GO TO FWDRECOV-INIT-END
           END-IF
           EVALUATE RV-MASTER-NAME
              WHEN "ACCTMAST"
                 MOVE "A" TO WS-MASTER-CODE
              WHEN "EMPHLTH"
                 MOVE "E" TO WS-MASTER-CODE
              WHEN "STUDMAST"
                 MOVE "S" TO WS-MASTER-CODE
              WHEN OTHER
                 MOVE SPACES TO REPORT-LINE
                 STRING "UNKNOWN MASTER ON CONTROL CARD: "
                        RV-MASTER-NAME DELIMITED BY SIZE
                    INTO REPORT-LINE
                 PERFORM FWDRECOV-WRITE-LINE
                 MOVE 12 TO WS-JOB-RC
                 GO TO FWDRECOV-INIT-END
           END-EVALUATE
           MOVE RV-FROM-DATE TO WS-FROM-DATE
           MOVE RV-FROM-TIME TO WS-FROM-TIME
           IF WS-FROM-TIME = SPACES
              MOVE ZEROES TO WS-FROM-TIME
           END-IF
           MOVE RV-TO-DATE TO WS-TO-DATE
           MOVE RV-TO-TIME TO WS-TO-TIME
           IF WS-TO-DATE = SPACES
              MOVE ALL "9" TO WS-TO-DATE
           END-IF
           IF WS-TO-TIME = SPACES
              MOVE ALL "9" TO WS-TO-TIME
           END-IF
           IF WS-FROM-DATE NOT NUMERIC OR WS-FROM-DATE = ZEROES
              OR WS-FROM-TIME NOT NUMERIC
              OR WS-TO-STAMP NOT NUMERIC
              OR WS-FROM-STAMP > WS-TO-STAMP
              MOVE "BAD FROM/TO POINT ON RECOVCTL - NOTHING REPLAYED"
                 TO REPORT-LINE
              PERFORM FWDRECOV-WRITE-LINE
              MOVE 12 TO WS-JOB-RC
              GO TO FWDRECOV-INIT-END
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "ROLLING " RV-MASTER-NAME " FORWARD FROM "
                  WS-FROM-DATE " " WS-FROM-TIME " TO "
                  WS-TO-DATE " " WS-TO-TIME DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM FWDRECOV-WRITE-LINE.
       FWDRECOV-INIT-END. EXIT.

      *-----------------------------------------------------------------
      * THE RESTORED MASTER MUST OPEN FOR UPDATE. A JOURNAL THAT DOES
      * NOT EXIST YET SIMPLY HAS NOTHING TO REPLAY.
      *-----------------------------------------------------------------
       FWDRECOV-OPEN-FILES.
           EVALUATE WS-MASTER-CODE
              WHEN "A"
                 OPEN I-O ACCOUNT-MASTER
                 MOVE WS-ACCT-STATUS TO WS-IO-STATUS
              WHEN "E"
                 OPEN I-O EMPLOYEE-HEALTH
                 MOVE WS-EMP-STATUS TO WS-IO-STATUS
              WHEN "S"
                 OPEN I-O STUDENT-MASTER
                 MOVE WS-STU-STATUS TO WS-IO-STATUS
           END-EVALUATE
           IF WS-IO-STATUS NOT = "00"
              MOVE SPACES TO REPORT-LINE
              STRING "*** " RV-MASTER-NAME
                     " CANNOT BE OPENED - STATUS " WS-IO-STATUS
                     " - NOTHING REPLAYED" DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM FWDRECOV-WRITE-LINE
              MOVE 12 TO WS-JOB-RC
              GO TO FWDRECOV-OPEN-FILES-END
           END-IF
           SET WS-MASTER-OPEN TO TRUE
           OPEN INPUT BATCH-JOURNAL
           IF WS-BJ-STATUS = "00"
              SET WS-BJ-OPEN TO TRUE
           ELSE
              MOVE "NO BATCH CHGJRNL JOURNAL - ONLINE CHANGES ONLY"
                 TO REPORT-LINE
              PERFORM FWDRECOV-WRITE-LINE
           END-IF
           OPEN INPUT ONLINE-JOURNAL
           IF WS-OJ-STATUS = "00"
              SET WS-OJ-OPEN TO TRUE
           ELSE
              MOVE "NO ONLINE ONLJRNL JOURNAL - BATCH CHANGES ONLY"
                 TO REPORT-LINE
              PERFORM FWDRECOV-WRITE-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM FWDRECOV-WRITE-LINE
           MOVE "  DATE     TIME   A  KEY      PROGRAM   RUN-ID   USER"
              TO REPORT-LINE
           MOVE "OUTCOME" TO REPORT-LINE (59:)
           PERFORM FWDRECOV-WRITE-LINE.
       FWDRECOV-OPEN-FILES-END. EXIT.

       FWDRECOV-READ-BATCH.
           MOVE HIGH-VALUES TO WS-BJ-STAMP
           IF WS-BJ-OPEN
              READ BATCH-JOURNAL
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE BATCH-JOURNAL-RECORD (1:16) TO WS-BJ-STAMP
              END-READ
           END-IF.

       FWDRECOV-READ-ONLINE.
           MOVE HIGH-VALUES TO WS-OJ-STAMP
           IF WS-OJ-OPEN
              READ ONLINE-JOURNAL
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE ONLINE-JOURNAL-RECORD (1:16) TO WS-OJ-STAMP
              END-READ
           END-IF.

      *-----------------------------------------------------------------
      * BOTH JOURNALS ARE WRITTEN IN TIME ORDER, SO TAKING THE EARLIER
      * OF THE TWO NEXT LINES REPLAYS EVERYTHING IN THE ORDER IT WAS
      * DONE. ON A TIE THE BATCH LINE GOES FIRST.
      *-----------------------------------------------------------------
       FWDRECOV-NEXT-CHANGE.
           IF WS-BJ-STAMP NOT > WS-OJ-STAMP
              MOVE BATCH-JOURNAL-RECORD TO CHANGE-JOURNAL-RECORD
              PERFORM FWDRECOV-READ-BATCH
           ELSE
              MOVE ONLINE-JOURNAL-RECORD TO CHANGE-JOURNAL-RECORD
              PERFORM FWDRECOV-READ-ONLINE
           END-IF
           ADD 1 TO WS-READ-COUNT
           IF CJR-MASTER NOT = RV-MASTER-NAME
              ADD 1 TO WS-OTHER-COUNT
              GO TO FWDRECOV-NEXT-CHANGE-END
           END-IF
           IF CJR-STAMP < WS-FROM-STAMP
              ADD 1 TO WS-EARLY-COUNT
              GO TO FWDRECOV-NEXT-CHANGE-END
           END-IF
           IF CJR-STAMP > WS-TO-STAMP
              ADD 1 TO WS-LATE-COUNT
              GO TO FWDRECOV-NEXT-CHANGE-END
           END-IF
           PERFORM FWDRECOV-REPLAY-ONE
              THRU FWDRECOV-REPLAY-ONE-END.
       FWDRECOV-NEXT-CHANGE-END. EXIT.

      *-----------------------------------------------------------------
      * DECIDE WHAT ONE JOURNAL LINE DOES TO THE MASTER AS IT STANDS:
      *   ADD     - NOT THERE: WRITE IT. THERE AND ALREADY THE AFTER
      *             IMAGE: NOTHING TO DO. THERE AND DIFFERENT:
      *             REPLACE IT AND FLAG IT.
      *   CHANGE  - ALREADY THE AFTER IMAGE: NOTHING TO DO. THE
      *             BEFORE IMAGE: REWRITE IT. MISSING OR DIFFERENT:
      *             BRING IT TO THE AFTER IMAGE AND FLAG IT.
      *   DELETE  - ALREADY GONE: NOTHING TO DO. OTHERWISE DELETE
      *             IT, FLAGGED IF IT WAS NOT THE BEFORE IMAGE.
      *-----------------------------------------------------------------
       FWDRECOV-REPLAY-ONE.
           MOVE "N" TO WS-FLAG-SW
           PERFORM FWDRECOV-READ-CURRENT
           IF WS-IO-STATUS NOT = "00" AND WS-IO-STATUS NOT = "23"
              MOVE "READ" TO WS-IO-OP
              PERFORM FWDRECOV-IO-FAILED
              GO TO FWDRECOV-REPLAY-ONE-END
           END-IF
           EVALUATE TRUE
              WHEN CJR-ADD AND WS-IO-STATUS = "23"
                 MOVE "WRITE" TO WS-IO-OP
                 MOVE "ADDED" TO WS-OUTCOME
              WHEN CJR-ADD AND WS-CURRENT-IMAGE = CJR-AFTER
                 MOVE SPACES TO WS-IO-OP
                 MOVE "ALREADY APPLIED" TO WS-OUTCOME
              WHEN CJR-ADD
                 MOVE "REWRITE" TO WS-IO-OP
                 MOVE "REPLACED EXISTING *" TO WS-OUTCOME
                 SET WS-FLAGGED TO TRUE
              WHEN CJR-CHANGE AND WS-IO-STATUS = "23"
                 MOVE "WRITE" TO WS-IO-OP
                 MOVE "ADDED, WAS MISSING *" TO WS-OUTCOME
                 SET WS-FLAGGED TO TRUE
              WHEN CJR-CHANGE AND WS-CURRENT-IMAGE = CJR-AFTER
                 MOVE SPACES TO WS-IO-OP
                 MOVE "ALREADY APPLIED" TO WS-OUTCOME
              WHEN CJR-CHANGE AND WS-CURRENT-IMAGE = CJR-BEFORE
                 MOVE "REWRITE" TO WS-IO-OP
                 MOVE "CHANGED" TO WS-OUTCOME
              WHEN CJR-CHANGE
                 MOVE "REWRITE" TO WS-IO-OP
                 MOVE "CHANGED - DIFFERED *" TO WS-OUTCOME
                 SET WS-FLAGGED TO TRUE
              WHEN CJR-DELETE AND WS-IO-STATUS = "23"
                 MOVE SPACES TO WS-IO-OP
                 MOVE "ALREADY GONE" TO WS-OUTCOME
              WHEN CJR-DELETE AND WS-CURRENT-IMAGE = CJR-BEFORE
                 MOVE "DELETE" TO WS-IO-OP
                 MOVE "DELETED" TO WS-OUTCOME
              WHEN CJR-DELETE
                 MOVE "DELETE" TO WS-IO-OP
                 MOVE "DELETED - DIFFERED *" TO WS-OUTCOME
                 SET WS-FLAGGED TO TRUE
              WHEN OTHER
                 MOVE SPACES TO WS-IO-OP
                 MOVE "UNKNOWN ACTION *" TO WS-OUTCOME
                 SET WS-FLAGGED TO TRUE
           END-EVALUATE
           IF WS-IO-OP NOT = SPACES
              PERFORM FWDRECOV-APPLY-IO
              IF WS-IO-STATUS NOT = "00"
                 PERFORM FWDRECOV-IO-FAILED
                 GO TO FWDRECOV-REPLAY-ONE-END
              END-IF
           END-IF
           IF WS-IO-OP = SPACES AND NOT WS-FLAGGED
              ADD 1 TO WS-SAME-COUNT
           ELSE
              ADD 1 TO WS-REPLAY-COUNT
           END-IF
           IF WS-FLAGGED
              ADD 1 TO WS-FLAG-COUNT
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           END-IF
           PERFORM FWDRECOV-DETAIL-LINE.
       FWDRECOV-REPLAY-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * THE RECORD AS IT STANDS, IN WS-CURRENT-IMAGE (SPACES WHEN IT
      * IS NOT ON FILE). THE STATUS COMES BACK IN WS-IO-STATUS.
      *-----------------------------------------------------------------
       FWDRECOV-READ-CURRENT.
           MOVE SPACES TO WS-CURRENT-IMAGE
           EVALUATE WS-MASTER-CODE
              WHEN "A"
                 MOVE CJR-KEY TO ACCT-ID
                 READ ACCOUNT-MASTER
                    INVALID KEY
                       CONTINUE
                 END-READ
                 MOVE WS-ACCT-STATUS TO WS-IO-STATUS
                 IF WS-IO-STATUS = "00"
                    MOVE ACCOUNT-MASTER-RECORD TO WS-CURRENT-IMAGE
                 END-IF
              WHEN "E"
                 MOVE CJR-KEY (1:6) TO EMP-ID
                 READ EMPLOYEE-HEALTH
                    INVALID KEY
                       CONTINUE
                 END-READ
                 MOVE WS-EMP-STATUS TO WS-IO-STATUS
                 IF WS-IO-STATUS = "00"
                    MOVE EMPLOYEE-HEALTH-RECORD TO WS-CURRENT-IMAGE
                 END-IF
              WHEN "S"
                 MOVE CJR-KEY (1:6) TO STU-ID
                 READ STUDENT-MASTER
                    INVALID KEY
                       CONTINUE
                 END-READ
                 MOVE WS-STU-STATUS TO WS-IO-STATUS
                 IF WS-IO-STATUS = "00"
                    MOVE STUDENT-MASTER-RECORD TO WS-CURRENT-IMAGE
                 END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * CARRY OUT THE WRITE, REWRITE OR DELETE CHOSEN ABOVE. WRITE AND
      * REWRITE LAY DOWN THE AFTER IMAGE; DELETE REMOVES THE RECORD
      * JUST READ.
      *-----------------------------------------------------------------
       FWDRECOV-APPLY-IO.
           EVALUATE WS-MASTER-CODE
              WHEN "A"
                 PERFORM FWDRECOV-APPLY-ACCOUNT
                 MOVE WS-ACCT-STATUS TO WS-IO-STATUS
              WHEN "E"
                 PERFORM FWDRECOV-APPLY-EMPLOYEE
                 MOVE WS-EMP-STATUS TO WS-IO-STATUS
              WHEN "S"
                 PERFORM FWDRECOV-APPLY-STUDENT
                 MOVE WS-STU-STATUS TO WS-IO-STATUS
           END-EVALUATE.

       FWDRECOV-APPLY-ACCOUNT.
           IF WS-IO-OP NOT = "DELETE"
              MOVE CJR-AFTER TO ACCOUNT-MASTER-RECORD
           END-IF
           EVALUATE WS-IO-OP
              WHEN "WRITE"
                 WRITE ACCOUNT-MASTER-RECORD
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN "REWRITE"
                 REWRITE ACCOUNT-MASTER-RECORD
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
              WHEN "DELETE"
                 DELETE ACCOUNT-MASTER RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
           END-EVALUATE.

       FWDRECOV-APPLY-EMPLOYEE.
           IF WS-IO-OP NOT = "DELETE"
              MOVE CJR-AFTER TO EMPLOYEE-HEALTH-RECORD
           END-IF
           EVALUATE WS-IO-OP
              WHEN "WRITE"
                 WRITE EMPLOYEE-HEALTH-RECORD
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN "REWRITE"
                 REWRITE EMPLOYEE-HEALTH-RECORD
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
              WHEN "DELETE"
                 DELETE EMPLOYEE-HEALTH RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
           END-EVALUATE.

       FWDRECOV-APPLY-STUDENT.
           IF WS-IO-OP NOT = "DELETE"
              MOVE CJR-AFTER TO STUDENT-MASTER-RECORD
           END-IF
           EVALUATE WS-IO-OP
              WHEN "WRITE"
                 WRITE STUDENT-MASTER-RECORD
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN "REWRITE"
                 REWRITE STUDENT-MASTER-RECORD
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
              WHEN "DELETE"
                 DELETE STUDENT-MASTER RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * A REPLAY THAT FAILS IS PRINTED, REPORTED THROUGH FILEERR AND
      * LEFT - THE REST OF THE JOURNAL STILL GOES ON (RC 8).
      *-----------------------------------------------------------------
       FWDRECOV-IO-FAILED.
           ADD 1 TO WS-FAIL-COUNT
           IF WS-JOB-RC < 8
              MOVE 8 TO WS-JOB-RC
           END-IF
           MOVE "FWDRECOV" TO FE-PROGRAM
           MOVE RV-MASTER-NAME TO FE-FILE-NAME
           MOVE WS-IO-OP TO FE-OPERATION
           MOVE WS-IO-STATUS TO FE-STATUS
           MOVE CJR-KEY TO FE-LAST-RECORD
           CALL "FILEERR" USING WS-FE-PARMS
           MOVE SPACES TO WS-OUTCOME
           STRING "FAILED - STATUS " WS-IO-STATUS " *"
              DELIMITED BY SIZE INTO WS-OUTCOME
           PERFORM FWDRECOV-DETAIL-LINE.

       FWDRECOV-DETAIL-LINE.
           MOVE CJR-DATE TO DL-DATE
           MOVE CJR-STAMP (9:6) TO DL-TIME
           MOVE CJR-ACTION TO DL-ACTION
           MOVE CJR-KEY TO DL-KEY
           MOVE CJR-PROGRAM TO DL-PROGRAM
           MOVE CJR-RUN-ID TO DL-RUN-ID
           MOVE CJR-USER TO DL-USER
           MOVE WS-OUTCOME TO DL-OUTCOME
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM FWDRECOV-WRITE-LINE.

       FWDRECOV-AUDIT-RUN.
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "FWDRECOV" TO AL-PROGRAM
           MOVE "FWDRC" TO AL-EVENT
           MOVE WS-REPLAY-COUNT TO WS-EDIT-COUNT
           STRING RV-MASTER-NAME " TO " WS-TO-DATE " " WS-TO-TIME
                  " - " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  " REPLAYED" DELIMITED BY SIZE
              INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       FWDRECOV-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM FWDRECOV-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           STRING "  JOURNAL LINES READ . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM FWDRECOV-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-OTHER-COUNT TO WS-EDIT-COUNT
           STRING "  FOR OTHER MASTERS  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM FWDRECOV-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-EARLY-COUNT TO WS-EDIT-COUNT
           STRING "  BEFORE THE FROM POINT  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM FWDRECOV-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-LATE-COUNT TO WS-EDIT-COUNT
           STRING "  AFTER THE TO POINT . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM FWDRECOV-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-REPLAY-COUNT TO WS-EDIT-COUNT
           STRING "  CHANGES REPLAYED . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM FWDRECOV-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SAME-COUNT TO WS-EDIT-COUNT
           STRING "  ALREADY ON THE MASTER  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM FWDRECOV-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-FLAG-COUNT TO WS-EDIT-COUNT
           STRING "  FLAGGED TO CHECK (*) . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM FWDRECOV-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-FAIL-COUNT TO WS-EDIT-COUNT
           STRING "  FAILED . . . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM FWDRECOV-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM FWDRECOV-WRITE-LINE
           EVALUATE TRUE
              WHEN WS-JOB-RC >= 12
                 MOVE "*** RECOVERY DID NOT RUN - SEE LINES ABOVE"
                    TO REPORT-LINE
              WHEN WS-JOB-RC >= 8
                 MOVE "*** RECOVERY INCOMPLETE - FAILED CHANGES ABOVE"
                    TO REPORT-LINE
              WHEN WS-FLAG-COUNT > 0
                 MOVE "RECOVERY COMPLETE - CHECK THE RECORDS MARKED *"
                    TO REPORT-LINE
              WHEN OTHER
                 MOVE "RECOVERY COMPLETE" TO REPORT-LINE
           END-EVALUATE
           PERFORM FWDRECOV-WRITE-LINE.

      *-----------------------------------------------------------------
       FWDRECOV-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "FWDRECOV" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       FWDRECOV-TERMINATE.
      *-----------------------------------------------------------------
           IF WS-BJ-OPEN
              CLOSE BATCH-JOURNAL
           END-IF
           IF WS-OJ-OPEN
              CLOSE ONLINE-JOURNAL
           END-IF
           IF WS-MASTER-OPEN
              EVALUATE WS-MASTER-CODE
                 WHEN "A"
                    CLOSE ACCOUNT-MASTER
                 WHEN "E"
                    CLOSE EMPLOYEE-HEALTH
                 WHEN "S"
                    CLOSE STUDENT-MASTER
              END-EVALUATE
           END-IF
           CLOSE REPORT-FILE.
       END PROGRAM FWDRECOV.
