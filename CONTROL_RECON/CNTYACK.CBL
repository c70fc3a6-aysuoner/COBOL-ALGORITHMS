      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    CNTYACK.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * COUNTY JOURNAL-VOUCHER ACKNOWLEDGMENT POSTING. THE COUNTY
      * FINANCIAL SYSTEM ANSWERS EVERY JOURNAL-VOUCHER BATCH CNTYJVX
      * SENDS WITH AN ACCEPTANCE OR REJECTION FILE (CNTYACK): ONE B
      * RECORD PER BATCH CARRYING THE RESULT (A OR R), THE COUNTY'S
      * OWN VOUCHER NUMBER, THE DATE AND A REASON, FOLLOWED FOR A
      * REJECTED BATCH BY L RECORDS NAMING THE LINES IT OBJECTED TO.
      * THIS STEP POSTS EACH RESULT ONTO THE BATCH'S CNTYBREG
      * REGISTER RECORD, LISTS THE REJECTED LINES, AND THEN LISTS
      * EVERY BATCH STILL WAITING FOR AN ANSWER.
      *    - A BATCH THE REGISTER DOES NOT KNOW, A RESULT CODE OTHER
      *      THAN A OR R, OR A RESULT THAT CONTRADICTS ONE ALREADY
      *      POSTED IS LISTED AS AN EXCEPTION AND CHANGES NOTHING
      *    - THE SAME FILE PROCESSED TWICE POSTS NOTHING TWICE: A
      *      BATCH ALREADY CARRYING THE SAME RESULT IS ONLY NOTED,
      *      AND LINE RECORDS COUNT AGAINST A BATCH ONLY IN THE RUN
      *      THAT POSTED ITS RESULT
      * A REJECTED BATCH IS CORRECTED AT SOURCE AND SENT AGAIN BY
      * CNTYJVX UNDER THE CNTYPRM SUPERVISOR OVERRIDE. REJECTIONS AND
      * EXCEPTIONS END THE STEP RC 4.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO "CNTYACK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "CNTYBREG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CB-BATCH-ID
               FILE STATUS IS WS-REG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CNTYACKR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ACK-FILE.
       01  ACK-RECORD.
           05 ACK-REC-TYPE           PIC X(1).
              88 ACK-BATCH-RESULT   VALUE "B".
              88 ACK-LINE-RESULT    VALUE "L".
           05 ACK-BATCH-ID           PIC X(12).
           05 ACK-RESULT             PIC X(1).
              88 ACK-ACCEPTED       VALUE "A".
              88 ACK-REJECTED       VALUE "R".
           05 ACK-LINE-NO            PIC 9(5).
           05 ACK-COUNTY-REF         PIC X(10).
           05 ACK-DATE               PIC X(8).
           05 ACK-REASON-CODE        PIC X(4).
           05 ACK-REASON-TEXT        PIC X(40).

       FD  REGISTER-FILE.
           COPY "CNTYBREG.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-ACK-STATUS             PIC X(02).
       01  WS-REG-STATUS             PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-POSTED-BATCH           PIC X(12) VALUE SPACES.
       01  WS-NOTE                   PIC X(40).
       01  WS-ACK-COUNT              PIC 9(05) VALUE 0.
       01  WS-ACCEPT-COUNT           PIC 9(05) VALUE 0.
       01  WS-REJECT-COUNT           PIC 9(05) VALUE 0.
       01  WS-LINE-REJ-COUNT         PIC 9(05) VALUE 0.
       01  WS-REPEAT-COUNT           PIC 9(05) VALUE 0.
       01  WS-EXCEPT-COUNT           PIC 9(05) VALUE 0.
       01  WS-WAITING-COUNT          PIC 9(05) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-LINE-NO           PIC ZZZZ9.
       01  WS-EDIT-DEBITS            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-ACCEPTS           PIC ZZZZ9.
       01  WS-EDIT-REJECTS           PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       CNTYACK-MAIN.
           PERFORM CNTYACK-INIT
              THRU CNTYACK-INIT-END
           IF WS-JOB-RC < 12
              PERFORM CNTYACK-READ-ACK
              PERFORM CNTYACK-PROCESS-ONE
                 THRU CNTYACK-PROCESS-ONE-END
                 UNTIL WS-EOF
              PERFORM CNTYACK-LIST-WAITING
              PERFORM CNTYACK-WRITE-SUMMARY
           END-IF
           PERFORM CNTYACK-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       CNTYACK-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
              MOVE "CNTYACK" TO FE-PROGRAM
              MOVE "ACK-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-ACK-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO CNTYACK-INIT-END
           END-IF
           OPEN I-O REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
              MOVE "CNTYACK" TO FE-PROGRAM
              MOVE "REGISTER-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REG-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO CNTYACK-INIT-END
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "CNTYACK" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO CNTYACK-INIT-END
           END-IF
           MOVE "COUNTY JOURNAL-VOUCHER ACKNOWLEDGMENTS" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM CNTYACK-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM CNTYACK-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM CNTYACK-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "BATCH" TO REPORT-LINE (3:5)
           MOVE "RESULT" TO REPORT-LINE (16:6)
           MOVE "COUNTY REF" TO REPORT-LINE (24:10)
           MOVE "NOTE" TO REPORT-LINE (36:4)
           PERFORM CNTYACK-WRITE-LINE.
       CNTYACK-INIT-END. EXIT.

      *-----------------------------------------------------------------
       CNTYACK-READ-ACK.
      *-----------------------------------------------------------------
           READ ACK-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       CNTYACK-PROCESS-ONE.
           EVALUATE TRUE
              WHEN ACK-BATCH-RESULT
                 PERFORM CNTYACK-POST-BATCH
                    THRU CNTYACK-POST-BATCH-END
              WHEN ACK-LINE-RESULT
                 PERFORM CNTYACK-POST-LINE
                    THRU CNTYACK-POST-LINE-END
              WHEN OTHER
                 MOVE "UNKNOWN RECORD TYPE - IGNORED" TO WS-NOTE
                 PERFORM CNTYACK-EXCEPTION
           END-EVALUATE
           PERFORM CNTYACK-READ-ACK.
       CNTYACK-PROCESS-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * ONE BATCH RESULT ONTO ITS REGISTER RECORD. ONLY A BATCH STILL
      * MARKED SENT TAKES A RESULT; A BATCH ALREADY ANSWERED KEEPS
      * THE ANSWER IT HAS.
      *-----------------------------------------------------------------
       CNTYACK-POST-BATCH.
           ADD 1 TO WS-ACK-COUNT
           MOVE SPACES TO WS-POSTED-BATCH
           IF NOT ACK-ACCEPTED AND NOT ACK-REJECTED
              MOVE "RESULT CODE IS NOT A OR R" TO WS-NOTE
              PERFORM CNTYACK-EXCEPTION
              GO TO CNTYACK-POST-BATCH-END
           END-IF
           MOVE ACK-BATCH-ID TO CB-BATCH-ID
           READ REGISTER-FILE
              INVALID KEY
                 MOVE "BATCH NOT ON THE REGISTER" TO WS-NOTE
                 PERFORM CNTYACK-EXCEPTION
                 GO TO CNTYACK-POST-BATCH-END
           END-READ
           IF NOT CB-SENT
              IF CB-STATUS = ACK-RESULT
                 ADD 1 TO WS-REPEAT-COUNT
                 MOVE "ALREADY POSTED - NOTHING CHANGED" TO WS-NOTE
                 PERFORM CNTYACK-WRITE-BATCH-LINE
              ELSE
                 MOVE "CONTRADICTS THE RESULT ALREADY POSTED"
                    TO WS-NOTE
                 PERFORM CNTYACK-EXCEPTION
              END-IF
              GO TO CNTYACK-POST-BATCH-END
           END-IF
           MOVE ACK-RESULT TO CB-STATUS
           IF ACK-DATE IS NUMERIC
              MOVE ACK-DATE TO CB-ACK-DATE
           ELSE
              MOVE WS-RUN-DATE TO CB-ACK-DATE
           END-IF
           MOVE ACK-COUNTY-REF TO CB-COUNTY-REF
           MOVE SPACES TO CB-REASON
           IF ACK-REASON-CODE NOT = SPACES
              OR ACK-REASON-TEXT NOT = SPACES
              STRING ACK-REASON-CODE " " ACK-REASON-TEXT
                 DELIMITED BY SIZE INTO CB-REASON
           END-IF
           REWRITE COUNTY-BATCH-RECORD
              INVALID KEY
                 MOVE "CNTYACK" TO FE-PROGRAM
                 MOVE "REGISTER-FILE" TO FE-FILE-NAME
                 MOVE "REWRITE" TO FE-OPERATION
                 MOVE WS-REG-STATUS TO FE-STATUS
                 MOVE CB-BATCH-ID TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 IF WS-JOB-RC < 8
                    MOVE 8 TO WS-JOB-RC
                 END-IF
                 GO TO CNTYACK-POST-BATCH-END
           END-REWRITE
           MOVE ACK-BATCH-ID TO WS-POSTED-BATCH
           IF CB-ACCEPTED
              ADD 1 TO WS-ACCEPT-COUNT
              MOVE "ACCEPTED - POSTED TO REGISTER" TO WS-NOTE
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              MOVE "*** REJECTED - CORRECT AND RESEND" TO WS-NOTE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           END-IF
           PERFORM CNTYACK-WRITE-BATCH-LINE
           IF CB-REASON NOT = SPACES
              MOVE SPACES TO REPORT-LINE
              MOVE CB-REASON TO REPORT-LINE (36:40)
              PERFORM CNTYACK-WRITE-LINE
           END-IF.
       CNTYACK-POST-BATCH-END. EXIT.

      *-----------------------------------------------------------------
      * A REJECTED LINE IS LISTED UNDER ITS BATCH, AND COUNTED ON THE
      * REGISTER ONLY WHEN ITS BATCH'S RESULT WAS POSTED THIS RUN.
      *-----------------------------------------------------------------
       CNTYACK-POST-LINE.
           MOVE ACK-LINE-NO TO WS-EDIT-LINE-NO
           MOVE SPACES TO REPORT-LINE
           STRING "    LINE " WS-EDIT-LINE-NO "  "
                  ACK-REASON-CODE " " ACK-REASON-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM CNTYACK-WRITE-LINE
           IF ACK-BATCH-ID NOT = WS-POSTED-BATCH
              GO TO CNTYACK-POST-LINE-END
           END-IF
           ADD 1 TO WS-LINE-REJ-COUNT
           MOVE ACK-BATCH-ID TO CB-BATCH-ID
           READ REGISTER-FILE
              INVALID KEY
                 GO TO CNTYACK-POST-LINE-END
           END-READ
           ADD 1 TO CB-REJECT-LINES
           REWRITE COUNTY-BATCH-RECORD
              INVALID KEY
                 MOVE "CNTYACK" TO FE-PROGRAM
                 MOVE "REGISTER-FILE" TO FE-FILE-NAME
                 MOVE "REWRITE" TO FE-OPERATION
                 MOVE WS-REG-STATUS TO FE-STATUS
                 MOVE CB-BATCH-ID TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 IF WS-JOB-RC < 8
                    MOVE 8 TO WS-JOB-RC
                 END-IF
           END-REWRITE.
       CNTYACK-POST-LINE-END. EXIT.

       CNTYACK-WRITE-BATCH-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE ACK-BATCH-ID TO REPORT-LINE (3:12)
           MOVE ACK-RESULT TO REPORT-LINE (18:1)
           MOVE ACK-COUNTY-REF TO REPORT-LINE (24:10)
           MOVE WS-NOTE TO REPORT-LINE (36:40)
           PERFORM CNTYACK-WRITE-LINE.

       CNTYACK-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE ACK-BATCH-ID TO REPORT-LINE (3:12)
           MOVE ACK-RESULT TO REPORT-LINE (18:1)
           MOVE ACK-COUNTY-REF TO REPORT-LINE (24:10)
           STRING "*** " WS-NOTE DELIMITED BY SIZE
              INTO REPORT-LINE (36:44)
           PERFORM CNTYACK-WRITE-LINE
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
      * EVERY BATCH ON THE REGISTER STILL WAITING FOR THE COUNTY.
      *-----------------------------------------------------------------
       CNTYACK-LIST-WAITING.
           MOVE SPACES TO REPORT-LINE
           PERFORM CNTYACK-WRITE-LINE
           MOVE "BATCHES STILL AWAITING A COUNTY RESPONSE"
              TO REPORT-LINE
           PERFORM CNTYACK-WRITE-LINE
           MOVE LOW-VALUES TO CB-BATCH-ID
           MOVE "N" TO WS-EOF-SW
           START REGISTER-FILE KEY IS NOT LESS THAN CB-BATCH-ID
              INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF NOT WS-EOF
              PERFORM CNTYACK-READ-REGISTER
           END-IF
           PERFORM CNTYACK-LIST-ONE UNTIL WS-EOF.

       CNTYACK-READ-REGISTER.
           READ REGISTER-FILE NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

       CNTYACK-LIST-ONE.
           IF CB-SENT
              ADD 1 TO WS-WAITING-COUNT
              MOVE CB-LINE-COUNT TO WS-EDIT-COUNT
              MOVE CB-TOTAL-DEBITS TO WS-EDIT-DEBITS
              MOVE SPACES TO REPORT-LINE
              STRING "  " CB-BATCH-ID
                     "   SENT " CB-SENT-DATE
                     "   LINES " WS-EDIT-COUNT
                     "   DR " WS-EDIT-DEBITS
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM CNTYACK-WRITE-LINE
           END-IF
           PERFORM CNTYACK-READ-REGISTER.

      *-----------------------------------------------------------------
       CNTYACK-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM CNTYACK-WRITE-LINE
           MOVE WS-ACK-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  BATCH RESULTS READ . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM CNTYACK-WRITE-LINE
           MOVE WS-ACCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCEPTED . . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM CNTYACK-WRITE-LINE
           MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  REJECTED . . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM CNTYACK-WRITE-LINE
           MOVE WS-LINE-REJ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  LINES REJECTED . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM CNTYACK-WRITE-LINE
           MOVE WS-REPEAT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ALREADY POSTED . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM CNTYACK-WRITE-LINE
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EXCEPTIONS . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM CNTYACK-WRITE-LINE
           MOVE WS-WAITING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  STILL AWAITING . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM CNTYACK-WRITE-LINE
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "CNTYACK" TO AL-PROGRAM
           MOVE "CNTYA" TO AL-EVENT
           MOVE WS-ACCEPT-COUNT TO WS-EDIT-ACCEPTS
           MOVE WS-REJECT-COUNT TO WS-EDIT-REJECTS
           STRING "ACCEPTED " WS-EDIT-ACCEPTS
                  " REJECTED " WS-EDIT-REJECTS
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       CNTYACK-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "CNTYACK" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE REPORT-LINE TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       CNTYACK-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE ACK-FILE
           CLOSE REGISTER-FILE
           CLOSE REPORT-FILE.
       END PROGRAM CNTYACK.
