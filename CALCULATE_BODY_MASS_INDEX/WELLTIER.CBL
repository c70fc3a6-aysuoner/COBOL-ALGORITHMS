      * SHOP-STANDARD TRLRREC TRAILER) PLUS AN ELIGIBILITY REGISTER
      * - SO THE DISCOUNT EMPLOYEES WERE PROMISED REACHES THEIR
      * PAYCHECK WITHOUT A SPREADSHEET STEP.
      * MODIFIED 15/10/2026 - THE SCORE NOW ALSO REWARDS A FALL IN
      * HEALTH RISK. THE EMPLOYEE'S SCORED SCREENINGS ON THE EMPBIOH
      * BIOMETRIC HISTORY (RATED BY RISKSTRT) ARE READ BY KEY, AND A
      * LATEST RISK LEVEL BELOW THE FIRST (HIGH TO MODERATE, OR
      * MODERATE TO LOW) ADDS ONE TO THE SCORE, THE SAME WAY A BMI
      * CATEGORY IMPROVEMENT DOES. THE REGISTER SHOWS THE FIRST AND
      * LATEST LEVEL. AN EMPLOYEE WITH NO SCORED SCREENING, OR A SITE
      * WITH NO EMPBIOH YET, SCORES EXACTLY AS BEFORE.
      * MODIFIED 15/10/2026 - EVERY ADJUSTMENT SENT ON PAYDEDU IS NOW
      * RECORDED ON THE DEDLEDGR DEDUCTION LEDGER (EMPLOYEE, PLAN,
      * EFFECTIVE DATE) SO PAYRECON CAN RECONCILE PAYROLL'S
      * CONFIRMATION FILE AGAINST WHAT WAS SENT. AN ADJUSTMENT
      * PAYROLL REJECTED IS SENT AGAIN ON THIS RUN'S FEED UNDER ITS
      * ORIGINAL EFFECTIVE DATE, LISTED ON THE REGISTER WITH THE
      * REJECTION REASON, AND GOES BACK TO SENT ON THE LEDGER.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS EMP-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT BIO-HISTORY-FILE ASSIGN TO "EMPBIOH"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS BIO-HIST-KEY
               FILE STATUS IS WS-BIOH-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "DEDLEDGR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS DL-KEY
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO "PAYDEDU"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCT-STATUS.
       FD  HISTORY-FILE.
           COPY "EMPHIST.CPY".

       FD  BIO-HISTORY-FILE.
           COPY "BIOHIST.CPY".

       FD  LEDGER-FILE.
           COPY "DEDLEDGR.CPY".

       FD  DEDUCTION-FILE.
       01  DEDUCTION-RECORD.
           05 DED-RECORD-TYPE        PIC X(2).
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-HIST-STATUS            PIC X(02).
       01  WS-BIOH-STATUS            PIC X(02).
       01  WS-LEDGER-STATUS          PIC X(02).
       01  WS-DEDUCT-STATUS          PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
       01  WS-CATEGORY-RANK          PIC 9(01).
       01  WS-FIRST-RANK             PIC 9(01).
       01  WS-LATEST-RANK            PIC 9(01).
       01  WS-BIOH-SW                PIC X VALUE "N".
           88 WS-BIOH-OPEN           VALUE "Y".
       01  WS-BIOH-END-SW            PIC X VALUE "N".
           88 WS-BIOH-END            VALUE "Y".
       01  WS-LEDGER-END-SW          PIC X VALUE "N".
           88 WS-LEDGER-END          VALUE "Y".
       01  WS-RESUBMIT-COUNT         PIC 9(05) VALUE 0.
       01  WS-FIRST-RISK             PIC X(01).
       01  WS-LATEST-RISK            PIC X(01).
       01  WS-WORK-RISK              PIC X(01).
       01  WS-RISK-RANK              PIC 9(01).
       01  WS-FIRST-RISK-RANK        PIC 9(01).
       01  WS-LATEST-RISK-RANK       PIC 9(01).
       01  WS-SCORE                  PIC 9(03).
       01  WS-TIER                   PIC X(06).
       01  WS-TIER-AMOUNT            PIC 9(5)V9(2).
           PERFORM WELLTIER-PROCESS-ONE UNTIL WS-EOF
           PERFORM WELLTIER-CLOSE-EMPLOYEE
              THRU WELLTIER-CLOSE-EMPLOYEE-END
           PERFORM WELLTIER-RESUBMIT-REJECTS
              THRU WELLTIER-RESUBMIT-REJECTS-END
           PERFORM WELLTIER-WRITE-TRAILER
           PERFORM WELLTIER-WRITE-SUMMARY
           PERFORM WELLTIER-TERMINATE
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN INPUT BIO-HISTORY-FILE
           EVALUATE WS-BIOH-STATUS
              WHEN "00"
                 SET WS-BIOH-OPEN TO TRUE
              WHEN "35"
                 CONTINUE
              WHEN OTHER
                 MOVE "WELLTIER" TO FE-PROGRAM
                 MOVE "BIO-HISTORY-FILE" TO FE-FILE-NAME
                 MOVE "OPEN" TO FE-OPERATION
                 MOVE WS-BIOH-STATUS TO FE-STATUS
                 MOVE SPACES TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 MOVE 12 TO WS-JOB-RC
                 SET WS-EOF TO TRUE
           END-EVALUATE
           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
              OPEN OUTPUT LEDGER-FILE
              CLOSE LEDGER-FILE
              OPEN I-O LEDGER-FILE
           END-IF
           IF WS-LEDGER-STATUS NOT = "00"
              MOVE "WELLTIER" TO FE-PROGRAM
              MOVE "LEDGER-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-LEDGER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT DEDUCTION-FILE
           IF WS-DEDUCT-STATUS NOT = "00"
              MOVE "WELLTIER" TO FE-PROGRAM

      *-----------------------------------------------------------------
      * THE SCORE IS THE PARTICIPATION STREAK PLUS ONE WHEN THE
      * LATEST CATEGORY SITS CLOSER TO NORMAL THAN THE FIRST, PLUS
      * ONE WHEN THE LATEST RISK LEVEL IS LOWER THAN THE FIRST.
      *-----------------------------------------------------------------
       WELLTIER-CLOSE-EMPLOYEE.
           IF WS-CURRENT-ID = SPACES
           IF WS-LATEST-RANK < WS-FIRST-RANK
              ADD 1 TO WS-SCORE
           END-IF
           PERFORM WELLTIER-FIND-RISK
              THRU WELLTIER-FIND-RISK-END
           IF WS-FIRST-RISK NOT = SPACE
              MOVE WS-FIRST-RISK TO WS-WORK-RISK
              PERFORM WELLTIER-RATE-RISK
              MOVE WS-RISK-RANK TO WS-FIRST-RISK-RANK
              MOVE WS-LATEST-RISK TO WS-WORK-RISK
              PERFORM WELLTIER-RATE-RISK
              MOVE WS-RISK-RANK TO WS-LATEST-RISK-RANK
              IF WS-LATEST-RISK-RANK < WS-FIRST-RISK-RANK
                 ADD 1 TO WS-SCORE
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-SCORE >= TH-TIER-GOLD-MIN
                 MOVE "GOLD  " TO WS-TIER
                 MOVE 3 TO WS-CATEGORY-RANK
           END-EVALUATE.

      *-----------------------------------------------------------------
      * THE EMPLOYEE'S EMPBIOH RECORDS COME IN DATE ORDER FROM A START
      * AT THE EMPLOYEE'S LOWEST KEY. A SCREENING RISKSTRT HAS NOT YET
      * SCORED IS PASSED OVER.
      *-----------------------------------------------------------------
       WELLTIER-FIND-RISK.
           MOVE SPACE TO WS-FIRST-RISK
           MOVE SPACE TO WS-LATEST-RISK
           IF NOT WS-BIOH-OPEN
              GO TO WELLTIER-FIND-RISK-END
           END-IF
           MOVE "N" TO WS-BIOH-END-SW
           MOVE WS-CURRENT-ID TO BIO-HIST-ID
           MOVE 0 TO BIO-HIST-DATE
           START BIO-HISTORY-FILE KEY IS NOT LESS THAN BIO-HIST-KEY
              INVALID KEY
                 GO TO WELLTIER-FIND-RISK-END
           END-START
           PERFORM WELLTIER-READ-ONE-RISK UNTIL WS-BIOH-END.
       WELLTIER-FIND-RISK-END. EXIT.

       WELLTIER-READ-ONE-RISK.
           READ BIO-HISTORY-FILE NEXT RECORD
              AT END
                 SET WS-BIOH-END TO TRUE
              NOT AT END
                 IF BIO-HIST-ID NOT = WS-CURRENT-ID
                    SET WS-BIOH-END TO TRUE
                 ELSE
                    IF NOT BIO-HIST-UNSCORED
                       IF WS-FIRST-RISK = SPACE
                          MOVE BIO-HIST-RISK-LEVEL TO WS-FIRST-RISK
                       END-IF
                       MOVE BIO-HIST-RISK-LEVEL TO WS-LATEST-RISK
                    END-IF
                 END-IF
           END-READ.

       WELLTIER-RATE-RISK.
           EVALUATE WS-WORK-RISK
              WHEN "L"
                 MOVE 0 TO WS-RISK-RANK
              WHEN "M"
                 MOVE 1 TO WS-RISK-RANK
              WHEN OTHER
                 MOVE 2 TO WS-RISK-RANK
           END-EVALUATE.

       WELLTIER-WRITE-DEDUCTION.
           ADD 1 TO WS-ELIGIBLE-COUNT
           MOVE SPACES TO DEDUCTION-RECORD
              MOVE 12 TO WS-JOB-RC
           END-IF
           ADD 1 TO WS-DEDUCT-COUNT
           ADD WS-TIER-AMOUNT TO WS-DEDUCT-HASH
           MOVE SPACES TO DEDUCTION-LEDGER-RECORD
           MOVE WS-CURRENT-ID TO DL-EMP-ID
           MOVE "WELLNESS" TO DL-PLAN-CODE
           MOVE WS-RUN-DATE TO DL-EFF-DATE
           MOVE WS-TIER TO DL-TIER
           MOVE WS-TIER-AMOUNT TO DL-AMOUNT
           MOVE WS-RUN-DATE TO DL-SENT-DATE
           SET DL-SENT TO TRUE
           MOVE 0 TO DL-APPLIED-AMOUNT
           MOVE 0 TO DL-CONFIRM-DATE
           MOVE 0 TO DL-RESUBMIT-COUNT
           WRITE DEDUCTION-LEDGER-RECORD
              INVALID KEY
                 REWRITE DEDUCTION-LEDGER-RECORD
                    INVALID KEY
                       PERFORM WELLTIER-LEDGER-ERROR
                 END-REWRITE
           END-WRITE.

      *-----------------------------------------------------------------
      * EVERY LEDGER ENTRY PAYRECON MARKED REJECTED IS SENT AGAIN
      * UNDER ITS ORIGINAL KEY, SO PAYROLL'S NEXT CONFIRMATION
      * RECONCILES AGAINST THE SAME ENTRY.
      *-----------------------------------------------------------------
       WELLTIER-RESUBMIT-REJECTS.
           IF WS-JOB-RC >= 12
              GO TO WELLTIER-RESUBMIT-REJECTS-END
           END-IF
           MOVE "N" TO WS-LEDGER-END-SW
           MOVE LOW-VALUES TO DL-KEY
           START LEDGER-FILE KEY IS NOT LESS THAN DL-KEY
              INVALID KEY
                 GO TO WELLTIER-RESUBMIT-REJECTS-END
           END-START
           PERFORM WELLTIER-CHECK-ONE-LEDGER UNTIL WS-LEDGER-END.
       WELLTIER-RESUBMIT-REJECTS-END. EXIT.

       WELLTIER-CHECK-ONE-LEDGER.
           READ LEDGER-FILE NEXT RECORD
              AT END
                 SET WS-LEDGER-END TO TRUE
              NOT AT END
                 IF DL-REJECTED
                    PERFORM WELLTIER-RESEND-ONE
                 END-IF
           END-READ.

       WELLTIER-RESEND-ONE.
           MOVE SPACES TO REPORT-LINE
           MOVE DL-AMOUNT TO WS-EDIT-AMOUNT
           STRING "  " DL-EMP-ID " RESUBMITTED " DL-EFF-DATE
                  " " WS-EDIT-AMOUNT " - REJECTED: " DL-REASON
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WELLTIER-WRITE-LINE
           MOVE SPACES TO DEDUCTION-RECORD
           MOVE "DA" TO DED-RECORD-TYPE
           MOVE DL-EMP-ID TO DED-EMP-ID
           MOVE DL-PLAN-CODE TO DED-PLAN-CODE
           MOVE DL-TIER TO DED-TIER
           MOVE DL-AMOUNT TO DED-AMOUNT
           MOVE DL-EFF-DATE TO DED-EFF-DATE
           WRITE DEDUCTION-RECORD
           IF WS-DEDUCT-STATUS NOT = "00"
              MOVE "WELLTIER" TO FE-PROGRAM
              MOVE "DEDUCTION-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-DEDUCT-STATUS TO FE-STATUS
              MOVE DL-KEY TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           ADD 1 TO WS-DEDUCT-COUNT
           ADD DL-AMOUNT TO WS-DEDUCT-HASH
           ADD 1 TO WS-RESUBMIT-COUNT
           SET DL-SENT TO TRUE
           MOVE WS-RUN-DATE TO DL-SENT-DATE
           MOVE SPACES TO DL-REASON
           ADD 1 TO DL-RESUBMIT-COUNT
           REWRITE DEDUCTION-LEDGER-RECORD
              INVALID KEY
                 PERFORM WELLTIER-LEDGER-ERROR
           END-REWRITE.

       WELLTIER-LEDGER-ERROR.
           MOVE "WELLTIER" TO FE-PROGRAM
           MOVE "LEDGER-FILE" TO FE-FILE-NAME
           MOVE "REWRITE" TO FE-OPERATION
           MOVE WS-LEDGER-STATUS TO FE-STATUS
           MOVE DL-KEY TO FE-LAST-RECORD
           CALL "FILEERR" USING WS-FE-PARMS
           MOVE 8 TO WS-JOB-RC.

       WELLTIER-WRITE-REGISTER-LINE.
           MOVE WS-STREAK TO WS-EDIT-STREAK
                  WS-TIER DELIMITED BY SIZE
                  "  DISCOUNT " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
                  "  RISK " DELIMITED BY SIZE
                  WS-FIRST-RISK DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  WS-LATEST-RISK DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM WELLTIER-WRITE-LINE.

           STRING "DEDUCTION ADJUSTMENTS WRITTEN: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM WELLTIER-WRITE-LINE
           MOVE WS-RESUBMIT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REJECTED ADJUSTMENTS RESUBMITTED: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM WELLTIER-WRITE-LINE.

      *-----------------------------------------------------------------
       WELLTIER-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE HISTORY-FILE
           IF WS-BIOH-OPEN
              CLOSE BIO-HISTORY-FILE
           END-IF
           CLOSE LEDGER-FILE
           CLOSE DEDUCTION-FILE
           CLOSE REPORT-FILE.
       END PROGRAM WELLTIER.
