      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    PAYRECON.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * PAYROLL CONFIRMATION RECONCILIATION FOR THE PAYDEDU WELLNESS
      * DEDUCTION FEED. WELLTIER SENT ITS ADJUSTMENTS TO PAYROLL AND
      * NOTHING CHECKED THEY ARRIVED - AN EMPLOYEE PROMISED A
      * DISCOUNT FOUND OUT FROM THE PAYCHECK THAT IT NEVER CAME.
      * PAYROLL NOW RETURNS A PAYCONF CONFIRMATION FILE EACH PAY
      * PERIOD: A CH HEADER CARRYING THE PERIOD END DATE, A CA LINE
      * FOR EACH ADJUSTMENT APPLIED (WITH THE AMOUNT PAYROLL ACTUALLY
      * APPLIED) AND A CR LINE FOR EACH ONE REJECTED (WITH PAYROLL'S
      * REASON), CLOSED BY THE SHOP-STANDARD TRLRREC TRAILER WHOSE
      * HASH IS THE SUM OF THE AMOUNTS. EACH LINE IS MATCHED BY
      * EMPLOYEE, PLAN CODE AND EFFECTIVE DATE TO THE DEDLEDGR ENTRY
      * WELLTIER WROTE WHEN IT SENT THE ADJUSTMENT, AND THE ENTRY IS
      * MARKED APPLIED, APPLIED AT A DIFFERENT AMOUNT, OR REJECTED -
      * A REJECTED ENTRY IS SENT AGAIN BY THE NEXT WELLTIER RUN. THE
      * LEDGER IS THEN SWEPT FOR ENTRIES STILL UNACKNOWLEDGED WITH AN
      * EFFECTIVE DATE NO LATER THAN THE PERIOD END. THE REPORT LISTS
      * EVERY REJECTION, DIFFERENCE AND UNACKNOWLEDGED ADJUSTMENT;
      * ANY OF THEM, OR A CONFIRMATION FOR SOMETHING NEVER SENT, ENDS
      * THE STEP RC 4. A MISSING OR MISMATCHED TRAILER ENDS IT RC 12.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRM-FILE ASSIGN TO "PAYCONF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "DEDLEDGR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS DL-KEY
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PAYRECR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CONFIRM-FILE.
       01  CONFIRM-RECORD.
           05 CF-RECORD-TYPE         PIC X(2).
              88 CF-HEADER           VALUE "CH".
              88 CF-APPLIED          VALUE "CA".
              88 CF-REJECTED         VALUE "CR".
           05 CF-EMP-ID              PIC X(6).
           05 CF-PLAN-CODE           PIC X(8).
           05 CF-EFF-DATE            PIC 9(8).
           05 CF-AMOUNT              PIC 9(5)V9(2).
           05 CF-REASON              PIC X(20).
       01  CONFIRM-HEADER.
           05 FILLER                 PIC X(2).
           05 CF-PERIOD-END          PIC 9(8).
           05 FILLER                 PIC X(41).

           COPY "TRLRREC.CPY".

       FD  LEDGER-FILE.
           COPY "DEDLEDGR.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-TLR-FOUND-SW          PIC X VALUE "N".
           88 WS-TLR-FOUND          VALUE "Y".
       01  WS-TLR-EXP-COUNT         PIC 9(7).
       01  WS-TLR-EXP-HASH          PIC S9(11)V9(2).
       01  WS-TLR-ACT-COUNT         PIC 9(7) VALUE 0.
       01  WS-TLR-ACT-HASH          PIC S9(11)V9(2) VALUE 0.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-CONFIRM-STATUS         PIC X(02).
       01  WS-LEDGER-STATUS          PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-LEDGER-END-SW          PIC X VALUE "N".
           88 WS-LEDGER-END          VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-PERIOD-END             PIC 9(08) VALUE 0.
       01  WS-CONFIRM-COUNT          PIC 9(06) VALUE 0.
       01  WS-APPLIED-COUNT          PIC 9(06) VALUE 0.
       01  WS-DIFF-COUNT             PIC 9(06) VALUE 0.
       01  WS-REJECT-COUNT           PIC 9(06) VALUE 0.
       01  WS-UNKNOWN-COUNT          PIC 9(06) VALUE 0.
       01  WS-UNACKED-COUNT          PIC 9(06) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-SENT              PIC ZZ,ZZ9.99.
       01  WS-EDIT-APPLIED           PIC ZZ,ZZ9.99.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       PAYRECON-MAIN.
           PERFORM PAYRECON-INIT
           IF WS-JOB-RC < 12
              PERFORM PAYRECON-PROCESS-ONE
                 THRU PAYRECON-PROCESS-ONE-END UNTIL WS-EOF
              PERFORM PAYRECON-VERIFY-TRAILER
           END-IF
           IF WS-JOB-RC < 12
              PERFORM PAYRECON-SWEEP-LEDGER
                 THRU PAYRECON-SWEEP-LEDGER-END
              PERFORM PAYRECON-WRITE-SUMMARY
           END-IF
           PERFORM PAYRECON-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       PAYRECON-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-PERIOD-END
           OPEN INPUT CONFIRM-FILE
           IF WS-CONFIRM-STATUS NOT = "00"
              MOVE "PAYRECON" TO FE-PROGRAM
              MOVE "CONFIRM-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-CONFIRM-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
              MOVE "PAYRECON" TO FE-PROGRAM
              MOVE "LEDGER-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-LEDGER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "PAYRECON" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           MOVE "WELLNESS DEDUCTION PAYROLL RECONCILIATION" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM PAYRECON-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM PAYRECON-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM PAYRECON-WRITE-LINE
           IF NOT WS-EOF
              PERFORM PAYRECON-READ-NEXT
           END-IF.

      *-----------------------------------------------------------------
       PAYRECON-READ-NEXT.
      *-----------------------------------------------------------------
           READ CONFIRM-FILE
              AT END SET WS-EOF TO TRUE
              NOT AT END
                 IF TLR-IS-TRAILER
                    SET WS-TLR-FOUND TO TRUE
                    MOVE TLR-RECORD-COUNT TO WS-TLR-EXP-COUNT
                    MOVE TLR-HASH-TOTAL TO WS-TLR-EXP-HASH
                    SET WS-EOF TO TRUE
                 END-IF
           END-READ.

      *-----------------------------------------------------------------
      * THE HEADER SETS THE PERIOD END; EVERY OTHER LINE IS A
      * CONFIRMATION TO MATCH AGAINST THE LEDGER.
      *-----------------------------------------------------------------
       PAYRECON-PROCESS-ONE.
           IF CF-HEADER
              IF CF-PERIOD-END IS NUMERIC
                 MOVE CF-PERIOD-END TO WS-PERIOD-END
              END-IF
              PERFORM PAYRECON-READ-NEXT
              GO TO PAYRECON-PROCESS-ONE-END
           END-IF
           ADD 1 TO WS-CONFIRM-COUNT
           ADD 1 TO WS-TLR-ACT-COUNT
           IF CF-AMOUNT IS NUMERIC
              ADD CF-AMOUNT TO WS-TLR-ACT-HASH
           END-IF
           MOVE CF-EMP-ID TO DL-EMP-ID
           MOVE CF-PLAN-CODE TO DL-PLAN-CODE
           MOVE CF-EFF-DATE TO DL-EFF-DATE
           READ LEDGER-FILE
              INVALID KEY
                 ADD 1 TO WS-UNKNOWN-COUNT
                 MOVE SPACES TO REPORT-LINE
                 STRING "  " CF-EMP-ID " " CF-PLAN-CODE " "
                        CF-EFF-DATE " CONFIRMED BUT NEVER SENT"
                    DELIMITED BY SIZE INTO REPORT-LINE
                 PERFORM PAYRECON-WRITE-LINE
                 PERFORM PAYRECON-SET-WARNING
                 PERFORM PAYRECON-READ-NEXT
                 GO TO PAYRECON-PROCESS-ONE-END
           END-READ
           EVALUATE TRUE
              WHEN CF-REJECTED
                 PERFORM PAYRECON-POST-REJECT
              WHEN CF-APPLIED AND CF-AMOUNT = DL-AMOUNT
                 ADD 1 TO WS-APPLIED-COUNT
                 SET DL-APPLIED TO TRUE
                 MOVE SPACES TO DL-REASON
              WHEN CF-APPLIED
                 PERFORM PAYRECON-POST-DIFFERENCE
              WHEN OTHER
                 ADD 1 TO WS-UNKNOWN-COUNT
                 MOVE SPACES TO REPORT-LINE
                 STRING "  " CF-EMP-ID " " CF-PLAN-CODE " "
                        CF-EFF-DATE " UNKNOWN CONFIRMATION TYPE "
                        CF-RECORD-TYPE
                    DELIMITED BY SIZE INTO REPORT-LINE
                 PERFORM PAYRECON-WRITE-LINE
                 PERFORM PAYRECON-SET-WARNING
                 PERFORM PAYRECON-READ-NEXT
                 GO TO PAYRECON-PROCESS-ONE-END
           END-EVALUATE
           MOVE WS-RUN-DATE TO DL-CONFIRM-DATE
           REWRITE DEDUCTION-LEDGER-RECORD
              INVALID KEY
                 MOVE "PAYRECON" TO FE-PROGRAM
                 MOVE "LEDGER-FILE" TO FE-FILE-NAME
                 MOVE "REWRITE" TO FE-OPERATION
                 MOVE WS-LEDGER-STATUS TO FE-STATUS
                 MOVE DL-KEY TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 MOVE 8 TO WS-JOB-RC
           END-REWRITE
           PERFORM PAYRECON-READ-NEXT.
       PAYRECON-PROCESS-ONE-END. EXIT.

       PAYRECON-POST-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           SET DL-REJECTED TO TRUE
           MOVE CF-REASON TO DL-REASON
           MOVE 0 TO DL-APPLIED-AMOUNT
           MOVE DL-AMOUNT TO WS-EDIT-SENT
           MOVE SPACES TO REPORT-LINE
           STRING "  " DL-EMP-ID " " DL-EFF-DATE " "
                  WS-EDIT-SENT " REJECTED - " CF-REASON
                  " - WILL RESUBMIT"
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PAYRECON-WRITE-LINE
           PERFORM PAYRECON-SET-WARNING.

       PAYRECON-POST-DIFFERENCE.
           ADD 1 TO WS-DIFF-COUNT
           SET DL-APPLIED-DIFF TO TRUE
           MOVE CF-AMOUNT TO DL-APPLIED-AMOUNT
           MOVE SPACES TO DL-REASON
           MOVE DL-AMOUNT TO WS-EDIT-SENT
           MOVE CF-AMOUNT TO WS-EDIT-APPLIED
           MOVE SPACES TO REPORT-LINE
           STRING "  " DL-EMP-ID " " DL-EFF-DATE " SENT "
                  WS-EDIT-SENT " APPLIED " WS-EDIT-APPLIED
                  " - AMOUNT DIFFERS"
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PAYRECON-WRITE-LINE
           PERFORM PAYRECON-SET-WARNING.

      *-----------------------------------------------------------------
      * AN ADJUSTMENT STILL MARKED SENT WHOSE EFFECTIVE DATE FALLS IN
      * OR BEFORE THE CONFIRMED PERIOD SHOULD HAVE BEEN ANSWERED.
      *-----------------------------------------------------------------
       PAYRECON-SWEEP-LEDGER.
           MOVE SPACES TO REPORT-LINE
           PERFORM PAYRECON-WRITE-LINE
           MOVE "N" TO WS-LEDGER-END-SW
           MOVE LOW-VALUES TO DL-KEY
           START LEDGER-FILE KEY IS NOT LESS THAN DL-KEY
              INVALID KEY
                 GO TO PAYRECON-SWEEP-LEDGER-END
           END-START
           PERFORM PAYRECON-CHECK-ONE-LEDGER UNTIL WS-LEDGER-END.
       PAYRECON-SWEEP-LEDGER-END. EXIT.

       PAYRECON-CHECK-ONE-LEDGER.
           READ LEDGER-FILE NEXT RECORD
              AT END
                 SET WS-LEDGER-END TO TRUE
              NOT AT END
                 IF DL-SENT AND DL-EFF-DATE NOT > WS-PERIOD-END
                    PERFORM PAYRECON-LIST-UNACKED
                 END-IF
           END-READ.

       PAYRECON-LIST-UNACKED.
           ADD 1 TO WS-UNACKED-COUNT
           MOVE DL-AMOUNT TO WS-EDIT-SENT
           MOVE SPACES TO REPORT-LINE
           STRING "  " DL-EMP-ID " " DL-EFF-DATE " "
                  WS-EDIT-SENT " SENT " DL-SENT-DATE
                  " - NEVER ACKNOWLEDGED"
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PAYRECON-WRITE-LINE
           PERFORM PAYRECON-SET-WARNING.

       PAYRECON-SET-WARNING.
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
       PAYRECON-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM PAYRECON-WRITE-LINE
           MOVE WS-CONFIRM-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  CONFIRMATIONS READ . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM PAYRECON-WRITE-LINE
           MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  APPLIED AS SENT  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM PAYRECON-WRITE-LINE
           MOVE WS-DIFF-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  APPLIED, AMOUNT DIFFERS" DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM PAYRECON-WRITE-LINE
           MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  REJECTED - RESUBMIT  . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM PAYRECON-WRITE-LINE
           MOVE WS-UNKNOWN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NOT MATCHED TO LEDGER  " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM PAYRECON-WRITE-LINE
           MOVE WS-UNACKED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NEVER ACKNOWLEDGED . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM PAYRECON-WRITE-LINE
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "PAYRECON" TO AL-PROGRAM
           MOVE "PAYRC" TO AL-EVENT
           MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
           STRING "PAYROLL CONFIRMATION POSTED - REJECTED "
                  WS-EDIT-COUNT
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
      * THE CONFIRMATION MUST END WITH THE SHOP-STANDARD TRAILER AND
      * ITS COUNT AND HASH MUST MATCH WHAT WAS ACTUALLY READ.
      *-----------------------------------------------------------------
       PAYRECON-VERIFY-TRAILER.
           IF NOT WS-TLR-FOUND
              OR WS-TLR-EXP-COUNT NOT = WS-TLR-ACT-COUNT
              OR WS-TLR-EXP-HASH NOT = WS-TLR-ACT-HASH
              DISPLAY "PAYRECON - PAYCONF TRAILER BAD OR MISSING"
              MOVE SPACES TO WS-AUDIT-PARMS
              MOVE "PAYRECON" TO AL-PROGRAM
              MOVE "TRLR " TO AL-EVENT
              MOVE "PAYCONF TRAILER MISSING OR COUNT/HASH MISMATCH"
                 TO AL-DETAIL
              CALL "AUDITLOG" USING WS-AUDIT-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
       PAYRECON-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "PAYRECON" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       PAYRECON-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE CONFIRM-FILE
           CLOSE LEDGER-FILE
           CLOSE REPORT-FILE.
       END PROGRAM PAYRECON.
