      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    POSPAY.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * POSITIVE-PAY ISSUE FILE. EVERY CHECK CHEKWRTR PRINTS LANDS IN
      * THE CHKREG REGISTER, BUT THE BANK NEVER HEARD ABOUT ANY OF
      * THEM, SO A FORGED OR ALTERED CHECK CLEARED UNCHALLENGED. THIS
      * STEP RUNS AFTER CHEKWRTR AND WRITES EVERY REGISTER ENTRY NOT
      * YET REPORTED - ISSUES AND VOIDS - TO THE BANK'S POSITIVE-PAY
      * FORMAT (PPAYOUT): ONE HEADER RECORD WITH THE BANK ID, THE
      * DISBURSEMENT ACCOUNT AND THE FILE DATE FROM THE PPAYCTL
      * CONTROL RECORD, ONE DETAIL RECORD PER ITEM, AND THE
      * SHOP-STANDARD TRAILER (TRLRREC.CPY) CARRYING THE ITEM COUNT
      * AND THE DOLLAR TOTAL OF THE DETAIL AMOUNTS.
      *
      * THE PPAYSENT LEDGER (KEYED BY CHECK NUMBER AND ISSUE CODE)
      * REMEMBERS EVERY ITEM ALREADY SENT, SO A RERUN OF THE CYCLE
      * SKIPS WHAT THE BANK ALREADY HAS INSTEAD OF SENDING IT AGAIN.
      * A VOID IS REPORTED WITH THE PAYEE AND AMOUNT OF THE ISSUE IT
      * CANCELS, TAKEN FROM THAT SAME LEDGER; A SPOILED NUMBER THAT
      * WAS NEVER ISSUED GOES OVER AS A ZERO VOID.
      *
      * THE PPAYREG ISSUE-FILE REGISTER LISTS EVERY ITEM IN THE FILE
      * WITH ISSUED AND VOIDED COUNTS AND TOTALS AND THE SIGN-OFF
      * LINES TREASURY COMPLETES BEFORE THE FILE IS TRANSMITTED.
      * MODIFIED 15/10/2026 - STOP PAYMENTS (REGISTER "S" ENTRIES,
      * POSTED BY CHEKWRTR FROM THE ONLNCHK TRANSACTION) ARE SENT AS
      * ISSUE CODE "S" WITH THE STOPPED CHECK'S PAYEE AND AMOUNT, SO
      * THE BANK REFUSES THE ORIGINAL IF IT IS EVER PRESENTED.
      * MODIFIED 15/10/2026 - THE INITIALIZATION IS PERFORMED THRU
      * ITS EXIT, SO AN OPEN FAILURE RETURNS TO THE MAIN LINE INSTEAD
      * OF FALLING INTO THE PARAGRAPHS THAT FOLLOW.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "PPAYCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT ISSUE-FILE ASSIGN TO "PPAYOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUE-STATUS.
           SELECT SENT-FILE ASSIGN TO "PPAYSENT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PS-KEY
               FILE STATUS IS WS-SENT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PPAYREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  REGISTER-FILE.
           COPY "CHKREG.CPY".

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 PCT-BANK-ID            PIC X(9).
           05 PCT-ACCOUNT            PIC X(12).

       FD  ISSUE-FILE.
       01  PPAY-HEADER-RECORD.
           05 PPH-RECORD-TYPE        PIC X(1).
           05 PPH-BANK-ID            PIC X(9).
           05 PPH-ACCOUNT            PIC X(12).
           05 PPH-FILE-DATE          PIC 9(8).
           05 FILLER                 PIC X(50).
       01  PPAY-DETAIL-RECORD.
           05 PPD-RECORD-TYPE        PIC X(1).
           05 PPD-ACCOUNT            PIC X(12).
           05 PPD-CHECK-NUMBER       PIC 9(6).
           05 PPD-AMOUNT             PIC 9(9)V9(2).
           05 PPD-ISSUE-DATE         PIC 9(8).
           05 PPD-ISSUE-CODE         PIC X(1).
           05 PPD-PAYEE              PIC X(8).
           05 FILLER                 PIC X(33).

           COPY "TRLRREC.CPY".

       FD  SENT-FILE.
       01  SENT-RECORD.
           05 PS-KEY.
              10 PS-CHECK-NUMBER     PIC 9(6).
              10 PS-ISSUE-CODE       PIC X(1).
           05 PS-PAYEE               PIC X(8).
           05 PS-AMOUNT              PIC S9(9)V9(2).
           05 PS-ISSUE-DATE          PIC 9(8).
           05 PS-SENT-DATE           PIC 9(8).
           05 FILLER                 PIC X(10).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-REG-STATUS             PIC X(02).
       01  WS-CTL-STATUS             PIC X(02).
       01  WS-ISSUE-STATUS           PIC X(02).
       01  WS-SENT-STATUS            PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-BANK-ID                PIC X(09).
       01  WS-ACCOUNT                PIC X(12).
       01  WS-ITEM-PAYEE             PIC X(08).
       01  WS-ITEM-AMOUNT            PIC S9(9)V9(2).
       01  WS-ITEM-COUNT             PIC 9(7) VALUE 0.
       01  WS-ITEM-HASH              PIC S9(11)V9(2) VALUE 0.
       01  WS-ISSUED-COUNT           PIC 9(5) VALUE 0.
       01  WS-ISSUED-TOTAL           PIC S9(11)V9(2) VALUE 0.
       01  WS-VOIDED-COUNT           PIC 9(5) VALUE 0.
       01  WS-VOIDED-TOTAL           PIC S9(11)V9(2) VALUE 0.
       01  WS-STOPPED-COUNT          PIC 9(5) VALUE 0.
       01  WS-STOPPED-TOTAL          PIC S9(11)V9(2) VALUE 0.
       01  WS-SKIPPED-COUNT          PIC 9(5) VALUE 0.
       01  WS-EDIT-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-TOTAL             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-DETAIL-LINE.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DL-CHECK            PIC 9(6).
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 WS-DL-CODE             PIC X(1).
           05 FILLER                 PIC X(4) VALUE SPACES.
           05 WS-DL-PAYEE            PIC X(8).
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 WS-DL-DATE             PIC 9(8).
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 WS-DL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(25) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       POSPAY-MAIN.
           PERFORM POSPAY-INIT
              THRU POSPAY-INIT-END
           IF WS-JOB-RC < 12
              PERFORM POSPAY-PROCESS-ONE UNTIL WS-EOF
              PERFORM POSPAY-WRITE-TRAILER
              PERFORM POSPAY-WRITE-SUMMARY
           END-IF
           PERFORM POSPAY-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
      * THE CONTROL RECORD NAMES THE BANK AND THE DISBURSEMENT
      * ACCOUNT - WITHOUT IT THERE IS NO VALID HEADER, SO THE STEP
      * FAILS RATHER THAN SEND A FILE THE BANK WOULD REJECT.
      *-----------------------------------------------------------------
       POSPAY-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
              MOVE "CONTROL-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-CTL-STATUS TO FE-STATUS
              PERFORM POSPAY-OPEN-FAILED
              GO TO POSPAY-INIT-END
           END-IF
           READ CONTROL-FILE
              AT END
                 MOVE "CONTROL-FILE" TO FE-FILE-NAME
                 MOVE "READ" TO FE-OPERATION
                 MOVE "10" TO FE-STATUS
                 PERFORM POSPAY-OPEN-FAILED
              NOT AT END
                 MOVE PCT-BANK-ID TO WS-BANK-ID
                 MOVE PCT-ACCOUNT TO WS-ACCOUNT
           END-READ
           CLOSE CONTROL-FILE
           IF WS-JOB-RC >= 12
              GO TO POSPAY-INIT-END
           END-IF
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
              MOVE "REGISTER-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REG-STATUS TO FE-STATUS
              PERFORM POSPAY-OPEN-FAILED
              GO TO POSPAY-INIT-END
           END-IF
           OPEN I-O SENT-FILE
           IF WS-SENT-STATUS = "35"
              OPEN OUTPUT SENT-FILE
              CLOSE SENT-FILE
              OPEN I-O SENT-FILE
           END-IF
           IF WS-SENT-STATUS NOT = "00"
              MOVE "SENT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-SENT-STATUS TO FE-STATUS
              PERFORM POSPAY-OPEN-FAILED
              GO TO POSPAY-INIT-END
           END-IF
           OPEN OUTPUT ISSUE-FILE
           IF WS-ISSUE-STATUS NOT = "00"
              MOVE "ISSUE-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-ISSUE-STATUS TO FE-STATUS
              PERFORM POSPAY-OPEN-FAILED
              GO TO POSPAY-INIT-END
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              PERFORM POSPAY-OPEN-FAILED
              GO TO POSPAY-INIT-END
           END-IF
           MOVE SPACES TO PPAY-HEADER-RECORD
           MOVE "H" TO PPH-RECORD-TYPE
           MOVE WS-BANK-ID TO PPH-BANK-ID
           MOVE WS-ACCOUNT TO PPH-ACCOUNT
           MOVE WS-RUN-DATE TO PPH-FILE-DATE
           WRITE PPAY-HEADER-RECORD
           MOVE "POSITIVE-PAY ISSUE FILE - TREASURY REGISTER"
              TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM POSPAY-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM POSPAY-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM POSPAY-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  BANK " WS-BANK-ID "   ACCOUNT " WS-ACCOUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM POSPAY-WRITE-LINE
           MOVE "  CHECK   CODE  PAYEE      ISSUED             AMOUNT"
              TO REPORT-LINE
           PERFORM POSPAY-WRITE-LINE
           PERFORM POSPAY-READ-REGISTER.
       POSPAY-INIT-END. EXIT.

       POSPAY-OPEN-FAILED.
           MOVE "POSPAY" TO FE-PROGRAM
           MOVE SPACES TO FE-LAST-RECORD
           CALL "FILEERR" USING WS-FE-PARMS
           MOVE 12 TO WS-JOB-RC
           SET WS-EOF TO TRUE.

       POSPAY-READ-REGISTER.
           READ REGISTER-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONE REGISTER ENTRY. ONLY ISSUES, VOIDS AND STOPS GO TO THE
      * BANK - A CLEARED ENTRY CAME FROM THE BANK IN THE FIRST PLACE;
      * AN ENTRY THE LEDGER ALREADY HOLDS WAS SENT BY AN EARLIER RUN.
      *-----------------------------------------------------------------
       POSPAY-PROCESS-ONE.
           IF CHK-ISSUED OR CHK-VOIDED OR CHK-STOPPED
              MOVE CHK-NUMBER TO PS-CHECK-NUMBER
              MOVE CHK-STATUS TO PS-ISSUE-CODE
              READ SENT-FILE
                 INVALID KEY
                    PERFORM POSPAY-SEND-ITEM
                 NOT INVALID KEY
                    ADD 1 TO WS-SKIPPED-COUNT
              END-READ
           END-IF
           PERFORM POSPAY-READ-REGISTER.

      *-----------------------------------------------------------------
      * A VOID CARRIES THE PAYEE AND AMOUNT OF THE ISSUE IT CANCELS
      * SO THE BANK CAN MATCH IT; THE ISSUE IS ALWAYS ON THE LEDGER
      * BY NOW BECAUSE THE REGISTER IS READ IN THE ORDER WRITTEN.
      *-----------------------------------------------------------------
       POSPAY-SEND-ITEM.
           MOVE CHK-PAYEE TO WS-ITEM-PAYEE
           MOVE CHK-AMOUNT TO WS-ITEM-AMOUNT
           IF CHK-VOIDED
              MOVE SPACES TO WS-ITEM-PAYEE
              MOVE 0 TO WS-ITEM-AMOUNT
              MOVE CHK-NUMBER TO PS-CHECK-NUMBER
              MOVE "I" TO PS-ISSUE-CODE
              READ SENT-FILE
                 NOT INVALID KEY
                    MOVE PS-PAYEE TO WS-ITEM-PAYEE
                    MOVE PS-AMOUNT TO WS-ITEM-AMOUNT
              END-READ
           END-IF
           MOVE SPACES TO PPAY-DETAIL-RECORD
           MOVE "D" TO PPD-RECORD-TYPE
           MOVE WS-ACCOUNT TO PPD-ACCOUNT
           MOVE CHK-NUMBER TO PPD-CHECK-NUMBER
           MOVE WS-ITEM-AMOUNT TO PPD-AMOUNT
           MOVE CHK-DATE TO PPD-ISSUE-DATE
           MOVE CHK-STATUS TO PPD-ISSUE-CODE
           MOVE WS-ITEM-PAYEE TO PPD-PAYEE
           WRITE PPAY-DETAIL-RECORD
           IF WS-ISSUE-STATUS NOT = "00"
              MOVE "POSPAY" TO FE-PROGRAM
              MOVE "ISSUE-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-ISSUE-STATUS TO FE-STATUS
              MOVE PPAY-DETAIL-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           ELSE
              PERFORM POSPAY-RECORD-SENT
           END-IF.

       POSPAY-RECORD-SENT.
           ADD 1 TO WS-ITEM-COUNT
           ADD WS-ITEM-AMOUNT TO WS-ITEM-HASH
           EVALUATE TRUE
              WHEN CHK-ISSUED
                 ADD 1 TO WS-ISSUED-COUNT
                 ADD WS-ITEM-AMOUNT TO WS-ISSUED-TOTAL
              WHEN CHK-STOPPED
                 ADD 1 TO WS-STOPPED-COUNT
                 ADD WS-ITEM-AMOUNT TO WS-STOPPED-TOTAL
              WHEN OTHER
                 ADD 1 TO WS-VOIDED-COUNT
                 ADD WS-ITEM-AMOUNT TO WS-VOIDED-TOTAL
           END-EVALUATE
           MOVE SPACES TO SENT-RECORD
           MOVE CHK-NUMBER TO PS-CHECK-NUMBER
           MOVE CHK-STATUS TO PS-ISSUE-CODE
           MOVE WS-ITEM-PAYEE TO PS-PAYEE
           MOVE WS-ITEM-AMOUNT TO PS-AMOUNT
           MOVE CHK-DATE TO PS-ISSUE-DATE
           MOVE WS-RUN-DATE TO PS-SENT-DATE
           WRITE SENT-RECORD
              INVALID KEY
                 DISPLAY "POSPAY - LEDGER WRITE FAILED: " PS-KEY
           END-WRITE
           MOVE CHK-NUMBER TO WS-DL-CHECK
           MOVE CHK-STATUS TO WS-DL-CODE
           MOVE WS-ITEM-PAYEE TO WS-DL-PAYEE
           MOVE CHK-DATE TO WS-DL-DATE
           MOVE WS-ITEM-AMOUNT TO WS-DL-AMOUNT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM POSPAY-WRITE-LINE.

      *-----------------------------------------------------------------
       POSPAY-WRITE-TRAILER.
      *-----------------------------------------------------------------
           MOVE SPACES TO PPAY-DETAIL-RECORD
           MOVE "TRAILER*" TO TLR-LITERAL
           MOVE WS-ITEM-COUNT TO TLR-RECORD-COUNT
           MOVE WS-ITEM-HASH TO TLR-HASH-TOTAL
           WRITE TRAILER-VIEW.

      *-----------------------------------------------------------------
      * CONTROL TOTALS AND THE TREASURY SIGN-OFF BLOCK - THE FILE IS
      * NOT TRANSMITTED UNTIL THE TOTALS HERE ARE AGREED AND SIGNED.
      *-----------------------------------------------------------------
       POSPAY-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           PERFORM POSPAY-WRITE-LINE
           MOVE WS-ISSUED-COUNT TO WS-EDIT-COUNT
           MOVE WS-ISSUED-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  CHECKS ISSUED  . . . . " WS-EDIT-COUNT
                  "   TOTAL " WS-EDIT-TOTAL
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM POSPAY-WRITE-LINE
           MOVE WS-VOIDED-COUNT TO WS-EDIT-COUNT
           MOVE WS-VOIDED-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  CHECKS VOIDED  . . . . " WS-EDIT-COUNT
                  "   TOTAL " WS-EDIT-TOTAL
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM POSPAY-WRITE-LINE
           MOVE WS-STOPPED-COUNT TO WS-EDIT-COUNT
           MOVE WS-STOPPED-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  STOP PAYMENTS  . . . . " WS-EDIT-COUNT
                  "   TOTAL " WS-EDIT-TOTAL
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM POSPAY-WRITE-LINE
           MOVE WS-ITEM-COUNT TO WS-EDIT-COUNT
           MOVE WS-ITEM-HASH TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  ITEMS IN FILE  . . . . " WS-EDIT-COUNT
                  "   TOTAL " WS-EDIT-TOTAL
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM POSPAY-WRITE-LINE
           MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ALREADY SENT, SKIPPED  " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM POSPAY-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM POSPAY-WRITE-LINE
           MOVE "  PREPARED BY: ______________________  DATE: ________"
              TO REPORT-LINE
           PERFORM POSPAY-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM POSPAY-WRITE-LINE
           MOVE "  TREASURY APPROVAL: ________________  DATE: ________"
              TO REPORT-LINE
           PERFORM POSPAY-WRITE-LINE.

      *-----------------------------------------------------------------
       POSPAY-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "POSPAY" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       POSPAY-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE REGISTER-FILE
           CLOSE SENT-FILE
           CLOSE ISSUE-FILE
           CLOSE REPORT-FILE.
       END PROGRAM POSPAY.
