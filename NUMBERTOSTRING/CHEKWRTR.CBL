      * HIGHEST THE REGISTER HAS EVER ISSUED. THE CHKVOID CONTROL
      * FILE VOIDS A SPOILED NUMBER BY APPENDING A VOID ENTRY, SO
      * THE REGISTER ACCOUNTS FOR EVERY PIECE OF CHECK STOCK.
      * MODIFIED 15/10/2026 - THE REGISTER LAYOUT NOW COMES FROM THE
      * SHARED CHKREG.CPY COPYBOOK, SO THE POSPAY POSITIVE-PAY STEP
      * THAT FOLLOWS THIS ONE READS EXACTLY WHAT IS WRITTEN HERE.
      * MODIFIED 15/10/2026 - EVERY ISSUE AND VOID IS NOW ALSO
      * POSTED TO THE CHKMAST CHECK MASTER, THE KEYED CURRENT STATE
      * OF EACH CHECK THAT THE CHKRECON BANK RECONCILIATION CLEARS
      * AGAINST. THE REGISTER SCAN THAT FINDS THE NEXT NUMBER ALSO
      * CATCHES THE MASTER UP WITH ANY REGISTER ENTRY IT HAS NOT
      * SEEN, SO CHECKS ISSUED BEFORE THE MASTER EXISTED ARE ON IT.
      * MODIFIED 15/10/2026 - STOP PAYMENTS AND REISSUES PLACED
      * THROUGH THE ONLNCHK TRANSACTION ARRIVE IN THE CHKSTOP FEED.
      * EACH STOP IS POSTED TO THE REGISTER AS AN "S" ENTRY SO THE
      * NEXT POSPAY FILE CARRIES IT TO THE BANK, AND EACH QUEUED
      * REISSUE IS PRINTED UNDER A NEW NUMBER FOR THE ORIGINAL PAYEE
      * AND AMOUNT, WITH THE ORIGINAL CHECK NUMBER PRINTED ON THE
      * DOCUMENT AND CARRIED ON ITS REGISTER ENTRY.
      * MODIFIED 15/10/2026 - PURCHASE VOUCHERS NOW COME FROM THE
      * INVREL FILE OF VENDOR INVOICES THE INVMATCH THREE-WAY MATCH
      * RELEASED, NOT STRAIGHT FROM POGEN'S PORDOUT, SO ONLY PAPER
      * THAT WAS ORDERED, RECEIVED AND BILLED IS PAID.
      * MODIFIED 15/10/2026 - ADJUSTMENTS AND VOUCHERS ARE NOW PAID
      * FROM ADJPAY AND INVPAY, WHAT THE DUPSCRN DUPLICATE-PAYMENT
      * SCREEN PASSES OF ADJOUT AND INVREL. A DOCUMENT DUPSCRN HOLDS
      * IS PAID ONLY AFTER ITS FRAUDCSE CASE IS CLEARED.
      * MODIFIED 15/10/2026 - SPANISH CHECKS. EACH DOCUMENT IS
      * PRINTED IN THE PAYEE'S LANGUAGE - A VOUCHER IN THE VENDOR'S
      * VENDMAST LANGUAGE, AN ADJUSTMENT CHECK IN THE ONE ITS
      * APPROVER SET, A REISSUE IN THE ONE THE ORIGINAL WAS PRINTED
      * IN - WITH THE BODY WORDING AND THE NUMWORDS AMOUNT IN THAT
      * LANGUAGE AND THE AMOUNT IN WORDS WRAPPED TO A SECOND LINE
      * WHEN IT WILL NOT FIT ON ONE. THE REGISTER AND MASTER ENTRIES
      * ARE THE SAME IN EITHER LANGUAGE EXCEPT FOR THE LANGUAGE CODE
      * THEY CARRY, AND THE CONTROL TOTALS COUNT THE CHECKS PRINTED
      * IN EACH.
      * MODIFIED 15/10/2026 - A CHKSTOP "Q" RECORD IS A REISSUE OF A
      * CHECK STOPPED ON AN EARLIER CYCLE. IT PRINTS THE REISSUE BUT
      * POSTS NO SECOND "S" ENTRY AND IS NOT COUNTED AS A STOP AGAIN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT ORDER-FILE ASSIGN TO "INVPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.
           SELECT VOID-FILE ASSIGN TO "CHKVOID"
           SELECT REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT STOP-FILE ASSIGN TO "CHKSTOP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-STATUS.
           SELECT CHECK-MASTER ASSIGN TO "CHKMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CM-CHECK-NUMBER
               FILE STATUS IS WS-MAST-STATUS.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS VEND-PREFIX
               FILE STATUS IS WS-VEND-STATUS.
           SELECT CHECK-FILE ASSIGN TO "CHECKS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.
           05 REL-ACCT-ID            PIC X(8).
           05 REL-AMOUNT             PIC S9(4).
           05 REL-APPROVER           PIC X(8).
           05 REL-LANGUAGE           PIC X(1).

       FD  ORDER-FILE.
       01  ORDER-RECORD.
           05 VOI-CHECK-NUMBER       PIC 9(6).
           05 VOI-REASON             PIC X(20).

       FD  STOP-FILE.
       01  STOP-RECORD.
           05 STP-ACTION             PIC X(1).
              88 STP-REISSUE         VALUE "R" "Q".
              88 STP-REISSUE-ONLY    VALUE "Q".
           05 STP-CHECK-NUMBER       PIC 9(6).
           05 STP-REASON             PIC X(2).
           05 STP-USER               PIC X(8).
           05 STP-DATE               PIC 9(8).

       FD  REGISTER-FILE.
           COPY "CHKREG.CPY".

       FD  CHECK-MASTER.
           COPY "CHKMAST.CPY".

       FD  VENDOR-MASTER.
           COPY "VENDMAST.CPY".

       FD  CHECK-FILE.
       01  CHECK-LINE               PIC X(80).
       01  WS-VOID-STATUS            PIC X(02).
       01  WS-REG-STATUS             PIC X(02).
       01  WS-CHECK-STATUS           PIC X(02).
       01  WS-MAST-STATUS            PIC X(02).
       01  WS-STOP-STATUS            PIC X(02).
       01  WS-MAST-OPEN-SW           PIC X VALUE "N".
           88 WS-MAST-OPEN           VALUE "Y".
       01  WS-VEND-STATUS            PIC X(02).
       01  WS-VEND-OPEN-SW           PIC X VALUE "N".
           88 WS-VEND-OPEN           VALUE "Y".
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-NEXT-CHECK-NO          PIC 9(6) VALUE 0.
       01  WS-DOC-AMOUNT             PIC S9(9)V9(2).
       01  WS-DOC-PAYEE              PIC X(08).
       01  WS-DOC-TYPE               PIC X(01).
       01  WS-DOC-ORIG-NO            PIC 9(6) VALUE 0.
       01  WS-DOC-LANGUAGE           PIC X(01).
           88 WS-DOC-SPANISH         VALUE "S".
       01  WS-WRAP-AT                PIC 9(03).
       01  WS-ENGLISH-COUNT          PIC 9(5) VALUE 0.
       01  WS-SPANISH-COUNT          PIC 9(5) VALUE 0.
       01  WS-STOPPED-COUNT          PIC 9(5) VALUE 0.
       01  WS-REISSUED-COUNT         PIC 9(5) VALUE 0.
       01  WS-ISSUED-COUNT           PIC 9(5) VALUE 0.
       01  WS-VOIDED-COUNT           PIC 9(5) VALUE 0.
       01  WS-EDIT-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
              THRU CHEKWRTR-PAY-ADJUSTMENTS-END
           PERFORM CHEKWRTR-PAY-ORDERS
              THRU CHEKWRTR-PAY-ORDERS-END
           PERFORM CHEKWRTR-APPLY-STOPS
              THRU CHEKWRTR-APPLY-STOPS-END
           PERFORM CHEKWRTR-APPLY-VOIDS
              THRU CHEKWRTR-APPLY-VOIDS-END
           PERFORM CHEKWRTR-WRITE-SUMMARY
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN I-O CHECK-MASTER
           IF WS-MAST-STATUS = "35"
              OPEN OUTPUT CHECK-MASTER
              CLOSE CHECK-MASTER
              OPEN I-O CHECK-MASTER
           END-IF
           IF WS-MAST-STATUS = "00"
              SET WS-MAST-OPEN TO TRUE
           ELSE
              MOVE "CHEKWRTR" TO FE-PROGRAM
              MOVE "CHECK-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MAST-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           PERFORM CHEKWRTR-FIND-NEXT-NUMBER
      *-----------------------------------------------------------------
      * WITHOUT THE VENDOR MASTER EVERY VOUCHER PRINTS IN ENGLISH.
      *-----------------------------------------------------------------
           OPEN INPUT VENDOR-MASTER
           IF WS-VEND-STATUS = "00"
              SET WS-VEND-OPEN TO TRUE
           ELSE
              DISPLAY "CHEKWRTR - VENDMAST NOT OPEN, STATUS "
                 WS-VEND-STATUS " - VOUCHERS PRINT IN ENGLISH"
           END-IF
           OPEN OUTPUT CHECK-FILE
           IF WS-CHECK-STATUS NOT = "00"
              MOVE "CHEKWRTR" TO FE-PROGRAM
           IF CHK-NUMBER > WS-NEXT-CHECK-NO
              MOVE CHK-NUMBER TO WS-NEXT-CHECK-NO
           END-IF
           IF WS-MAST-OPEN
              PERFORM CHEKWRTR-SYNC-MASTER
                 THRU CHEKWRTR-SYNC-MASTER-END
           END-IF
           PERFORM CHEKWRTR-READ-REGISTER.

      *-----------------------------------------------------------------
      * CATCH THE MASTER UP WITH ONE REGISTER ENTRY. AN ISSUE IS
      * ADDED ONLY WHEN THE CHECK IS NOT ON FILE; ANY LATER EVENT
      * ONLY EVER MOVES THE STATUS FORWARD, SO REPLAYING THE WHOLE
      * REGISTER EVERY RUN CHANGES NOTHING THE MASTER ALREADY HAS.
      *-----------------------------------------------------------------
       CHEKWRTR-SYNC-MASTER.
           MOVE CHK-NUMBER TO CM-CHECK-NUMBER
           READ CHECK-MASTER
              INVALID KEY
                 IF CHK-ISSUED
                    PERFORM CHEKWRTR-ADD-MASTER
                 END-IF
                 GO TO CHEKWRTR-SYNC-MASTER-END
           END-READ
           IF CHK-ISSUED OR CM-STATUS = CHK-STATUS
              GO TO CHEKWRTR-SYNC-MASTER-END
           END-IF
           MOVE CHK-STATUS TO CM-STATUS
           MOVE CHK-DATE TO CM-STATUS-DATE
           REWRITE CHECK-MASTER-RECORD
              INVALID KEY
                 DISPLAY "CHEKWRTR - MASTER REWRITE FAILED: "
                    CM-CHECK-NUMBER
           END-REWRITE.
       CHEKWRTR-SYNC-MASTER-END. EXIT.

       CHEKWRTR-ADD-MASTER.
           MOVE SPACES TO CHECK-MASTER-RECORD
           MOVE CHK-NUMBER TO CM-CHECK-NUMBER
           MOVE CHK-TYPE TO CM-TYPE
           MOVE CHK-PAYEE TO CM-PAYEE
           MOVE CHK-AMOUNT TO CM-AMOUNT
           MOVE CHK-STATUS TO CM-STATUS
           MOVE CHK-DATE TO CM-ISSUE-DATE
           MOVE CHK-DATE TO CM-STATUS-DATE
           MOVE "N" TO CM-ESCHEAT-FLAG
           MOVE 0 TO CM-ORIG-NUMBER
           IF CHK-ORIG-NUMBER IS NUMERIC
              MOVE CHK-ORIG-NUMBER TO CM-ORIG-NUMBER
           END-IF
           MOVE CHK-LANGUAGE TO CM-LANGUAGE
           WRITE CHECK-MASTER-RECORD
              INVALID KEY
                 DISPLAY "CHEKWRTR - MASTER WRITE FAILED: "
                    CM-CHECK-NUMBER
           END-WRITE.

      *-----------------------------------------------------------------
      * ONE CHECK PER RELEASED ADJUSTMENT - THE PAYEE IS THE ACCOUNT
      * THE CORRECTION SETTLES, IN THE LANGUAGE ITS APPROVER SET.
      *-----------------------------------------------------------------
       CHEKWRTR-PAY-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-FILE
           MOVE REL-AMOUNT TO WS-DOC-AMOUNT
           MOVE REL-ACCT-ID TO WS-DOC-PAYEE
           MOVE "A" TO WS-DOC-TYPE
           MOVE 0 TO WS-DOC-ORIG-NO
           MOVE REL-LANGUAGE TO WS-DOC-LANGUAGE
           PERFORM CHEKWRTR-PRINT-DOCUMENT
           PERFORM CHEKWRTR-READ-ADJUSTMENT.

      *-----------------------------------------------------------------
      * ONE VOUCHER PER VENDOR PURCHASE-ORDER LINE, IN THE VENDOR'S
      * LANGUAGE - ENGLISH FOR A VENDOR NOT ON THE MASTER.
      *-----------------------------------------------------------------
       CHEKWRTR-PAY-ORDERS.
           OPEN INPUT ORDER-FILE
           MOVE SPACES TO WS-DOC-PAYEE
           MOVE PO-VENDOR TO WS-DOC-PAYEE (1:3)
           MOVE "P" TO WS-DOC-TYPE
           MOVE 0 TO WS-DOC-ORIG-NO
           MOVE "E" TO WS-DOC-LANGUAGE
           IF WS-VEND-OPEN
              MOVE PO-VENDOR TO VEND-PREFIX
              READ VENDOR-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF VEND-LANG-SPANISH
                       MOVE "S" TO WS-DOC-LANGUAGE
                    END-IF
              END-READ
           END-IF
           PERFORM CHEKWRTR-PRINT-DOCUMENT
           PERFORM CHEKWRTR-READ-ORDER.

      *-----------------------------------------------------------------
      * THE DOCUMENT ITSELF - CHECK NUMBER, PAYEE, THE NUMERIC
      * AMOUNT AND THE NUMWORDS RENDERING SIDE BY SIDE, WORDED IN
      * THE PAYEE'S LANGUAGE - AND ITS REGISTER ENTRY, ISSUED UNDER
      * THE NEXT SEQUENTIAL NUMBER. ANY LANGUAGE CODE OTHER THAN
      * SPANISH PRINTS IN ENGLISH.
      *-----------------------------------------------------------------
       CHEKWRTR-PRINT-DOCUMENT.
           IF WS-DOC-SPANISH
              ADD 1 TO WS-SPANISH-COUNT
           ELSE
              MOVE "E" TO WS-DOC-LANGUAGE
              ADD 1 TO WS-ENGLISH-COUNT
           END-IF
           MOVE WS-NEXT-CHECK-NO TO WS-EDIT-CHECK
           MOVE SPACES TO RH-TITLE
           IF WS-DOC-SPANISH
              STRING "CHEQUE/COMPROBANTE NO " WS-EDIT-CHECK
                 DELIMITED BY SIZE INTO RH-TITLE
           ELSE
              STRING "CHECK/VOUCHER NO " WS-EDIT-CHECK
                 DELIMITED BY SIZE INTO RH-TITLE
           END-IF
           MOVE WS-PAGE-NO TO RH-PAGE-NO
           ADD 1 TO WS-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           PERFORM CHEKWRTR-WRITE-CHECK-LINE
           MOVE WS-DOC-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO CHECK-LINE
           IF WS-DOC-SPANISH
              STRING "  PAGUESE A " WS-DOC-PAYEE
                     "   IMPORTE " DELIMITED BY SIZE
                     WS-EDIT-AMOUNT DELIMITED BY SIZE
                 INTO CHECK-LINE
           ELSE
              STRING "  PAY TO " WS-DOC-PAYEE
                     "   AMOUNT " DELIMITED BY SIZE
                     WS-EDIT-AMOUNT DELIMITED BY SIZE
                 INTO CHECK-LINE
           END-IF
           PERFORM CHEKWRTR-WRITE-CHECK-LINE
           MOVE WS-DOC-AMOUNT TO NW-AMOUNT
           MOVE WS-DOC-LANGUAGE TO NW-LANGUAGE
           CALL "NUMWORDS" USING WS-NW-PARMS
           PERFORM CHEKWRTR-PRINT-WORDS
           IF WS-DOC-ORIG-NO NOT = 0
              MOVE WS-DOC-ORIG-NO TO WS-EDIT-CHECK
              MOVE SPACES TO CHECK-LINE
              IF WS-DOC-SPANISH
                 STRING "  REPONE EL CHEQUE NO " WS-EDIT-CHECK
                        " - ORIGINAL SUSPENDIDO" DELIMITED BY SIZE
                    INTO CHECK-LINE
              ELSE
                 STRING "  REISSUE OF CHECK NO " WS-EDIT-CHECK
                        " - ORIGINAL STOPPED" DELIMITED BY SIZE
                    INTO CHECK-LINE
              END-IF
              PERFORM CHEKWRTR-WRITE-CHECK-LINE
           END-IF
           IF WS-DOC-SPANISH
              MOVE "  FIRMA AUTORIZADA: ______________________"
                 TO CHECK-LINE
           ELSE
              MOVE "  AUTHORIZED SIGNATURE: ______________________"
                 TO CHECK-LINE
           END-IF
           PERFORM CHEKWRTR-WRITE-CHECK-LINE
           MOVE WS-NEXT-CHECK-NO TO CHK-NUMBER
           MOVE WS-DOC-TYPE TO CHK-TYPE
           MOVE WS-DOC-AMOUNT TO CHK-AMOUNT
           MOVE "I" TO CHK-STATUS
           MOVE WS-RUN-DATE TO CHK-DATE
           MOVE WS-DOC-ORIG-NO TO CHK-ORIG-NUMBER
           MOVE WS-DOC-LANGUAGE TO CHK-LANGUAGE
           WRITE CHECK-REGISTER-RECORD
           IF WS-MAST-OPEN
              PERFORM CHEKWRTR-ADD-MASTER
           END-IF
           ADD 1 TO WS-ISSUED-COUNT
           ADD 1 TO WS-NEXT-CHECK-NO.

      *-----------------------------------------------------------------
      * THE AMOUNT IN WORDS AFTER ITS LABEL, WITH ROOM FOR 66
      * CHARACTERS ON THE LINE. A LONGER RENDERING (THE SPANISH FORM
      * OF A LARGE AMOUNT) BREAKS AT THE LAST SPACE THAT FITS AND
      * CONTINUES ON A SECOND LINE UNDER THE FIRST.
      *-----------------------------------------------------------------
       CHEKWRTR-PRINT-WORDS.
           MOVE 67 TO WS-WRAP-AT
           IF NW-RESULT (67:) NOT = SPACES
              PERFORM CHEKWRTR-STEP-BACK
                 UNTIL NW-RESULT (WS-WRAP-AT:1) = SPACE
                    OR WS-WRAP-AT = 1
           END-IF
           IF WS-WRAP-AT = 1
              MOVE 67 TO WS-WRAP-AT
           END-IF
           MOVE SPACES TO CHECK-LINE
           IF WS-DOC-SPANISH
              MOVE "  CANTIDAD: " TO CHECK-LINE (1:12)
           ELSE
              MOVE "  IN WORDS: " TO CHECK-LINE (1:12)
           END-IF
           MOVE NW-RESULT (1:WS-WRAP-AT - 1) TO CHECK-LINE (13:66)
           PERFORM CHEKWRTR-WRITE-CHECK-LINE
           IF NW-RESULT (WS-WRAP-AT:) NOT = SPACES
              MOVE SPACES TO CHECK-LINE
              MOVE NW-RESULT (WS-WRAP-AT + 1:) TO CHECK-LINE (13:66)
              PERFORM CHEKWRTR-WRITE-CHECK-LINE
           END-IF.

       CHEKWRTR-STEP-BACK.
           SUBTRACT 1 FROM WS-WRAP-AT.

      *-----------------------------------------------------------------
      * STOPS AND REISSUES FROM THE ONLINE TRANSACTION. THE MASTER
      * WAS MARKED STOPPED WHEN THE STOP WAS PLACED; HERE THE STOP
      * JOINS THE REGISTER HISTORY, AND A QUEUED REISSUE IS PRINTED
      * ONCE - THE MASTER FLAG MOVES FROM QUEUED TO DONE BEFORE THE
      * NEW CHECK PRINTS, SO A RERUN OF THE FEED NEVER PAYS TWICE.
      *-----------------------------------------------------------------
       CHEKWRTR-APPLY-STOPS.
           IF NOT WS-MAST-OPEN
              GO TO CHEKWRTR-APPLY-STOPS-END
           END-IF
           OPEN INPUT STOP-FILE
           IF WS-STOP-STATUS NOT = "00"
              GO TO CHEKWRTR-APPLY-STOPS-END
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM CHEKWRTR-READ-STOP
           PERFORM CHEKWRTR-STOP-ONE
              THRU CHEKWRTR-STOP-ONE-END
              UNTIL WS-EOF
           CLOSE STOP-FILE.
       CHEKWRTR-APPLY-STOPS-END. EXIT.

       CHEKWRTR-READ-STOP.
           READ STOP-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       CHEKWRTR-STOP-ONE.
           MOVE STP-CHECK-NUMBER TO CM-CHECK-NUMBER
           READ CHECK-MASTER
              INVALID KEY
                 DISPLAY "CHEKWRTR - STOP FOR UNKNOWN CHECK: "
                    STP-CHECK-NUMBER
                 PERFORM CHEKWRTR-READ-STOP
                 GO TO CHEKWRTR-STOP-ONE-END
           END-READ
           IF NOT CM-STOPPED
              DISPLAY "CHEKWRTR - CHECK NOT STOPPED ON MASTER: "
                 STP-CHECK-NUMBER
              PERFORM CHEKWRTR-READ-STOP
              GO TO CHEKWRTR-STOP-ONE-END
           END-IF
           IF NOT STP-REISSUE-ONLY
              MOVE CM-CHECK-NUMBER TO CHK-NUMBER
              MOVE CM-TYPE TO CHK-TYPE
              MOVE CM-PAYEE TO CHK-PAYEE
              MOVE CM-AMOUNT TO CHK-AMOUNT
              MOVE "S" TO CHK-STATUS
              MOVE STP-DATE TO CHK-DATE
              MOVE 0 TO CHK-ORIG-NUMBER
              MOVE CM-LANGUAGE TO CHK-LANGUAGE
              WRITE CHECK-REGISTER-RECORD
              ADD 1 TO WS-STOPPED-COUNT
           END-IF
           IF STP-REISSUE AND CM-REISSUE-QUEUED
              MOVE "Y" TO CM-REISSUE-FLAG
              REWRITE CHECK-MASTER-RECORD
                 INVALID KEY
                    DISPLAY "CHEKWRTR - MASTER REWRITE FAILED: "
                       CM-CHECK-NUMBER
              END-REWRITE
              MOVE CM-AMOUNT TO WS-DOC-AMOUNT
              MOVE CM-PAYEE TO WS-DOC-PAYEE
              MOVE CM-TYPE TO WS-DOC-TYPE
              MOVE CM-CHECK-NUMBER TO WS-DOC-ORIG-NO
              MOVE CM-LANGUAGE TO WS-DOC-LANGUAGE
              PERFORM CHEKWRTR-PRINT-DOCUMENT
              ADD 1 TO WS-REISSUED-COUNT
           END-IF
           PERFORM CHEKWRTR-READ-STOP.
       CHEKWRTR-STOP-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * A SPOILED NUMBER GETS A VOID ENTRY APPENDED TO THE REGISTER
      * - THE STOCK IS ACCOUNTED FOR AND THE NUMBER NEVER REISSUES.
           MOVE 0 TO CHK-AMOUNT
           MOVE "V" TO CHK-STATUS
           MOVE WS-RUN-DATE TO CHK-DATE
           MOVE 0 TO CHK-ORIG-NUMBER
           MOVE SPACE TO CHK-LANGUAGE
           WRITE CHECK-REGISTER-RECORD
           IF WS-MAST-OPEN
              PERFORM CHEKWRTR-SYNC-MASTER
                 THRU CHEKWRTR-SYNC-MASTER-END
           END-IF
           ADD 1 TO WS-VOIDED-COUNT
           PERFORM CHEKWRTR-READ-VOID.

           STRING "  NUMBERS VOIDED . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO CHECK-LINE
           PERFORM CHEKWRTR-WRITE-CHECK-LINE
           MOVE WS-STOPPED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO CHECK-LINE
           STRING "  STOPS POSTED . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO CHECK-LINE
           PERFORM CHEKWRTR-WRITE-CHECK-LINE
           MOVE WS-REISSUED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO CHECK-LINE
           STRING "  CHECKS REISSUED  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO CHECK-LINE
           PERFORM CHEKWRTR-WRITE-CHECK-LINE
           MOVE WS-ENGLISH-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO CHECK-LINE
           STRING "  PRINTED IN ENGLISH . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO CHECK-LINE
           PERFORM CHEKWRTR-WRITE-CHECK-LINE
           MOVE WS-SPANISH-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO CHECK-LINE
           STRING "  PRINTED IN SPANISH . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO CHECK-LINE
           PERFORM CHEKWRTR-WRITE-CHECK-LINE.

      *-----------------------------------------------------------------
       CHEKWRTR-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE REGISTER-FILE
           IF WS-MAST-OPEN
              CLOSE CHECK-MASTER
           END-IF
           IF WS-VEND-OPEN
              CLOSE VENDOR-MASTER
           END-IF
           CLOSE CHECK-FILE.
       END PROGRAM CHEKWRTR.
