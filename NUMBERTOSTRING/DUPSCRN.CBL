      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    DUPSCRN.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * DUPLICATE-PAYMENT SCREEN AHEAD OF THE CHECK RUN. APBENFRD
      * SCORES DIGIT DISTRIBUTIONS BUT CANNOT SEE THE COMMONEST REAL
      * LOSS - PAYING THE SAME PAYEE THE SAME AMOUNT TWICE, AS WHEN
      * AN ADJUSTMENT IS RELEASED TWICE OR THE SAME PAPER IS BILLED
      * IN TWO CYCLES. THIS STEP RUNS AFTER ADJRELSE AND INVMATCH AND
      * BEFORE CHEKWRTR. IT READS THE DOCUMENTS WAITING TO BE PAID -
      * RELEASED ADJUSTMENTS (ADJOUT) AND RELEASED VENDOR INVOICES
      * (INVREL) - AND SCREENS EACH ONE AGAINST THE DOCUMENTS AHEAD
      * OF IT IN THIS RUN AND AGAINST THE CHECKS ISSUED IN THE LAST
      * THRESHIN DUP-WINDOW-DAYS DAYS OF THE CHKREG REGISTER (A
      * CHECK SINCE VOIDED OR STOPPED DOES NOT COUNT). THE SAME KIND
      * OF DOCUMENT TO THE SAME PAYEE IS FLAGGED WHEN IT IS
      *   - AN EXACT DUPLICATE OF ONE ALREADY IN THIS RUN,
      *   - FOR THE SAME AMOUNT AS ONE IN THIS RUN OR A RECENT CHECK,
      *   - OR FOR THAT AMOUNT WITH TWO ADJACENT DIGITS TRANSPOSED.
      * A CLEAN DOCUMENT IS PASSED ON UNCHANGED TO ADJPAY OR INVPAY,
      * THE FILES CHEKWRTR NOW PAYS FROM. A FLAGGED ONE IS HELD OUT
      * OF THE CHECK RUN ON THE DUPHELD FILE AND A NUMBERED CASE IS
      * OPENED FOR IT ON FRAUDCSE UNDER THE PAYEE'S PREFIX, SO THE
      * REVIEW TEAM DISPOSES OF IT THROUGH FRAUDUPD LIKE ANY OTHER
      * LEAD. EACH RUN FIRST RELEASES EVERY HELD DOCUMENT WHOSE CASE
      * HAS SINCE BEEN CLEARED INTO THE SAME PAY FILES; ANY OTHER
      * DISPOSITION LEAVES IT HELD AND LISTED.
      *
      * THE DUPHELD RECORD WITH KEY ZERO CARRIES THE LAST CASE
      * NUMBER ISSUED.
      * MODIFIED 15/10/2026 - AN ADJUSTMENT NOW CARRIES ITS PAYEE'S
      * CHECK LANGUAGE AFTER THE ACCOUNT/AMOUNT/APPROVER IMAGE. IT
      * IS PASSED THROUGH TO ADJPAY, AND KEPT BESIDE THE IMAGE ON A
      * HELD DOCUMENT SO A CLEARED ONE IS RELEASED IN THE SAME
      * LANGUAGE. IT PLAYS NO PART IN THE DUPLICATE TESTS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT ORDER-FILE ASSIGN TO "INVREL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.
           SELECT ADJ-PAY-FILE ASSIGN TO "ADJPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-PAY-STATUS.
           SELECT ORD-PAY-FILE ASSIGN TO "INVPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-PAY-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT FRAUD-CASE-FILE ASSIGN TO "FRAUDCSE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT HELD-FILE ASSIGN TO "DUPHELD"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS DH-CASE-NO
               FILE STATUS IS WS-HELD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DUPSCRNR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD.
           05 REL-ACCT-ID            PIC X(8).
           05 REL-AMOUNT             PIC S9(4).
           05 REL-APPROVER           PIC X(8).
           05 REL-LANGUAGE           PIC X(1).

       FD  ORDER-FILE.
       01  ORDER-RECORD.
           05 PO-VENDOR              PIC X(3).
           05 PO-PAPER-TYPE          PIC X(3).
           05 PO-REAMS               PIC 9(5).
           05 PO-AMOUNT              PIC 9(7)V9(2).

       FD  ADJ-PAY-FILE.
       01  ADJ-PAY-RECORD            PIC X(21).

       FD  ORD-PAY-FILE.
       01  ORD-PAY-RECORD            PIC X(20).

       FD  REGISTER-FILE.
           COPY "CHKREG.CPY".

       FD  FRAUD-CASE-FILE.
           COPY "FRAUDCSE.CPY".

       FD  HELD-FILE.
       01  HELD-RECORD.
           05 DH-CASE-NO             PIC 9(6).
           05 DH-PREFIX              PIC X(3).
           05 DH-DOC-TYPE            PIC X(1).
              88 DH-ADJUSTMENT       VALUE "A".
              88 DH-ORDER            VALUE "P".
           05 DH-DOC-IMAGE           PIC X(20).
           05 DH-PAYEE               PIC X(8).
           05 DH-AMOUNT              PIC S9(9)V9(2).
           05 DH-HELD-DATE           PIC 9(8).
           05 DH-RULE                PIC X(20).
           05 DH-MATCH               PIC X(10).
           05 DH-DOC-LANG            PIC X(1).
           05 FILLER                 PIC X(9).
       01  HELD-CONTROL-RECORD.
           05 DHC-KEY                PIC 9(6).
           05 DHC-LAST-CASE-NO       PIC 9(6).
           05 FILLER                 PIC X(85).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-TH-PARMS.
           COPY "THRSHLD.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-ADJ-STATUS             PIC X(02).
       01  WS-ORD-STATUS             PIC X(02).
       01  WS-ADJ-PAY-STATUS         PIC X(02).
       01  WS-ORD-PAY-STATUS         PIC X(02).
       01  WS-REG-STATUS             PIC X(02).
       01  WS-CASE-STATUS            PIC X(02).
       01  WS-HELD-STATUS            PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-DAYS               PIC 9(08).
       01  WS-CUTOFF-DATE            PIC 9(08).
       01  WS-LAST-CASE-NO           PIC 9(06) VALUE 0.
      *-----------------------------------------------------------------
      * THE DOCUMENT BEING SCREENED AND THE OUTCOME OF ITS SCREEN. A
      * BLANK RULE MEANS IT IS CLEAN.
      *-----------------------------------------------------------------
       01  WS-DOC-TYPE               PIC X(01).
       01  WS-DOC-PAYEE              PIC X(08).
       01  WS-DOC-AMOUNT             PIC S9(9)V9(2).
       01  WS-DOC-IMAGE              PIC X(20).
       01  WS-DUP-RULE               PIC X(20).
       01  WS-DUP-MATCH              PIC X(10).
       01  WS-MATCH-CHECK            PIC 9(06).
      *-----------------------------------------------------------------
      * DOCUMENTS ALREADY PASSED IN THIS RUN.
      *-----------------------------------------------------------------
       01  WS-BAT-MAX               PIC 9(04) VALUE 0.
       01  WS-BAT-I                 PIC 9(04).
       01  WS-BAT-TABLE.
           05 WS-BAT-ENTRY OCCURS 1000 TIMES.
              10 WS-BAT-TYPE        PIC X(1).
              10 WS-BAT-PAYEE       PIC X(8).
              10 WS-BAT-AMOUNT      PIC S9(9)V9(2).
              10 WS-BAT-IMAGE       PIC X(20).
      *-----------------------------------------------------------------
      * CHECKS ISSUED INSIDE THE WINDOW AND NOT SINCE VOIDED OR
      * STOPPED.
      *-----------------------------------------------------------------
       01  WS-HIS-MAX               PIC 9(04) VALUE 0.
       01  WS-HIS-I                 PIC 9(04).
       01  WS-HIS-TABLE.
           05 WS-HIS-ENTRY OCCURS 3000 TIMES.
              10 WS-HIS-CHECK       PIC 9(6).
              10 WS-HIS-TYPE        PIC X(1).
              10 WS-HIS-PAYEE       PIC X(8).
              10 WS-HIS-AMOUNT      PIC S9(9)V9(2).
              10 WS-HIS-LIVE-SW     PIC X(1).
                 88 WS-HIS-LIVE     VALUE "Y".
       01  WS-TABLE-FULL-SW         PIC X VALUE "N".
           88 WS-TABLE-FULL         VALUE "Y".
      *-----------------------------------------------------------------
      * TWO AMOUNTS DIGIT BY DIGIT FOR THE TRANSPOSITION TEST.
      *-----------------------------------------------------------------
       01  WS-CMP-NUM-A             PIC 9(9)V9(2).
       01  WS-CMP-DIGITS-A REDEFINES WS-CMP-NUM-A
                                     PIC X(11).
       01  WS-CMP-NUM-B             PIC 9(9)V9(2).
       01  WS-CMP-DIGITS-B REDEFINES WS-CMP-NUM-B
                                     PIC X(11).
       01  WS-CMP-K                 PIC 9(02).
       01  WS-CMP-DIFFS             PIC 9(02).
       01  WS-CMP-FIRST             PIC 9(02).
       01  WS-TRANSPOSED-SW         PIC X VALUE "N".
           88 WS-TRANSPOSED         VALUE "Y".
       01  WS-PASSED-COUNT           PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT             PIC 9(5) VALUE 0.
       01  WS-RELEASED-COUNT         PIC 9(5) VALUE 0.
       01  WS-STILL-HELD-COUNT       PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-DETAIL-LINE.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DL-ACTION           PIC X(8).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-DL-CASE             PIC 9(6).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-DL-TYPE             PIC X(1).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-DL-PAYEE            PIC X(8).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-DL-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-DL-RULE             PIC X(20).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-DL-MATCH            PIC X(10).
           05 FILLER                 PIC X(6) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       DUPSCRN-MAIN.
           PERFORM DUPSCRN-INIT
              THRU DUPSCRN-INIT-END
           IF WS-JOB-RC < 12
              PERFORM DUPSCRN-RELEASE-CLEARED
                 THRU DUPSCRN-RELEASE-CLEARED-END
              PERFORM DUPSCRN-LOAD-HISTORY
                 THRU DUPSCRN-LOAD-HISTORY-END
              PERFORM DUPSCRN-SCREEN-ADJUSTMENTS
                 THRU DUPSCRN-SCREEN-ADJUSTMENTS-END
              PERFORM DUPSCRN-SCREEN-ORDERS
                 THRU DUPSCRN-SCREEN-ORDERS-END
              PERFORM DUPSCRN-WRITE-SUMMARY
           END-IF
           PERFORM DUPSCRN-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
      * THE CASE AND HELD FILES ARE CREATED ON FIRST USE. THE PAY
      * FILES ARE WRITTEN FRESH EVERY RUN.
      *-----------------------------------------------------------------
       DUPSCRN-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           CALL "THRSHLD" USING WS-TH-PARMS
           COMPUTE WS-RUN-DAYS =
              FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
              (WS-RUN-DAYS - TH-DUP-WINDOW-DAYS)
           OPEN I-O FRAUD-CASE-FILE
           IF WS-CASE-STATUS = "35"
              OPEN OUTPUT FRAUD-CASE-FILE
              CLOSE FRAUD-CASE-FILE
              OPEN I-O FRAUD-CASE-FILE
           END-IF
           IF WS-CASE-STATUS NOT = "00"
              MOVE "FRAUD-CASE-FILE" TO FE-FILE-NAME
              MOVE WS-CASE-STATUS TO FE-STATUS
              PERFORM DUPSCRN-OPEN-FAILED
              GO TO DUPSCRN-INIT-END
           END-IF
           OPEN I-O HELD-FILE
           IF WS-HELD-STATUS = "35"
              OPEN OUTPUT HELD-FILE
              CLOSE HELD-FILE
              OPEN I-O HELD-FILE
           END-IF
           IF WS-HELD-STATUS NOT = "00"
              MOVE "HELD-FILE" TO FE-FILE-NAME
              MOVE WS-HELD-STATUS TO FE-STATUS
              PERFORM DUPSCRN-OPEN-FAILED
              GO TO DUPSCRN-INIT-END
           END-IF
           MOVE 0 TO DHC-KEY
           READ HELD-FILE
              INVALID KEY
                 MOVE SPACES TO HELD-CONTROL-RECORD
                 MOVE 0 TO DHC-KEY DHC-LAST-CASE-NO
                 WRITE HELD-CONTROL-RECORD
                 END-WRITE
           END-READ
           MOVE DHC-LAST-CASE-NO TO WS-LAST-CASE-NO
           OPEN OUTPUT ADJ-PAY-FILE
           IF WS-ADJ-PAY-STATUS NOT = "00"
              MOVE "ADJ-PAY-FILE" TO FE-FILE-NAME
              MOVE WS-ADJ-PAY-STATUS TO FE-STATUS
              PERFORM DUPSCRN-OPEN-FAILED
              GO TO DUPSCRN-INIT-END
           END-IF
           OPEN OUTPUT ORD-PAY-FILE
           IF WS-ORD-PAY-STATUS NOT = "00"
              MOVE "ORD-PAY-FILE" TO FE-FILE-NAME
              MOVE WS-ORD-PAY-STATUS TO FE-STATUS
              PERFORM DUPSCRN-OPEN-FAILED
              GO TO DUPSCRN-INIT-END
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE WS-REPORT-STATUS TO FE-STATUS
              PERFORM DUPSCRN-OPEN-FAILED
              GO TO DUPSCRN-INIT-END
           END-IF
           MOVE "DUPLICATE-PAYMENT SCREEN - DOCUMENTS HELD/RELEASED"
              TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM DUPSCRN-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM DUPSCRN-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM DUPSCRN-WRITE-LINE
           MOVE "  ACTION   CASE   T PAYEE          AMOUNT  RULE"
              TO REPORT-LINE
           MOVE "MATCHES" TO REPORT-LINE (65:7)
           PERFORM DUPSCRN-WRITE-LINE.
       DUPSCRN-INIT-END. EXIT.

       DUPSCRN-OPEN-FAILED.
           MOVE "DUPSCRN" TO FE-PROGRAM
           MOVE "OPEN" TO FE-OPERATION
           MOVE SPACES TO FE-LAST-RECORD
           CALL "FILEERR" USING WS-FE-PARMS
           MOVE 12 TO WS-JOB-RC.

      *-----------------------------------------------------------------
      * HELD DOCUMENTS WHOSE CASE THE REVIEW TEAM HAS CLEARED GO TO
      * THIS RUN'S PAY FILES; THE REST STAY HELD AND ARE LISTED.
      *-----------------------------------------------------------------
       DUPSCRN-RELEASE-CLEARED.
           MOVE 0 TO DH-CASE-NO
           START HELD-FILE KEY GREATER THAN DH-CASE-NO
              INVALID KEY
                 GO TO DUPSCRN-RELEASE-CLEARED-END
           END-START
           MOVE "N" TO WS-EOF-SW
           PERFORM DUPSCRN-READ-HELD
           PERFORM DUPSCRN-CHECK-HELD UNTIL WS-EOF.
       DUPSCRN-RELEASE-CLEARED-END. EXIT.

       DUPSCRN-READ-HELD.
           READ HELD-FILE NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

       DUPSCRN-CHECK-HELD.
           MOVE DH-PREFIX TO FC-PREFIX
           MOVE DH-CASE-NO TO FC-CASE-NO
           READ FRAUD-CASE-FILE
              INVALID KEY
                 MOVE SPACE TO FC-DISPOSITION
           END-READ
           MOVE DH-CASE-NO TO WS-DL-CASE
           MOVE DH-DOC-TYPE TO WS-DL-TYPE
           MOVE DH-PAYEE TO WS-DL-PAYEE
           MOVE DH-AMOUNT TO WS-DL-AMOUNT
           MOVE DH-RULE TO WS-DL-RULE
           MOVE DH-MATCH TO WS-DL-MATCH
           IF FC-CLEARED
              IF DH-ADJUSTMENT
                 MOVE DH-DOC-IMAGE TO ADJ-PAY-RECORD
                 MOVE DH-DOC-LANG TO ADJ-PAY-RECORD (21:1)
                 PERFORM DUPSCRN-WRITE-ADJ-PAY
              ELSE
                 MOVE DH-DOC-IMAGE TO ORD-PAY-RECORD
                 PERFORM DUPSCRN-WRITE-ORD-PAY
              END-IF
              DELETE HELD-FILE RECORD
                 INVALID KEY
                    DISPLAY "DUPSCRN - HELD DELETE FAILED: "
                       DH-CASE-NO
              END-DELETE
              ADD 1 TO WS-RELEASED-COUNT
              MOVE "RELEASED" TO WS-DL-ACTION
           ELSE
              ADD 1 TO WS-STILL-HELD-COUNT
              MOVE "STILL HD" TO WS-DL-ACTION
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM DUPSCRN-WRITE-LINE
           PERFORM DUPSCRN-READ-HELD.

      *-----------------------------------------------------------------
      * LOAD THE WINDOW OF REGISTER HISTORY. THE REGISTER IS IN
      * ISSUE ORDER, SO A VOID OR STOP ALWAYS FOLLOWS THE ISSUE IT
      * CANCELS AND CAN SIMPLY MARK IT DEAD.
      *-----------------------------------------------------------------
       DUPSCRN-LOAD-HISTORY.
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
              GO TO DUPSCRN-LOAD-HISTORY-END
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM DUPSCRN-READ-REGISTER
           PERFORM DUPSCRN-HISTORY-ONE UNTIL WS-EOF
           CLOSE REGISTER-FILE.
       DUPSCRN-LOAD-HISTORY-END. EXIT.

       DUPSCRN-READ-REGISTER.
           READ REGISTER-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       DUPSCRN-HISTORY-ONE.
           EVALUATE TRUE
              WHEN CHK-ISSUED
                 IF CHK-DATE NOT < WS-CUTOFF-DATE
                    PERFORM DUPSCRN-ADD-HISTORY
                 END-IF
              WHEN CHK-VOIDED
              WHEN CHK-STOPPED
                 PERFORM DUPSCRN-KILL-HISTORY
                    VARYING WS-HIS-I FROM 1 BY 1
                    UNTIL WS-HIS-I > WS-HIS-MAX
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM DUPSCRN-READ-REGISTER.

       DUPSCRN-ADD-HISTORY.
           IF WS-HIS-MAX < 3000
              ADD 1 TO WS-HIS-MAX
              MOVE CHK-NUMBER TO WS-HIS-CHECK (WS-HIS-MAX)
              MOVE CHK-TYPE TO WS-HIS-TYPE (WS-HIS-MAX)
              MOVE CHK-PAYEE TO WS-HIS-PAYEE (WS-HIS-MAX)
              MOVE CHK-AMOUNT TO WS-HIS-AMOUNT (WS-HIS-MAX)
              MOVE "Y" TO WS-HIS-LIVE-SW (WS-HIS-MAX)
           ELSE
              PERFORM DUPSCRN-TABLE-FULL
           END-IF.

       DUPSCRN-KILL-HISTORY.
           IF WS-HIS-CHECK (WS-HIS-I) = CHK-NUMBER
              MOVE "N" TO WS-HIS-LIVE-SW (WS-HIS-I)
           END-IF.

       DUPSCRN-TABLE-FULL.
           IF NOT WS-TABLE-FULL
              SET WS-TABLE-FULL TO TRUE
              DISPLAY "DUPSCRN - SCREENING TABLE FULL, LATER ITEMS "
                 "NOT COMPARED"
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * RELEASED ADJUSTMENTS - THE PAYEE IS THE ACCOUNT.
      *-----------------------------------------------------------------
       DUPSCRN-SCREEN-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJ-STATUS NOT = "00"
              GO TO DUPSCRN-SCREEN-ADJUSTMENTS-END
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM DUPSCRN-READ-ADJUSTMENT
           PERFORM DUPSCRN-SCREEN-ONE-ADJ UNTIL WS-EOF
           CLOSE ADJUSTMENT-FILE.
       DUPSCRN-SCREEN-ADJUSTMENTS-END. EXIT.

       DUPSCRN-READ-ADJUSTMENT.
           READ ADJUSTMENT-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       DUPSCRN-SCREEN-ONE-ADJ.
           MOVE "A" TO WS-DOC-TYPE
           MOVE REL-ACCT-ID TO WS-DOC-PAYEE
           MOVE REL-AMOUNT TO WS-DOC-AMOUNT
           MOVE ADJUSTMENT-RECORD TO WS-DOC-IMAGE
           PERFORM DUPSCRN-SCREEN-DOC
           IF WS-DUP-RULE = SPACES
              MOVE ADJUSTMENT-RECORD TO ADJ-PAY-RECORD
              PERFORM DUPSCRN-WRITE-ADJ-PAY
              PERFORM DUPSCRN-PASS-DOC
           ELSE
              PERFORM DUPSCRN-HOLD-DOC
           END-IF
           PERFORM DUPSCRN-READ-ADJUSTMENT.

      *-----------------------------------------------------------------
      * RELEASED VENDOR INVOICES - THE PAYEE IS THE VENDOR.
      *-----------------------------------------------------------------
       DUPSCRN-SCREEN-ORDERS.
           OPEN INPUT ORDER-FILE
           IF WS-ORD-STATUS NOT = "00"
              GO TO DUPSCRN-SCREEN-ORDERS-END
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM DUPSCRN-READ-ORDER
           PERFORM DUPSCRN-SCREEN-ONE-ORDER UNTIL WS-EOF
           CLOSE ORDER-FILE.
       DUPSCRN-SCREEN-ORDERS-END. EXIT.

       DUPSCRN-READ-ORDER.
           READ ORDER-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       DUPSCRN-SCREEN-ONE-ORDER.
           MOVE "P" TO WS-DOC-TYPE
           MOVE SPACES TO WS-DOC-PAYEE
           MOVE PO-VENDOR TO WS-DOC-PAYEE (1:3)
           MOVE PO-AMOUNT TO WS-DOC-AMOUNT
           MOVE ORDER-RECORD TO WS-DOC-IMAGE
           PERFORM DUPSCRN-SCREEN-DOC
           IF WS-DUP-RULE = SPACES
              MOVE ORDER-RECORD TO ORD-PAY-RECORD
              PERFORM DUPSCRN-WRITE-ORD-PAY
              PERFORM DUPSCRN-PASS-DOC
           ELSE
              PERFORM DUPSCRN-HOLD-DOC
           END-IF
           PERFORM DUPSCRN-READ-ORDER.

      *-----------------------------------------------------------------
      * SCREEN THE DOCUMENT IN HAND - FIRST AGAINST THIS RUN, THEN
      * AGAINST THE REGISTER WINDOW. THE FIRST HIT WINS.
      *-----------------------------------------------------------------
       DUPSCRN-SCREEN-DOC.
           MOVE SPACES TO WS-DUP-RULE WS-DUP-MATCH
           PERFORM DUPSCRN-COMPARE-BATCH
              VARYING WS-BAT-I FROM 1 BY 1
              UNTIL WS-BAT-I > WS-BAT-MAX
              OR WS-DUP-RULE NOT = SPACES
           PERFORM DUPSCRN-COMPARE-HISTORY
              VARYING WS-HIS-I FROM 1 BY 1
              UNTIL WS-HIS-I > WS-HIS-MAX
              OR WS-DUP-RULE NOT = SPACES.

       DUPSCRN-COMPARE-BATCH.
           IF WS-BAT-TYPE (WS-BAT-I) = WS-DOC-TYPE
              AND WS-BAT-PAYEE (WS-BAT-I) = WS-DOC-PAYEE
              MOVE WS-BAT-AMOUNT (WS-BAT-I) TO WS-CMP-NUM-B
              PERFORM DUPSCRN-TEST-TRANSPOSED
              EVALUATE TRUE
                 WHEN WS-BAT-IMAGE (WS-BAT-I) = WS-DOC-IMAGE
                    MOVE "EXACT DUPLICATE" TO WS-DUP-RULE
                 WHEN WS-BAT-AMOUNT (WS-BAT-I) = WS-DOC-AMOUNT
                    MOVE "SAME PAYEE/AMOUNT" TO WS-DUP-RULE
                 WHEN WS-TRANSPOSED
                    MOVE "TRANSPOSED AMOUNT" TO WS-DUP-RULE
              END-EVALUATE
              IF WS-DUP-RULE NOT = SPACES
                 MOVE "THIS RUN" TO WS-DUP-MATCH
              END-IF
           END-IF.

       DUPSCRN-COMPARE-HISTORY.
           IF WS-HIS-LIVE (WS-HIS-I)
              AND WS-HIS-TYPE (WS-HIS-I) = WS-DOC-TYPE
              AND WS-HIS-PAYEE (WS-HIS-I) = WS-DOC-PAYEE
              MOVE WS-HIS-AMOUNT (WS-HIS-I) TO WS-CMP-NUM-B
              PERFORM DUPSCRN-TEST-TRANSPOSED
              EVALUATE TRUE
                 WHEN WS-HIS-AMOUNT (WS-HIS-I) = WS-DOC-AMOUNT
                    MOVE "SAME PAYEE/AMOUNT" TO WS-DUP-RULE
                 WHEN WS-TRANSPOSED
                    MOVE "TRANSPOSED AMOUNT" TO WS-DUP-RULE
              END-EVALUATE
              IF WS-DUP-RULE NOT = SPACES
                 MOVE WS-HIS-CHECK (WS-HIS-I) TO WS-MATCH-CHECK
                 MOVE SPACES TO WS-DUP-MATCH
                 STRING "CHK " WS-MATCH-CHECK
                    DELIMITED BY SIZE INTO WS-DUP-MATCH
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * TWO DIFFERENT AMOUNTS ARE A TRANSPOSITION WHEN THEY DIFFER IN
      * EXACTLY TWO ADJACENT DIGITS THAT ARE EACH OTHER SWAPPED.
      * WS-CMP-NUM-B HOLDS THE AMOUNT TO TEST AGAINST THE DOCUMENT.
      *-----------------------------------------------------------------
       DUPSCRN-TEST-TRANSPOSED.
           MOVE "N" TO WS-TRANSPOSED-SW
           MOVE WS-DOC-AMOUNT TO WS-CMP-NUM-A
           MOVE 0 TO WS-CMP-DIFFS WS-CMP-FIRST
           PERFORM DUPSCRN-COMPARE-DIGIT
              VARYING WS-CMP-K FROM 1 BY 1
              UNTIL WS-CMP-K > 11
           IF WS-CMP-DIFFS = 2 AND WS-CMP-FIRST < 11
              IF WS-CMP-DIGITS-A (WS-CMP-FIRST:1) =
                 WS-CMP-DIGITS-B (WS-CMP-FIRST + 1:1)
                 AND WS-CMP-DIGITS-A (WS-CMP-FIRST + 1:1) =
                 WS-CMP-DIGITS-B (WS-CMP-FIRST:1)
                 SET WS-TRANSPOSED TO TRUE
              END-IF
           END-IF.

       DUPSCRN-COMPARE-DIGIT.
           IF WS-CMP-DIGITS-A (WS-CMP-K:1) NOT =
              WS-CMP-DIGITS-B (WS-CMP-K:1)
              ADD 1 TO WS-CMP-DIFFS
              IF WS-CMP-FIRST = 0
                 MOVE WS-CMP-K TO WS-CMP-FIRST
              END-IF
           END-IF.

       DUPSCRN-PASS-DOC.
           ADD 1 TO WS-PASSED-COUNT
           IF WS-BAT-MAX < 1000
              ADD 1 TO WS-BAT-MAX
              MOVE WS-DOC-TYPE TO WS-BAT-TYPE (WS-BAT-MAX)
              MOVE WS-DOC-PAYEE TO WS-BAT-PAYEE (WS-BAT-MAX)
              MOVE WS-DOC-AMOUNT TO WS-BAT-AMOUNT (WS-BAT-MAX)
              MOVE WS-DOC-IMAGE TO WS-BAT-IMAGE (WS-BAT-MAX)
           ELSE
              PERFORM DUPSCRN-TABLE-FULL
           END-IF.

      *-----------------------------------------------------------------
      * HOLD THE DOCUMENT AND OPEN ITS CASE UNDER THE NEXT NUMBER.
      *-----------------------------------------------------------------
       DUPSCRN-HOLD-DOC.
           ADD 1 TO WS-LAST-CASE-NO
           MOVE 0 TO DHC-KEY
           READ HELD-FILE
              INVALID KEY
                 DISPLAY "DUPSCRN - HELD CONTROL RECORD MISSING"
           END-READ
           MOVE WS-LAST-CASE-NO TO DHC-LAST-CASE-NO
           REWRITE HELD-CONTROL-RECORD
              INVALID KEY
                 DISPLAY "DUPSCRN - HELD CONTROL REWRITE FAILED"
           END-REWRITE
           MOVE SPACES TO HELD-RECORD
           MOVE WS-LAST-CASE-NO TO DH-CASE-NO
           MOVE WS-DOC-PAYEE (1:3) TO DH-PREFIX
           MOVE WS-DOC-TYPE TO DH-DOC-TYPE
           MOVE WS-DOC-IMAGE TO DH-DOC-IMAGE
           IF WS-DOC-TYPE = "A"
              MOVE REL-LANGUAGE TO DH-DOC-LANG
           END-IF
           MOVE WS-DOC-PAYEE TO DH-PAYEE
           MOVE WS-DOC-AMOUNT TO DH-AMOUNT
           MOVE WS-RUN-DATE TO DH-HELD-DATE
           MOVE WS-DUP-RULE TO DH-RULE
           MOVE WS-DUP-MATCH TO DH-MATCH
           WRITE HELD-RECORD
              INVALID KEY
                 DISPLAY "DUPSCRN - HELD WRITE FAILED: " DH-CASE-NO
           END-WRITE
           MOVE SPACES TO FRAUD-CASE-RECORD
           MOVE WS-DOC-PAYEE (1:3) TO FC-PREFIX
           MOVE WS-LAST-CASE-NO TO FC-CASE-NO
           MOVE "O" TO FC-DISPOSITION
           MOVE 0 TO FC-LAST-SCORE FC-DECIDED-DATE
           MOVE WS-RUN-DATE TO FC-OPENED-DATE
           MOVE "D" TO FC-CASE-TYPE
           MOVE WS-DUP-RULE TO FC-DUP-RULE
           MOVE WS-DOC-PAYEE TO FC-DUP-PAYEE
           MOVE WS-DOC-AMOUNT TO FC-DUP-AMOUNT
           MOVE WS-DUP-MATCH TO FC-DUP-MATCH
           WRITE FRAUD-CASE-RECORD
              INVALID KEY
                 DISPLAY "DUPSCRN - CASE WRITE FAILED: " FC-KEY
           END-WRITE
           ADD 1 TO WS-HELD-COUNT
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF
           MOVE "HELD" TO WS-DL-ACTION
           MOVE WS-LAST-CASE-NO TO WS-DL-CASE
           MOVE WS-DOC-TYPE TO WS-DL-TYPE
           MOVE WS-DOC-PAYEE TO WS-DL-PAYEE
           MOVE WS-DOC-AMOUNT TO WS-DL-AMOUNT
           MOVE WS-DUP-RULE TO WS-DL-RULE
           MOVE WS-DUP-MATCH TO WS-DL-MATCH
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM DUPSCRN-WRITE-LINE.

       DUPSCRN-WRITE-ADJ-PAY.
           WRITE ADJ-PAY-RECORD
           IF WS-ADJ-PAY-STATUS NOT = "00"
              MOVE "DUPSCRN" TO FE-PROGRAM
              MOVE "ADJ-PAY-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-ADJ-PAY-STATUS TO FE-STATUS
              MOVE ADJ-PAY-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF.

       DUPSCRN-WRITE-ORD-PAY.
           WRITE ORD-PAY-RECORD
           IF WS-ORD-PAY-STATUS NOT = "00"
              MOVE "DUPSCRN" TO FE-PROGRAM
              MOVE "ORD-PAY-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-ORD-PAY-STATUS TO FE-STATUS
              MOVE ORD-PAY-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
       DUPSCRN-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM DUPSCRN-WRITE-LINE
           MOVE WS-PASSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  PASSED TO THE CHECK RUN  " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM DUPSCRN-WRITE-LINE
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NEWLY HELD - CASES OPENED " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM DUPSCRN-WRITE-LINE
           MOVE WS-RELEASED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  RELEASED - CASE CLEARED  " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM DUPSCRN-WRITE-LINE
           MOVE WS-STILL-HELD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  STILL HELD FROM EARLIER  " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM DUPSCRN-WRITE-LINE.

      *-----------------------------------------------------------------
       DUPSCRN-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "DUPSCRN" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       DUPSCRN-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE FRAUD-CASE-FILE
           CLOSE HELD-FILE
           CLOSE ADJ-PAY-FILE
           CLOSE ORD-PAY-FILE
           CLOSE REPORT-FILE.
       END PROGRAM DUPSCRN.
