      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    BUDGPOST.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * BUDGET AMENDMENT AND INTER-SCHOOL TRANSFER POSTING. WHEN THE
      * BOARD MOVED MONEY BETWEEN SCHOOLS MID-YEAR SOMEONE EDITED THE
      * SCHBUDG FLAT FILE BY HAND AND NO RECORD WAS KEPT. THIS STEP
      * READS THE BUDGTXN BUDGET-TRANSACTION FEED AND POSTS IT TO
      * SCHBUDG'S SB-AMENDMENTS, LEAVING THE ADOPTED SB-BUDGET AS IT
      * WAS:
      *    A  AMENDMENT - ONE RECORD, A SIGNED AMOUNT (AN INCREASE IS
      *       POSITIVE, A DECREASE NEGATIVE)
      *    T  TRANSFER LEG - THE LEGS OF ONE TRANSFER ARE CONSECUTIVE
      *       RECORDS UNDER THE SAME TRANSACTION REFERENCE, OUT OF ONE
      *       SCHOOL (NEGATIVE) AND INTO ANOTHER (POSITIVE), AND MUST
      *       NET TO ZERO. A TRANSFER POSTS WHOLE OR NOT AT ALL.
      * EVERY TRANSACTION MUST CARRY AN AUTHORIZATION REFERENCE (THE
      * BOARD MINUTE OR RESOLUTION), NAME A SCHOOL ON SCHBUDG, AND MAY
      * NOT TAKE A SCHOOL'S REVISED BUDGET BELOW WHAT IT HAS ALREADY
      * COMMITTED - ENCUMBERED PLUS EXPENDED ON ITS ENCMAST RECORD FOR
      * THE CURRENT FISCAL YEAR. A FAILING TRANSACTION IS REJECTED
      * (RETURN CODE 4) AND THE REST STILL POST.
      * THE FEED ENDS WITH THE SHOP-STANDARD TRAILER, HASHED ON THE
      * UNSIGNED AMOUNT (A TRANSFER'S LEGS WOULD OTHERWISE CANCEL OUT
      * OF THE HASH). SCHBUDG IS REWRITTEN, SO NOTHING IS WRITTEN
      * UNLESS THE TRAILER PROVES THE FEED COMPLETE - A MISSING OR
      * MISMATCHED TRAILER ENDS RETURN CODE 12 WITH NOTHING POSTED.
      * EVERY TRANSACTION, POSTED OR REJECTED, IS APPENDED TO THE
      * BUDGHIST HISTORY FILE, AND THE BUDGREG AMENDMENT REGISTER
      * LISTS THEM FOR THE BOARD WITH EACH SCHOOL'S BUDGET BEFORE AND
      * AFTER AND THE REVISED BUDGET OF EVERY SCHOOL CHANGED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE ASSIGN TO "BUDGTXN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "SCHBUDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT ENCUMBRANCE-FILE ASSIGN TO "ENCMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ENC-KEY
               FILE STATUS IS WS-ENC-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "BUDGHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BUDGREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  TXN-FILE.
       01  BUDGET-TXN-RECORD.
           05 BT-TXN-REF           PIC X(10).
           05 BT-TXN-TYPE          PIC X(1).
           05 BT-SCHOOL            PIC X(4).
           05 BT-AMOUNT            PIC S9(7)V9(2).
           05 BT-AUTH-REF          PIC X(12).
           05 BT-EFFECTIVE-DATE    PIC 9(8).
           05 BT-DESCRIPTION       PIC X(30).
           COPY "TRLRREC.CPY".

       FD  BUDGET-FILE.
           COPY "SCHBUDG.CPY".

       FD  ENCUMBRANCE-FILE.
           COPY "ENCMAST.CPY".

       FD  HISTORY-FILE.
       01  HISTORY-LINE            PIC X(133).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-JOB-RC               PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-TH-PARMS.
           COPY "THRSHLD.CPY".
           COPY "BUDGHIST.CPY".
       01  WS-TXN-STATUS           PIC X(02).
       01  WS-BUDGET-STATUS        PIC X(02).
       01  WS-ENC-STATUS           PIC X(02).
       01  WS-HIST-STATUS          PIC X(02).
       01  WS-REPORT-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X VALUE "N".
           88 WS-EOF               VALUE "Y".
       01  WS-LOAD-EOF-SW          PIC X VALUE "N".
           88 WS-LOAD-EOF          VALUE "Y".
       01  WS-DATE-TIME            PIC X(21).
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR          PIC 9(4).
           05 WS-RUN-MONTH         PIC 9(2).
           05 WS-RUN-DAY           PIC 9(2).
       01  WS-FISCAL-YEAR          PIC 9(4).
      *-----------------------------------------------------------------
      * THE TRANSACTION BEING EDITED OR POSTED - THE RECORD JUST READ,
      * OR ONE LEG OF A TRANSFER BEING PROCESSED AFTER THE NEXT RECORD
      * HAS ALREADY BEEN READ INTO THE FILE AREA.
      *-----------------------------------------------------------------
       01  WS-TXN.
           05 TX-TXN-REF           PIC X(10).
           05 TX-TXN-TYPE          PIC X(1).
              88 TX-AMENDMENT      VALUE "A".
              88 TX-TRANSFER       VALUE "T".
           05 TX-SCHOOL            PIC X(4).
           05 TX-AMOUNT            PIC S9(7)V9(2).
           05 TX-AUTH-REF          PIC X(12).
           05 TX-EFFECTIVE-DATE    PIC 9(8).
           05 TX-DESCRIPTION       PIC X(30).
      *-----------------------------------------------------------------
      * THE SCHOOL BUDGETS, LOADED ONCE AND WRITTEN BACK AT THE END -
      * THE SAME 50-SLOT SHAPE REQRPT CARRIES - WITH EACH SCHOOL'S
      * CURRENT-YEAR COMMITMENTS FROM ENCMAST.
      *-----------------------------------------------------------------
       01  WS-BUDG-MAX             PIC 9(02) VALUE 0.
       01  WS-BUDG-I               PIC 9(02).
       01  WS-BUDG-FOUND           PIC 9(02).
       01  WS-BUDG-TABLE.
           05 WS-BUDG-ENTRY OCCURS 50 TIMES.
              10 WS-BUDG-SCHOOL    PIC X(4).
              10 WS-BUDG-ORIGINAL  PIC 9(7)V9(2).
              10 WS-BUDG-AMEND     PIC S9(7)V9(2).
              10 WS-BUDG-LAST-DATE PIC 9(8).
              10 WS-BUDG-COMMIT    PIC S9(10)V9(2).
              10 WS-BUDG-TOUCHED   PIC X(1).
      *-----------------------------------------------------------------
      * THE LEGS OF THE TRANSFER BEING COLLECTED, WITH THE EDIT RESULT
      * OF EACH.
      *-----------------------------------------------------------------
       01  WS-GROUP-REF            PIC X(10).
       01  WS-GROUP-REASON         PIC X(30).
       01  WS-GROUP-OVER-SW        PIC X VALUE "N".
           88 WS-GROUP-OVERFLOW    VALUE "Y".
       01  WS-GROUP-BAD-SW         PIC X VALUE "N".
           88 WS-GROUP-BAD         VALUE "Y".
       01  WS-GROUP-NET            PIC S9(9)V9(2).
       01  WS-GROUP-OUT            PIC 9(02).
       01  WS-GROUP-IN             PIC 9(02).
       01  WS-LEG-MAX              PIC 9(02) VALUE 0.
       01  WS-LEG-I                PIC 9(02).
       01  WS-LEG-TABLE.
           05 WS-LEG-ENTRY OCCURS 20 TIMES.
              10 WS-LEG-DATA       PIC X(74).
              10 WS-LEG-REASON     PIC X(30).
              10 WS-LEG-BUDG       PIC 9(02).
      *-----------------------------------------------------------------
      * THE HISTORY RECORDS, HELD UNTIL THE TRAILER HAS PROVED THE
      * FEED AND THEN APPENDED TO BUDGHIST.
      *-----------------------------------------------------------------
       01  WS-HIST-MAX             PIC 9(03) VALUE 0.
       01  WS-HIST-I               PIC 9(03).
       01  WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 999 TIMES PIC X(133).
       01  WS-TLR-FOUND-SW         PIC X VALUE "N".
           88 WS-TLR-FOUND         VALUE "Y".
       01  WS-TLR-EXP-COUNT        PIC 9(7).
       01  WS-TLR-EXP-HASH         PIC S9(11)V9(2).
       01  WS-TLR-ACT-COUNT        PIC 9(7) VALUE 0.
       01  WS-TLR-ACT-HASH         PIC S9(11)V9(2) VALUE 0.
       01  WS-REASON               PIC X(30).
       01  WS-BEFORE               PIC S9(8)V9(2).
       01  WS-AFTER                PIC S9(8)V9(2).
       01  WS-REVISED              PIC S9(8)V9(2).
       01  WS-POSTED-COUNT         PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-AMEND-COUNT          PIC 9(5) VALUE 0.
       01  WS-XFER-COUNT           PIC 9(5) VALUE 0.
       01  WS-AMEND-NET            PIC S9(9)V9(2) VALUE 0.
       01  WS-XFER-MOVED           PIC S9(9)V9(2) VALUE 0.
       01  WS-EDIT-AMOUNT          PIC -Z,ZZZ,ZZ9.99.
       01  WS-EDIT-BEFORE          PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-AFTER           PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-BUDGET          PIC ZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       BUDGPOST-MAIN.
           PERFORM BUDGPOST-INIT
           IF WS-JOB-RC < 12
              PERFORM BUDGPOST-PROCESS-ONE
                 THRU BUDGPOST-PROCESS-ONE-END UNTIL WS-EOF
              PERFORM BUDGPOST-FLUSH-TRANSFER
                 THRU BUDGPOST-FLUSH-TRANSFER-END
              PERFORM BUDGPOST-VERIFY-TRAILER
           END-IF
           IF WS-JOB-RC < 12
              PERFORM BUDGPOST-WRITE-HISTORY
                 THRU BUDGPOST-WRITE-HISTORY-END
           END-IF
           IF WS-JOB-RC < 12
              PERFORM BUDGPOST-WRITE-BUDGETS
                 THRU BUDGPOST-WRITE-BUDGETS-END
           END-IF
           IF WS-JOB-RC < 12
              PERFORM BUDGPOST-AUDIT-ONE-POSTED
                 VARYING WS-HIST-I FROM 1 BY 1
                 UNTIL WS-HIST-I > WS-HIST-MAX
           END-IF
           PERFORM BUDGPOST-WRITE-SUMMARY
              THRU BUDGPOST-WRITE-SUMMARY-END
           PERFORM BUDGPOST-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       BUDGPOST-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           CALL "THRSHLD" USING WS-TH-PARMS
           IF WS-RUN-MONTH >= TH-FISCAL-START-MONTH
              MOVE WS-RUN-YEAR TO WS-FISCAL-YEAR
           ELSE
              COMPUTE WS-FISCAL-YEAR = WS-RUN-YEAR - 1
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "BUDGPOST" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           MOVE "BUDGET AMENDMENT REGISTER" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM BUDGPOST-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM BUDGPOST-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM BUDGPOST-WRITE-LINE
           OPEN INPUT TXN-FILE
           IF WS-TXN-STATUS NOT = "00"
              MOVE "BUDGPOST" TO FE-PROGRAM
              MOVE "TXN-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-TXN-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           PERFORM BUDGPOST-LOAD-BUDGETS
              THRU BUDGPOST-LOAD-BUDGETS-END
           PERFORM BUDGPOST-LOAD-COMMITMENTS
              THRU BUDGPOST-LOAD-COMMITMENTS-END
           MOVE SPACES TO REPORT-LINE
           MOVE "REFERENCE" TO REPORT-LINE (1:9)
           MOVE "TYPE" TO REPORT-LINE (12:4)
           MOVE "SCHL" TO REPORT-LINE (17:4)
           MOVE "AMOUNT" TO REPORT-LINE (29:6)
           MOVE "BEFORE" TO REPORT-LINE (43:6)
           MOVE "AFTER" TO REPORT-LINE (58:5)
           MOVE "AUTHORITY" TO REPORT-LINE (65:9)
           PERFORM BUDGPOST-WRITE-LINE
           IF NOT WS-EOF
              PERFORM BUDGPOST-READ-NEXT
           END-IF.

      *-----------------------------------------------------------------
      * SCHBUDG IS THE FILE BEING POSTED, SO WITHOUT IT THERE IS NO
      * RUN. AN AMENDMENT FIELD KEYED IN BEFORE IT EXISTED IS ZERO.
      *-----------------------------------------------------------------
       BUDGPOST-LOAD-BUDGETS.
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = "00"
              MOVE "BUDGPOST" TO FE-PROGRAM
              MOVE "BUDGET-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-BUDGET-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
              GO TO BUDGPOST-LOAD-BUDGETS-END
           END-IF
           MOVE "N" TO WS-LOAD-EOF-SW
           PERFORM BUDGPOST-READ-ONE-BUDGET UNTIL WS-LOAD-EOF
           CLOSE BUDGET-FILE.
       BUDGPOST-LOAD-BUDGETS-END. EXIT.

       BUDGPOST-READ-ONE-BUDGET.
           READ BUDGET-FILE
              AT END
                 SET WS-LOAD-EOF TO TRUE
              NOT AT END
                 IF WS-BUDG-MAX < 50
                    ADD 1 TO WS-BUDG-MAX
                    MOVE SB-SCHOOL TO WS-BUDG-SCHOOL (WS-BUDG-MAX)
                    MOVE SB-BUDGET TO WS-BUDG-ORIGINAL (WS-BUDG-MAX)
                    IF SB-AMENDMENTS NUMERIC
                       MOVE SB-AMENDMENTS
                          TO WS-BUDG-AMEND (WS-BUDG-MAX)
                    ELSE
                       MOVE 0 TO WS-BUDG-AMEND (WS-BUDG-MAX)
                    END-IF
                    IF SB-LAST-AMEND-DATE NUMERIC
                       MOVE SB-LAST-AMEND-DATE
                          TO WS-BUDG-LAST-DATE (WS-BUDG-MAX)
                    ELSE
                       MOVE 0 TO WS-BUDG-LAST-DATE (WS-BUDG-MAX)
                    END-IF
                    MOVE 0 TO WS-BUDG-COMMIT (WS-BUDG-MAX)
                    MOVE "N" TO WS-BUDG-TOUCHED (WS-BUDG-MAX)
                 ELSE
                    DISPLAY "BUDGPOST - MORE THAN 50 SCHOOLS ON SCHBUDG"
                    MOVE 12 TO WS-JOB-RC
                    SET WS-EOF TO TRUE
                 END-IF
           END-READ.

      *-----------------------------------------------------------------
      * EACH SCHOOL'S COMMITMENTS FOR THE CURRENT FISCAL YEAR -
      * ENCUMBERED ON OPEN ORDERS PLUS EXPENDED. NO ENCMAST, OR NO
      * RECORD FOR THE SCHOOL THIS YEAR, AND NOTHING IS COMMITTED.
      *-----------------------------------------------------------------
       BUDGPOST-LOAD-COMMITMENTS.
           OPEN INPUT ENCUMBRANCE-FILE
           IF WS-ENC-STATUS NOT = "00"
              GO TO BUDGPOST-LOAD-COMMITMENTS-END
           END-IF
           PERFORM BUDGPOST-READ-ONE-COMMITMENT
              VARYING WS-BUDG-I FROM 1 BY 1
              UNTIL WS-BUDG-I > WS-BUDG-MAX
           CLOSE ENCUMBRANCE-FILE.
       BUDGPOST-LOAD-COMMITMENTS-END. EXIT.

       BUDGPOST-READ-ONE-COMMITMENT.
           MOVE WS-BUDG-SCHOOL (WS-BUDG-I) TO ENC-SCHOOL
           MOVE WS-FISCAL-YEAR TO ENC-FISCAL-YEAR
           READ ENCUMBRANCE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 COMPUTE WS-BUDG-COMMIT (WS-BUDG-I) =
                    ENC-ENCUMBERED + ENC-EXPENDED
           END-READ.

      *-----------------------------------------------------------------
       BUDGPOST-READ-NEXT.
      *-----------------------------------------------------------------
           READ TXN-FILE
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 IF TLR-IS-TRAILER
                    SET WS-TLR-FOUND TO TRUE
                    MOVE TLR-RECORD-COUNT TO WS-TLR-EXP-COUNT
                    MOVE TLR-HASH-TOTAL TO WS-TLR-EXP-HASH
                    SET WS-EOF TO TRUE
                 ELSE
                    ADD 1 TO WS-TLR-ACT-COUNT
                    IF BT-AMOUNT NUMERIC
                       IF BT-AMOUNT < 0
                          SUBTRACT BT-AMOUNT FROM WS-TLR-ACT-HASH
                       ELSE
                          ADD BT-AMOUNT TO WS-TLR-ACT-HASH
                       END-IF
                    END-IF
                 END-IF
           END-READ.

      *-----------------------------------------------------------------
      * ONE FEED RECORD. A TRANSFER LEG IS COLLECTED WITH THE OTHER
      * LEGS OF ITS TRANSFER, WHICH IS EDITED AND POSTED AS A WHOLE
      * WHEN THE REFERENCE CHANGES. AN AMENDMENT STANDS ALONE.
      *-----------------------------------------------------------------
       BUDGPOST-PROCESS-ONE.
           MOVE BUDGET-TXN-RECORD TO WS-TXN
           IF TX-TRANSFER
              IF WS-LEG-MAX > 0
                 AND TX-TXN-REF NOT = WS-GROUP-REF
                 PERFORM BUDGPOST-FLUSH-TRANSFER
                    THRU BUDGPOST-FLUSH-TRANSFER-END
                 MOVE BUDGET-TXN-RECORD TO WS-TXN
              END-IF
              MOVE TX-TXN-REF TO WS-GROUP-REF
              IF WS-LEG-MAX < 20
                 ADD 1 TO WS-LEG-MAX
                 MOVE WS-TXN TO WS-LEG-DATA (WS-LEG-MAX)
              ELSE
                 SET WS-GROUP-OVERFLOW TO TRUE
              END-IF
              PERFORM BUDGPOST-READ-NEXT
              GO TO BUDGPOST-PROCESS-ONE-END
           END-IF
           IF WS-LEG-MAX > 0
              PERFORM BUDGPOST-FLUSH-TRANSFER
                 THRU BUDGPOST-FLUSH-TRANSFER-END
              MOVE BUDGET-TXN-RECORD TO WS-TXN
           END-IF
           IF NOT TX-AMENDMENT
              MOVE 0 TO WS-BUDG-FOUND
              MOVE "TYPE MUST BE A OR T" TO WS-REASON
              PERFORM BUDGPOST-REJECT-TXN
              PERFORM BUDGPOST-READ-NEXT
              GO TO BUDGPOST-PROCESS-ONE-END
           END-IF
           PERFORM BUDGPOST-EDIT-TXN
              THRU BUDGPOST-EDIT-TXN-END
           IF WS-REASON = SPACES
              PERFORM BUDGPOST-POST-TXN
           ELSE
              PERFORM BUDGPOST-REJECT-TXN
           END-IF
           PERFORM BUDGPOST-READ-NEXT.
       BUDGPOST-PROCESS-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * THE EDITS EVERY TRANSACTION (AND EVERY TRANSFER LEG) MUST
      * PASS. LEAVES WS-REASON BLANK AND WS-BUDG-FOUND POINTING AT THE
      * SCHOOL WHEN IT IS GOOD.
      *-----------------------------------------------------------------
       BUDGPOST-EDIT-TXN.
           MOVE SPACES TO WS-REASON
           MOVE 0 TO WS-BUDG-FOUND
           IF TX-TXN-REF = SPACES
              MOVE "NO TRANSACTION REFERENCE" TO WS-REASON
              GO TO BUDGPOST-EDIT-TXN-END
           END-IF
           IF TX-AUTH-REF = SPACES
              MOVE "NO AUTHORIZATION REFERENCE" TO WS-REASON
              GO TO BUDGPOST-EDIT-TXN-END
           END-IF
           IF TX-AMOUNT NOT NUMERIC
              MOVE "AMOUNT NOT NUMERIC" TO WS-REASON
              GO TO BUDGPOST-EDIT-TXN-END
           END-IF
           IF TX-AMOUNT = 0
              MOVE "AMOUNT IS ZERO" TO WS-REASON
              GO TO BUDGPOST-EDIT-TXN-END
           END-IF
           IF TX-EFFECTIVE-DATE NOT NUMERIC
              MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REASON
              GO TO BUDGPOST-EDIT-TXN-END
           END-IF
           PERFORM BUDGPOST-MATCH-ONE-BUDGET
              VARYING WS-BUDG-I FROM 1 BY 1
              UNTIL WS-BUDG-I > WS-BUDG-MAX OR WS-BUDG-FOUND > 0
           IF WS-BUDG-FOUND = 0
              MOVE "SCHOOL NOT ON SCHBUDG" TO WS-REASON
              GO TO BUDGPOST-EDIT-TXN-END
           END-IF
           IF TX-AMOUNT < 0
              COMPUTE WS-AFTER = WS-BUDG-ORIGINAL (WS-BUDG-FOUND)
                               + WS-BUDG-AMEND (WS-BUDG-FOUND)
                               + TX-AMOUNT
              IF WS-AFTER < 0
                 MOVE "BUDGET WOULD GO NEGATIVE" TO WS-REASON
                 GO TO BUDGPOST-EDIT-TXN-END
              END-IF
              IF WS-AFTER < WS-BUDG-COMMIT (WS-BUDG-FOUND)
                 MOVE "BELOW ENCMAST COMMITMENTS" TO WS-REASON
                 GO TO BUDGPOST-EDIT-TXN-END
              END-IF
           END-IF.
       BUDGPOST-EDIT-TXN-END. EXIT.

       BUDGPOST-MATCH-ONE-BUDGET.
           IF WS-BUDG-SCHOOL (WS-BUDG-I) = TX-SCHOOL
              MOVE WS-BUDG-I TO WS-BUDG-FOUND
           END-IF.

      *-----------------------------------------------------------------
      * EDIT EVERY LEG OF THE COLLECTED TRANSFER, THEN THE TRANSFER AS
      * A WHOLE - MONEY OUT OF AT LEAST ONE SCHOOL AND INTO AT LEAST
      * ONE, NETTING TO ZERO. ONE BAD LEG REJECTS EVERY LEG.
      *-----------------------------------------------------------------
       BUDGPOST-FLUSH-TRANSFER.
           IF WS-LEG-MAX = 0
              GO TO BUDGPOST-FLUSH-TRANSFER-END
           END-IF
           MOVE 0 TO WS-GROUP-NET WS-GROUP-OUT WS-GROUP-IN
           MOVE "N" TO WS-GROUP-BAD-SW
           MOVE SPACES TO WS-GROUP-REASON
           PERFORM BUDGPOST-EDIT-ONE-LEG
              VARYING WS-LEG-I FROM 1 BY 1
              UNTIL WS-LEG-I > WS-LEG-MAX
           IF WS-GROUP-OVERFLOW
              MOVE "MORE THAN 20 TRANSFER LEGS" TO WS-GROUP-REASON
           ELSE
              IF WS-GROUP-OUT = 0 OR WS-GROUP-IN = 0
                 MOVE "TRANSFER NEEDS OUT AND IN LEGS"
                    TO WS-GROUP-REASON
              ELSE
                 IF WS-GROUP-NET NOT = 0
                    MOVE "TRANSFER DOES NOT NET TO ZERO"
                       TO WS-GROUP-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-GROUP-REASON NOT = SPACES
              SET WS-GROUP-BAD TO TRUE
           END-IF
           IF WS-GROUP-BAD
              PERFORM BUDGPOST-REJECT-ONE-LEG
                 VARYING WS-LEG-I FROM 1 BY 1
                 UNTIL WS-LEG-I > WS-LEG-MAX
           ELSE
              ADD 1 TO WS-XFER-COUNT
              PERFORM BUDGPOST-POST-ONE-LEG
                 VARYING WS-LEG-I FROM 1 BY 1
                 UNTIL WS-LEG-I > WS-LEG-MAX
           END-IF
           MOVE 0 TO WS-LEG-MAX
           MOVE "N" TO WS-GROUP-OVER-SW.
       BUDGPOST-FLUSH-TRANSFER-END. EXIT.

       BUDGPOST-EDIT-ONE-LEG.
           MOVE WS-LEG-DATA (WS-LEG-I) TO WS-TXN
           PERFORM BUDGPOST-EDIT-TXN
              THRU BUDGPOST-EDIT-TXN-END
           MOVE WS-REASON TO WS-LEG-REASON (WS-LEG-I)
           MOVE WS-BUDG-FOUND TO WS-LEG-BUDG (WS-LEG-I)
           IF WS-REASON NOT = SPACES
              SET WS-GROUP-BAD TO TRUE
           END-IF
           IF TX-AMOUNT NUMERIC
              ADD TX-AMOUNT TO WS-GROUP-NET
              IF TX-AMOUNT < 0
                 ADD 1 TO WS-GROUP-OUT
              END-IF
              IF TX-AMOUNT > 0
                 ADD 1 TO WS-GROUP-IN
              END-IF
           END-IF.

       BUDGPOST-REJECT-ONE-LEG.
           MOVE WS-LEG-DATA (WS-LEG-I) TO WS-TXN
           MOVE WS-LEG-BUDG (WS-LEG-I) TO WS-BUDG-FOUND
           IF WS-LEG-REASON (WS-LEG-I) NOT = SPACES
              MOVE WS-LEG-REASON (WS-LEG-I) TO WS-REASON
           ELSE
              IF WS-GROUP-REASON NOT = SPACES
                 MOVE WS-GROUP-REASON TO WS-REASON
              ELSE
                 MOVE "ANOTHER LEG WAS REJECTED" TO WS-REASON
              END-IF
           END-IF
           PERFORM BUDGPOST-REJECT-TXN.

       BUDGPOST-POST-ONE-LEG.
           MOVE WS-LEG-DATA (WS-LEG-I) TO WS-TXN
           MOVE WS-LEG-BUDG (WS-LEG-I) TO WS-BUDG-FOUND
           IF TX-AMOUNT > 0
              ADD TX-AMOUNT TO WS-XFER-MOVED
           END-IF
           PERFORM BUDGPOST-POST-TXN.

      *-----------------------------------------------------------------
      * APPLY ONE EDITED TRANSACTION TO ITS SCHOOL'S AMENDMENTS, LIST
      * IT ON THE REGISTER AND HOLD ITS HISTORY RECORD.
      *-----------------------------------------------------------------
       BUDGPOST-POST-TXN.
           COMPUTE WS-BEFORE = WS-BUDG-ORIGINAL (WS-BUDG-FOUND)
                             + WS-BUDG-AMEND (WS-BUDG-FOUND)
           ADD TX-AMOUNT TO WS-BUDG-AMEND (WS-BUDG-FOUND)
           COMPUTE WS-AFTER = WS-BUDG-ORIGINAL (WS-BUDG-FOUND)
                            + WS-BUDG-AMEND (WS-BUDG-FOUND)
           MOVE WS-RUN-DATE TO WS-BUDG-LAST-DATE (WS-BUDG-FOUND)
           MOVE "Y" TO WS-BUDG-TOUCHED (WS-BUDG-FOUND)
           ADD 1 TO WS-POSTED-COUNT
           IF TX-AMENDMENT
              ADD 1 TO WS-AMEND-COUNT
              ADD TX-AMOUNT TO WS-AMEND-NET
           END-IF
           MOVE SPACES TO WS-REASON
           MOVE "P" TO BH-STATUS
           PERFORM BUDGPOST-HOLD-HISTORY
           MOVE TX-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-BEFORE TO WS-EDIT-BEFORE
           MOVE WS-AFTER TO WS-EDIT-AFTER
           MOVE SPACES TO REPORT-LINE
           MOVE TX-TXN-REF TO REPORT-LINE (1:10)
           IF TX-AMENDMENT
              MOVE "AMND" TO REPORT-LINE (12:4)
           ELSE
              MOVE "XFER" TO REPORT-LINE (12:4)
           END-IF
           MOVE TX-SCHOOL TO REPORT-LINE (17:4)
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE (22:13)
           MOVE WS-EDIT-BEFORE TO REPORT-LINE (35:14)
           MOVE WS-EDIT-AFTER TO REPORT-LINE (49:14)
           MOVE TX-AUTH-REF TO REPORT-LINE (65:12)
           PERFORM BUDGPOST-WRITE-LINE
           PERFORM BUDGPOST-WRITE-DESCRIPTION.

       BUDGPOST-REJECT-TXN.
           ADD 1 TO WS-REJECT-COUNT
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF
           IF WS-BUDG-FOUND > 0
              COMPUTE WS-BEFORE = WS-BUDG-ORIGINAL (WS-BUDG-FOUND)
                                + WS-BUDG-AMEND (WS-BUDG-FOUND)
           ELSE
              MOVE 0 TO WS-BEFORE
           END-IF
           MOVE WS-BEFORE TO WS-AFTER
           MOVE "R" TO BH-STATUS
           PERFORM BUDGPOST-HOLD-HISTORY
           MOVE SPACES TO REPORT-LINE
           MOVE TX-TXN-REF TO REPORT-LINE (1:10)
           MOVE TX-TXN-TYPE TO REPORT-LINE (12:1)
           MOVE TX-SCHOOL TO REPORT-LINE (17:4)
           IF TX-AMOUNT NUMERIC
              MOVE TX-AMOUNT TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO REPORT-LINE (22:13)
           END-IF
           STRING "REJECTED - " WS-REASON
              DELIMITED BY SIZE INTO REPORT-LINE (37:41)
           PERFORM BUDGPOST-WRITE-LINE
           PERFORM BUDGPOST-WRITE-DESCRIPTION.

       BUDGPOST-WRITE-DESCRIPTION.
           MOVE SPACES TO REPORT-LINE
           IF TX-EFFECTIVE-DATE NUMERIC AND TX-EFFECTIVE-DATE > 0
              STRING "           EFFECTIVE " TX-EFFECTIVE-DATE
                     "  " TX-DESCRIPTION
                 DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              STRING "           " TX-DESCRIPTION
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM BUDGPOST-WRITE-LINE.

      *-----------------------------------------------------------------
      * BUILD THE HISTORY RECORD FOR THE TRANSACTION IN WS-TXN. THE
      * STATUS IS SET BY THE CALLER. A FEED TOO LARGE TO HOLD IS NOT
      * POSTED AT ALL.
      *-----------------------------------------------------------------
       BUDGPOST-HOLD-HISTORY.
           MOVE WS-RUN-DATE TO BH-POST-DATE
           MOVE TX-TXN-REF TO BH-TXN-REF
           MOVE TX-TXN-TYPE TO BH-TXN-TYPE
           MOVE TX-SCHOOL TO BH-SCHOOL
           IF TX-AMOUNT NUMERIC
              MOVE TX-AMOUNT TO BH-AMOUNT
           ELSE
              MOVE 0 TO BH-AMOUNT
           END-IF
           MOVE TX-AUTH-REF TO BH-AUTH-REF
           IF TX-EFFECTIVE-DATE NUMERIC AND TX-EFFECTIVE-DATE > 0
              MOVE TX-EFFECTIVE-DATE TO BH-EFFECTIVE-DATE
           ELSE
              MOVE WS-RUN-DATE TO BH-EFFECTIVE-DATE
           END-IF
           MOVE WS-BEFORE TO BH-BUDGET-BEFORE
           MOVE WS-AFTER TO BH-BUDGET-AFTER
           MOVE WS-REASON TO BH-REASON
           MOVE TX-DESCRIPTION TO BH-DESCRIPTION
           IF WS-HIST-MAX < 999
              ADD 1 TO WS-HIST-MAX
              MOVE BUDGET-HISTORY-RECORD TO WS-HIST-ENTRY (WS-HIST-MAX)
           ELSE
              DISPLAY "BUDGPOST - MORE THAN 999 TRANSACTIONS IN BUDGTXN"
              MOVE 12 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
      * THE FEED MUST END WITH THE SHOP-STANDARD TRAILER AND ITS
      * COUNT AND HASH MUST AGREE WITH WHAT WAS READ - OTHERWISE
      * NOTHING IS POSTED.
      *-----------------------------------------------------------------
       BUDGPOST-VERIFY-TRAILER.
           IF NOT WS-TLR-FOUND
              OR WS-TLR-EXP-COUNT NOT = WS-TLR-ACT-COUNT
              OR WS-TLR-EXP-HASH NOT = WS-TLR-ACT-HASH
              DISPLAY "BUDGPOST - BUDGTXN TRAILER MISSING OR MISMATCHED"
              MOVE SPACES TO WS-AUDIT-PARMS
              MOVE "BUDGPOST" TO AL-PROGRAM
              MOVE "TRLR " TO AL-EVENT
              MOVE "BUDGTXN TRAILER MISSING OR COUNT/HASH MISMATCH"
                 TO AL-DETAIL
              CALL "AUDITLOG" USING WS-AUDIT-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
       BUDGPOST-WRITE-HISTORY.
      *-----------------------------------------------------------------
           OPEN EXTEND HISTORY-FILE
           IF WS-HIST-STATUS = "35"
              OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00"
              MOVE "BUDGPOST" TO FE-PROGRAM
              MOVE "HISTORY-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-HIST-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO BUDGPOST-WRITE-HISTORY-END
           END-IF
           PERFORM BUDGPOST-WRITE-ONE-HISTORY
              VARYING WS-HIST-I FROM 1 BY 1
              UNTIL WS-HIST-I > WS-HIST-MAX
           CLOSE HISTORY-FILE.
       BUDGPOST-WRITE-HISTORY-END. EXIT.

       BUDGPOST-WRITE-ONE-HISTORY.
           MOVE WS-HIST-ENTRY (WS-HIST-I) TO HISTORY-LINE
           WRITE HISTORY-LINE
           IF WS-HIST-STATUS NOT = "00"
              MOVE "BUDGPOST" TO FE-PROGRAM
              MOVE "HISTORY-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-HIST-STATUS TO FE-STATUS
              MOVE HISTORY-LINE TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 8 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
      * ONE AUDIT ENTRY PER TRANSACTION POSTED, TAKEN FROM ITS HELD
      * HISTORY RECORD ONCE THE TRAILER HAS PROVED THE FEED COMPLETE
      * AND SCHBUDG HAS BEEN WRITTEN - A FEED THAT IS NOT POSTED
      * LEAVES NO POSTING ON THE AUDIT LOG.
      *-----------------------------------------------------------------
       BUDGPOST-AUDIT-ONE-POSTED.
           MOVE WS-HIST-ENTRY (WS-HIST-I) TO BUDGET-HISTORY-RECORD
           IF BH-POSTED
              MOVE BH-AMOUNT TO WS-EDIT-AMOUNT
              MOVE SPACES TO WS-AUDIT-PARMS
              MOVE "BUDGPOST" TO AL-PROGRAM
              MOVE "BUDTX" TO AL-EVENT
              STRING BH-TXN-REF " " BH-TXN-TYPE " " BH-SCHOOL
                     " " WS-EDIT-AMOUNT " AUTH " BH-AUTH-REF
                 DELIMITED BY SIZE INTO AL-DETAIL
              CALL "AUDITLOG" USING WS-AUDIT-PARMS
           END-IF.

      *-----------------------------------------------------------------
      * WRITE SCHBUDG BACK WITH THE POSTED AMENDMENTS. THE ADOPTED
      * BUDGET IS CARRIED THROUGH UNCHANGED.
      *-----------------------------------------------------------------
       BUDGPOST-WRITE-BUDGETS.
           IF WS-POSTED-COUNT = 0
              GO TO BUDGPOST-WRITE-BUDGETS-END
           END-IF
           OPEN OUTPUT BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = "00"
              MOVE "BUDGPOST" TO FE-PROGRAM
              MOVE "BUDGET-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-BUDGET-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO BUDGPOST-WRITE-BUDGETS-END
           END-IF
           PERFORM BUDGPOST-WRITE-ONE-BUDGET
              VARYING WS-BUDG-I FROM 1 BY 1
              UNTIL WS-BUDG-I > WS-BUDG-MAX
           CLOSE BUDGET-FILE.
       BUDGPOST-WRITE-BUDGETS-END. EXIT.

       BUDGPOST-WRITE-ONE-BUDGET.
           MOVE WS-BUDG-SCHOOL (WS-BUDG-I) TO SB-SCHOOL
           MOVE WS-BUDG-ORIGINAL (WS-BUDG-I) TO SB-BUDGET
           MOVE WS-BUDG-AMEND (WS-BUDG-I) TO SB-AMENDMENTS
           MOVE WS-BUDG-LAST-DATE (WS-BUDG-I) TO SB-LAST-AMEND-DATE
           WRITE BUDGET-RECORD
           IF WS-BUDGET-STATUS NOT = "00"
              MOVE "BUDGPOST" TO FE-PROGRAM
              MOVE "BUDGET-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-BUDGET-STATUS TO FE-STATUS
              MOVE BUDGET-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
      * THE REGISTER FOOT: THE RUN'S TOTALS, THE REVISED BUDGET OF
      * EVERY SCHOOL CHANGED, AND THE BOARD'S SIGN-OFF. A FEED THAT
      * FAILED ITS TRAILER SAYS NOTHING WAS POSTED.
      *-----------------------------------------------------------------
       BUDGPOST-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           PERFORM BUDGPOST-WRITE-LINE
           IF WS-JOB-RC >= 12
              MOVE "*** FEED NOT POSTED - SCHBUDG, BUDGHIST UNCHANGED"
                 TO REPORT-LINE
              PERFORM BUDGPOST-WRITE-LINE
              GO TO BUDGPOST-WRITE-SUMMARY-END
           END-IF
           MOVE WS-AMEND-COUNT TO WS-EDIT-COUNT
           MOVE WS-AMEND-NET TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  AMENDMENTS POSTED  . " DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
                  "   NET CHANGE "         DELIMITED BY SIZE
                  WS-EDIT-TOTAL            DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM BUDGPOST-WRITE-LINE
           MOVE WS-XFER-COUNT TO WS-EDIT-COUNT
           MOVE WS-XFER-MOVED TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  TRANSFERS POSTED . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
                  "   AMOUNT MOVED "       DELIMITED BY SIZE
                  WS-EDIT-TOTAL            DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM BUDGPOST-WRITE-LINE
           MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  TRANSACTIONS REJECTED " DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM BUDGPOST-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM BUDGPOST-WRITE-LINE
           MOVE "REVISED BUDGETS" TO REPORT-LINE
           PERFORM BUDGPOST-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "SCHL" TO REPORT-LINE (1:4)
           MOVE "ORIGINAL" TO REPORT-LINE (12:8)
           MOVE "AMENDMENTS" TO REPORT-LINE (25:10)
           MOVE "REVISED" TO REPORT-LINE (42:7)
           PERFORM BUDGPOST-WRITE-LINE
           PERFORM BUDGPOST-WRITE-ONE-REVISED
              VARYING WS-BUDG-I FROM 1 BY 1
              UNTIL WS-BUDG-I > WS-BUDG-MAX
           MOVE SPACES TO REPORT-LINE
           PERFORM BUDGPOST-WRITE-LINE
           PERFORM BUDGPOST-WRITE-LINE
           MOVE "APPROVED _________________________   DATE __________"
              TO REPORT-LINE
           PERFORM BUDGPOST-WRITE-LINE.
       BUDGPOST-WRITE-SUMMARY-END. EXIT.

       BUDGPOST-WRITE-ONE-REVISED.
           IF WS-BUDG-TOUCHED (WS-BUDG-I) = "Y"
              COMPUTE WS-REVISED = WS-BUDG-ORIGINAL (WS-BUDG-I)
                                 + WS-BUDG-AMEND (WS-BUDG-I)
              MOVE SPACES TO REPORT-LINE
              MOVE WS-BUDG-SCHOOL (WS-BUDG-I) TO REPORT-LINE (1:4)
              MOVE WS-BUDG-ORIGINAL (WS-BUDG-I) TO WS-EDIT-BUDGET
              MOVE WS-EDIT-BUDGET TO REPORT-LINE (7:13)
              MOVE WS-BUDG-AMEND (WS-BUDG-I) TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO REPORT-LINE (22:13)
              MOVE WS-REVISED TO WS-EDIT-AFTER
              MOVE WS-EDIT-AFTER TO REPORT-LINE (35:14)
              PERFORM BUDGPOST-WRITE-LINE
           END-IF.

      *-----------------------------------------------------------------
       BUDGPOST-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "BUDGPOST" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       BUDGPOST-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE TXN-FILE
           CLOSE REPORT-FILE.
       END PROGRAM BUDGPOST.
