      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    VENDRECN.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * SCREENING VENDOR INVOICE RECONCILIATION. THE SCREENING VENDOR
      * BILLS PER EMPLOYEE SCREENED AND THE INVOICE USED TO BE PAID AS
      * PRESENTED, THOUGH APPTMAST KNOWS WHICH APPOINTMENTS WERE
      * COMPLETED, MISSED OR RESCHEDULED. THE VENDOR NOW SENDS EACH
      * INVOICE AS A VENDBILL FEED: A VH HEADER (VENDOR PREFIX,
      * INVOICE NUMBER AND DATE), ONE VL LINE PER BILLED SCREENING
      * (EMPLOYEE, SCREENING DATE, AMOUNT), CLOSED BY THE SHOP-
      * STANDARD TRLRREC TRAILER WHOSE HASH IS THE SUM OF THE
      * AMOUNTS. THE WHOLE INVOICE IS LOADED AND ITS TRAILER PROVED
      * BEFORE ANYTHING IS POSTED, THEN EVERY LINE IS MATCHED TO A
      * COMPLETED APPTMAST APPOINTMENT FOR THAT EMPLOYEE ON THAT
      * DATE. A LINE IS DISPUTED WHEN IT REPEATS AN EARLIER LINE OF
      * THE SAME INVOICE, WHEN THE SCREENING WAS ALREADY APPROVED ON
      * AN EARLIER INVOICE (VENDPAID), WHEN THE EMPLOYEE IS NOT ON
      * EMPHLTH OR IS SEPARATED, WHEN THERE IS NO APPOINTMENT, OR
      * WHEN THE APPOINTMENT FOR THAT DATE WAS A NO-SHOW, WAS MOVED
      * OR IS NOT YET COMPLETE. APPROVED LINES ARE RECORDED ON
      * VENDPAID. THE VENDRECR REPORT SHOWS EVERY LINE AND PROVES
      * APPROVED PLUS DISPUTED EQUALS THE INVOICE TOTAL; VENDLTR IS
      * THE DISPUTED-ITEMS LETTER BACK TO THE VENDOR, ADDRESSED FROM
      * VENDMAST. ANY DISPUTE ENDS THE STEP RC 4; A MISSING OR
      * MISMATCHED TRAILER OR AN INVOICE TOO LARGE FOR THE TABLE
      * ENDS IT RC 12 WITH NOTHING APPROVED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILL-FILE ASSIGN TO "VENDBILL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.
           SELECT EMPLOYEE-HEALTH ASSIGN TO "EMPHLTH"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT APPOINTMENT-FILE ASSIGN TO "APPTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS APPT-EMP-ID
               FILE STATUS IS WS-APPT-STATUS.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS VEND-PREFIX
               FILE STATUS IS WS-VEND-STATUS.
           SELECT PAID-FILE ASSIGN TO "VENDPAID"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS VP-KEY
               FILE STATUS IS WS-PAID-STATUS.
           SELECT REPORT-FILE ASSIGN TO "VENDRECR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT LETTER-FILE ASSIGN TO "VENDLTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  BILL-FILE.
       01  BILL-RECORD.
           05 VB-RECORD-TYPE         PIC X(2).
              88 VB-HEADER           VALUE "VH".
              88 VB-LINE             VALUE "VL".
           05 VB-EMP-ID              PIC X(6).
           05 VB-SCREEN-DATE         PIC 9(8).
           05 VB-AMOUNT              PIC 9(5)V9(2).
           05 FILLER                 PIC X(10).
       01  BILL-HEADER.
           05 FILLER                 PIC X(2).
           05 VB-VEND-PREFIX         PIC X(3).
           05 VB-INVOICE-NO          PIC X(12).
           05 VB-INVOICE-DATE        PIC 9(8).
           05 FILLER                 PIC X(8).

           COPY "TRLRREC.CPY".

       FD  EMPLOYEE-HEALTH.
           COPY "EMPHLTH.CPY".

       FD  APPOINTMENT-FILE.
           COPY "APPTMAST.CPY".

       FD  VENDOR-MASTER.
           COPY "VENDMAST.CPY".

       FD  PAID-FILE.
           COPY "VENDPAID.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       FD  LETTER-FILE.
       01  LETTER-LINE              PIC X(80).

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
       01  WS-BILL-STATUS            PIC X(02).
       01  WS-EMP-STATUS             PIC X(02).
       01  WS-APPT-STATUS            PIC X(02).
       01  WS-VEND-STATUS            PIC X(02).
       01  WS-PAID-STATUS            PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-LETTER-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-OVERFLOW-SW            PIC X VALUE "N".
           88 WS-TABLE-OVERFLOW      VALUE "Y".
       01  WS-VEND-FOUND-SW          PIC X VALUE "N".
           88 WS-VEND-FOUND          VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR            PIC 9(04).
           05 WS-RUN-MONTH           PIC 9(02).
           05 WS-RUN-DAY             PIC 9(02).
       01  WS-LETTER-DATE.
           05 WS-LTR-DAY             PIC 9(02).
           05 FILLER                 PIC X(01) VALUE "/".
           05 WS-LTR-MONTH           PIC 9(02).
           05 FILLER                 PIC X(01) VALUE "/".
           05 WS-LTR-YEAR            PIC 9(04).
       01  WS-VEND-PREFIX            PIC X(03) VALUE SPACES.
       01  WS-INVOICE-NO             PIC X(12) VALUE SPACES.
       01  WS-INVOICE-DATE           PIC 9(08) VALUE 0.
      *-----------------------------------------------------------------
      * THE INVOICE LINES, HELD UNTIL THE TRAILER PROVES THE FEED
      * COMPLETE. BL-REASON IS SPACES FOR A LINE APPROVED TO PAY.
      *-----------------------------------------------------------------
       01  WS-BILL-MAX               PIC 9(04) VALUE 0.
       01  WS-BILL-I                 PIC 9(04).
       01  WS-BILL-J                 PIC 9(04).
       01  WS-BILL-TABLE.
           05 WS-BILL-ENTRY OCCURS 5000 TIMES.
              10 BL-EMP-ID           PIC X(06).
              10 BL-SCREEN-DATE      PIC 9(08).
              10 BL-AMOUNT           PIC 9(05)V9(02).
              10 BL-VALID-SW         PIC X(01).
                 88 BL-VALID         VALUE "Y".
              10 BL-REPOST-SW        PIC X(01).
                 88 BL-REPOST        VALUE "Y".
              10 BL-REASON           PIC X(30).
       01  WS-LINE-COUNT             PIC 9(06) VALUE 0.
       01  WS-APPROVED-COUNT         PIC 9(06) VALUE 0.
       01  WS-DISPUTED-COUNT         PIC 9(06) VALUE 0.
       01  WS-INVOICE-TOTAL          PIC S9(11)V9(2) VALUE 0.
       01  WS-APPROVED-TOTAL         PIC S9(11)V9(2) VALUE 0.
       01  WS-DISPUTED-TOTAL         PIC S9(11)V9(2) VALUE 0.
       01  WS-PROOF-TOTAL            PIC S9(11)V9(2) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT            PIC ZZ,ZZ9.99.
       01  WS-EDIT-TOTAL             PIC ZZZ,ZZZ,ZZ9.99-.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       VENDRECN-MAIN.
           PERFORM VENDRECN-INIT
           IF WS-JOB-RC < 12
              PERFORM VENDRECN-LOAD-ONE UNTIL WS-EOF
              PERFORM VENDRECN-VERIFY-TRAILER
           END-IF
           IF WS-JOB-RC < 12
              PERFORM VENDRECN-FIND-VENDOR
              PERFORM VENDRECN-LETTER-HEADING
              PERFORM VENDRECN-CHECK-ONE
                 THRU VENDRECN-CHECK-ONE-END
                 VARYING WS-BILL-I FROM 1 BY 1
                 UNTIL WS-BILL-I > WS-BILL-MAX
              PERFORM VENDRECN-POST-ONE
                 VARYING WS-BILL-I FROM 1 BY 1
                 UNTIL WS-BILL-I > WS-BILL-MAX
              PERFORM VENDRECN-LETTER-CLOSING
              PERFORM VENDRECN-WRITE-SUMMARY
           END-IF
           PERFORM VENDRECN-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       VENDRECN-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DAY TO WS-LTR-DAY
           MOVE WS-RUN-MONTH TO WS-LTR-MONTH
           MOVE WS-RUN-YEAR TO WS-LTR-YEAR
           OPEN INPUT BILL-FILE
           IF WS-BILL-STATUS NOT = "00"
              MOVE "VENDRECN" TO FE-PROGRAM
              MOVE "BILL-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-BILL-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN INPUT EMPLOYEE-HEALTH
           IF WS-EMP-STATUS NOT = "00"
              MOVE "VENDRECN" TO FE-PROGRAM
              MOVE "EMPLOYEE-HEALTH" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-EMP-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN INPUT APPOINTMENT-FILE
           IF WS-APPT-STATUS NOT = "00"
              MOVE "VENDRECN" TO FE-PROGRAM
              MOVE "APPOINTMENT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-APPT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
      *    A VENDOR NOT ON VENDMAST ONLY COSTS THE LETTER ITS ADDRESS.
           OPEN INPUT VENDOR-MASTER
           OPEN I-O PAID-FILE
           IF WS-PAID-STATUS = "35"
              OPEN OUTPUT PAID-FILE
              CLOSE PAID-FILE
              OPEN I-O PAID-FILE
           END-IF
           IF WS-PAID-STATUS NOT = "00"
              MOVE "VENDRECN" TO FE-PROGRAM
              MOVE "PAID-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-PAID-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "VENDRECN" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT LETTER-FILE
           IF WS-LETTER-STATUS NOT = "00"
              MOVE "VENDRECN" TO FE-PROGRAM
              MOVE "LETTER-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-LETTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           MOVE "SCREENING VENDOR INVOICE RECONCILIATION" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM VENDRECN-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM VENDRECN-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM VENDRECN-WRITE-LINE
           IF NOT WS-EOF
              PERFORM VENDRECN-READ-NEXT
           END-IF.

      *-----------------------------------------------------------------
       VENDRECN-READ-NEXT.
      *-----------------------------------------------------------------
           READ BILL-FILE
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
      * THE HEADER NAMES THE VENDOR AND INVOICE; EACH VL LINE GOES
      * INTO THE TABLE. A LINE WITH A BAD DATE OR AMOUNT IS KEPT SO
      * IT IS DISPUTED, NOT LOST.
      *-----------------------------------------------------------------
       VENDRECN-LOAD-ONE.
           IF VB-HEADER
              MOVE VB-VEND-PREFIX TO WS-VEND-PREFIX
              MOVE VB-INVOICE-NO TO WS-INVOICE-NO
              IF VB-INVOICE-DATE IS NUMERIC
                 MOVE VB-INVOICE-DATE TO WS-INVOICE-DATE
              END-IF
           ELSE
              ADD 1 TO WS-TLR-ACT-COUNT
              IF VB-AMOUNT IS NUMERIC
                 ADD VB-AMOUNT TO WS-TLR-ACT-HASH
              END-IF
              IF WS-BILL-MAX >= 5000
                 SET WS-TABLE-OVERFLOW TO TRUE
              ELSE
                 ADD 1 TO WS-BILL-MAX
                 MOVE VB-EMP-ID TO BL-EMP-ID (WS-BILL-MAX)
                 MOVE "N" TO BL-REPOST-SW (WS-BILL-MAX)
                 MOVE SPACES TO BL-REASON (WS-BILL-MAX)
                 IF VB-LINE
                    AND VB-SCREEN-DATE IS NUMERIC
                    AND VB-AMOUNT IS NUMERIC
                    MOVE "Y" TO BL-VALID-SW (WS-BILL-MAX)
                    MOVE VB-SCREEN-DATE TO BL-SCREEN-DATE (WS-BILL-MAX)
                    MOVE VB-AMOUNT TO BL-AMOUNT (WS-BILL-MAX)
                 ELSE
                    MOVE "N" TO BL-VALID-SW (WS-BILL-MAX)
                    MOVE 0 TO BL-SCREEN-DATE (WS-BILL-MAX)
                    MOVE 0 TO BL-AMOUNT (WS-BILL-MAX)
                 END-IF
              END-IF
           END-IF
           PERFORM VENDRECN-READ-NEXT.

      *-----------------------------------------------------------------
      * THE INVOICE MUST END WITH THE SHOP-STANDARD TRAILER AND ITS
      * COUNT AND HASH MUST MATCH WHAT WAS ACTUALLY READ.
      *-----------------------------------------------------------------
       VENDRECN-VERIFY-TRAILER.
           IF WS-TABLE-OVERFLOW
              DISPLAY "VENDRECN - INVOICE OVER 5000 LINES - NOT POSTED"
              MOVE "  *** INVOICE OVER 5000 LINES - NOTHING APPROVED"
                 TO REPORT-LINE
              PERFORM VENDRECN-WRITE-LINE
              MOVE 12 TO WS-JOB-RC
           END-IF
           IF NOT WS-TLR-FOUND
              OR WS-TLR-EXP-COUNT NOT = WS-TLR-ACT-COUNT
              OR WS-TLR-EXP-HASH NOT = WS-TLR-ACT-HASH
              DISPLAY "VENDRECN - VENDBILL TRAILER BAD OR MISSING"
              MOVE SPACES TO WS-AUDIT-PARMS
              MOVE "VENDRECN" TO AL-PROGRAM
              MOVE "TRLR " TO AL-EVENT
              MOVE "VENDBILL TRAILER MISSING OR COUNT/HASH MISMATCH"
                 TO AL-DETAIL
              CALL "AUDITLOG" USING WS-AUDIT-PARMS
              MOVE "  *** VENDBILL TRAILER BAD - NOTHING APPROVED"
                 TO REPORT-LINE
              PERFORM VENDRECN-WRITE-LINE
              MOVE 12 TO WS-JOB-RC
           END-IF.

       VENDRECN-FIND-VENDOR.
           MOVE WS-VEND-PREFIX TO VEND-PREFIX
           READ VENDOR-MASTER
              INVALID KEY
                 MOVE "N" TO WS-VEND-FOUND-SW
              NOT INVALID KEY
                 SET WS-VEND-FOUND TO TRUE
           END-READ
           MOVE SPACES TO REPORT-LINE
           IF WS-VEND-FOUND
              STRING "  VENDOR " WS-VEND-PREFIX " " VEND-NAME
                     "  INVOICE " WS-INVOICE-NO " " WS-INVOICE-DATE
                 DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              STRING "  VENDOR " WS-VEND-PREFIX " NOT ON VENDMAST"
                     "  INVOICE " WS-INVOICE-NO " " WS-INVOICE-DATE
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM VENDRECN-SET-WARNING
           END-IF
           PERFORM VENDRECN-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM VENDRECN-WRITE-LINE.

      *-----------------------------------------------------------------
      * ONE BILLED SCREENING. THE FIRST FAILING TEST IS THE REASON IT
      * IS DISPUTED; A LINE THAT PASSES THEM ALL IS APPROVED.
      * APPTMAST HOLDS ONE APPOINTMENT PER EMPLOYEE AT ITS CURRENT
      * DATE - WHEN APPTRECY RESLOTS A NO-SHOW THE MISSED DATE IS
      * REPLACED - SO A BILL FOR AN EARLIER DATE THAN A RESLOTTED
      * APPOINTMENT IS A BILL FOR THE DATE THE EMPLOYEE MISSED.
      *-----------------------------------------------------------------
       VENDRECN-CHECK-ONE.
           IF NOT BL-VALID (WS-BILL-I)
              MOVE "INVALID LINE, DATE OR AMOUNT"
                 TO BL-REASON (WS-BILL-I)
              GO TO VENDRECN-CHECK-ONE-END
           END-IF
           PERFORM VENDRECN-SCAN-DUPLICATE
              VARYING WS-BILL-J FROM 1 BY 1
              UNTIL WS-BILL-J >= WS-BILL-I
              OR BL-REASON (WS-BILL-I) NOT = SPACES
           IF BL-REASON (WS-BILL-I) NOT = SPACES
              GO TO VENDRECN-CHECK-ONE-END
           END-IF
           MOVE BL-EMP-ID (WS-BILL-I) TO VP-EMP-ID
           MOVE BL-SCREEN-DATE (WS-BILL-I) TO VP-SCREEN-DATE
           READ PAID-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF VP-INVOICE-NO = WS-INVOICE-NO
                    AND VP-VEND-PREFIX = WS-VEND-PREFIX
                    MOVE "Y" TO BL-REPOST-SW (WS-BILL-I)
                 ELSE
                    STRING "ALREADY BILLED - INV "
                           VP-INVOICE-NO
                       DELIMITED BY SIZE INTO BL-REASON (WS-BILL-I)
                    GO TO VENDRECN-CHECK-ONE-END
                 END-IF
           END-READ
           MOVE BL-EMP-ID (WS-BILL-I) TO EMP-ID
           READ EMPLOYEE-HEALTH
              INVALID KEY
                 MOVE "NOT ON EMPLOYEE MASTER"
                    TO BL-REASON (WS-BILL-I)
                 GO TO VENDRECN-CHECK-ONE-END
           END-READ
           IF EMP-SEPARATED
              MOVE "EMPLOYEE SEPARATED" TO BL-REASON (WS-BILL-I)
              GO TO VENDRECN-CHECK-ONE-END
           END-IF
           MOVE BL-EMP-ID (WS-BILL-I) TO APPT-EMP-ID
           READ APPOINTMENT-FILE
              INVALID KEY
                 MOVE "NO APPOINTMENT ON FILE"
                    TO BL-REASON (WS-BILL-I)
                 GO TO VENDRECN-CHECK-ONE-END
           END-READ
           IF APPT-DATE NOT = BL-SCREEN-DATE (WS-BILL-I)
              IF APPT-RESLOT-COUNT > 0
                 AND BL-SCREEN-DATE (WS-BILL-I) < APPT-DATE
                 MOVE "NO-SHOW - APPOINTMENT RESLOTTED"
                    TO BL-REASON (WS-BILL-I)
              ELSE
                 MOVE "NO APPOINTMENT ON BILLED DATE"
                    TO BL-REASON (WS-BILL-I)
              END-IF
              GO TO VENDRECN-CHECK-ONE-END
           END-IF
           EVALUATE TRUE
              WHEN APPT-DONE
                 CONTINUE
              WHEN APPT-NO-SHOW
                 MOVE "NO-SHOW ON BILLED DATE"
                    TO BL-REASON (WS-BILL-I)
              WHEN OTHER
                 MOVE "APPOINTMENT NOT COMPLETED"
                    TO BL-REASON (WS-BILL-I)
           END-EVALUATE.
       VENDRECN-CHECK-ONE-END. EXIT.

       VENDRECN-SCAN-DUPLICATE.
           IF BL-VALID (WS-BILL-J)
              AND BL-EMP-ID (WS-BILL-J) = BL-EMP-ID (WS-BILL-I)
              AND BL-SCREEN-DATE (WS-BILL-J)
                 = BL-SCREEN-DATE (WS-BILL-I)
              MOVE "DUPLICATE LINE ON THIS INVOICE"
                 TO BL-REASON (WS-BILL-I)
           END-IF.

      *-----------------------------------------------------------------
      * AN APPROVED LINE IS RECORDED ON VENDPAID (A RERUN OF THE SAME
      * INVOICE FINDS IT THERE ALREADY); A DISPUTED ONE GOES ON THE
      * LETTER. EVERY LINE IS ON THE REPORT.
      *-----------------------------------------------------------------
       VENDRECN-POST-ONE.
           ADD 1 TO WS-LINE-COUNT
           ADD BL-AMOUNT (WS-BILL-I) TO WS-INVOICE-TOTAL
           MOVE BL-AMOUNT (WS-BILL-I) TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           IF BL-REASON (WS-BILL-I) = SPACES
              ADD 1 TO WS-APPROVED-COUNT
              ADD BL-AMOUNT (WS-BILL-I) TO WS-APPROVED-TOTAL
              IF NOT BL-REPOST (WS-BILL-I)
                 PERFORM VENDRECN-RECORD-PAID
              END-IF
              STRING "  " BL-EMP-ID (WS-BILL-I) " "
                     BL-SCREEN-DATE (WS-BILL-I) " " WS-EDIT-AMOUNT
                     "  APPROVED"
                 DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              ADD 1 TO WS-DISPUTED-COUNT
              ADD BL-AMOUNT (WS-BILL-I) TO WS-DISPUTED-TOTAL
              STRING "  " BL-EMP-ID (WS-BILL-I) " "
                     BL-SCREEN-DATE (WS-BILL-I) " " WS-EDIT-AMOUNT
                     "  DISPUTED - " BL-REASON (WS-BILL-I)
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM VENDRECN-LETTER-ITEM
              PERFORM VENDRECN-SET-WARNING
           END-IF
           PERFORM VENDRECN-WRITE-LINE.

       VENDRECN-RECORD-PAID.
           MOVE SPACES TO VENDOR-PAID-RECORD
           MOVE BL-EMP-ID (WS-BILL-I) TO VP-EMP-ID
           MOVE BL-SCREEN-DATE (WS-BILL-I) TO VP-SCREEN-DATE
           MOVE WS-VEND-PREFIX TO VP-VEND-PREFIX
           MOVE WS-INVOICE-NO TO VP-INVOICE-NO
           MOVE BL-AMOUNT (WS-BILL-I) TO VP-AMOUNT
           MOVE WS-RUN-DATE TO VP-APPROVED-DATE
           WRITE VENDOR-PAID-RECORD
              INVALID KEY
                 MOVE "VENDRECN" TO FE-PROGRAM
                 MOVE "PAID-FILE" TO FE-FILE-NAME
                 MOVE "WRITE" TO FE-OPERATION
                 MOVE WS-PAID-STATUS TO FE-STATUS
                 MOVE VP-KEY TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 MOVE 8 TO WS-JOB-RC
           END-WRITE.

       VENDRECN-SET-WARNING.
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
      * THE DISPUTED-ITEMS LETTER BACK TO THE VENDOR.
      *-----------------------------------------------------------------
       VENDRECN-LETTER-HEADING.
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-DATE TO LETTER-LINE (61:10)
           PERFORM VENDRECN-WRITE-LETTER
           MOVE SPACES TO LETTER-LINE
           PERFORM VENDRECN-WRITE-LETTER
           IF WS-VEND-FOUND
              MOVE VEND-LEGAL-NAME TO LETTER-LINE
              PERFORM VENDRECN-WRITE-LETTER
              MOVE SPACES TO LETTER-LINE
              STRING "ATTN: " VEND-CONTACT
                 DELIMITED BY SIZE INTO LETTER-LINE
              PERFORM VENDRECN-WRITE-LETTER
              MOVE VEND-ADDRESS TO LETTER-LINE
              PERFORM VENDRECN-WRITE-LETTER
              MOVE SPACES TO LETTER-LINE
              STRING VEND-CITY DELIMITED BY "  "
                     " " VEND-STATE " " VEND-ZIP
                 DELIMITED BY SIZE INTO LETTER-LINE
              PERFORM VENDRECN-WRITE-LETTER
           ELSE
              MOVE SPACES TO LETTER-LINE
              STRING "VENDOR " WS-VEND-PREFIX
                 DELIMITED BY SIZE INTO LETTER-LINE
              PERFORM VENDRECN-WRITE-LETTER
           END-IF
           MOVE SPACES TO LETTER-LINE
           PERFORM VENDRECN-WRITE-LETTER
           STRING "RE: INVOICE " WS-INVOICE-NO " DATED "
                  WS-INVOICE-DATE
              DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM VENDRECN-WRITE-LETTER
           MOVE SPACES TO LETTER-LINE
           PERFORM VENDRECN-WRITE-LETTER
           MOVE "WE HAVE RECONCILED THE INVOICE ABOVE AGAINST OUR SCREEN
      -         "ING APPOINTMENT" TO LETTER-LINE
           PERFORM VENDRECN-WRITE-LETTER
           MOVE "RECORDS. THE ITEMS LISTED BELOW ARE DISPUTED AND HAVE B
      -         "EEN WITHHELD FROM" TO LETTER-LINE
           PERFORM VENDRECN-WRITE-LETTER
           MOVE "PAYMENT. PLEASE ISSUE A CREDIT, OR SEND SUPPORTING DOCU
      -         "MENTATION, FOR" TO LETTER-LINE
           PERFORM VENDRECN-WRITE-LETTER
           MOVE "EACH ONE." TO LETTER-LINE
           PERFORM VENDRECN-WRITE-LETTER
           MOVE SPACES TO LETTER-LINE
           PERFORM VENDRECN-WRITE-LETTER
           MOVE "  EMP ID  SCREENED      AMOUNT  REASON"
              TO LETTER-LINE
           PERFORM VENDRECN-WRITE-LETTER.

       VENDRECN-LETTER-ITEM.
           MOVE SPACES TO LETTER-LINE
           STRING "  " BL-EMP-ID (WS-BILL-I) "  "
                  BL-SCREEN-DATE (WS-BILL-I) " " WS-EDIT-AMOUNT
                  "  " BL-REASON (WS-BILL-I)
              DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM VENDRECN-WRITE-LETTER.

       VENDRECN-LETTER-CLOSING.
           IF WS-DISPUTED-COUNT = 0
              MOVE "  NO ITEMS ON THIS INVOICE ARE DISPUTED."
                 TO LETTER-LINE
              PERFORM VENDRECN-WRITE-LETTER
           END-IF
           MOVE SPACES TO LETTER-LINE
           PERFORM VENDRECN-WRITE-LETTER
           MOVE WS-INVOICE-TOTAL TO WS-EDIT-TOTAL
           STRING "  INVOICE TOTAL  . . . . . . " WS-EDIT-TOTAL
              DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM VENDRECN-WRITE-LETTER
           MOVE SPACES TO LETTER-LINE
           MOVE WS-APPROVED-TOTAL TO WS-EDIT-TOTAL
           STRING "  APPROVED FOR PAYMENT . . . " WS-EDIT-TOTAL
              DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM VENDRECN-WRITE-LETTER
           MOVE SPACES TO LETTER-LINE
           MOVE WS-DISPUTED-TOTAL TO WS-EDIT-TOTAL
           STRING "  DISPUTED AND WITHHELD  . . " WS-EDIT-TOTAL
              DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM VENDRECN-WRITE-LETTER
           MOVE SPACES TO LETTER-LINE
           PERFORM VENDRECN-WRITE-LETTER
           MOVE "EMPLOYEE WELLNESS PROGRAM OFFICE" TO LETTER-LINE
           PERFORM VENDRECN-WRITE-LETTER.

      *-----------------------------------------------------------------
      * APPROVED PLUS DISPUTED MUST ADD BACK TO THE INVOICE TOTAL THE
      * TRAILER PROVED.
      *-----------------------------------------------------------------
       VENDRECN-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           PERFORM VENDRECN-WRITE-LINE
           MOVE WS-LINE-COUNT TO WS-EDIT-COUNT
           MOVE WS-INVOICE-TOTAL TO WS-EDIT-TOTAL
           STRING "  LINES BILLED . . . " WS-EDIT-COUNT
                  "  " WS-EDIT-TOTAL
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM VENDRECN-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-APPROVED-COUNT TO WS-EDIT-COUNT
           MOVE WS-APPROVED-TOTAL TO WS-EDIT-TOTAL
           STRING "  APPROVED TO PAY  . " WS-EDIT-COUNT
                  "  " WS-EDIT-TOTAL
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM VENDRECN-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DISPUTED-COUNT TO WS-EDIT-COUNT
           MOVE WS-DISPUTED-TOTAL TO WS-EDIT-TOTAL
           STRING "  DISPUTED . . . . . " WS-EDIT-COUNT
                  "  " WS-EDIT-TOTAL
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM VENDRECN-WRITE-LINE
           COMPUTE WS-PROOF-TOTAL =
              WS-APPROVED-TOTAL + WS-DISPUTED-TOTAL
           MOVE SPACES TO REPORT-LINE
           IF WS-PROOF-TOTAL = WS-TLR-EXP-HASH
              MOVE "  BALANCED - APPROVED PLUS DISPUTED EQUALS INVOICE T
      -            "OTAL" TO REPORT-LINE
           ELSE
              MOVE "  *** OUT OF BALANCE - APPROVED PLUS DISPUTED NOT IN
      -            "VOICE TOTAL" TO REPORT-LINE
              MOVE 8 TO WS-JOB-RC
           END-IF
           PERFORM VENDRECN-WRITE-LINE
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "VENDRECN" TO AL-PROGRAM
           MOVE "VENDR" TO AL-EVENT
           MOVE WS-APPROVED-TOTAL TO WS-EDIT-TOTAL
           MOVE WS-DISPUTED-COUNT TO WS-EDIT-COUNT
           STRING "INV " WS-INVOICE-NO " APPROVED " WS-EDIT-TOTAL
                  " DISPUTED " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       VENDRECN-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "VENDRECN" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

       VENDRECN-WRITE-LETTER.
           WRITE LETTER-LINE
           IF WS-LETTER-STATUS NOT = "00"
              MOVE "VENDRECN" TO FE-PROGRAM
              MOVE "LETTER-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-LETTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF
           MOVE SPACES TO LETTER-LINE.

      *-----------------------------------------------------------------
       VENDRECN-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE BILL-FILE
           CLOSE EMPLOYEE-HEALTH
           CLOSE APPOINTMENT-FILE
           CLOSE VENDOR-MASTER
           CLOSE PAID-FILE
           CLOSE REPORT-FILE
           CLOSE LETTER-FILE.
       END PROGRAM VENDRECN.
