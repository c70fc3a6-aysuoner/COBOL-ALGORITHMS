      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    INVMATCH.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * THREE-WAY MATCH OF PURCHASE ORDERS, RECEIPTS AND VENDOR
      * INVOICES. CHEKWRTR USED TO VOUCHER EVERY PORDOUT ORDER THE
      * MOMENT POGEN CREATED IT, SO WE COULD PAY FOR PAPER THAT
      * NEVER ARRIVED OR PAY AN INVOICE THAT DID NOT AGREE WITH THE
      * ORDER. THIS STEP RUNS AFTER POGEN AND STKRECV AND AHEAD OF
      * CHEKWRTR, AND ONLY WHAT IT RELEASES IS VOUCHERED.
      *
      * THE MATCHPO FILE KEEPS, FOR EACH VENDOR AND PAPER TYPE, THE
      * REAMS AND DOLLARS ORDERED (FROM PORDOUT), THE REAMS RECEIVED
      * (FROM THE RECPTIN DELIVERIES STKRECV POSTED - THE SUPPLYING
      * VENDOR COMES FROM PRICETAB) AND THE REAMS AND DOLLARS ALREADY
      * INVOICED. EACH VENDOR INVOICE (VENDINV) IS MATCHED AGAINST
      * WHAT IS ORDERED BUT NOT YET INVOICED AND WHAT IS RECEIVED BUT
      * NOT YET INVOICED, AND ITS UNIT PRICE AGAINST THE ORDERED UNIT
      * PRICE - WITHIN THE THRESHIN MATCH-QTY-PCT AND MATCH-PRICE-PCT
      * TOLERANCES. A MATCHED INVOICE IS WRITTEN TO THE INVREL
      * RELEASED-INVOICE FILE (THE ORDER LAYOUT CHEKWRTR VOUCHERS
      * FROM) FOR THE INVOICED AMOUNT.
      *
      * AN INVOICE THAT FAILS IS HELD ON THE HELDINV FILE WITH ITS
      * REASON AND LISTED ON THE MATCH-EXCEPTION REPORT. HELD
      * INVOICES ARE TRIED AGAIN EVERY RUN, SO ONE WAITING ONLY ON
      * A LATE DELIVERY RELEASES ITSELF WHEN THE PAPER ARRIVES. A
      * BUYER RESOLVES THE REST THROUGH THE INVRSLV CONTROL FILE -
      * "R" RELEASES THE INVOICE AS BILLED, "C" CANCELS IT BACK TO
      * THE VENDOR - AND THE BUYER'S ID PRINTS WITH THE OUTCOME.
      *
      * THE ORDERS AND RECEIPTS ARE POSTED ONCE PER RUN DATE, SO A
      * RERUN OF THE CYCLE DOES NOT COUNT THEM TWICE.
      * MODIFIED 15/10/2026 - A BUYER RELEASE NOW ALSO LANDS ON THE
      * CENTRAL AUDIT TRAIL (EVENT INVRL) WITH THE VENDOR, INVOICE
      * AND BUYER, SO A RELEASE TO A VENDOR THE SAME PERSON EDITED
      * SHOWS ON THE SEGREGATION-OF-DUTIES REVIEW.
      * MODIFIED 15/10/2026 - THE RUN DATE IS STAMPED ON THE CONTROL
      * RECORD ONLY AFTER BOTH PORDOUT AND RECPTIN HAVE OPENED AND
      * BEEN POSTED. IF EITHER IS MISSING (RC 4) OR WILL NOT OPEN
      * (RC 8) NEITHER IS POSTED AND THE DAY IS LEFT OPEN FOR THE
      * RERUN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO "PORDOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "RECPTIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT PRICE-FILE ASSIGN TO "PRICETAB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "VENDINV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT RESOLVE-FILE ASSIGN TO "INVRSLV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESOLVE-STATUS.
           SELECT MATCH-FILE ASSIGN TO "MATCHPO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MP-KEY
               FILE STATUS IS WS-MATCH-STATUS.
           SELECT HELD-FILE ASSIGN TO "HELDINV"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS HI-INVOICE-NO
               FILE STATUS IS WS-HELD-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "INVREL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "INVMATCR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ORDER-FILE.
       01  ORDER-RECORD.
           05 PO-VENDOR              PIC X(3).
           05 PO-PAPER-TYPE          PIC X(3).
           05 PO-REAMS               PIC 9(5).
           05 PO-AMOUNT              PIC 9(7)V9(2).

       FD  RECEIPT-FILE.
       01  RECEIPT-RECORD.
           05 PST-PAPER-TYPE         PIC X(3).
           05 PST-LOCATION           PIC X(4).
           05 PST-QUANTITY           PIC 9(5).

       FD  PRICE-FILE.
       01  PRICE-RECORD.
           05 PT-PAPER-TYPE          PIC X(3).
           05 PT-PRICE-PER-REAM      PIC 9(3)V9(2).
           05 PT-VENDOR              PIC X(3).

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05 INV-NUMBER             PIC X(10).
           05 INV-VENDOR             PIC X(3).
           05 INV-PAPER-TYPE         PIC X(3).
           05 INV-REAMS              PIC 9(5).
           05 INV-AMOUNT             PIC 9(7)V9(2).
           05 INV-DATE               PIC 9(8).

           COPY "TRLRREC.CPY".

       FD  RESOLVE-FILE.
       01  RESOLVE-RECORD.
           05 RSV-INVOICE-NO         PIC X(10).
           05 RSV-ACTION             PIC X(1).
              88 RSV-RELEASE         VALUE "R".
              88 RSV-CANCEL          VALUE "C".
           05 RSV-BUYER              PIC X(8).

       FD  MATCH-FILE.
       01  MATCH-RECORD.
           05 MP-KEY.
              10 MP-VENDOR           PIC X(3).
              10 MP-PAPER-TYPE       PIC X(3).
           05 MP-ORDERED-REAMS       PIC 9(7).
           05 MP-ORDERED-AMOUNT      PIC 9(9)V9(2).
           05 MP-RECEIVED-REAMS      PIC 9(7).
           05 MP-INVOICED-REAMS      PIC 9(7).
           05 MP-INVOICED-AMOUNT     PIC 9(9)V9(2).
           05 MP-LAST-POST-DATE      PIC 9(8).
           05 FILLER                 PIC X(10).

       FD  HELD-FILE.
       01  HELD-RECORD.
           05 HI-INVOICE-NO          PIC X(10).
           05 HI-VENDOR              PIC X(3).
           05 HI-PAPER-TYPE          PIC X(3).
           05 HI-REAMS               PIC 9(5).
           05 HI-AMOUNT              PIC 9(7)V9(2).
           05 HI-INV-DATE            PIC 9(8).
           05 HI-HELD-DATE           PIC 9(8).
           05 HI-REASON              PIC X(20).
           05 FILLER                 PIC X(10).

       FD  RELEASE-FILE.
       01  RELEASE-RECORD.
           05 REL-VENDOR             PIC X(3).
           05 REL-PAPER-TYPE         PIC X(3).
           05 REL-REAMS              PIC 9(5).
           05 REL-AMOUNT             PIC 9(7)V9(2).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-TH-PARMS.
           COPY "THRSHLD.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-ORDER-STATUS           PIC X(02).
       01  WS-RECEIPT-STATUS         PIC X(02).
       01  WS-PRICE-STATUS           PIC X(02).
       01  WS-INVOICE-STATUS         PIC X(02).
       01  WS-RESOLVE-STATUS         PIC X(02).
       01  WS-MATCH-STATUS           PIC X(02).
       01  WS-HELD-STATUS            PIC X(02).
       01  WS-RELEASE-STATUS         PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-LOAD-EOF-SW           PIC X VALUE "N".
           88 WS-LOAD-EOF           VALUE "Y".
       01  WS-TLR-FOUND-SW          PIC X VALUE "N".
           88 WS-TLR-FOUND          VALUE "Y".
       01  WS-TLR-EXP-COUNT         PIC 9(7).
       01  WS-TLR-EXP-HASH          PIC S9(11)V9(2).
       01  WS-TLR-ACT-COUNT         PIC 9(7) VALUE 0.
       01  WS-TLR-ACT-HASH          PIC S9(11)V9(2) VALUE 0.
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-CONTROL-VENDOR         PIC X(03) VALUE "***".
       01  WS-CONTROL-TYPE           PIC X(03) VALUE "RUN".
      *-----------------------------------------------------------------
      * THE SUPPLYING VENDOR BY PAPER TYPE, FROM PRICETAB - A
      * DELIVERY CARRIES ONLY THE PAPER TYPE.
      *-----------------------------------------------------------------
       01  WS-PRICE-MAX             PIC 9(02) VALUE 0.
       01  WS-PRICE-I               PIC 9(02).
       01  WS-PRICE-FOUND           PIC 9(02).
       01  WS-PRICE-TABLE.
           05 WS-PRICE-ENTRY OCCURS 20 TIMES.
              10 WS-PRICE-TYPE      PIC X(3).
              10 WS-PRICE-VENDOR    PIC X(3).
      *-----------------------------------------------------------------
      * THE INVOICE IN HAND, WHICHEVER FILE IT CAME FROM, AND THE
      * ARITHMETIC OF ITS MATCH. A BLANK HOLD REASON MEANS MATCHED.
      *-----------------------------------------------------------------
       01  WS-INVOICE.
           05 WS-INV-NUMBER          PIC X(10).
           05 WS-INV-VENDOR          PIC X(3).
           05 WS-INV-PAPER-TYPE      PIC X(3).
           05 WS-INV-REAMS           PIC 9(5).
           05 WS-INV-AMOUNT          PIC 9(7)V9(2).
           05 WS-INV-DATE            PIC 9(8).
       01  WS-HOLD-REASON            PIC X(20).
       01  WS-DISPOSITION            PIC X(30).
       01  WS-OPEN-ORDER             PIC S9(7).
       01  WS-OPEN-RECEIPT           PIC S9(7).
       01  WS-QTY-LIMIT              PIC S9(7)V9(4).
       01  WS-PO-UNIT                PIC 9(7)V9(4).
       01  WS-INV-UNIT               PIC 9(7)V9(4).
       01  WS-PRICE-LIMIT            PIC 9(7)V9(4).
       01  WS-ORDERS-POSTED          PIC 9(5) VALUE 0.
       01  WS-RECEIPTS-POSTED        PIC 9(5) VALUE 0.
       01  WS-RELEASED-COUNT         PIC 9(5) VALUE 0.
       01  WS-RELEASED-TOTAL         PIC 9(9)V9(2) VALUE 0.
       01  WS-HELD-COUNT             PIC 9(5) VALUE 0.
       01  WS-CANCELLED-COUNT        PIC 9(5) VALUE 0.
       01  WS-EDIT-REAMS             PIC ZZ,ZZ9.
       01  WS-EDIT-AMOUNT            PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-DETAIL-LINE.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DL-INVOICE          PIC X(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DL-VENDOR           PIC X(3).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DL-TYPE             PIC X(3).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DL-REAMS            PIC ZZ,ZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DL-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DL-DISPOSITION      PIC X(30).
           05 FILLER                 PIC X(4) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INVMATCH-MAIN.
           PERFORM INVMATCH-INIT
              THRU INVMATCH-INIT-END
           IF WS-JOB-RC < 12
              PERFORM INVMATCH-POST-ACTIVITY
                 THRU INVMATCH-POST-ACTIVITY-END
              PERFORM INVMATCH-APPLY-RESOLUTIONS
                 THRU INVMATCH-APPLY-RESOLUTIONS-END
              PERFORM INVMATCH-RETRY-HELD
                 THRU INVMATCH-RETRY-HELD-END
              PERFORM INVMATCH-MATCH-NEW
                 THRU INVMATCH-MATCH-NEW-END
              PERFORM INVMATCH-WRITE-SUMMARY
           END-IF
           PERFORM INVMATCH-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
      * THE MATCH AND HELD-INVOICE FILES ARE CREATED ON FIRST USE.
      *-----------------------------------------------------------------
       INVMATCH-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           CALL "THRSHLD" USING WS-TH-PARMS
           OPEN I-O MATCH-FILE
           IF WS-MATCH-STATUS = "35"
              OPEN OUTPUT MATCH-FILE
              CLOSE MATCH-FILE
              OPEN I-O MATCH-FILE
           END-IF
           IF WS-MATCH-STATUS NOT = "00"
              MOVE "MATCH-FILE" TO FE-FILE-NAME
              MOVE WS-MATCH-STATUS TO FE-STATUS
              PERFORM INVMATCH-OPEN-FAILED
              GO TO INVMATCH-INIT-END
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
              PERFORM INVMATCH-OPEN-FAILED
              GO TO INVMATCH-INIT-END
           END-IF
           OPEN OUTPUT RELEASE-FILE
           IF WS-RELEASE-STATUS NOT = "00"
              MOVE "RELEASE-FILE" TO FE-FILE-NAME
              MOVE WS-RELEASE-STATUS TO FE-STATUS
              PERFORM INVMATCH-OPEN-FAILED
              GO TO INVMATCH-INIT-END
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE WS-REPORT-STATUS TO FE-STATUS
              PERFORM INVMATCH-OPEN-FAILED
              GO TO INVMATCH-INIT-END
           END-IF
           MOVE "THREE-WAY MATCH - PO / RECEIPT / VENDOR INVOICE"
              TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM INVMATCH-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM INVMATCH-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM INVMATCH-WRITE-LINE
           MOVE "  INVOICE     VND  TYP   REAMS        AMOUNT  OUTCOME"
              TO REPORT-LINE
           PERFORM INVMATCH-WRITE-LINE
           PERFORM INVMATCH-LOAD-PRICES
              THRU INVMATCH-LOAD-PRICES-END.
       INVMATCH-INIT-END. EXIT.

       INVMATCH-OPEN-FAILED.
           MOVE "INVMATCH" TO FE-PROGRAM
           MOVE "OPEN" TO FE-OPERATION
           MOVE SPACES TO FE-LAST-RECORD
           CALL "FILEERR" USING WS-FE-PARMS
           MOVE 12 TO WS-JOB-RC.

       INVMATCH-LOAD-PRICES.
           OPEN INPUT PRICE-FILE
           IF WS-PRICE-STATUS NOT = "00"
              GO TO INVMATCH-LOAD-PRICES-END
           END-IF
           MOVE "N" TO WS-LOAD-EOF-SW
           PERFORM INVMATCH-READ-ONE-PRICE UNTIL WS-LOAD-EOF
           CLOSE PRICE-FILE.
       INVMATCH-LOAD-PRICES-END. EXIT.

       INVMATCH-READ-ONE-PRICE.
           READ PRICE-FILE
              AT END
                 SET WS-LOAD-EOF TO TRUE
              NOT AT END
                 IF WS-PRICE-MAX < 20
                    ADD 1 TO WS-PRICE-MAX
                    MOVE PT-PAPER-TYPE TO
                       WS-PRICE-TYPE (WS-PRICE-MAX)
                    MOVE PT-VENDOR TO
                       WS-PRICE-VENDOR (WS-PRICE-MAX)
                 END-IF
           END-READ.

      *-----------------------------------------------------------------
      * POST THIS CYCLE'S ORDERS AND DELIVERIES TO THE MATCH FILE.
      * THE CONTROL RECORD REMEMBERS THE LAST RUN DATE POSTED, SO A
      * RERUN THE SAME DAY GOES STRAIGHT TO THE MATCHING. BOTH FILES
      * ARE OPENED BEFORE EITHER IS POSTED, AND THE DATE IS STAMPED
      * ONLY ONCE BOTH ARE IN - A DAY WITH ONE MISSING OR UNREADABLE
      * POSTS NOTHING, SO ITS RERUN CANNOT COUNT THE OTHER TWICE.
      *-----------------------------------------------------------------
       INVMATCH-POST-ACTIVITY.
           MOVE WS-CONTROL-VENDOR TO MP-VENDOR
           MOVE WS-CONTROL-TYPE TO MP-PAPER-TYPE
           READ MATCH-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF MP-LAST-POST-DATE = WS-RUN-DATE
                    DISPLAY "INVMATCH - ORDERS AND RECEIPTS ALREADY "
                       "POSTED FOR " WS-RUN-DATE
                    GO TO INVMATCH-POST-ACTIVITY-END
                 END-IF
           END-READ
           OPEN INPUT ORDER-FILE
           IF WS-ORDER-STATUS NOT = "00"
              MOVE "ORDER-FILE" TO FE-FILE-NAME
              MOVE WS-ORDER-STATUS TO FE-STATUS
              PERFORM INVMATCH-POST-NOT-OPENED
              GO TO INVMATCH-POST-ACTIVITY-END
           END-IF
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS NOT = "00"
              CLOSE ORDER-FILE
              MOVE "RECEIPT-FILE" TO FE-FILE-NAME
              MOVE WS-RECEIPT-STATUS TO FE-STATUS
              PERFORM INVMATCH-POST-NOT-OPENED
              GO TO INVMATCH-POST-ACTIVITY-END
           END-IF
           MOVE "N" TO WS-LOAD-EOF-SW
           PERFORM INVMATCH-POST-ONE-ORDER UNTIL WS-LOAD-EOF
           CLOSE ORDER-FILE
           MOVE "N" TO WS-LOAD-EOF-SW
           PERFORM INVMATCH-POST-ONE-RECEIPT UNTIL WS-LOAD-EOF
           CLOSE RECEIPT-FILE
           MOVE WS-CONTROL-VENDOR TO MP-VENDOR
           MOVE WS-CONTROL-TYPE TO MP-PAPER-TYPE
           PERFORM INVMATCH-GET-MATCH-RECORD
           MOVE WS-RUN-DATE TO MP-LAST-POST-DATE
           PERFORM INVMATCH-PUT-MATCH-RECORD.
       INVMATCH-POST-ACTIVITY-END. EXIT.

      *-----------------------------------------------------------------
      * PORDOUT OR RECPTIN COULD NOT BE OPENED. A MISSING FILE IS AN
      * EXCEPTION (RC 4); ANY OTHER STATUS IS AN I/O ERROR (RC 8).
      * EITHER WAY NOTHING IS POSTED AND THE DAY IS NOT STAMPED.
      *-----------------------------------------------------------------
       INVMATCH-POST-NOT-OPENED.
           IF FE-STATUS = "35"
              DISPLAY "INVMATCH - " FE-FILE-NAME " MISSING - ORDERS "
                 "AND RECEIPTS NOT POSTED FOR " WS-RUN-DATE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           ELSE
              MOVE "INVMATCH" TO FE-PROGRAM
              MOVE "OPEN" TO FE-OPERATION
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF.

       INVMATCH-POST-ONE-ORDER.
           READ ORDER-FILE
              AT END
                 SET WS-LOAD-EOF TO TRUE
              NOT AT END
                 MOVE PO-VENDOR TO MP-VENDOR
                 MOVE PO-PAPER-TYPE TO MP-PAPER-TYPE
                 PERFORM INVMATCH-GET-MATCH-RECORD
                 ADD PO-REAMS TO MP-ORDERED-REAMS
                 ADD PO-AMOUNT TO MP-ORDERED-AMOUNT
                 PERFORM INVMATCH-PUT-MATCH-RECORD
                 ADD 1 TO WS-ORDERS-POSTED
           END-READ.

       INVMATCH-POST-ONE-RECEIPT.
           READ RECEIPT-FILE
              AT END
                 SET WS-LOAD-EOF TO TRUE
              NOT AT END
                 PERFORM INVMATCH-FIND-VENDOR
                 IF WS-PRICE-FOUND = 0
                    DISPLAY "INVMATCH - NO VENDOR FOR PAPER TYPE "
                       PST-PAPER-TYPE
                 ELSE
                    MOVE WS-PRICE-VENDOR (WS-PRICE-FOUND)
                       TO MP-VENDOR
                    MOVE PST-PAPER-TYPE TO MP-PAPER-TYPE
                    PERFORM INVMATCH-GET-MATCH-RECORD
                    ADD PST-QUANTITY TO MP-RECEIVED-REAMS
                    PERFORM INVMATCH-PUT-MATCH-RECORD
                    ADD 1 TO WS-RECEIPTS-POSTED
                 END-IF
           END-READ.

       INVMATCH-FIND-VENDOR.
           MOVE 0 TO WS-PRICE-FOUND
           PERFORM INVMATCH-CHECK-ONE-PRICE
              VARYING WS-PRICE-I FROM 1 BY 1
              UNTIL WS-PRICE-I > WS-PRICE-MAX
              OR WS-PRICE-FOUND > 0.

       INVMATCH-CHECK-ONE-PRICE.
           IF WS-PRICE-TYPE (WS-PRICE-I) = PST-PAPER-TYPE
              MOVE WS-PRICE-I TO WS-PRICE-FOUND
           END-IF.

      *-----------------------------------------------------------------
      * READ THE MATCH RECORD FOR THE KEY ALREADY IN MP-KEY, OR START
      * A NEW ONE; THE PUT WRITES OR REWRITES IT ACCORDINGLY.
      *-----------------------------------------------------------------
       INVMATCH-GET-MATCH-RECORD.
           READ MATCH-FILE
              INVALID KEY
                 MOVE 0 TO MP-ORDERED-REAMS MP-ORDERED-AMOUNT
                    MP-RECEIVED-REAMS MP-INVOICED-REAMS
                    MP-INVOICED-AMOUNT MP-LAST-POST-DATE
           END-READ.

       INVMATCH-PUT-MATCH-RECORD.
           IF WS-MATCH-STATUS = "00"
              REWRITE MATCH-RECORD
                 INVALID KEY
                    DISPLAY "INVMATCH - MATCH REWRITE FAILED: "
                       MP-KEY
              END-REWRITE
           ELSE
              WRITE MATCH-RECORD
                 INVALID KEY
                    DISPLAY "INVMATCH - MATCH WRITE FAILED: " MP-KEY
              END-WRITE
           END-IF.

      *-----------------------------------------------------------------
      * BUYER DECISIONS ON HELD INVOICES.
      *-----------------------------------------------------------------
       INVMATCH-APPLY-RESOLUTIONS.
           OPEN INPUT RESOLVE-FILE
           IF WS-RESOLVE-STATUS NOT = "00"
              GO TO INVMATCH-APPLY-RESOLUTIONS-END
           END-IF
           MOVE "N" TO WS-LOAD-EOF-SW
           PERFORM INVMATCH-RESOLVE-ONE UNTIL WS-LOAD-EOF
           CLOSE RESOLVE-FILE.
       INVMATCH-APPLY-RESOLUTIONS-END. EXIT.

       INVMATCH-RESOLVE-ONE.
           READ RESOLVE-FILE
              AT END
                 SET WS-LOAD-EOF TO TRUE
              NOT AT END
                 PERFORM INVMATCH-RESOLVE-HELD
                    THRU INVMATCH-RESOLVE-HELD-END
           END-READ.

       INVMATCH-RESOLVE-HELD.
           MOVE RSV-INVOICE-NO TO HI-INVOICE-NO
           READ HELD-FILE
              INVALID KEY
                 MOVE SPACES TO WS-INVOICE
                 MOVE 0 TO WS-INV-REAMS WS-INV-AMOUNT
                 MOVE RSV-INVOICE-NO TO WS-INV-NUMBER
                 MOVE "NOT HELD - RESOLUTION IGNORED"
                    TO WS-DISPOSITION
                 PERFORM INVMATCH-WRITE-DETAIL
                 GO TO INVMATCH-RESOLVE-HELD-END
           END-READ
           PERFORM INVMATCH-STAGE-HELD
           IF RSV-RELEASE
              MOVE WS-INV-VENDOR TO MP-VENDOR
              MOVE WS-INV-PAPER-TYPE TO MP-PAPER-TYPE
              PERFORM INVMATCH-GET-MATCH-RECORD
              PERFORM INVMATCH-RELEASE-INVOICE
              MOVE SPACES TO WS-DISPOSITION
              STRING "RELEASED BY BUYER " RSV-BUYER
                 DELIMITED BY SIZE INTO WS-DISPOSITION
              MOVE SPACES TO WS-AUDIT-PARMS
              MOVE "INVMATCH" TO AL-PROGRAM
              MOVE "INVRL" TO AL-EVENT
              STRING "VENDOR " WS-INV-VENDOR
                     " INVOICE " RSV-INVOICE-NO
                     " RELEASED BY USER " RSV-BUYER
                 DELIMITED BY SIZE INTO AL-DETAIL
              CALL "AUDITLOG" USING WS-AUDIT-PARMS
           ELSE
              IF RSV-CANCEL
                 ADD 1 TO WS-CANCELLED-COUNT
                 MOVE SPACES TO WS-DISPOSITION
                 STRING "CANCELLED BY BUYER " RSV-BUYER
                    DELIMITED BY SIZE INTO WS-DISPOSITION
              ELSE
                 MOVE "BAD RESOLUTION CODE - STILL HELD"
                    TO WS-DISPOSITION
                 PERFORM INVMATCH-WRITE-DETAIL
                 GO TO INVMATCH-RESOLVE-HELD-END
              END-IF
           END-IF
           DELETE HELD-FILE RECORD
              INVALID KEY
                 DISPLAY "INVMATCH - HELD DELETE FAILED: "
                    HI-INVOICE-NO
           END-DELETE
           PERFORM INVMATCH-WRITE-DETAIL.
       INVMATCH-RESOLVE-HELD-END. EXIT.

      *-----------------------------------------------------------------
      * EVERY INVOICE STILL HELD FROM AN EARLIER RUN IS TRIED AGAIN
      * AGAINST TODAY'S ORDERS AND RECEIPTS.
      *-----------------------------------------------------------------
       INVMATCH-RETRY-HELD.
           MOVE LOW-VALUES TO HI-INVOICE-NO
           START HELD-FILE KEY NOT LESS THAN HI-INVOICE-NO
              INVALID KEY
                 GO TO INVMATCH-RETRY-HELD-END
           END-START
           MOVE "N" TO WS-LOAD-EOF-SW
           PERFORM INVMATCH-READ-HELD
           PERFORM INVMATCH-RETRY-ONE UNTIL WS-LOAD-EOF.
       INVMATCH-RETRY-HELD-END. EXIT.

       INVMATCH-READ-HELD.
           READ HELD-FILE NEXT RECORD
              AT END SET WS-LOAD-EOF TO TRUE
           END-READ.

       INVMATCH-RETRY-ONE.
           PERFORM INVMATCH-STAGE-HELD
           PERFORM INVMATCH-MATCH-INVOICE
              THRU INVMATCH-MATCH-INVOICE-END
           IF WS-HOLD-REASON = SPACES
              PERFORM INVMATCH-RELEASE-INVOICE
              DELETE HELD-FILE RECORD
                 INVALID KEY
                    DISPLAY "INVMATCH - HELD DELETE FAILED: "
                       HI-INVOICE-NO
              END-DELETE
              MOVE "RELEASED - NOW MATCHES" TO WS-DISPOSITION
           ELSE
              MOVE WS-HOLD-REASON TO HI-REASON
              REWRITE HELD-RECORD
                 INVALID KEY
                    DISPLAY "INVMATCH - HELD REWRITE FAILED: "
                       HI-INVOICE-NO
              END-REWRITE
              ADD 1 TO WS-HELD-COUNT
              MOVE SPACES TO WS-DISPOSITION
              STRING "STILL HELD - " WS-HOLD-REASON
                 DELIMITED BY SIZE INTO WS-DISPOSITION
           END-IF
           PERFORM INVMATCH-WRITE-DETAIL
           PERFORM INVMATCH-READ-HELD.

       INVMATCH-STAGE-HELD.
           MOVE HI-INVOICE-NO TO WS-INV-NUMBER
           MOVE HI-VENDOR TO WS-INV-VENDOR
           MOVE HI-PAPER-TYPE TO WS-INV-PAPER-TYPE
           MOVE HI-REAMS TO WS-INV-REAMS
           MOVE HI-AMOUNT TO WS-INV-AMOUNT
           MOVE HI-INV-DATE TO WS-INV-DATE.

      *-----------------------------------------------------------------
      * THIS CYCLE'S VENDOR INVOICES. THE FEED ENDS WITH THE
      * SHOP-STANDARD TRAILER, HASHED ON THE INVOICE AMOUNT.
      *-----------------------------------------------------------------
       INVMATCH-MATCH-NEW.
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = "00"
              GO TO INVMATCH-MATCH-NEW-END
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM INVMATCH-READ-INVOICE
           PERFORM INVMATCH-NEW-ONE UNTIL WS-EOF
           CLOSE INVOICE-FILE
           PERFORM INVMATCH-VERIFY-TRAILER.
       INVMATCH-MATCH-NEW-END. EXIT.

       INVMATCH-READ-INVOICE.
           READ INVOICE-FILE
              AT END SET WS-EOF TO TRUE
              NOT AT END
                 IF TLR-IS-TRAILER
                    SET WS-TLR-FOUND TO TRUE
                    MOVE TLR-RECORD-COUNT TO WS-TLR-EXP-COUNT
                    MOVE TLR-HASH-TOTAL TO WS-TLR-EXP-HASH
                    SET WS-EOF TO TRUE
                 END-IF
           END-READ.

       INVMATCH-NEW-ONE.
           ADD 1 TO WS-TLR-ACT-COUNT
           ADD INV-AMOUNT TO WS-TLR-ACT-HASH
           MOVE INV-NUMBER TO WS-INV-NUMBER
           MOVE INV-VENDOR TO WS-INV-VENDOR
           MOVE INV-PAPER-TYPE TO WS-INV-PAPER-TYPE
           MOVE INV-REAMS TO WS-INV-REAMS
           MOVE INV-AMOUNT TO WS-INV-AMOUNT
           MOVE INV-DATE TO WS-INV-DATE
           MOVE INV-NUMBER TO HI-INVOICE-NO
           READ HELD-FILE
              INVALID KEY
                 PERFORM INVMATCH-MATCH-INVOICE
                    THRU INVMATCH-MATCH-INVOICE-END
              NOT INVALID KEY
                 MOVE "INVOICE ALREADY HELD" TO WS-HOLD-REASON
           END-READ
           EVALUATE TRUE
              WHEN WS-HOLD-REASON = SPACES
                 PERFORM INVMATCH-RELEASE-INVOICE
                 MOVE "RELEASED FOR VOUCHERING" TO WS-DISPOSITION
              WHEN WS-HOLD-REASON = "INVOICE ALREADY HELD"
                 MOVE "DUPLICATE OF A HELD INVOICE" TO WS-DISPOSITION
                 IF WS-JOB-RC < 4
                    MOVE 4 TO WS-JOB-RC
                 END-IF
              WHEN OTHER
                 PERFORM INVMATCH-HOLD-INVOICE
                 MOVE SPACES TO WS-DISPOSITION
                 STRING "HELD - " WS-HOLD-REASON
                    DELIMITED BY SIZE INTO WS-DISPOSITION
           END-EVALUATE
           PERFORM INVMATCH-WRITE-DETAIL
           PERFORM INVMATCH-READ-INVOICE.

      *-----------------------------------------------------------------
      * THE MATCH ITSELF. QUANTITY MAY EXCEED WHAT IS STILL OPEN ON
      * ORDER AND WHAT IS RECEIVED BUT NOT YET INVOICED ONLY BY
      * MATCH-QTY-PCT, AND THE INVOICED UNIT PRICE MAY EXCEED THE
      * ORDERED UNIT PRICE ONLY BY MATCH-PRICE-PCT. LEAVES THE MATCH
      * RECORD IN THE RECORD AREA FOR THE RELEASE TO UPDATE.
      *-----------------------------------------------------------------
       INVMATCH-MATCH-INVOICE.
           MOVE SPACES TO WS-HOLD-REASON
           IF WS-INV-REAMS = 0
              MOVE "ZERO QUANTITY" TO WS-HOLD-REASON
              GO TO INVMATCH-MATCH-INVOICE-END
           END-IF
           MOVE WS-INV-VENDOR TO MP-VENDOR
           MOVE WS-INV-PAPER-TYPE TO MP-PAPER-TYPE
           READ MATCH-FILE
              INVALID KEY
                 MOVE "NO PURCHASE ORDER" TO WS-HOLD-REASON
                 GO TO INVMATCH-MATCH-INVOICE-END
           END-READ
           COMPUTE WS-OPEN-ORDER =
              MP-ORDERED-REAMS - MP-INVOICED-REAMS
           COMPUTE WS-OPEN-RECEIPT =
              MP-RECEIVED-REAMS - MP-INVOICED-REAMS
           IF WS-OPEN-ORDER <= 0 OR MP-ORDERED-REAMS = 0
              MOVE "NO OPEN ORDER" TO WS-HOLD-REASON
              GO TO INVMATCH-MATCH-INVOICE-END
           END-IF
           COMPUTE WS-QTY-LIMIT =
              WS-OPEN-ORDER * (100 + TH-MATCH-QTY-PCT) / 100
           IF WS-INV-REAMS > WS-QTY-LIMIT
              MOVE "QTY OVER ORDER" TO WS-HOLD-REASON
              GO TO INVMATCH-MATCH-INVOICE-END
           END-IF
           IF WS-OPEN-RECEIPT <= 0
              MOVE "NOT YET RECEIVED" TO WS-HOLD-REASON
              GO TO INVMATCH-MATCH-INVOICE-END
           END-IF
           COMPUTE WS-QTY-LIMIT =
              WS-OPEN-RECEIPT * (100 + TH-MATCH-QTY-PCT) / 100
           IF WS-INV-REAMS > WS-QTY-LIMIT
              MOVE "QTY OVER RECEIVED" TO WS-HOLD-REASON
              GO TO INVMATCH-MATCH-INVOICE-END
           END-IF
           COMPUTE WS-PO-UNIT ROUNDED =
              MP-ORDERED-AMOUNT / MP-ORDERED-REAMS
           COMPUTE WS-INV-UNIT ROUNDED =
              WS-INV-AMOUNT / WS-INV-REAMS
           COMPUTE WS-PRICE-LIMIT ROUNDED =
              WS-PO-UNIT * (100 + TH-MATCH-PRICE-PCT) / 100
           IF WS-INV-UNIT > WS-PRICE-LIMIT
              MOVE "PRICE OVER ORDER" TO WS-HOLD-REASON
           END-IF.
       INVMATCH-MATCH-INVOICE-END. EXIT.

      *-----------------------------------------------------------------
      * RELEASE THE INVOICE IN HAND FOR VOUCHERING AT ITS INVOICED
      * AMOUNT AND CHARGE IT AGAINST THE MATCH RECORD IN THE RECORD
      * AREA (A BUYER RELEASE WITH NO ORDER ON FILE STARTS ONE).
      *-----------------------------------------------------------------
       INVMATCH-RELEASE-INVOICE.
           MOVE WS-INV-VENDOR TO REL-VENDOR
           MOVE WS-INV-PAPER-TYPE TO REL-PAPER-TYPE
           MOVE WS-INV-REAMS TO REL-REAMS
           MOVE WS-INV-AMOUNT TO REL-AMOUNT
           WRITE RELEASE-RECORD
           IF WS-RELEASE-STATUS NOT = "00"
              MOVE "INVMATCH" TO FE-PROGRAM
              MOVE "RELEASE-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-RELEASE-STATUS TO FE-STATUS
              MOVE RELEASE-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           ADD WS-INV-REAMS TO MP-INVOICED-REAMS
           ADD WS-INV-AMOUNT TO MP-INVOICED-AMOUNT
           PERFORM INVMATCH-PUT-MATCH-RECORD
           ADD 1 TO WS-RELEASED-COUNT
           ADD WS-INV-AMOUNT TO WS-RELEASED-TOTAL.

       INVMATCH-HOLD-INVOICE.
           MOVE SPACES TO HELD-RECORD
           MOVE WS-INV-NUMBER TO HI-INVOICE-NO
           MOVE WS-INV-VENDOR TO HI-VENDOR
           MOVE WS-INV-PAPER-TYPE TO HI-PAPER-TYPE
           MOVE WS-INV-REAMS TO HI-REAMS
           MOVE WS-INV-AMOUNT TO HI-AMOUNT
           MOVE WS-INV-DATE TO HI-INV-DATE
           MOVE WS-RUN-DATE TO HI-HELD-DATE
           MOVE WS-HOLD-REASON TO HI-REASON
           WRITE HELD-RECORD
              INVALID KEY
                 DISPLAY "INVMATCH - HELD WRITE FAILED: "
                    HI-INVOICE-NO
           END-WRITE
           ADD 1 TO WS-HELD-COUNT
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
      * THE FEED MUST END WITH THE SHOP-STANDARD TRAILER AND ITS
      * COUNT AND HASH MUST AGREE WITH WHAT WAS READ.
      *-----------------------------------------------------------------
       INVMATCH-VERIFY-TRAILER.
           IF NOT WS-TLR-FOUND
              OR WS-TLR-EXP-COUNT NOT = WS-TLR-ACT-COUNT
              OR WS-TLR-EXP-HASH NOT = WS-TLR-ACT-HASH
              DISPLAY "INVMATCH - VENDINV TRAILER MISSING OR MISMATCHED"
              MOVE SPACES TO WS-AUDIT-PARMS
              MOVE "INVMATCH" TO AL-PROGRAM
              MOVE "TRLR " TO AL-EVENT
              MOVE "VENDINV TRAILER MISSING OR COUNT/HASH MISMATCH"
                 TO AL-DETAIL
              CALL "AUDITLOG" USING WS-AUDIT-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF.

       INVMATCH-WRITE-DETAIL.
           MOVE WS-INV-NUMBER TO WS-DL-INVOICE
           MOVE WS-INV-VENDOR TO WS-DL-VENDOR
           MOVE WS-INV-PAPER-TYPE TO WS-DL-TYPE
           MOVE WS-INV-REAMS TO WS-DL-REAMS
           MOVE WS-INV-AMOUNT TO WS-DL-AMOUNT
           MOVE WS-DISPOSITION TO WS-DL-DISPOSITION
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM INVMATCH-WRITE-LINE.

      *-----------------------------------------------------------------
       INVMATCH-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM INVMATCH-WRITE-LINE
           MOVE WS-ORDERS-POSTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ORDER LINES POSTED . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM INVMATCH-WRITE-LINE
           MOVE WS-RECEIPTS-POSTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  RECEIPTS POSTED  . . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM INVMATCH-WRITE-LINE
           MOVE WS-RELEASED-COUNT TO WS-EDIT-COUNT
           MOVE WS-RELEASED-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  INVOICES RELEASED  . . " WS-EDIT-COUNT
                  "   TOTAL " WS-EDIT-TOTAL
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM INVMATCH-WRITE-LINE
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  INVOICES HELD  . . . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM INVMATCH-WRITE-LINE
           MOVE WS-CANCELLED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  CANCELLED BY BUYER . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM INVMATCH-WRITE-LINE.

      *-----------------------------------------------------------------
       INVMATCH-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "INVMATCH" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       INVMATCH-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE MATCH-FILE
           CLOSE HELD-FILE
           CLOSE RELEASE-FILE
           CLOSE REPORT-FILE.
       END PROGRAM INVMATCH.
