      * POGEN ORDER-REGISTER ENTRY (POREG) FOR A TYPE AND LOCATION
      * RECEIVED THIS RUN IS MARKED FILLED, SO THE NEXT REORDER
      * SWEEP CAN TELL AN ALREADY-ORDERED SHORTAGE FROM A NEW ONE.
      * MODIFIED 15/10/2026 - THE REGISTER ENTRY MARKED FILLED IS NOW
      * STAMPED WITH THE RECEIPT DATE AND THE REAMS DELIVERED FOR ITS
      * TYPE AND LOCATION THIS RUN, SO VENDSCOR CAN MEASURE VENDOR
      * LEAD TIME AND FILL RATE. THE LAYOUT MOVED TO THE POREG
      * COPYBOOK.
      * MODIFIED 15/10/2026 - A DELIVERY NOW ADDS TO THE OPEN ORDER'S
      * REAMS RECEIVED AND THE ORDER IS MARKED FILLED ONLY WHEN THE
      * FULL QUANTITY IS IN - A SHORT DELIVERY LEAVES IT OPEN FOR
      * THE REST, OR FOR POCLOSE TO SHORT-CLOSE. EACH RECEIPT
      * LIQUIDATES THE ORDER'S ENCUMBRANCE ON ENCMAST: THE RECEIVED
      * REAMS AT THE ORDER PRICE ARE ADDED TO EXPENDED AND RELIEVED
      * FROM ENCUMBERED, AND THE ORDER THAT FILLS RELIEVES WHATEVER
      * ESTIMATE IS LEFT. THE REPORT LISTS EACH ORDER RECEIVED.
      * MODIFIED 15/10/2026 - RECEIPTS NOW CARRY VALUE ONTO STKMAST.
      * ONCE THE REGISTER PASS HAS PRICED EACH DELIVERY AT ITS
      * ORDER'S UNIT PRICE, THE RECEIVED VALUE IS ADDED TO THE STOCK
      * RECORD AND THE WEIGHTED-AVERAGE UNIT COST RECOMPUTED. REAMS
      * THAT MATCHED NO OPEN ORDER COME IN AT THE CURRENT AVERAGE, OR
      * AT THE PRICETAB PRICE WHERE THE RECORD HAS NO COST YET, AND
      * ARE COUNTED ON THE SUMMARY.
      * MODIFIED 15/10/2026 - BEFORE A RECEIVED LOCATION'S STOCK IS
      * REWRITTEN AS AVAILABLE, BOFILL FILLS ITS OPEN BACKORDERS
      * OLDEST FIRST. THE REAMS FILLED LEAVE ON-HAND AS AN ISSUE AT
      * THE NEW AVERAGE COST; EACH FILL IS LISTED AND THE SUMMARY
      * COUNTS THE REAMS AND THE BACKORDERS CLOSED.
      * MODIFIED 15/10/2026 - AN OPEN ORDER REGISTERED BEFORE THE
      * ENCUMBRANCE FIELDS (NO FISCAL YEAR ON IT) IS TAKEN AS NOTHING
      * ENCUMBERED OR EXPENDED YET, IN THE CURRENT YEAR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE DYNAMIC
               RECORD KEY IS POR-KEY
               FILE STATUS IS WS-REG-STATUS.
           SELECT ENCUMBRANCE-FILE ASSIGN TO "ENCMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ENC-KEY
               FILE STATUS IS WS-ENC-STATUS.
           SELECT PRICE-FILE ASSIGN TO "PRICETAB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       01  REPORT-LINE             PIC X(80).

       FD  REGISTER-FILE.
           COPY "POREG.CPY".

       FD  ENCUMBRANCE-FILE.
           COPY "ENCMAST.CPY".

       FD  PRICE-FILE.
       01  PRICE-RECORD.
           05 PT-PAPER-TYPE        PIC X(3).
           05 PT-PRICE-PER-REAM    PIC 9(3)V9(2).

       WORKING-STORAGE SECTION.
       01  WS-REG-STATUS           PIC X(02).
           88 WS-REG-EOF           VALUE "Y".
      *-----------------------------------------------------------------
      * THE TYPE/LOCATION PAIRS RECEIVED THIS RUN, KEPT SO THE ORDER
      * REGISTER CAN BE MARKED FILLED IN ONE PASS AT THE END, WITH
      * THE REAMS DELIVERED FOR EACH PAIR. THE REAMS STILL UNAPPLIED
      * AFTER THAT PASS MATCHED NO OPEN ORDER; THE TOTAL AND THE
      * ORDER COST OF WHAT DID MATCH DRIVE THE STOCK REVALUATION.
      *-----------------------------------------------------------------
       01  WS-RCVD-MAX             PIC 9(03) VALUE 0.
       01  WS-RCVD-I               PIC 9(03).
           05 WS-RCVD-ENTRY OCCURS 500 TIMES.
              10 WS-RCVD-TYPE      PIC X(3).
              10 WS-RCVD-LOC       PIC X(4).
              10 WS-RCVD-QTY       PIC 9(7).
              10 WS-RCVD-TOTAL     PIC 9(7).
              10 WS-RCVD-COST      PIC 9(9)V9(2).
       01  WS-DATE-TIME            PIC X(21).
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR          PIC 9(4).
           05 WS-RUN-MONTH         PIC 9(2).
           05 WS-RUN-DAY           PIC 9(2).
       01  WS-FILLED-COUNT         PIC 9(05) VALUE 0.
       01  WS-PARTIAL-COUNT        PIC 9(05) VALUE 0.
      *-----------------------------------------------------------------
      * ENCUMBRANCE LIQUIDATION - THE FISCAL YEAR AN ORDER WAS
      * ENCUMBERED IN (THE CURRENT ONE FOR AN ORDER REGISTERED BEFORE
      * ORDERS CARRIED A YEAR), ITS RECEIVED COST AND THE RELIEF.
      *-----------------------------------------------------------------
       01  WS-ENC-STATUS           PIC X(02).
       01  WS-TH-PARMS.
           COPY "THRSHLD.CPY".
       01  WS-FISCAL-YEAR          PIC 9(4).
       01  WS-ENC-YEAR             PIC 9(4).
       01  WS-APPLY-REAMS          PIC 9(7).
       01  WS-ACTUAL-COST          PIC 9(9)V9(2).
       01  WS-RELIEF               PIC 9(7)V9(2).
       01  WS-EXPENDED-TOTAL       PIC 9(9)V9(2) VALUE 0.
       01  WS-RELIEVED-TOTAL       PIC 9(9)V9(2) VALUE 0.
      *-----------------------------------------------------------------
      * STOCK REVALUATION - THE PRICETAB FALLBACK FOR REAMS WITH NO
      * ORDER COST, LOADED AS STKCOUNT LOADS IT, AND THE VALUE EACH
      * TYPE AND LOCATION RECEIVED.
      *-----------------------------------------------------------------
       01  WS-PRICE-STATUS         PIC X(02).
       01  WS-LOAD-EOF-SW          PIC X VALUE "N".
           88 WS-LOAD-EOF          VALUE "Y".
       01  WS-PRICE-MAX            PIC 9(02) VALUE 0.
       01  WS-PRICE-I              PIC 9(02).
       01  WS-PRICE-FOUND          PIC 9(02).
       01  WS-PRICE-TABLE.
           05 WS-PRICE-ENTRY OCCURS 20 TIMES.
              10 WS-PRICE-TYPE     PIC X(3).
              10 WS-PRICE-REAM     PIC 9(3)V9(2).
       01  WS-UNORDERED-VALUE      PIC 9(9)V9(2).
       01  WS-RECEIPT-VALUE        PIC 9(9)V9(2).
       01  WS-VALUE-TOTAL          PIC 9(11)V9(2) VALUE 0.
       01  WS-UNORDERED-COUNT      PIC 9(05) VALUE 0.
       01  WS-EDIT-REAMS           PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
      * BACKORDER FILLS FROM THE STOCK JUST RECEIVED.
      *-----------------------------------------------------------------
       01  WS-BF-PARMS.
           COPY "BOFILLPM.CPY".
       01  WS-BO-VALUE             PIC S9(9)V9(2).
       01  WS-BO-FILLED-REAMS      PIC 9(7) VALUE 0.
       01  WS-BO-CLOSED-COUNT      PIC 9(6) VALUE 0.
       01  WS-EDIT-ORDERED         PIC ZZ,ZZ9.
       01  WS-EDIT-AMOUNT          PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-JOB-RC               PIC 9(02) VALUE 0.
           PERFORM STKRECV-POST-ONE UNTIL WS-EOF
           PERFORM STKRECV-FILL-REGISTER
              THRU STKRECV-FILL-REGISTER-END
           PERFORM STKRECV-REVALUE
              THRU STKRECV-REVALUE-END
           PERFORM STKRECV-WRITE-SUMMARY
           PERFORM STKRECV-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
      *-----------------------------------------------------------------
       STKRECV-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           CALL "THRSHLD" USING WS-TH-PARMS
           IF WS-RUN-MONTH >= TH-FISCAL-START-MONTH
              MOVE WS-RUN-YEAR TO WS-FISCAL-YEAR
           ELSE
              COMPUTE WS-FISCAL-YEAR = WS-RUN-YEAR - 1
           END-IF
           OPEN INPUT POSTING-FILE
           IF WS-POST-STATUS NOT = "00"
              MOVE "STKRECV" TO FE-PROGRAM
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN I-O ENCUMBRANCE-FILE
           IF WS-ENC-STATUS = "35"
              OPEN OUTPUT ENCUMBRANCE-FILE
              CLOSE ENCUMBRANCE-FILE
              OPEN I-O ENCUMBRANCE-FILE
           END-IF
           IF WS-ENC-STATUS NOT = "00"
              MOVE "STKRECV" TO FE-PROGRAM
              MOVE "ENCUMBRANCE-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-ENC-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "STKRECV" TO FE-PROGRAM
      *-----------------------------------------------------------------
       STKRECV-POST-ONE.
           ADD 1 TO WS-POST-COUNT
           MOVE 0 TO WS-RCVD-HIT
           PERFORM STKRECV-SCAN-ONE-POSTED
              VARYING WS-RCVD-I FROM 1 BY 1
              UNTIL WS-RCVD-I > WS-RCVD-MAX OR WS-RCVD-HIT > 0
           IF WS-RCVD-HIT = 0 AND WS-RCVD-MAX < 500
              ADD 1 TO WS-RCVD-MAX
              MOVE WS-RCVD-MAX TO WS-RCVD-HIT
              MOVE PST-PAPER-TYPE TO WS-RCVD-TYPE (WS-RCVD-MAX)
              MOVE PST-LOCATION TO WS-RCVD-LOC (WS-RCVD-MAX)
              MOVE 0 TO WS-RCVD-QTY (WS-RCVD-MAX)
              MOVE 0 TO WS-RCVD-TOTAL (WS-RCVD-MAX)
              MOVE 0 TO WS-RCVD-COST (WS-RCVD-MAX)
           END-IF
           IF WS-RCVD-HIT > 0
              ADD PST-QUANTITY TO WS-RCVD-QTY (WS-RCVD-HIT)
              ADD PST-QUANTITY TO WS-RCVD-TOTAL (WS-RCVD-HIT)
           END-IF
           MOVE "N" TO WS-FOUND-SW
           MOVE PST-PAPER-TYPE TO STK-PAPER-TYPE
                 SET WS-RECORD-FOUND TO TRUE
           END-READ
           IF WS-RECORD-FOUND
              IF STK-VALUE NOT NUMERIC
                 INITIALIZE STK-COST-FIELDS
              END-IF
              ADD PST-QUANTITY TO STK-ON-HAND
              REWRITE STOCK-MASTER-RECORD
                 INVALID KEY
              MOVE PST-LOCATION TO STK-LOCATION
              MOVE PST-QUANTITY TO STK-ON-HAND
              MOVE 0 TO STK-REORDER-POINT
              MOVE 0 TO STK-TARGET-LEVEL
              INITIALIZE STK-COST-FIELDS
              ADD 1 TO WS-NEW-COUNT
              WRITE STOCK-MASTER-RECORD
                 INVALID KEY

      *-----------------------------------------------------------------
      * ONE IN-PLACE PASS OVER THE ORDER REGISTER - AN OPEN ENTRY
      * WHOSE TYPE AND LOCATION ARRIVED THIS RUN TAKES THE REAMS
      * DELIVERED AND IS MARKED FILLED ONCE THE FULL QUANTITY IS IN.
      * NO REGISTER ON FILE, OR A FAILED START, AND NOTHING HAPPENS.
      *-----------------------------------------------------------------
       STKRECV-FILL-REGISTER.
           IF WS-JOB-RC >= 12
              GO TO STKRECV-FILL-REGISTER-END
           END-IF
           OPEN I-O REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
              GO TO STKRECV-FILL-REGISTER-END
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM STKRECV-WRITE-LINE
           MOVE "ORDERS RECEIVED" TO REPORT-LINE
           PERFORM STKRECV-WRITE-LINE
           PERFORM STKRECV-READ-REGISTER
           PERFORM STKRECV-FILL-ONE
              THRU STKRECV-FILL-ONE-END UNTIL WS-REG-EOF
           CLOSE REGISTER-FILE.
       STKRECV-FILL-REGISTER-END. EXIT.

           END-READ.

       STKRECV-FILL-ONE.
           IF POR-STATUS NOT = "O"
              PERFORM STKRECV-READ-REGISTER
              GO TO STKRECV-FILL-ONE-END
           END-IF
           MOVE 0 TO WS-RCVD-HIT
           PERFORM STKRECV-SCAN-ONE-RCVD
              VARYING WS-RCVD-I FROM 1 BY 1
              UNTIL WS-RCVD-I > WS-RCVD-MAX OR WS-RCVD-HIT > 0
           IF WS-RCVD-HIT = 0
              PERFORM STKRECV-READ-REGISTER
              GO TO STKRECV-FILL-ONE-END
           END-IF
           IF WS-RCVD-QTY (WS-RCVD-HIT) = 0
              PERFORM STKRECV-READ-REGISTER
              GO TO STKRECV-FILL-ONE-END
           END-IF
           IF POR-FISCAL-YEAR NOT NUMERIC
              MOVE 0 TO POR-FISCAL-YEAR
              MOVE 0 TO POR-ENCUMBERED
              MOVE 0 TO POR-EXPENDED
           END-IF
           MOVE WS-RCVD-QTY (WS-RCVD-HIT) TO WS-APPLY-REAMS
           MOVE 0 TO WS-RCVD-QTY (WS-RCVD-HIT)
           MOVE WS-RUN-DATE TO POR-RECEIVED-DATE
           ADD WS-APPLY-REAMS TO POR-RECEIVED-REAMS
              ON SIZE ERROR MOVE 99999 TO POR-RECEIVED-REAMS
           END-ADD
           COMPUTE WS-ACTUAL-COST = WS-APPLY-REAMS * POR-UNIT-PRICE
              ON SIZE ERROR MOVE 0 TO WS-ACTUAL-COST
           END-COMPUTE
           ADD WS-ACTUAL-COST TO POR-EXPENDED
              ON SIZE ERROR MOVE 9999999.99 TO POR-EXPENDED
           END-ADD
           ADD WS-ACTUAL-COST TO WS-RCVD-COST (WS-RCVD-HIT)
           IF POR-RECEIVED-REAMS >= POR-REAMS
              MOVE "F" TO POR-STATUS
              MOVE POR-ENCUMBERED TO WS-RELIEF
              ADD 1 TO WS-FILLED-COUNT
           ELSE
              IF WS-ACTUAL-COST > POR-ENCUMBERED
                 MOVE POR-ENCUMBERED TO WS-RELIEF
              ELSE
                 MOVE WS-ACTUAL-COST TO WS-RELIEF
              END-IF
              ADD 1 TO WS-PARTIAL-COUNT
           END-IF
           SUBTRACT WS-RELIEF FROM POR-ENCUMBERED
           REWRITE PO-REGISTER-RECORD
           END-REWRITE
           IF WS-REG-STATUS NOT = "00"
              MOVE "STKRECV" TO FE-PROGRAM
              MOVE "REGISTER-FILE" TO FE-FILE-NAME
              MOVE "REWRITE" TO FE-OPERATION
              MOVE WS-REG-STATUS TO FE-STATUS
              MOVE PO-REGISTER-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 8 TO WS-JOB-RC
              PERFORM STKRECV-READ-REGISTER
              GO TO STKRECV-FILL-ONE-END
           END-IF
           PERFORM STKRECV-LIQUIDATE
              THRU STKRECV-LIQUIDATE-END
           PERFORM STKRECV-WRITE-RECEIVED
           PERFORM STKRECV-READ-REGISTER.
       STKRECV-FILL-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * ONE PASS OVER THE PAIRS RECEIVED THIS RUN, ADDING EACH ONE'S
      * RECEIVED VALUE TO ITS STOCK RECORD. THE NEW AVERAGE IS THE
      * RECORD'S VALUE OVER ITS REAMS ON HAND; A LOCATION STILL
      * SHORT OR WITHOUT VALUE AFTER THE RECEIPT TAKES THE RECEIPT'S
      * OWN COST PER REAM.
      *-----------------------------------------------------------------
       STKRECV-REVALUE.
           IF WS-JOB-RC >= 12 OR WS-RCVD-MAX = 0
              GO TO STKRECV-REVALUE-END
           END-IF
           PERFORM STKRECV-LOAD-PRICES
              THRU STKRECV-LOAD-PRICES-END
           PERFORM STKRECV-VALUE-ONE
              THRU STKRECV-VALUE-ONE-END
              VARYING WS-RCVD-I FROM 1 BY 1
              UNTIL WS-RCVD-I > WS-RCVD-MAX.
       STKRECV-REVALUE-END. EXIT.

       STKRECV-LOAD-PRICES.
           OPEN INPUT PRICE-FILE
           IF WS-PRICE-STATUS NOT = "00"
              GO TO STKRECV-LOAD-PRICES-END
           END-IF
           PERFORM STKRECV-READ-ONE-PRICE UNTIL WS-LOAD-EOF
           CLOSE PRICE-FILE.
       STKRECV-LOAD-PRICES-END. EXIT.

       STKRECV-READ-ONE-PRICE.
           READ PRICE-FILE
              AT END
                 SET WS-LOAD-EOF TO TRUE
              NOT AT END
                 IF WS-PRICE-MAX < 20
                    ADD 1 TO WS-PRICE-MAX
                    MOVE PT-PAPER-TYPE TO
                       WS-PRICE-TYPE (WS-PRICE-MAX)
                    MOVE PT-PRICE-PER-REAM TO
                       WS-PRICE-REAM (WS-PRICE-MAX)
                 END-IF
           END-READ.

       STKRECV-VALUE-ONE.
           MOVE WS-RCVD-TYPE (WS-RCVD-I) TO STK-PAPER-TYPE
           MOVE WS-RCVD-LOC (WS-RCVD-I) TO STK-LOCATION
           READ STOCK-MASTER
              INVALID KEY
                 GO TO STKRECV-VALUE-ONE-END
           END-READ
           IF STK-VALUE NOT NUMERIC
              INITIALIZE STK-COST-FIELDS
           END-IF
           MOVE 0 TO WS-UNORDERED-VALUE
           IF WS-RCVD-QTY (WS-RCVD-I) > 0
              ADD 1 TO WS-UNORDERED-COUNT
              PERFORM STKRECV-PRICE-UNORDERED
           END-IF
           COMPUTE WS-RECEIPT-VALUE =
              WS-RCVD-COST (WS-RCVD-I) + WS-UNORDERED-VALUE
           ADD WS-RECEIPT-VALUE TO STK-VALUE
           ADD WS-RECEIPT-VALUE TO STK-MTD-RCV-VALUE
           IF STK-ON-HAND > 0 AND STK-VALUE > 0
              COMPUTE STK-AVG-COST ROUNDED = STK-VALUE / STK-ON-HAND
           ELSE
              IF WS-RCVD-TOTAL (WS-RCVD-I) > 0
                 COMPUTE STK-AVG-COST ROUNDED =
                    WS-RECEIPT-VALUE / WS-RCVD-TOTAL (WS-RCVD-I)
              END-IF
           END-IF
           IF STK-ON-HAND > 0
              PERFORM STKRECV-FILL-BACKORDERS
           END-IF
           REWRITE STOCK-MASTER-RECORD
              INVALID KEY
                 ADD 1 TO WS-ERROR-COUNT
                 DISPLAY "STKRECV - REVALUE FAILED: " STK-KEY
                 MOVE 8 TO WS-JOB-RC
              NOT INVALID KEY
                 ADD WS-RECEIPT-VALUE TO WS-VALUE-TOTAL
           END-REWRITE.
       STKRECV-VALUE-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * OPEN BACKORDERS TAKE THE NEW STOCK FIRST. WHAT BOFILL HANDS
      * OUT IS ISSUED AT THE AVERAGE COST, OR TAKES THE WHOLE VALUE
      * WHEN IT EMPTIES THE SHELF.
      *-----------------------------------------------------------------
       STKRECV-FILL-BACKORDERS.
           SET BF-FILL TO TRUE
           MOVE "STKRECV" TO BF-PROGRAM
           MOVE STK-PAPER-TYPE TO BF-PAPER-TYPE
           MOVE STK-LOCATION TO BF-LOCATION
           MOVE STK-ON-HAND TO BF-AVAILABLE
           CALL "BOFILL" USING WS-BF-PARMS
           IF BF-FAILED
              ADD 1 TO WS-ERROR-COUNT
              MOVE 8 TO WS-JOB-RC
           END-IF
           IF BF-FILLED > 0
              SUBTRACT BF-FILLED FROM STK-ON-HAND
              IF STK-ON-HAND = 0
                 MOVE STK-VALUE TO WS-BO-VALUE
              ELSE
                 COMPUTE WS-BO-VALUE ROUNDED =
                    BF-FILLED * STK-AVG-COST
              END-IF
              SUBTRACT WS-BO-VALUE FROM STK-VALUE
              ADD WS-BO-VALUE TO STK-MTD-ISS-VALUE
              ADD BF-FILLED TO WS-BO-FILLED-REAMS
              ADD BF-ORDERS-CLOSED TO WS-BO-CLOSED-COUNT
              MOVE BF-FILLED TO WS-EDIT-REAMS
              MOVE SPACES TO REPORT-LINE
              STRING "  BACKORDERS FILLED " DELIMITED BY SIZE
                     STK-PAPER-TYPE         DELIMITED BY SIZE
                     " AT "                 DELIMITED BY SIZE
                     STK-LOCATION           DELIMITED BY SIZE
                     WS-EDIT-REAMS          DELIMITED BY SIZE
                     " REAMS"               DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM STKRECV-WRITE-LINE
           END-IF.

       STKRECV-PRICE-UNORDERED.
           IF STK-AVG-COST > 0
              COMPUTE WS-UNORDERED-VALUE ROUNDED =
                 WS-RCVD-QTY (WS-RCVD-I) * STK-AVG-COST
           ELSE
              MOVE 0 TO WS-PRICE-FOUND
              PERFORM STKRECV-MATCH-ONE-PRICE
                 VARYING WS-PRICE-I FROM 1 BY 1
                 UNTIL WS-PRICE-I > WS-PRICE-MAX
                    OR WS-PRICE-FOUND > 0
              IF WS-PRICE-FOUND > 0
                 COMPUTE WS-UNORDERED-VALUE =
                    WS-RCVD-QTY (WS-RCVD-I)
                    * WS-PRICE-REAM (WS-PRICE-FOUND)
              END-IF
           END-IF.

       STKRECV-MATCH-ONE-PRICE.
           IF WS-PRICE-TYPE (WS-PRICE-I) = WS-RCVD-TYPE (WS-RCVD-I)
              MOVE WS-PRICE-I TO WS-PRICE-FOUND
           END-IF.

      *-----------------------------------------------------------------
      * MOVE THE RECEIPT FROM ENCUMBERED TO EXPENDED ON THE ORDERING
      * SCHOOL'S RECORD FOR THE YEAR THE ORDER WAS ENCUMBERED IN.
      *-----------------------------------------------------------------
       STKRECV-LIQUIDATE.
           IF WS-ACTUAL-COST = 0 AND WS-RELIEF = 0
              GO TO STKRECV-LIQUIDATE-END
           END-IF
           IF POR-FISCAL-YEAR = 0
              MOVE WS-FISCAL-YEAR TO WS-ENC-YEAR
           ELSE
              MOVE POR-FISCAL-YEAR TO WS-ENC-YEAR
           END-IF
           MOVE POR-LOCATION TO ENC-SCHOOL
           MOVE WS-ENC-YEAR TO ENC-FISCAL-YEAR
           READ ENCUMBRANCE-FILE
              INVALID KEY
                 MOVE SPACES TO ENCUMBRANCE-RECORD
                 MOVE POR-LOCATION TO ENC-SCHOOL
                 MOVE WS-ENC-YEAR TO ENC-FISCAL-YEAR
                 MOVE 0 TO ENC-YTD-COMMITTED ENC-ENCUMBERED
                           ENC-EXPENDED ENC-RELEASED
                 SUBTRACT WS-RELIEF FROM ENC-ENCUMBERED
                 ADD WS-ACTUAL-COST TO ENC-EXPENDED
                 MOVE WS-RUN-DATE TO ENC-LAST-DATE
                 WRITE ENCUMBRANCE-RECORD
                 END-WRITE
                 PERFORM STKRECV-CHECK-ENCUMBRANCE
                 GO TO STKRECV-LIQUIDATE-END
           END-READ
           SUBTRACT WS-RELIEF FROM ENC-ENCUMBERED
           ADD WS-ACTUAL-COST TO ENC-EXPENDED
           MOVE WS-RUN-DATE TO ENC-LAST-DATE
           REWRITE ENCUMBRANCE-RECORD
           END-REWRITE
           PERFORM STKRECV-CHECK-ENCUMBRANCE.
       STKRECV-LIQUIDATE-END. EXIT.

       STKRECV-CHECK-ENCUMBRANCE.
           IF WS-ENC-STATUS NOT = "00"
              MOVE "STKRECV" TO FE-PROGRAM
              MOVE "ENCUMBRANCE-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-ENC-STATUS TO FE-STATUS
              MOVE ENCUMBRANCE-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 8 TO WS-JOB-RC
           ELSE
              ADD WS-ACTUAL-COST TO WS-EXPENDED-TOTAL
              ADD WS-RELIEF TO WS-RELIEVED-TOTAL
           END-IF.

       STKRECV-WRITE-RECEIVED.
           MOVE POR-RECEIVED-REAMS TO WS-EDIT-REAMS
           MOVE POR-REAMS TO WS-EDIT-ORDERED
           MOVE WS-ACTUAL-COST TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  " POR-PAPER-TYPE " AT " POR-LOCATION
                  " ORD " POR-ORDER-DATE
                  "  RCVD " DELIMITED BY SIZE
                  WS-EDIT-REAMS DELIMITED BY SIZE
                  " OF " DELIMITED BY SIZE
                  WS-EDIT-ORDERED DELIMITED BY SIZE
                  "  COST " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           IF POR-STAT-FILLED
              MOVE "FILLED" TO REPORT-LINE (72:6)
           ELSE
              MOVE "OPEN" TO REPORT-LINE (72:4)
           END-IF
           PERFORM STKRECV-WRITE-LINE.

      *-----------------------------------------------------------------
      * A SECOND DELIVERY OF THE SAME TYPE TO THE SAME LOCATION IN
      * ONE RUN ADDS TO THE FIRST ONE'S REAMS.
      *-----------------------------------------------------------------
       STKRECV-SCAN-ONE-POSTED.
           IF WS-RCVD-TYPE (WS-RCVD-I) = PST-PAPER-TYPE
              AND WS-RCVD-LOC (WS-RCVD-I) = PST-LOCATION
              MOVE WS-RCVD-I TO WS-RCVD-HIT
           END-IF.

       STKRECV-SCAN-ONE-RCVD.
           IF WS-RCVD-TYPE (WS-RCVD-I) = POR-PAPER-TYPE
           STRING "  ORDERS MARKED FILLED " DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKRECV-WRITE-LINE
           MOVE WS-PARTIAL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ORDERS STILL SHORT . " DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKRECV-WRITE-LINE
           MOVE WS-EXPENDED-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  COST EXPENDED  . . . " DELIMITED BY SIZE
                  WS-EDIT-TOTAL            DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKRECV-WRITE-LINE
           MOVE WS-RELIEVED-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  ENCUMBRANCE RELIEVED " DELIMITED BY SIZE
                  WS-EDIT-TOTAL            DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKRECV-WRITE-LINE
           MOVE WS-UNORDERED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  RCVD WITHOUT ORDER . " DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKRECV-WRITE-LINE
           MOVE WS-VALUE-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  STOCK VALUE RECEIVED " DELIMITED BY SIZE
                  WS-EDIT-TOTAL            DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKRECV-WRITE-LINE
           MOVE WS-BO-FILLED-REAMS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  REAMS TO BACKORDERS  " DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKRECV-WRITE-LINE
           MOVE WS-BO-CLOSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  BACKORDERS CLOSED  . " DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKRECV-WRITE-LINE.

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       STKRECV-TERMINATE.
      *-----------------------------------------------------------------
           SET BF-CLOSE TO TRUE
           CALL "BOFILL" USING WS-BF-PARMS
           CLOSE POSTING-FILE
           CLOSE STOCK-MASTER
           CLOSE ENCUMBRANCE-FILE
           CLOSE REPORT-FILE.
       END PROGRAM STKRECV.
