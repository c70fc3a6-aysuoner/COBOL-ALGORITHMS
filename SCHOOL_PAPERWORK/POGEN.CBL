      * IS REGISTERED IN POREG - A SHORTAGE WITH AN OPEN REGISTERED
      * ORDER IS REPORTED AS ALREADY ON ORDER INSTEAD OF ORDERED
      * TWICE.
      * MODIFIED 15/10/2026 - THE ORDER REGISTER LAYOUT MOVED TO THE
      * POREG COPYBOOK, AND EACH ENTRY NOW CARRIES THE VENDOR AND
      * UNIT PRICE IT WAS ORDERED FROM, FOR THE VENDSCOR SCORECARD.
      * MODIFIED 15/10/2026 - EACH ORDER NOW ENCUMBERS ITS ESTIMATED
      * COST AGAINST THE ORDERING LOCATION'S SCHOOL ON ENCMAST FOR
      * THE CURRENT FISCAL YEAR (THRESHIN FISCAL-START-MONTH), AND
      * THE REGISTER ENTRY CARRIES THE YEAR AND AMOUNT SO STKRECV
      * CAN RELIEVE IT AND POCLOSE RELEASE IT. THE REPORT FOOT
      * TOTALS WHAT THIS RUN ENCUMBERED.
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
           SELECT REPORT-FILE ASSIGN TO "POGEN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           05 PO-AMOUNT              PIC 9(7)V9(2).

       FD  REGISTER-FILE.
           COPY "POREG.CPY".

       FD  ENCUMBRANCE-FILE.
           COPY "ENCMAST.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).
       01  WS-PRICE-STATUS           PIC X(02).
       01  WS-ORDER-STATUS           PIC X(02).
       01  WS-REG-STATUS             PIC X(02).
       01  WS-ENC-STATUS             PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
           88 WS-LOAD-EOF           VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR            PIC 9(4).
           05 WS-RUN-MONTH           PIC 9(2).
           05 WS-RUN-DAY             PIC 9(2).
       01  WS-TH-PARMS.
           COPY "THRSHLD.CPY".
       01  WS-FISCAL-YEAR            PIC 9(4).
       01  WS-ENCUMBERED-TOTAL       PIC 9(9)V9(2) VALUE 0.
      *-----------------------------------------------------------------
      * THE PRICE AND VENDOR BY PAPER TYPE, AND THE OPEN ORDERS
      * ALREADY ON THE REGISTER - A SHORTAGE WITH AN OPEN ORDER IS
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           CALL "THRSHLD" USING WS-TH-PARMS
           IF WS-RUN-MONTH >= TH-FISCAL-START-MONTH
              MOVE WS-RUN-YEAR TO WS-FISCAL-YEAR
           ELSE
              COMPUTE WS-FISCAL-YEAR = WS-RUN-YEAR - 1
           END-IF
           PERFORM POGEN-LOAD-PRICES
              THRU POGEN-LOAD-PRICES-END
           PERFORM POGEN-LOAD-OPEN-ORDERS
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
              MOVE "POGEN" TO FE-PROGRAM
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
              MOVE "POGEN" TO FE-PROGRAM
           MOVE WS-ORDER-REAMS TO PO-REAMS
           MOVE WS-LINE-AMOUNT TO PO-AMOUNT
           WRITE ORDER-RECORD
           MOVE SPACES TO PO-REGISTER-RECORD
           MOVE STK-PAPER-TYPE TO POR-PAPER-TYPE
           MOVE STK-LOCATION TO POR-LOCATION
           MOVE WS-ORDER-REAMS TO POR-REAMS
           MOVE WS-RUN-DATE TO POR-ORDER-DATE
           MOVE "O" TO POR-STATUS
           MOVE PO-VENDOR TO POR-VENDOR
           IF WS-PRICE-FOUND > 0
              MOVE WS-PRICE-REAM (WS-PRICE-FOUND) TO POR-UNIT-PRICE
           ELSE
              MOVE 0 TO POR-UNIT-PRICE
           END-IF
           MOVE 0 TO POR-RECEIVED-DATE POR-RECEIVED-REAMS
           MOVE WS-FISCAL-YEAR TO POR-FISCAL-YEAR
           MOVE WS-LINE-AMOUNT TO POR-ENCUMBERED
           MOVE 0 TO POR-EXPENDED
           WRITE PO-REGISTER-RECORD
              INVALID KEY
                 DISPLAY "POGEN - DUPLICATE REGISTER KEY: " POR-KEY
                 MOVE 8 TO WS-JOB-RC
              NOT INVALID KEY
                 PERFORM POGEN-POST-ENCUMBRANCE
                    THRU POGEN-POST-ENCUMBRANCE-END
           END-WRITE
           ADD 1 TO WS-ORDERED-COUNT
           PERFORM POGEN-TALLY-VENDOR
              INTO REPORT-LINE
           PERFORM POGEN-WRITE-LINE.

      *-----------------------------------------------------------------
      * COMMIT THE ORDER'S ESTIMATED COST AGAINST THE SCHOOL THE
      * PAPER IS ORDERED FOR - THE STOCK LOCATION CODE IS THE SCHOOL
      * CODE - UNDER THE CURRENT FISCAL YEAR. THE FIRST ORDER OF THE
      * YEAR OPENS THE SCHOOL'S RECORD.
      *-----------------------------------------------------------------
       POGEN-POST-ENCUMBRANCE.
           IF WS-LINE-AMOUNT = 0
              GO TO POGEN-POST-ENCUMBRANCE-END
           END-IF
           MOVE STK-LOCATION TO ENC-SCHOOL
           MOVE WS-FISCAL-YEAR TO ENC-FISCAL-YEAR
           READ ENCUMBRANCE-FILE
              INVALID KEY
                 MOVE SPACES TO ENCUMBRANCE-RECORD
                 MOVE STK-LOCATION TO ENC-SCHOOL
                 MOVE WS-FISCAL-YEAR TO ENC-FISCAL-YEAR
                 MOVE 0 TO ENC-YTD-COMMITTED ENC-ENCUMBERED
                           ENC-EXPENDED ENC-RELEASED
                 MOVE WS-LINE-AMOUNT TO ENC-ENCUMBERED
                 MOVE WS-RUN-DATE TO ENC-LAST-DATE
                 WRITE ENCUMBRANCE-RECORD
                 END-WRITE
                 PERFORM POGEN-CHECK-ENCUMBRANCE
                 GO TO POGEN-POST-ENCUMBRANCE-END
           END-READ
           ADD WS-LINE-AMOUNT TO ENC-ENCUMBERED
           MOVE WS-RUN-DATE TO ENC-LAST-DATE
           REWRITE ENCUMBRANCE-RECORD
           END-REWRITE
           PERFORM POGEN-CHECK-ENCUMBRANCE.
       POGEN-POST-ENCUMBRANCE-END. EXIT.

       POGEN-CHECK-ENCUMBRANCE.
           IF WS-ENC-STATUS NOT = "00"
              MOVE "POGEN" TO FE-PROGRAM
              MOVE "ENCUMBRANCE-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-ENC-STATUS TO FE-STATUS
              MOVE ENCUMBRANCE-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 8 TO WS-JOB-RC
           ELSE
              ADD WS-LINE-AMOUNT TO WS-ENCUMBERED-TOTAL
           END-IF.

       POGEN-MATCH-ONE-PRICE.
           IF WS-PRICE-TYPE (WS-PRICE-I) = STK-PAPER-TYPE
              MOVE WS-PRICE-I TO WS-PRICE-FOUND
           STRING "  ALREADY ON ORDER . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM POGEN-WRITE-LINE
           MOVE WS-ENCUMBERED-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  ENCUMBERED . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM POGEN-WRITE-LINE.

      *-----------------------------------------------------------------
           CLOSE STOCK-MASTER
           CLOSE ORDER-FILE
           CLOSE REGISTER-FILE
           CLOSE ENCUMBRANCE-FILE
           CLOSE REPORT-FILE.
       END PROGRAM POGEN.
