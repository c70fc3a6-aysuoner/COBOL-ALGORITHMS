      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    STKVALUE.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * MONTH-END PAPER INVENTORY VALUATION. WHEN FINANCE ASKED WHAT
      * THE PAPER ON THE SHELVES WAS WORTH, THE ANSWER WAS STKMAST
      * REAMS TIMES TODAY'S PRICETAB PRICE - WRONG WHENEVER PRICES
      * HAD MOVED. STKMAST NOW CARRIES EACH RECORD'S BOOK VALUE AND
      * WEIGHTED-AVERAGE COST, AND THE MONTH'S RECEIPTS, ISSUES,
      * TRANSFERS AND COUNT ADJUSTMENTS IN VALUE. THIS PROGRAM
      * READS THE STOCK MASTER IN PAPER TYPE AND LOCATION ORDER AND
      * PRINTS (STKVALR):
      *   - FOR EACH TYPE AND LOCATION THE REAMS ON HAND, THE AVERAGE
      *     UNIT COST AND THE EXTENDED VALUE, WITH THE MONTH'S
      *     RECONCILIATION BENEATH IT - OPENING VALUE PLUS RECEIPTS
      *     LESS ISSUES PLUS OR MINUS TRANSFERS AND ADJUSTMENTS - AND
      *     A FLAG WHERE THAT DOES NOT COME TO THE CLOSING VALUE,
      *   - A SUBTOTAL FOR EACH PAPER TYPE AND THE DISTRICT TOTAL,
      *   - THE VALUE STILL IN TRANSIT ON XFERMAST, SO THE SHELF
      *     VALUE PLUS THE TRANSIT VALUE IS THE WHOLE INVENTORY.
      * A RECORD HOLDING STOCK BUT NO COST (LOADED BEFORE THE COST
      * FIELDS EXISTED) IS PRICED AT PRICETAB ONCE, AS AN ADJUSTMENT
      * THE REPORT MARKS.
      *
      * THE CLOSING RUN ALSO WRITES THE INVENTORY JOURNAL ENTRY
      * (STKVJRNL) IN THE GLTRXIN LAYOUT, FOR CONCATENATION INTO
      * GLTRXRAW AHEAD OF GLSEQCHK AND CTLRECON:
      *   RECEIPTS     DEBIT INVENTORY       CREDIT RECEIPTS CLEARING
      *   ISSUES       DEBIT CENTRAL STORES  CREDIT INVENTORY
      *   ADJUSTMENTS  DEBIT INVENTORY       CREDIT SHRINKAGE (OR
      *                THE REVERSE FOR A NET LOSS)
      * TRANSFERS MOVE VALUE BETWEEN LOCATIONS INSIDE THE ONE
      * INVENTORY ACCOUNT AND TAKE NO ENTRY. THE GL AMOUNT FIELD IS
      * WHOLE DOLLARS, S9(4), SO EACH TOTAL IS ROUNDED TO THE DOLLAR
      * AND SPLIT INTO PAIRS OF AT MOST 9,999, EACH PAIR BALANCING.
      * IT THEN ROLLS EVERY STOCK RECORD TO THE NEW MONTH - CLOSING
      * REAMS AND VALUE BECOME THE OPENING ONES AND THE MONTH'S
      * MOVEMENTS ARE ZEROED.
      *
      * THE OPTIONAL STKVPRM FILE CARRIES THE RUN MODE AND THE FOUR
      * GL ACCOUNTS (INVENTORY, RECEIPTS CLEARING, CENTRAL STORES,
      * SHRINKAGE):
      *    C  CLOSE THE MONTH - REPORT, JOURNAL AND ROLL (DEFAULT)
      *    R  REPORT ONLY - A MID-MONTH LOOK, NOTHING IS CHANGED
      * NO STKVPRM, AN UNKNOWN MODE OR A BLANK ACCOUNT KEEPS THE
      * DEFAULTS. THE STEP ENDS RC 4 WHEN A RECORD DOES NOT
      * RECONCILE OR STOCK COULD NOT BE COSTED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-MASTER ASSIGN TO "STKMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS STK-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT TRANSFER-MASTER ASSIGN TO "XFERMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS XFR-ID
               FILE STATUS IS WS-XMAST-STATUS.
           SELECT PRICE-FILE ASSIGN TO "PRICETAB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "STKVPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "STKVALR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "STKVJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  STOCK-MASTER.
           COPY "STKMAST.CPY".

       FD  TRANSFER-MASTER.
           COPY "XFERMAST.CPY".

       FD  PRICE-FILE.
       01  PRICE-RECORD.
           05 PT-PAPER-TYPE          PIC X(3).
           05 PT-PRICE-PER-REAM      PIC 9(3)V9(2).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05 PRM-RUN-MODE           PIC X(1).
           05 PRM-INV-ACCT           PIC X(8).
           05 PRM-RCV-ACCT           PIC X(8).
           05 PRM-ISS-ACCT           PIC X(8).
           05 PRM-ADJ-ACCT           PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 TRX-ACCT-ID            PIC X(8).
           05 TRX-AMOUNT             PIC S9(4).
           05 TRX-DATE               PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-JOB-RC                 PIC 9(02) VALUE 0.
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-XMAST-STATUS           PIC X(02).
       01  WS-PRICE-STATUS           PIC X(02).
       01  WS-PARM-STATUS            PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-JRNL-STATUS            PIC X(02).
       01  WS-EOF-SW                 PIC X VALUE "N".
           88 WS-EOF                 VALUE "Y".
       01  WS-LOAD-EOF-SW            PIC X VALUE "N".
           88 WS-LOAD-EOF            VALUE "Y".
       01  WS-RUN-MODE               PIC X(01) VALUE "C".
           88 WS-MODE-CLOSE          VALUE "C".
           88 WS-MODE-REPORT         VALUE "R".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-INV-ACCT               PIC X(08) VALUE "INVPAPER".
       01  WS-RCV-ACCT               PIC X(08) VALUE "RCVCLEAR".
       01  WS-ISS-ACCT               PIC X(08) VALUE "STORPAPR".
       01  WS-ADJ-ACCT               PIC X(08) VALUE "INVSHRNK".
      *-----------------------------------------------------------------
      * THE PRICETAB FALLBACK FOR STOCK THAT HAS NEVER BEEN COSTED.
      *-----------------------------------------------------------------
       01  WS-PRICE-MAX              PIC 9(02) VALUE 0.
       01  WS-PRICE-I                PIC 9(02).
       01  WS-PRICE-FOUND            PIC 9(02).
       01  WS-PRICE-TABLE.
           05 WS-PRICE-ENTRY OCCURS 20 TIMES.
              10 WS-PRICE-TYPE       PIC X(3).
              10 WS-PRICE-REAM       PIC 9(3)V9(2).
      *-----------------------------------------------------------------
      * ONE SET OF TOTALS FOR THE PAPER TYPE IN PROGRESS AND ONE FOR
      * THE DISTRICT, IN THE SAME SHAPE, SO THE SAME PARAGRAPH PRINTS
      * EITHER.
      *-----------------------------------------------------------------
       01  WS-PRIOR-TYPE             PIC X(03) VALUE LOW-VALUES.
       01  WS-TYPE-TOTALS.
           05 WS-TT-QTY              PIC S9(9).
           05 WS-TT-OPEN             PIC S9(11)V9(2).
           05 WS-TT-RCV              PIC S9(11)V9(2).
           05 WS-TT-ISS              PIC S9(11)V9(2).
           05 WS-TT-XFR              PIC S9(11)V9(2).
           05 WS-TT-ADJ              PIC S9(11)V9(2).
           05 WS-TT-CLOSE            PIC S9(11)V9(2).
       01  WS-GRAND-TOTALS.
           05 WS-GT-QTY              PIC S9(9).
           05 WS-GT-OPEN             PIC S9(11)V9(2).
           05 WS-GT-RCV              PIC S9(11)V9(2).
           05 WS-GT-ISS              PIC S9(11)V9(2).
           05 WS-GT-XFR              PIC S9(11)V9(2).
           05 WS-GT-ADJ              PIC S9(11)V9(2).
           05 WS-GT-CLOSE            PIC S9(11)V9(2).
       01  WS-PRINT-TOTALS.
           05 WS-PT-QTY              PIC S9(9).
           05 WS-PT-OPEN             PIC S9(11)V9(2).
           05 WS-PT-RCV              PIC S9(11)V9(2).
           05 WS-PT-ISS              PIC S9(11)V9(2).
           05 WS-PT-XFR              PIC S9(11)V9(2).
           05 WS-PT-ADJ              PIC S9(11)V9(2).
           05 WS-PT-CLOSE            PIC S9(11)V9(2).
       01  WS-PRINT-LABEL            PIC X(09).
       01  WS-EXPECTED               PIC S9(11)V9(2).
       01  WS-SEED-VALUE             PIC S9(9)V9(2).
       01  WS-SEED-SW                PIC X VALUE "N".
           88 WS-SEEDED              VALUE "Y".
       01  WS-RECORD-COUNT           PIC 9(07) VALUE 0.
       01  WS-SEED-COUNT             PIC 9(05) VALUE 0.
       01  WS-UNCOSTED-COUNT         PIC 9(05) VALUE 0.
       01  WS-OOB-COUNT              PIC 9(05) VALUE 0.
       01  WS-ROLL-COUNT             PIC 9(07) VALUE 0.
       01  WS-TRANSIT-COUNT          PIC 9(05) VALUE 0.
       01  WS-TRANSIT-CLOSE          PIC S9(11)V9(2) VALUE 0.
       01  WS-TRANSIT-OPEN           PIC S9(11)V9(2) VALUE 0.
       01  WS-INVENTORY-TOTAL        PIC S9(11)V9(2) VALUE 0.
      *-----------------------------------------------------------------
      * THE JOURNAL - EACH MOVEMENT TOTAL IN WHOLE DOLLARS, WRITTEN
      * AS DEBIT/CREDIT PAIRS OF AT MOST 9,999.
      *-----------------------------------------------------------------
       01  WS-ENTRY-DOLLARS          PIC S9(11).
       01  WS-REMAIN-DOLLARS         PIC 9(11).
       01  WS-PAIR-DOLLARS           PIC 9(04).
       01  WS-DEBIT-ACCT             PIC X(08).
       01  WS-CREDIT-ACCT            PIC X(08).
       01  WS-JRNL-COUNT             PIC 9(07) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-VALUE             PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-DOLLARS           PIC ZZZ,ZZZ,ZZ9-.
       01  WS-VALUE-LINE-1.
           05 FILLER                 PIC X(2).
           05 V1-TYPE                PIC X(3).
           05 FILLER                 PIC X(2).
           05 V1-LOC                 PIC X(4).
           05 FILLER                 PIC X(2).
           05 V1-QTY                 PIC -(8)9.
           05 FILLER                 PIC X(3).
           05 V1-COST                PIC ZZ9.9999.
           05 FILLER                 PIC X(3).
           05 V1-VALUE               PIC -(10)9.99.
           05 FILLER                 PIC X(2).
           05 V1-NOTE                PIC X(18).
       01  WS-VALUE-LINE-2.
           05 FILLER                 PIC X(3).
           05 V2-OPEN                PIC -(9)9.99.
           05 FILLER                 PIC X(1).
           05 V2-RCV                 PIC -(9)9.99.
           05 FILLER                 PIC X(1).
           05 V2-ISS                 PIC -(9)9.99.
           05 FILLER                 PIC X(1).
           05 V2-XFR                 PIC -(9)9.99.
           05 FILLER                 PIC X(1).
           05 V2-ADJ                 PIC -(9)9.99.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       STKVALUE-MAIN.
           PERFORM STKVALUE-INIT
              THRU STKVALUE-INIT-END
           IF WS-JOB-RC < 12
              PERFORM STKVALUE-LOAD-PRICES
                 THRU STKVALUE-LOAD-PRICES-END
              PERFORM STKVALUE-READ-MASTER
              PERFORM STKVALUE-VALUE-ONE
                 THRU STKVALUE-VALUE-ONE-END UNTIL WS-EOF
              IF WS-RECORD-COUNT > 0
                 PERFORM STKVALUE-TYPE-BREAK
              END-IF
              PERFORM STKVALUE-WRITE-TOTALS
              PERFORM STKVALUE-IN-TRANSIT
                 THRU STKVALUE-IN-TRANSIT-END
              IF WS-MODE-CLOSE
                 PERFORM STKVALUE-WRITE-JOURNAL
              END-IF
              PERFORM STKVALUE-WRITE-SUMMARY
           END-IF
           PERFORM STKVALUE-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
      * THE STOCK MASTER IS ONLY OPENED FOR UPDATE ON A CLOSING RUN,
      * AND THE JOURNAL ONLY WRITTEN THEN.
      *-----------------------------------------------------------------
       STKVALUE-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           INITIALIZE WS-TYPE-TOTALS WS-GRAND-TOTALS
           PERFORM STKVALUE-LOAD-PARM
           IF WS-MODE-CLOSE
              OPEN I-O STOCK-MASTER
           ELSE
              OPEN INPUT STOCK-MASTER
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "STKVALUE" TO FE-PROGRAM
              MOVE "STOCK-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO STKVALUE-INIT-END
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "STKVALUE" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO STKVALUE-INIT-END
           END-IF
           IF WS-MODE-CLOSE
              OPEN OUTPUT JOURNAL-FILE
              IF WS-JRNL-STATUS NOT = "00"
                 MOVE "STKVALUE" TO FE-PROGRAM
                 MOVE "JOURNAL-FILE" TO FE-FILE-NAME
                 MOVE "OPEN" TO FE-OPERATION
                 MOVE WS-JRNL-STATUS TO FE-STATUS
                 MOVE SPACES TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 MOVE 12 TO WS-JOB-RC
                 GO TO STKVALUE-INIT-END
              END-IF
           END-IF
           MOVE "PAPER INVENTORY VALUATION" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM STKVALUE-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM STKVALUE-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM STKVALUE-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-MODE-CLOSE
              STRING "MONTH-END CLOSE AS OF " WS-RUN-DATE
                 DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              STRING "REPORT ONLY AS OF " WS-RUN-DATE
                     " - NOTHING IS POSTED OR ROLLED"
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM STKVALUE-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM STKVALUE-WRITE-LINE
           MOVE "  TYP  LOC      ON HAND    AVG COST" TO REPORT-LINE
           MOVE "CLOSING VALUE" TO REPORT-LINE (43:13)
           PERFORM STKVALUE-WRITE-LINE
           MOVE "      OPENING     RECEIPTS     - ISSUES  +/- TRANSFER"
              TO REPORT-LINE
           MOVE "+/- ADJUST" TO REPORT-LINE (60:10)
           PERFORM STKVALUE-WRITE-LINE.
       STKVALUE-INIT-END. EXIT.

      *-----------------------------------------------------------------
      * THE MODE AND ACCOUNTS ARE OPTIONAL - NO STKVPRM FILE, AN
      * UNKNOWN MODE OR A BLANK ACCOUNT KEEPS THE DEFAULTS.
      *-----------------------------------------------------------------
       STKVALUE-LOAD-PARM.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS = "00"
              READ PARAMETER-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PRM-RUN-MODE = "C" OR "R"
                       MOVE PRM-RUN-MODE TO WS-RUN-MODE
                    END-IF
                    IF PRM-INV-ACCT NOT = SPACES
                       MOVE PRM-INV-ACCT TO WS-INV-ACCT
                    END-IF
                    IF PRM-RCV-ACCT NOT = SPACES
                       MOVE PRM-RCV-ACCT TO WS-RCV-ACCT
                    END-IF
                    IF PRM-ISS-ACCT NOT = SPACES
                       MOVE PRM-ISS-ACCT TO WS-ISS-ACCT
                    END-IF
                    IF PRM-ADJ-ACCT NOT = SPACES
                       MOVE PRM-ADJ-ACCT TO WS-ADJ-ACCT
                    END-IF
              END-READ
              CLOSE PARAMETER-FILE
           END-IF.

       STKVALUE-LOAD-PRICES.
           OPEN INPUT PRICE-FILE
           IF WS-PRICE-STATUS NOT = "00"
              GO TO STKVALUE-LOAD-PRICES-END
           END-IF
           PERFORM STKVALUE-READ-ONE-PRICE UNTIL WS-LOAD-EOF
           CLOSE PRICE-FILE.
       STKVALUE-LOAD-PRICES-END. EXIT.

       STKVALUE-READ-ONE-PRICE.
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

       STKVALUE-READ-MASTER.
           READ STOCK-MASTER NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONE STOCK RECORD: COST IT IF IT HAS NEVER BEEN COSTED, PRINT
      * ITS VALUE AND RECONCILIATION, ADD IT TO THE TOTALS AND - ON
      * A CLOSING RUN - ROLL IT TO THE NEW MONTH.
      *-----------------------------------------------------------------
       STKVALUE-VALUE-ONE.
           ADD 1 TO WS-RECORD-COUNT
           IF STK-PAPER-TYPE NOT = WS-PRIOR-TYPE
              IF WS-RECORD-COUNT > 1
                 PERFORM STKVALUE-TYPE-BREAK
              END-IF
              MOVE STK-PAPER-TYPE TO WS-PRIOR-TYPE
           END-IF
           IF STK-VALUE NOT NUMERIC
              INITIALIZE STK-COST-FIELDS
           END-IF
           MOVE "N" TO WS-SEED-SW
           IF STK-ON-HAND > 0 AND STK-VALUE = 0
              AND STK-AVG-COST = 0
              PERFORM STKVALUE-SEED-COST
           END-IF
           MOVE SPACES TO WS-VALUE-LINE-1
           MOVE STK-PAPER-TYPE TO V1-TYPE
           MOVE STK-LOCATION TO V1-LOC
           MOVE STK-ON-HAND TO V1-QTY
           MOVE STK-AVG-COST TO V1-COST
           MOVE STK-VALUE TO V1-VALUE
           COMPUTE WS-EXPECTED = STK-OPEN-VALUE + STK-MTD-RCV-VALUE
              - STK-MTD-ISS-VALUE + STK-MTD-XFR-VALUE
              + STK-MTD-ADJ-VALUE
           EVALUATE TRUE
              WHEN WS-EXPECTED NOT = STK-VALUE
                 MOVE "*OUT OF BALANCE*" TO V1-NOTE
                 ADD 1 TO WS-OOB-COUNT
              WHEN WS-SEEDED
                 MOVE "COSTED AT PRICETAB" TO V1-NOTE
              WHEN STK-ON-HAND > 0 AND STK-VALUE = 0
                 MOVE "*NOT COSTED*" TO V1-NOTE
                 ADD 1 TO WS-UNCOSTED-COUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE WS-VALUE-LINE-1 TO REPORT-LINE
           PERFORM STKVALUE-WRITE-LINE
           MOVE SPACES TO WS-VALUE-LINE-2
           MOVE STK-OPEN-VALUE TO V2-OPEN
           MOVE STK-MTD-RCV-VALUE TO V2-RCV
           MOVE STK-MTD-ISS-VALUE TO V2-ISS
           MOVE STK-MTD-XFR-VALUE TO V2-XFR
           MOVE STK-MTD-ADJ-VALUE TO V2-ADJ
           MOVE WS-VALUE-LINE-2 TO REPORT-LINE
           PERFORM STKVALUE-WRITE-LINE
           ADD STK-ON-HAND TO WS-TT-QTY
           ADD STK-OPEN-VALUE TO WS-TT-OPEN
           ADD STK-MTD-RCV-VALUE TO WS-TT-RCV
           ADD STK-MTD-ISS-VALUE TO WS-TT-ISS
           ADD STK-MTD-XFR-VALUE TO WS-TT-XFR
           ADD STK-MTD-ADJ-VALUE TO WS-TT-ADJ
           ADD STK-VALUE TO WS-TT-CLOSE
           IF WS-MODE-CLOSE
              PERFORM STKVALUE-ROLL-ONE
           END-IF
           PERFORM STKVALUE-READ-MASTER.
       STKVALUE-VALUE-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * STOCK WITH NO COST HISTORY TAKES THE PRICETAB PRICE AS ITS
      * AVERAGE; THE VALUE THAT PUTS ON THE BOOKS IS AN ADJUSTMENT.
      * NO PRICE EITHER AND THE RECORD STAYS UNCOSTED AND FLAGGED.
      *-----------------------------------------------------------------
       STKVALUE-SEED-COST.
           MOVE 0 TO WS-PRICE-FOUND
           PERFORM STKVALUE-MATCH-ONE-PRICE
              VARYING WS-PRICE-I FROM 1 BY 1
              UNTIL WS-PRICE-I > WS-PRICE-MAX OR WS-PRICE-FOUND > 0
           IF WS-PRICE-FOUND > 0
              MOVE WS-PRICE-REAM (WS-PRICE-FOUND) TO STK-AVG-COST
              COMPUTE WS-SEED-VALUE =
                 STK-ON-HAND * WS-PRICE-REAM (WS-PRICE-FOUND)
              ADD WS-SEED-VALUE TO STK-VALUE
              ADD WS-SEED-VALUE TO STK-MTD-ADJ-VALUE
              SET WS-SEEDED TO TRUE
              ADD 1 TO WS-SEED-COUNT
           END-IF.

       STKVALUE-MATCH-ONE-PRICE.
           IF WS-PRICE-TYPE (WS-PRICE-I) = STK-PAPER-TYPE
              MOVE WS-PRICE-I TO WS-PRICE-FOUND
           END-IF.

      *-----------------------------------------------------------------
      * THE CLOSING BALANCES BECOME NEXT MONTH'S OPENING ONES. A
      * REPORT-ONLY RUN NEVER GETS HERE, SO ITS PRICETAB COSTING IS
      * SHOWN BUT NOT KEPT.
      *-----------------------------------------------------------------
       STKVALUE-ROLL-ONE.
           MOVE STK-ON-HAND TO STK-OPEN-QTY
           MOVE STK-VALUE TO STK-OPEN-VALUE
           MOVE 0 TO STK-MTD-RCV-VALUE
           MOVE 0 TO STK-MTD-ISS-VALUE
           MOVE 0 TO STK-MTD-XFR-VALUE
           MOVE 0 TO STK-MTD-ADJ-VALUE
           REWRITE STOCK-MASTER-RECORD
              INVALID KEY
                 MOVE "STKVALUE" TO FE-PROGRAM
                 MOVE "STOCK-MASTER" TO FE-FILE-NAME
                 MOVE "REWRITE" TO FE-OPERATION
                 MOVE WS-MASTER-STATUS TO FE-STATUS
                 MOVE STOCK-MASTER-RECORD TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 MOVE 8 TO WS-JOB-RC
              NOT INVALID KEY
                 ADD 1 TO WS-ROLL-COUNT
           END-REWRITE.

      *-----------------------------------------------------------------
      * THE PAPER TYPE'S SUBTOTAL, THEN ITS FIGURES ARE ADDED TO THE
      * DISTRICT'S AND CLEARED FOR THE NEXT TYPE.
      *-----------------------------------------------------------------
       STKVALUE-TYPE-BREAK.
           MOVE WS-TYPE-TOTALS TO WS-PRINT-TOTALS
           MOVE SPACES TO WS-PRINT-LABEL
           STRING "  " WS-PRIOR-TYPE " ALL" DELIMITED BY SIZE
              INTO WS-PRINT-LABEL
           PERFORM STKVALUE-PRINT-TOTALS
           MOVE SPACES TO REPORT-LINE
           PERFORM STKVALUE-WRITE-LINE
           ADD WS-TT-QTY TO WS-GT-QTY
           ADD WS-TT-OPEN TO WS-GT-OPEN
           ADD WS-TT-RCV TO WS-GT-RCV
           ADD WS-TT-ISS TO WS-GT-ISS
           ADD WS-TT-XFR TO WS-GT-XFR
           ADD WS-TT-ADJ TO WS-GT-ADJ
           ADD WS-TT-CLOSE TO WS-GT-CLOSE
           INITIALIZE WS-TYPE-TOTALS.

       STKVALUE-WRITE-TOTALS.
           MOVE WS-GRAND-TOTALS TO WS-PRINT-TOTALS
           MOVE "DISTRICT" TO WS-PRINT-LABEL
           PERFORM STKVALUE-PRINT-TOTALS.

       STKVALUE-PRINT-TOTALS.
           MOVE SPACES TO WS-VALUE-LINE-1
           MOVE WS-PRINT-LABEL TO WS-VALUE-LINE-1 (1:11)
           MOVE WS-PT-QTY TO V1-QTY
           IF WS-PT-QTY > 0 AND WS-PT-CLOSE > 0
              COMPUTE V1-COST ROUNDED = WS-PT-CLOSE / WS-PT-QTY
           ELSE
              MOVE 0 TO V1-COST
           END-IF
           MOVE WS-PT-CLOSE TO V1-VALUE
           COMPUTE WS-EXPECTED = WS-PT-OPEN + WS-PT-RCV - WS-PT-ISS
              + WS-PT-XFR + WS-PT-ADJ
           IF WS-EXPECTED NOT = WS-PT-CLOSE
              MOVE "*OUT OF BALANCE*" TO V1-NOTE
           END-IF
           MOVE WS-VALUE-LINE-1 TO REPORT-LINE
           PERFORM STKVALUE-WRITE-LINE
           MOVE SPACES TO WS-VALUE-LINE-2
           MOVE WS-PT-OPEN TO V2-OPEN
           MOVE WS-PT-RCV TO V2-RCV
           MOVE WS-PT-ISS TO V2-ISS
           MOVE WS-PT-XFR TO V2-XFR
           MOVE WS-PT-ADJ TO V2-ADJ
           MOVE WS-VALUE-LINE-2 TO REPORT-LINE
           PERFORM STKVALUE-WRITE-LINE.

      *-----------------------------------------------------------------
      * THE VALUE ON THE ROAD BETWEEN LOCATIONS. TRANSFERS NET TO
      * NOTHING FOR THE DISTRICT, SO WHAT THE SHELVES GAVE UP TO
      * TRANSFERS THIS MONTH IS WHAT THE TRANSIT BALANCE GREW BY -
      * THE OPENING TRANSIT VALUE FOLLOWS FROM THE CLOSING ONE. NO
      * TRANSFER MASTER AND NOTHING IS IN TRANSIT.
      *-----------------------------------------------------------------
       STKVALUE-IN-TRANSIT.
           OPEN INPUT TRANSFER-MASTER
           IF WS-XMAST-STATUS = "00"
              MOVE "N" TO WS-LOAD-EOF-SW
              PERFORM STKVALUE-READ-TRANSIT UNTIL WS-LOAD-EOF
              CLOSE TRANSFER-MASTER
           END-IF
           COMPUTE WS-TRANSIT-OPEN = WS-TRANSIT-CLOSE + WS-GT-XFR
           COMPUTE WS-INVENTORY-TOTAL = WS-GT-CLOSE + WS-TRANSIT-CLOSE
           MOVE SPACES TO REPORT-LINE
           PERFORM STKVALUE-WRITE-LINE
           MOVE WS-TRANSIT-OPEN TO WS-EDIT-VALUE
           MOVE SPACES TO REPORT-LINE
           STRING "  IN TRANSIT - OPENING . . . " DELIMITED BY SIZE
                  WS-EDIT-VALUE DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKVALUE-WRITE-LINE
           MOVE WS-TRANSIT-CLOSE TO WS-EDIT-VALUE
           MOVE WS-TRANSIT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  IN TRANSIT - CLOSING . . . " DELIMITED BY SIZE
                  WS-EDIT-VALUE DELIMITED BY SIZE
                  "  TRANSFERS " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKVALUE-WRITE-LINE
           MOVE WS-INVENTORY-TOTAL TO WS-EDIT-VALUE
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL INVENTORY VALUE  . . " DELIMITED BY SIZE
                  WS-EDIT-VALUE DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKVALUE-WRITE-LINE.
       STKVALUE-IN-TRANSIT-END. EXIT.

       STKVALUE-READ-TRANSIT.
           READ TRANSFER-MASTER NEXT RECORD
              AT END
                 SET WS-LOAD-EOF TO TRUE
              NOT AT END
                 IF XFR-IN-TRANSIT AND XFR-VALUE IS NUMERIC
                    ADD 1 TO WS-TRANSIT-COUNT
                    ADD XFR-VALUE TO WS-TRANSIT-CLOSE
                 END-IF
           END-READ.

      *-----------------------------------------------------------------
      * THE INVENTORY JOURNAL ENTRY FOR THE MONTH. EACH MOVEMENT
      * TOTAL IS ROUNDED TO THE DOLLAR; A NET LOSS ON ADJUSTMENTS
      * TURNS THAT ENTRY AROUND.
      *-----------------------------------------------------------------
       STKVALUE-WRITE-JOURNAL.
           COMPUTE WS-ENTRY-DOLLARS ROUNDED = WS-GT-RCV
           MOVE WS-INV-ACCT TO WS-DEBIT-ACCT
           MOVE WS-RCV-ACCT TO WS-CREDIT-ACCT
           PERFORM STKVALUE-WRITE-ENTRY
           COMPUTE WS-ENTRY-DOLLARS ROUNDED = WS-GT-ISS
           MOVE WS-ISS-ACCT TO WS-DEBIT-ACCT
           MOVE WS-INV-ACCT TO WS-CREDIT-ACCT
           PERFORM STKVALUE-WRITE-ENTRY
           COMPUTE WS-ENTRY-DOLLARS ROUNDED = WS-GT-ADJ
           MOVE WS-INV-ACCT TO WS-DEBIT-ACCT
           MOVE WS-ADJ-ACCT TO WS-CREDIT-ACCT
           PERFORM STKVALUE-WRITE-ENTRY.

       STKVALUE-WRITE-ENTRY.
           IF WS-ENTRY-DOLLARS < 0
              MOVE WS-DEBIT-ACCT TO TRX-ACCT-ID
              MOVE WS-CREDIT-ACCT TO WS-DEBIT-ACCT
              MOVE TRX-ACCT-ID TO WS-CREDIT-ACCT
              COMPUTE WS-REMAIN-DOLLARS = 0 - WS-ENTRY-DOLLARS
           ELSE
              MOVE WS-ENTRY-DOLLARS TO WS-REMAIN-DOLLARS
           END-IF
           PERFORM STKVALUE-WRITE-PAIR UNTIL WS-REMAIN-DOLLARS = 0.

       STKVALUE-WRITE-PAIR.
           IF WS-REMAIN-DOLLARS > 9999
              MOVE 9999 TO WS-PAIR-DOLLARS
           ELSE
              MOVE WS-REMAIN-DOLLARS TO WS-PAIR-DOLLARS
           END-IF
           SUBTRACT WS-PAIR-DOLLARS FROM WS-REMAIN-DOLLARS
           MOVE WS-DEBIT-ACCT TO TRX-ACCT-ID
           MOVE WS-PAIR-DOLLARS TO TRX-AMOUNT
           MOVE WS-RUN-DATE TO TRX-DATE
           PERFORM STKVALUE-WRITE-JRNL-LINE
           MOVE WS-CREDIT-ACCT TO TRX-ACCT-ID
           COMPUTE TRX-AMOUNT = 0 - WS-PAIR-DOLLARS
           MOVE WS-RUN-DATE TO TRX-DATE
           PERFORM STKVALUE-WRITE-JRNL-LINE.

      *-----------------------------------------------------------------
       STKVALUE-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           IF WS-OOB-COUNT > 0 OR WS-UNCOSTED-COUNT > 0
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM STKVALUE-WRITE-LINE
           MOVE WS-RECORD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  STOCK RECORDS VALUED . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKVALUE-WRITE-LINE
           MOVE WS-SEED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  COSTED AT PRICETAB . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKVALUE-WRITE-LINE
           MOVE WS-UNCOSTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NOT COSTED . . . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKVALUE-WRITE-LINE
           MOVE WS-OOB-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  OUT OF BALANCE . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKVALUE-WRITE-LINE
           IF WS-MODE-CLOSE
              MOVE WS-ROLL-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  ROLLED TO NEW MONTH  . . . " DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM STKVALUE-WRITE-LINE
              MOVE WS-JRNL-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  JOURNAL LINES  . . . . . . " DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM STKVALUE-WRITE-LINE
           END-IF
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "STKVALUE" TO AL-PROGRAM
           MOVE "STKVL" TO AL-EVENT
           MOVE WS-INVENTORY-TOTAL TO WS-EDIT-VALUE
           STRING "MODE " WS-RUN-MODE
                  " INVENTORY " WS-EDIT-VALUE
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       STKVALUE-WRITE-JRNL-LINE.
      *-----------------------------------------------------------------
           WRITE JOURNAL-RECORD
           IF WS-JRNL-STATUS NOT = "00"
              MOVE "STKVALUE" TO FE-PROGRAM
              MOVE "JOURNAL-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-JRNL-STATUS TO FE-STATUS
              MOVE JOURNAL-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 8 TO WS-JOB-RC
           ELSE
              ADD 1 TO WS-JRNL-COUNT
           END-IF.

      *-----------------------------------------------------------------
       STKVALUE-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "STKVALUE" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE REPORT-LINE TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       STKVALUE-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE STOCK-MASTER
           CLOSE REPORT-FILE
           IF WS-MODE-CLOSE
              CLOSE JOURNAL-FILE
           END-IF.
       END PROGRAM STKVALUE.
