      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    VENDSCOR.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * PAPER VENDOR PERFORMANCE SCORECARD AND EXPEDITING LIST.
      * POGEN REGISTERS EVERY PAPER ORDER ON POREG AND STKRECV MARKS
      * IT FILLED WITH THE DATE AND REAMS RECEIVED, BUT NOTHING
      * MEASURED HOW LONG THAT TOOK OR HOW OFTEN A VENDOR SHORT-
      * SHIPPED. THIS PROGRAM SCORES EACH SUPPLYING VENDOR (THE
      * VENDOR THE ORDER WAS PLACED WITH, OR THE PRICETAB PT-VENDOR
      * FOR THE PAPER TYPE ON ENTRIES REGISTERED BEFORE POREG CARRIED
      * ONE) FOR THE SCORECARD MONTH:
      *   - ORDERS RECEIVED IN THE MONTH, THE AVERAGE AND WORST LEAD
      *     TIME IN DAYS FROM POR-ORDER-DATE TO RECEIPT,
      *   - FILL RATE - REAMS RECEIVED AGAINST POR-REAMS ORDERED ON
      *     THOSE ORDERS - AND HOW MANY CAME IN SHORT,
      *   - ORDERS STILL OPEN TODAY, AND HOW MANY OF THEM ARE PAST
      *     THE THRESHIN PO-LEAD-DAYS EXPECTED LEAD TIME,
      *   - THE PRICE VARIANCE OF THE MONTH'S VENDOR INVOICES AGAINST
      *     PRICETAB - DOLLARS BILLED LESS REAMS BILLED AT THE TABLE
      *     PRICE, AND AS A PERCENTAGE.
      * THE INVOICES ARE READ FROM VENDINV; FOR THE MONTHLY RUN THE
      * MONTH'S DAILY VENDINV FILES ARE CONCATENATED, AND ONLY
      * INVOICES DATED IN THE SCORECARD MONTH ARE SCORED (TRAILER
      * RECORDS ARE PASSED OVER - INVMATCH HAS ALREADY PROVED EACH
      * FILE AS IT ARRIVED).
      *
      * EVERY RUN ALSO WRITES THE EXPEDITING LIST (POEXPED) - EACH
      * OPEN ORDER PAST THE EXPECTED LEAD TIME WITH ITS AGE AND THE
      * VENDOR CONTACT AND PHONE FROM VENDMAST - AND ENDS RC 4 WHEN
      * THERE IS ANYTHING ON IT. THE OPTIONAL VSCRPRM FILE CARRIES
      * THE RUN MODE AND THE SCORECARD MONTH (YYYYMM):
      *    S  SCORECARD AND EXPEDITING LIST (MONTHLY RUN, DEFAULT)
      *    E  EXPEDITING LIST ONLY (WEEKLY RUN)
      * NO MONTH (OR NO VSCRPRM) SCORES THE MONTH BEFORE THE RUN.
      * MODIFIED 15/10/2026 - A PART-DELIVERED ORDER NOW STAYS OPEN
      * ON POREG UNTIL THE REST ARRIVES OR POCLOSE SHORT-CLOSES IT,
      * SO A SHORT-CLOSED ORDER SCORES AS RECEIVED (TO ITS LAST
      * RECEIPT) AND SHORT; A CANCELLED ORDER IS NOT SCORED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "POREG"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS POR-KEY
               FILE STATUS IS WS-REG-STATUS.
           SELECT PRICE-FILE ASSIGN TO "PRICETAB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "VENDINV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS VEND-PREFIX
               FILE STATUS IS WS-VEND-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "VSCRPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SCORE-FILE ASSIGN TO "VENDSCR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
           SELECT EXPEDITE-FILE ASSIGN TO "POEXPED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPED-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  REGISTER-FILE.
           COPY "POREG.CPY".

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

       FD  VENDOR-MASTER.
           COPY "VENDMAST.CPY".

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05 PRM-RUN-MODE           PIC X(1).
           05 PRM-MONTH              PIC X(6).

       FD  SCORE-FILE.
       01  SCORE-LINE                PIC X(80).

       FD  EXPEDITE-FILE.
       01  EXPEDITE-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-TH-PARMS.
           COPY "THRSHLD.CPY".
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-JOB-RC                 PIC 9(02) VALUE 0.
       01  WS-REG-STATUS             PIC X(02).
       01  WS-PRICE-STATUS           PIC X(02).
       01  WS-INVOICE-STATUS         PIC X(02).
       01  WS-VEND-STATUS            PIC X(02).
       01  WS-PARM-STATUS            PIC X(02).
       01  WS-SCORE-STATUS           PIC X(02).
       01  WS-EXPED-STATUS           PIC X(02).
       01  WS-EOF-SW                 PIC X VALUE "N".
           88 WS-EOF                 VALUE "Y".
       01  WS-VMAST-SW               PIC X VALUE "N".
           88 WS-VMAST-OPEN          VALUE "Y".
       01  WS-RUN-MODE               PIC X(01) VALUE "S".
           88 WS-MODE-SCORECARD      VALUE "S".
           88 WS-MODE-EXPEDITE       VALUE "E".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-DAYS               PIC 9(07).
       01  WS-SCORE-MONTH            PIC X(06).
       01  WS-MONTH-NUM REDEFINES WS-SCORE-MONTH.
           05 WS-MONTH-YYYY          PIC 9(04).
           05 WS-MONTH-MM            PIC 9(02).
       01  WS-ORDER-DAYS             PIC 9(07).
       01  WS-RECEIVED-DAYS          PIC 9(07).
       01  WS-LEAD-DAYS              PIC 9(05).
       01  WS-AGE-DAYS               PIC 9(05).
       01  WS-ENTRY-VENDOR           PIC X(03).
       01  WS-LOOKUP-TYPE            PIC X(03).
       01  WS-LIST-AMOUNT            PIC 9(9)V9(2).
      *-----------------------------------------------------------------
      * THE PRICE AND VENDOR BY PAPER TYPE, AS POGEN LOADS THEM.
      *-----------------------------------------------------------------
       01  WS-PRICE-MAX              PIC 9(02) VALUE 0.
       01  WS-PRICE-I                PIC 9(02).
       01  WS-PRICE-FOUND            PIC 9(02).
       01  WS-PRICE-TABLE.
           05 WS-PRICE-ENTRY OCCURS 20 TIMES.
              10 WS-PRICE-TYPE       PIC X(3).
              10 WS-PRICE-REAM       PIC 9(3)V9(2).
              10 WS-PRICE-VENDOR     PIC X(3).
      *-----------------------------------------------------------------
      * ONE SCORECARD ROW PER VENDOR. A FILE WITH MORE THAN 50
      * VENDORS REUSES THE LAST SLOT RATHER THAN RUNNING PAST THE
      * TABLE, AS CYCLERPT DOES WITH ITS STEPS.
      *-----------------------------------------------------------------
       01  WS-VS-MAX                 PIC 9(02) VALUE 0.
       01  WS-VS-I                   PIC 9(02).
       01  WS-VS-FOUND               PIC 9(02).
       01  WS-VS-TABLE.
           05 WS-VS-ENTRY OCCURS 50 TIMES.
              10 WS-VS-VENDOR        PIC X(3).
              10 WS-VS-RCVD-COUNT    PIC 9(5).
              10 WS-VS-LEAD-TOTAL    PIC 9(7).
              10 WS-VS-LEAD-WORST    PIC 9(5).
              10 WS-VS-ORD-REAMS     PIC 9(9).
              10 WS-VS-RCV-REAMS     PIC 9(9).
              10 WS-VS-SHORT-COUNT   PIC 9(5).
              10 WS-VS-OPEN-COUNT    PIC 9(5).
              10 WS-VS-LATE-COUNT    PIC 9(5).
              10 WS-VS-INV-COUNT     PIC 9(5).
              10 WS-VS-INV-AMOUNT    PIC 9(9)V9(2).
              10 WS-VS-LIST-AMOUNT   PIC 9(9)V9(2).
       01  WS-AVG-LEAD               PIC 9(5)V9(1).
       01  WS-FILL-PCT               PIC 9(5)V9(1).
       01  WS-PRICE-VAR              PIC S9(9)V9(2).
       01  WS-VAR-PCT                PIC S9(5)V9(2).
       01  WS-LATE-TOTAL             PIC 9(05) VALUE 0.
       01  WS-INVOICE-READ           PIC 9(07) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZ,ZZ9.
       01  WS-SCORE-DETAIL.
           05 SL-VENDOR              PIC X(3).
           05 FILLER                PIC X(2).
           05 SL-RCVD                PIC ZZZZ9.
           05 FILLER                PIC X(1).
           05 SL-AVG-LEAD            PIC ZZ9.9.
           05 FILLER                PIC X(1).
           05 SL-WORST               PIC ZZZZ9.
           05 FILLER                PIC X(1).
           05 SL-FILL-PCT            PIC ZZ9.9.
           05 FILLER                PIC X(1).
           05 SL-SHORT               PIC ZZZZ9.
           05 FILLER                PIC X(1).
           05 SL-OPEN                PIC ZZZZ9.
           05 FILLER                PIC X(1).
           05 SL-LATE                PIC ZZZZ9.
           05 FILLER                PIC X(1).
           05 SL-INV-COUNT           PIC ZZZZ9.
           05 FILLER                PIC X(1).
           05 SL-PRICE-VAR           PIC -(7)9.99.
           05 FILLER                PIC X(1).
           05 SL-VAR-PCT             PIC -ZZ9.99.
       01  WS-EXPED-DETAIL.
           05 EL-VENDOR              PIC X(3).
           05 FILLER                PIC X(2).
           05 EL-PAPER-TYPE          PIC X(3).
           05 FILLER                PIC X(2).
           05 EL-LOCATION            PIC X(4).
           05 FILLER                PIC X(2).
           05 EL-ORDER-DATE          PIC 9(8).
           05 FILLER                PIC X(2).
           05 EL-REAMS               PIC ZZ,ZZ9.
           05 FILLER                PIC X(2).
           05 EL-DAYS                PIC ZZZ9.
           05 FILLER                PIC X(2).
           05 EL-CONTACT             PIC X(18).
           05 FILLER                PIC X(1).
           05 EL-PHONE               PIC X(12).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       VENDSCOR-MAIN.
           PERFORM VENDSCOR-INIT
              THRU VENDSCOR-INIT-END
           IF WS-JOB-RC < 12
              PERFORM VENDSCOR-LOAD-PRICES
                 THRU VENDSCOR-LOAD-PRICES-END
              PERFORM VENDSCOR-SCAN-REGISTER
                 THRU VENDSCOR-SCAN-REGISTER-END
              IF WS-MODE-SCORECARD
                 PERFORM VENDSCOR-SCAN-INVOICES
                    THRU VENDSCOR-SCAN-INVOICES-END
                 PERFORM VENDSCOR-WRITE-SCORECARD
              END-IF
              PERFORM VENDSCOR-EXPEDITE-SUMMARY
           END-IF
           PERFORM VENDSCOR-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
      * THE SCORECARD FILE IS ONLY WRITTEN ON A SCORECARD RUN. THE
      * VENDOR MASTER IS ONLY FOR THE CONTACT ON THE EXPEDITING LIST
      * - WITHOUT IT THE LIST STILL GOES OUT, WITH THE CONTACT BLANK.
      *-----------------------------------------------------------------
       VENDSCOR-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DAYS = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           CALL "THRSHLD" USING WS-TH-PARMS
           INITIALIZE WS-VS-TABLE
           MOVE WS-RUN-DATE (1:6) TO WS-SCORE-MONTH
           IF WS-MONTH-MM = 1
              SUBTRACT 1 FROM WS-MONTH-YYYY
              MOVE 12 TO WS-MONTH-MM
           ELSE
              SUBTRACT 1 FROM WS-MONTH-MM
           END-IF
           PERFORM VENDSCOR-LOAD-PARM
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
              MOVE "VENDSCOR" TO FE-PROGRAM
              MOVE "REGISTER-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REG-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO VENDSCOR-INIT-END
           END-IF
           OPEN OUTPUT EXPEDITE-FILE
           IF WS-EXPED-STATUS NOT = "00"
              MOVE "VENDSCOR" TO FE-PROGRAM
              MOVE "EXPEDITE-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-EXPED-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO VENDSCOR-INIT-END
           END-IF
           IF WS-MODE-SCORECARD
              OPEN OUTPUT SCORE-FILE
              IF WS-SCORE-STATUS NOT = "00"
                 MOVE "VENDSCOR" TO FE-PROGRAM
                 MOVE "SCORE-FILE" TO FE-FILE-NAME
                 MOVE "OPEN" TO FE-OPERATION
                 MOVE WS-SCORE-STATUS TO FE-STATUS
                 MOVE SPACES TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 MOVE 12 TO WS-JOB-RC
                 GO TO VENDSCOR-INIT-END
              END-IF
           END-IF
           OPEN INPUT VENDOR-MASTER
           IF WS-VEND-STATUS = "00"
              SET WS-VMAST-OPEN TO TRUE
           END-IF
           MOVE "PAPER ORDERS PAST DUE - EXPEDITING LIST" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO EXPEDITE-LINE
           PERFORM VENDSCOR-WRITE-EXPEDITE
           MOVE RH-LINE-2 TO EXPEDITE-LINE
           PERFORM VENDSCOR-WRITE-EXPEDITE
           MOVE RH-LINE-3 TO EXPEDITE-LINE
           PERFORM VENDSCOR-WRITE-EXPEDITE
           MOVE TH-PO-LEAD-DAYS TO WS-EDIT-COUNT
           MOVE SPACES TO EXPEDITE-LINE
           STRING "OPEN ORDERS OLDER THAN " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  " DAYS AS OF " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
              INTO EXPEDITE-LINE
           PERFORM VENDSCOR-WRITE-EXPEDITE
           MOVE "VND  TYP  LOC   ORDERED    REAMS  DAYS  CONTACT"
              TO EXPEDITE-LINE
           MOVE "PHONE" TO EXPEDITE-LINE (60:5)
           PERFORM VENDSCOR-WRITE-EXPEDITE.
       VENDSCOR-INIT-END. EXIT.

      *-----------------------------------------------------------------
      * THE MODE AND MONTH ARE OPTIONAL - NO VSCRPRM FILE, AN UNKNOWN
      * MODE OR A MONTH THAT IS NOT SIX DIGITS KEEPS THE DEFAULTS.
      *-----------------------------------------------------------------
       VENDSCOR-LOAD-PARM.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS = "00"
              READ PARAMETER-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PRM-RUN-MODE = "S" OR "E"
                       MOVE PRM-RUN-MODE TO WS-RUN-MODE
                    END-IF
                    IF PRM-MONTH IS NUMERIC
                       MOVE PRM-MONTH TO WS-SCORE-MONTH
                    END-IF
              END-READ
              CLOSE PARAMETER-FILE
           END-IF.

       VENDSCOR-LOAD-PRICES.
           OPEN INPUT PRICE-FILE
           IF WS-PRICE-STATUS NOT = "00"
              GO TO VENDSCOR-LOAD-PRICES-END
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM VENDSCOR-READ-ONE-PRICE UNTIL WS-EOF
           CLOSE PRICE-FILE.
       VENDSCOR-LOAD-PRICES-END. EXIT.

       VENDSCOR-READ-ONE-PRICE.
           READ PRICE-FILE
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 IF WS-PRICE-MAX < 20
                    ADD 1 TO WS-PRICE-MAX
                    MOVE PT-PAPER-TYPE TO
                       WS-PRICE-TYPE (WS-PRICE-MAX)
                    MOVE PT-PRICE-PER-REAM TO
                       WS-PRICE-REAM (WS-PRICE-MAX)
                    MOVE PT-VENDOR TO
                       WS-PRICE-VENDOR (WS-PRICE-MAX)
                 END-IF
           END-READ.

      *-----------------------------------------------------------------
      * ONE PASS OVER THE ORDER REGISTER. A FILLED OR SHORT-CLOSED
      * ORDER LAST RECEIVED IN THE SCORECARD MONTH SCORES LEAD TIME
      * AND FILL RATE (AN ENTRY FILLED BEFORE RECEIPTS WERE STAMPED,
      * OR SHORT-CLOSED WITH NOTHING RECEIVED, HAS NO RECEIPT DATE
      * AND IS PASSED OVER). AN OPEN ORDER COUNTS AS OPEN, AND ONE OLDER
      * THAN THE EXPECTED LEAD TIME IS LATE AND GOES ON THE
      * EXPEDITING LIST.
      *-----------------------------------------------------------------
       VENDSCOR-SCAN-REGISTER.
           MOVE "N" TO WS-EOF-SW
           PERFORM VENDSCOR-READ-REGISTER
           PERFORM VENDSCOR-SCORE-ONE-ORDER UNTIL WS-EOF.
       VENDSCOR-SCAN-REGISTER-END. EXIT.

       VENDSCOR-READ-REGISTER.
           READ REGISTER-FILE NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

       VENDSCOR-SCORE-ONE-ORDER.
           MOVE POR-VENDOR TO WS-ENTRY-VENDOR
           IF WS-ENTRY-VENDOR = SPACES
              MOVE POR-PAPER-TYPE TO WS-LOOKUP-TYPE
              PERFORM VENDSCOR-FIND-PRICE
              IF WS-PRICE-FOUND > 0
                 MOVE WS-PRICE-VENDOR (WS-PRICE-FOUND)
                    TO WS-ENTRY-VENDOR
              ELSE
                 MOVE "???" TO WS-ENTRY-VENDOR
              END-IF
           END-IF
           PERFORM VENDSCOR-FIND-VENDOR
           IF POR-STAT-OPEN
              ADD 1 TO WS-VS-OPEN-COUNT (WS-VS-I)
              COMPUTE WS-ORDER-DAYS =
                 FUNCTION INTEGER-OF-DATE (POR-ORDER-DATE)
              COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-ORDER-DAYS
              IF WS-AGE-DAYS > TH-PO-LEAD-DAYS
                 ADD 1 TO WS-VS-LATE-COUNT (WS-VS-I)
                 PERFORM VENDSCOR-LIST-LATE-ORDER
              END-IF
           END-IF
           IF (POR-STAT-FILLED OR POR-STAT-SHORT)
              AND POR-RECEIVED-DATE > 0
              AND POR-RECEIVED-DATE (1:6) = WS-SCORE-MONTH
              COMPUTE WS-ORDER-DAYS =
                 FUNCTION INTEGER-OF-DATE (POR-ORDER-DATE)
              COMPUTE WS-RECEIVED-DAYS =
                 FUNCTION INTEGER-OF-DATE (POR-RECEIVED-DATE)
              COMPUTE WS-LEAD-DAYS = WS-RECEIVED-DAYS - WS-ORDER-DAYS
              ADD 1 TO WS-VS-RCVD-COUNT (WS-VS-I)
              ADD WS-LEAD-DAYS TO WS-VS-LEAD-TOTAL (WS-VS-I)
              IF WS-LEAD-DAYS > WS-VS-LEAD-WORST (WS-VS-I)
                 MOVE WS-LEAD-DAYS TO WS-VS-LEAD-WORST (WS-VS-I)
              END-IF
              ADD POR-REAMS TO WS-VS-ORD-REAMS (WS-VS-I)
              ADD POR-RECEIVED-REAMS TO WS-VS-RCV-REAMS (WS-VS-I)
              IF POR-RECEIVED-REAMS < POR-REAMS
                 OR POR-STAT-SHORT
                 ADD 1 TO WS-VS-SHORT-COUNT (WS-VS-I)
              END-IF
           END-IF
           PERFORM VENDSCOR-READ-REGISTER.

       VENDSCOR-LIST-LATE-ORDER.
           ADD 1 TO WS-LATE-TOTAL
           MOVE SPACES TO WS-EXPED-DETAIL
           MOVE WS-ENTRY-VENDOR TO EL-VENDOR
           MOVE POR-PAPER-TYPE TO EL-PAPER-TYPE
           MOVE POR-LOCATION TO EL-LOCATION
           MOVE POR-ORDER-DATE TO EL-ORDER-DATE
           MOVE POR-REAMS TO EL-REAMS
           MOVE WS-AGE-DAYS TO EL-DAYS
           IF WS-VMAST-OPEN
              MOVE WS-ENTRY-VENDOR TO VEND-PREFIX
              READ VENDOR-MASTER
                 INVALID KEY
                    MOVE "NOT ON VENDMAST" TO EL-CONTACT
                 NOT INVALID KEY
                    MOVE VEND-CONTACT TO EL-CONTACT
                    MOVE VEND-PHONE TO EL-PHONE
              END-READ
           END-IF
           MOVE WS-EXPED-DETAIL TO EXPEDITE-LINE
           PERFORM VENDSCOR-WRITE-EXPEDITE.

      *-----------------------------------------------------------------
      * LEAVES WS-PRICE-FOUND POINTING AT THE PRICETAB ENTRY FOR THE
      * PAPER TYPE IN WS-LOOKUP-TYPE, OR ZERO.
      *-----------------------------------------------------------------
       VENDSCOR-FIND-PRICE.
           MOVE 0 TO WS-PRICE-FOUND
           PERFORM VENDSCOR-MATCH-ONE-PRICE
              VARYING WS-PRICE-I FROM 1 BY 1
              UNTIL WS-PRICE-I > WS-PRICE-MAX OR WS-PRICE-FOUND > 0.

       VENDSCOR-MATCH-ONE-PRICE.
           IF WS-PRICE-TYPE (WS-PRICE-I) = WS-LOOKUP-TYPE
              MOVE WS-PRICE-I TO WS-PRICE-FOUND
           END-IF.

      *-----------------------------------------------------------------
      * LOCATE (OR ADD) THE SCORECARD ROW FOR WS-ENTRY-VENDOR,
      * LEAVING WS-VS-I POINTING AT IT.
      *-----------------------------------------------------------------
       VENDSCOR-FIND-VENDOR.
           MOVE 0 TO WS-VS-FOUND
           PERFORM VENDSCOR-SCAN-ONE-VENDOR
              VARYING WS-VS-I FROM 1 BY 1
              UNTIL WS-VS-I > WS-VS-MAX OR WS-VS-FOUND > 0
           IF WS-VS-FOUND > 0
              MOVE WS-VS-FOUND TO WS-VS-I
           ELSE
              IF WS-VS-MAX < 50
                 ADD 1 TO WS-VS-MAX
              END-IF
              MOVE WS-VS-MAX TO WS-VS-I
              MOVE WS-ENTRY-VENDOR TO WS-VS-VENDOR (WS-VS-I)
           END-IF.

       VENDSCOR-SCAN-ONE-VENDOR.
           IF WS-VS-VENDOR (WS-VS-I) = WS-ENTRY-VENDOR
              MOVE WS-VS-I TO WS-VS-FOUND
           END-IF.

      *-----------------------------------------------------------------
      * THE MONTH'S INVOICES, EACH COSTED AT THE PRICETAB PRICE FOR
      * ITS PAPER TYPE. AN INVOICE FOR A TYPE NOT ON PRICETAB HAS
      * NOTHING TO VARY AGAINST AND IS PASSED OVER. NO VENDINV AND
      * THE PRICE COLUMNS ARE SIMPLY EMPTY.
      *-----------------------------------------------------------------
       VENDSCOR-SCAN-INVOICES.
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = "00"
              GO TO VENDSCOR-SCAN-INVOICES-END
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM VENDSCOR-READ-INVOICE
           PERFORM VENDSCOR-SCORE-ONE-INVOICE UNTIL WS-EOF
           CLOSE INVOICE-FILE.
       VENDSCOR-SCAN-INVOICES-END. EXIT.

       VENDSCOR-READ-INVOICE.
           READ INVOICE-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       VENDSCOR-SCORE-ONE-INVOICE.
           IF NOT TLR-IS-TRAILER
              AND INV-DATE (1:6) = WS-SCORE-MONTH
              ADD 1 TO WS-INVOICE-READ
              MOVE INV-PAPER-TYPE TO WS-LOOKUP-TYPE
              PERFORM VENDSCOR-FIND-PRICE
              IF WS-PRICE-FOUND > 0
                 MOVE INV-VENDOR TO WS-ENTRY-VENDOR
                 PERFORM VENDSCOR-FIND-VENDOR
                 COMPUTE WS-LIST-AMOUNT =
                    INV-REAMS * WS-PRICE-REAM (WS-PRICE-FOUND)
                 ADD 1 TO WS-VS-INV-COUNT (WS-VS-I)
                 ADD INV-AMOUNT TO WS-VS-INV-AMOUNT (WS-VS-I)
                 ADD WS-LIST-AMOUNT TO WS-VS-LIST-AMOUNT (WS-VS-I)
              END-IF
           END-IF
           PERFORM VENDSCOR-READ-INVOICE.

      *-----------------------------------------------------------------
      * ONE ROW PER VENDOR. A VENDOR WITH NOTHING RECEIVED IN THE
      * MONTH SHOWS BLANK LEAD-TIME AND FILL COLUMNS RATHER THAN
      * ZEROS, AND ONE WITH NO INVOICES BLANK PRICE COLUMNS. A
      * POSITIVE VARIANCE MEANS WE WERE BILLED OVER THE TABLE PRICE.
      *-----------------------------------------------------------------
       VENDSCOR-WRITE-SCORECARD.
           MOVE "PAPER VENDOR PERFORMANCE SCORECARD" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO SCORE-LINE
           PERFORM VENDSCOR-WRITE-SCORE
           MOVE RH-LINE-2 TO SCORE-LINE
           PERFORM VENDSCOR-WRITE-SCORE
           MOVE RH-LINE-3 TO SCORE-LINE
           PERFORM VENDSCOR-WRITE-SCORE
           MOVE TH-PO-LEAD-DAYS TO WS-EDIT-COUNT
           MOVE SPACES TO SCORE-LINE
           STRING "SCORECARD MONTH " DELIMITED BY SIZE
                  WS-SCORE-MONTH DELIMITED BY SIZE
                  "  -  LATE = OPEN OVER " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
              INTO SCORE-LINE
           PERFORM VENDSCOR-WRITE-SCORE
           MOVE "VND   RCVD AVGLT WORST FILL% SHORT  OPEN  LATE  INVS"
              TO SCORE-LINE
           MOVE "  PRICE VAR    VAR%" TO SCORE-LINE (54:19)
           PERFORM VENDSCOR-WRITE-SCORE
           PERFORM VENDSCOR-WRITE-ONE-VENDOR
              VARYING WS-VS-I FROM 1 BY 1
              UNTIL WS-VS-I > WS-VS-MAX
           MOVE WS-VS-MAX TO WS-EDIT-COUNT
           MOVE SPACES TO SCORE-LINE
           STRING "  VENDORS SCORED . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO SCORE-LINE
           PERFORM VENDSCOR-WRITE-SCORE
           MOVE WS-INVOICE-READ TO WS-EDIT-COUNT
           MOVE SPACES TO SCORE-LINE
           STRING "  INVOICES IN MONTH  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO SCORE-LINE
           PERFORM VENDSCOR-WRITE-SCORE.

       VENDSCOR-WRITE-ONE-VENDOR.
           MOVE SPACES TO WS-SCORE-DETAIL
           MOVE WS-VS-VENDOR (WS-VS-I) TO SL-VENDOR
           MOVE WS-VS-RCVD-COUNT (WS-VS-I) TO SL-RCVD
           IF WS-VS-RCVD-COUNT (WS-VS-I) > 0
              COMPUTE WS-AVG-LEAD ROUNDED =
                 WS-VS-LEAD-TOTAL (WS-VS-I) / WS-VS-RCVD-COUNT (WS-VS-I)
              MOVE WS-AVG-LEAD TO SL-AVG-LEAD
              MOVE WS-VS-LEAD-WORST (WS-VS-I) TO SL-WORST
              MOVE WS-VS-SHORT-COUNT (WS-VS-I) TO SL-SHORT
           END-IF
           IF WS-VS-ORD-REAMS (WS-VS-I) > 0
              COMPUTE WS-FILL-PCT ROUNDED =
                 WS-VS-RCV-REAMS (WS-VS-I) * 100
                    / WS-VS-ORD-REAMS (WS-VS-I)
              IF WS-FILL-PCT > 999.9
                 MOVE 999.9 TO WS-FILL-PCT
              END-IF
              MOVE WS-FILL-PCT TO SL-FILL-PCT
           END-IF
           MOVE WS-VS-OPEN-COUNT (WS-VS-I) TO SL-OPEN
           MOVE WS-VS-LATE-COUNT (WS-VS-I) TO SL-LATE
           MOVE WS-VS-INV-COUNT (WS-VS-I) TO SL-INV-COUNT
           IF WS-VS-INV-COUNT (WS-VS-I) > 0
              COMPUTE WS-PRICE-VAR = WS-VS-INV-AMOUNT (WS-VS-I)
                 - WS-VS-LIST-AMOUNT (WS-VS-I)
              MOVE WS-PRICE-VAR TO SL-PRICE-VAR
              IF WS-VS-LIST-AMOUNT (WS-VS-I) > 0
                 COMPUTE WS-VAR-PCT ROUNDED = WS-PRICE-VAR * 100
                    / WS-VS-LIST-AMOUNT (WS-VS-I)
                    ON SIZE ERROR MOVE 999.99 TO WS-VAR-PCT
                 END-COMPUTE
                 MOVE WS-VAR-PCT TO SL-VAR-PCT
              END-IF
           END-IF
           MOVE WS-SCORE-DETAIL TO SCORE-LINE
           PERFORM VENDSCOR-WRITE-SCORE.

      *-----------------------------------------------------------------
      * ANY ORDER ON THE EXPEDITING LIST IS AN EXCEPTION - RC 4.
      *-----------------------------------------------------------------
       VENDSCOR-EXPEDITE-SUMMARY.
           IF WS-LATE-TOTAL = 0
              MOVE "   NO ORDERS PAST DUE" TO EXPEDITE-LINE
              PERFORM VENDSCOR-WRITE-EXPEDITE
           ELSE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           END-IF
           MOVE WS-LATE-TOTAL TO WS-EDIT-COUNT
           MOVE SPACES TO EXPEDITE-LINE
           STRING "  ORDERS TO EXPEDITE . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO EXPEDITE-LINE
           PERFORM VENDSCOR-WRITE-EXPEDITE.

      *-----------------------------------------------------------------
       VENDSCOR-WRITE-SCORE.
      *-----------------------------------------------------------------
           WRITE SCORE-LINE
           IF WS-SCORE-STATUS NOT = "00"
              MOVE "VENDSCOR" TO FE-PROGRAM
              MOVE "SCORE-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-SCORE-STATUS TO FE-STATUS
              MOVE SCORE-LINE TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       VENDSCOR-WRITE-EXPEDITE.
      *-----------------------------------------------------------------
           WRITE EXPEDITE-LINE
           IF WS-EXPED-STATUS NOT = "00"
              MOVE "VENDSCOR" TO FE-PROGRAM
              MOVE "EXPEDITE-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-EXPED-STATUS TO FE-STATUS
              MOVE EXPEDITE-LINE TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       VENDSCOR-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE REGISTER-FILE
           CLOSE EXPEDITE-FILE
           IF WS-MODE-SCORECARD
              CLOSE SCORE-FILE
           END-IF
           IF WS-VMAST-OPEN
              CLOSE VENDOR-MASTER
           END-IF.
       END PROGRAM VENDSCOR.
