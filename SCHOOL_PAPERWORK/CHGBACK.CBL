      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    CHGBACK.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * MONTHLY PAPER CHARGEBACK TO SCHOOL COST CENTERS. STKISSU
      * TAKES EACH FULFILLED REQUISITION OUT OF STKMAST, BUT THE
      * PAPER WAS NEVER CHARGED TO THE SCHOOL THAT USED IT - CENTRAL
      * STORES CARRIED THE WHOLE COST. THIS PROGRAM READS THE
      * ISSUEHST STOCK-ISSUE HISTORY STKISSU APPENDS TO, PRICES EACH
      * OF THE MONTH'S ISSUES AT THE PRICETAB PRICE PER REAM FOR ITS
      * PAPER TYPE, AND:
      *   - WRITES THE JOURNAL (CHGBKGL) IN THE GLTRXIN LAYOUT - FOR
      *     EACH SCHOOL A DEBIT TO THE SCHOOL'S COST-CENTER ACCOUNT
      *     AND AN EQUAL CREDIT TO THE CENTRAL-STORES ACCOUNT - SO
      *     THE CHARGES ARE CONCATENATED INTO GLTRXRAW AND GO
      *     THROUGH GLSEQCHK AND CTLRECON LIKE ANY OTHER GL FEED,
      *   - PRINTS A CHARGEBACK STATEMENT FOR EACH SCHOOL (CHGBKSTM)
      *     LISTING THE MONTH'S ISSUES, THE PRICE AND THE AMOUNT
      *     CHARGED.
      * THE GL AMOUNT FIELD IS WHOLE DOLLARS, S9(4), SO A SCHOOL'S
      * MONTH IS ROUNDED TO THE DOLLAR AND A CHARGE OVER 9,999 GOES
      * OUT AS SEVERAL DEBIT/CREDIT PAIRS - EVERY PAIR BALANCES ON
      * ITS OWN. AN ISSUE WITH NO SCHOOL, OR FOR A PAPER TYPE WITH
      * NO PRICETAB PRICE, IS NOT CHARGED; IT IS LISTED AT THE END
      * OF THE STATEMENTS AND THE STEP ENDS RC 4.
      *
      * THE OPTIONAL CHGBPRM FILE CARRIES THE MONTH (YYYYMM), THE
      * CENTRAL-STORES ACCOUNT AND THE FOUR-CHARACTER PREFIX THE
      * SCHOOL CODE IS APPENDED TO FOR THE COST-CENTER ACCOUNT. NO
      * MONTH (OR NO CHGBPRM) CHARGES THE MONTH BEFORE THE RUN; A
      * BLANK ACCOUNT OR PREFIX KEEPS THE DEFAULT. THE STEP IS RUN
      * ONCE PER MONTH - RUNNING IT AGAIN FOR THE SAME MONTH WOULD
      * CHARGE THE SCHOOLS TWICE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "ISSUEHST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PRICE-FILE ASSIGN TO "PRICETAB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "CHGBPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "CHGBKGL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "CHGBKSTM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY "ISSUEHST.CPY".

       FD  PRICE-FILE.
       01  PRICE-RECORD.
           05 PT-PAPER-TYPE          PIC X(3).
           05 PT-PRICE-PER-REAM      PIC 9(3)V9(2).
           05 PT-VENDOR              PIC X(3).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05 PRM-MONTH              PIC X(6).
           05 PRM-STORES-ACCT        PIC X(8).
           05 PRM-SCHOOL-PREFIX      PIC X(4).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 TRX-ACCT-ID            PIC X(8).
           05 TRX-AMOUNT             PIC S9(4).
           05 TRX-DATE               PIC 9(8).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-JOB-RC                 PIC 9(02) VALUE 0.
       01  WS-HIST-STATUS            PIC X(02).
       01  WS-PRICE-STATUS           PIC X(02).
       01  WS-PARM-STATUS            PIC X(02).
       01  WS-JRNL-STATUS            PIC X(02).
       01  WS-STMT-STATUS            PIC X(02).
       01  WS-EOF-SW                 PIC X VALUE "N".
           88 WS-EOF                 VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-CHARGE-MONTH           PIC X(06).
       01  WS-MONTH-NUM REDEFINES WS-CHARGE-MONTH.
           05 WS-MONTH-YYYY          PIC 9(04).
           05 WS-MONTH-MM            PIC 9(02).
       01  WS-STORES-ACCT            PIC X(08) VALUE "STORPAPR".
       01  WS-SCHOOL-PREFIX          PIC X(04) VALUE "CCPA".
       01  WS-SCHOOL-ACCT.
           05 WS-ACCT-PREFIX         PIC X(04).
           05 WS-ACCT-SCHOOL         PIC X(04).
      *-----------------------------------------------------------------
      * THE PRICE BY PAPER TYPE, AS POGEN LOADS IT.
      *-----------------------------------------------------------------
       01  WS-PRICE-MAX              PIC 9(02) VALUE 0.
       01  WS-PRICE-I                PIC 9(02).
       01  WS-PRICE-FOUND            PIC 9(02).
       01  WS-PRICE-TABLE.
           05 WS-PRICE-ENTRY OCCURS 20 TIMES.
              10 WS-PRICE-TYPE       PIC X(3).
              10 WS-PRICE-REAM       PIC 9(3)V9(2).
      *-----------------------------------------------------------------
      * THE MONTH'S ISSUES, HELD SO EACH SCHOOL'S STATEMENT CAN BE
      * PRINTED TOGETHER FROM A HISTORY WRITTEN IN DATE ORDER. AN
      * ISSUE PAST THE 3000TH IN THE MONTH IS NOT CHARGED - IT IS
      * COUNTED AND THE STEP ENDS RC 8 SO THE TABLE CAN BE WIDENED
      * BEFORE THE JOURNAL IS RELEASED.
      *-----------------------------------------------------------------
       01  WS-ISS-MAX                PIC 9(04) VALUE 0.
       01  WS-ISS-I                  PIC 9(04).
       01  WS-ISS-TABLE.
           05 WS-ISS-ENTRY OCCURS 3000 TIMES.
              10 WS-ISS-DATE         PIC 9(8).
              10 WS-ISS-SCHOOL       PIC X(4).
              10 WS-ISS-TYPE         PIC X(3).
              10 WS-ISS-LOCATION     PIC X(4).
              10 WS-ISS-REAMS        PIC 9(5).
              10 WS-ISS-PRICE        PIC 9(3)V9(2).
              10 WS-ISS-AMOUNT       PIC 9(7)V9(2).
              10 WS-ISS-STATE        PIC X(1).
                 88 WS-ISS-CHARGED   VALUE "C".
                 88 WS-ISS-NO-SCHOOL VALUE "S".
                 88 WS-ISS-NO-PRICE  VALUE "P".
                 88 WS-ISS-NO-ROOM   VALUE "T".
       01  WS-ISS-OVERFLOW           PIC 9(05) VALUE 0.
      *-----------------------------------------------------------------
      * ONE STATEMENT PER SCHOOL, IN THE ORDER THE SCHOOLS FIRST
      * APPEAR IN THE MONTH. A SCHOOL PAST THE 200TH IS NOT CHARGED
      * BUT LISTED WITH THE EXCEPTIONS.
      *-----------------------------------------------------------------
       01  WS-SCH-MAX                PIC 9(03) VALUE 0.
       01  WS-SCH-I                  PIC 9(03).
       01  WS-SCH-FOUND              PIC 9(03).
       01  WS-SCH-TABLE.
           05 WS-SCH-ENTRY OCCURS 200 TIMES.
              10 WS-SCH-CODE         PIC X(4).
              10 WS-SCH-REAMS        PIC 9(7).
              10 WS-SCH-AMOUNT       PIC 9(9)V9(2).
              10 WS-SCH-DOLLARS      PIC 9(9).
       01  WS-REMAIN-DOLLARS         PIC 9(9).
       01  WS-PAIR-DOLLARS           PIC 9(4).
       01  WS-EXCEPT-COUNT           PIC 9(05) VALUE 0.
       01  WS-HIST-READ              PIC 9(07) VALUE 0.
       01  WS-JRNL-COUNT             PIC 9(07) VALUE 0.
       01  WS-TOTAL-AMOUNT           PIC 9(9)V9(2) VALUE 0.
       01  WS-TOTAL-DOLLARS          PIC 9(9) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-DOLLARS           PIC ZZZ,ZZZ,ZZ9.
       01  WS-STMT-DETAIL.
           05 FILLER                 PIC X(2).
           05 SD-DATE                PIC 9(8).
           05 FILLER                 PIC X(2).
           05 SD-SCHOOL              PIC X(4).
           05 FILLER                 PIC X(2).
           05 SD-TYPE                PIC X(3).
           05 FILLER                 PIC X(3).
           05 SD-LOCATION            PIC X(4).
           05 FILLER                 PIC X(2).
           05 SD-REAMS               PIC ZZ,ZZ9.
           05 FILLER                 PIC X(3).
           05 SD-PRICE               PIC ZZ9.99.
           05 FILLER                 PIC X(2).
           05 SD-AMOUNT              PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2).
           05 SD-NOTE                PIC X(17).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       CHGBACK-MAIN.
           PERFORM CHGBACK-INIT
              THRU CHGBACK-INIT-END
           IF WS-JOB-RC < 12
              PERFORM CHGBACK-LOAD-PRICES
                 THRU CHGBACK-LOAD-PRICES-END
              PERFORM CHGBACK-LOAD-ISSUE UNTIL WS-EOF
              PERFORM CHGBACK-WRITE-STATEMENT
                 VARYING WS-SCH-I FROM 1 BY 1
                 UNTIL WS-SCH-I > WS-SCH-MAX
              PERFORM CHGBACK-WRITE-JOURNAL
                 VARYING WS-SCH-I FROM 1 BY 1
                 UNTIL WS-SCH-I > WS-SCH-MAX
              PERFORM CHGBACK-WRITE-EXCEPTIONS
                 THRU CHGBACK-WRITE-EXCEPTIONS-END
              PERFORM CHGBACK-WRITE-SUMMARY
           END-IF
           PERFORM CHGBACK-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       CHGBACK-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE (1:6) TO WS-CHARGE-MONTH
           IF WS-MONTH-MM = 1
              SUBTRACT 1 FROM WS-MONTH-YYYY
              MOVE 12 TO WS-MONTH-MM
           ELSE
              SUBTRACT 1 FROM WS-MONTH-MM
           END-IF
           PERFORM CHGBACK-LOAD-PARM
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
              MOVE "CHGBACK" TO FE-PROGRAM
              MOVE "HISTORY-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-HIST-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO CHGBACK-INIT-END
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
              MOVE "CHGBACK" TO FE-PROGRAM
              MOVE "JOURNAL-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-JRNL-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO CHGBACK-INIT-END
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STMT-STATUS NOT = "00"
              MOVE "CHGBACK" TO FE-PROGRAM
              MOVE "STATEMENT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-STMT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO CHGBACK-INIT-END
           END-IF
           MOVE "PAPER CHARGEBACK STATEMENT" TO RH-TITLE
           MOVE 0 TO RH-PAGE-NO.
       CHGBACK-INIT-END. EXIT.

      *-----------------------------------------------------------------
      * THE MONTH AND ACCOUNTS ARE OPTIONAL - NO CHGBPRM FILE, A
      * MONTH THAT IS NOT SIX DIGITS, OR A BLANK ACCOUNT OR PREFIX
      * KEEPS THE DEFAULTS.
      *-----------------------------------------------------------------
       CHGBACK-LOAD-PARM.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS = "00"
              READ PARAMETER-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PRM-MONTH IS NUMERIC
                       MOVE PRM-MONTH TO WS-CHARGE-MONTH
                    END-IF
                    IF PRM-STORES-ACCT NOT = SPACES
                       MOVE PRM-STORES-ACCT TO WS-STORES-ACCT
                    END-IF
                    IF PRM-SCHOOL-PREFIX NOT = SPACES
                       MOVE PRM-SCHOOL-PREFIX TO WS-SCHOOL-PREFIX
                    END-IF
              END-READ
              CLOSE PARAMETER-FILE
           END-IF.

      *-----------------------------------------------------------------
      * WITHOUT A PRICE TABLE NOTHING CAN BE CHARGED; EVERY ISSUE
      * THEN LANDS ON THE EXCEPTION LIST.
      *-----------------------------------------------------------------
       CHGBACK-LOAD-PRICES.
           OPEN INPUT PRICE-FILE
           IF WS-PRICE-STATUS NOT = "00"
              GO TO CHGBACK-LOAD-PRICES-END
           END-IF
           PERFORM CHGBACK-READ-ONE-PRICE UNTIL WS-EOF
           CLOSE PRICE-FILE
           MOVE "N" TO WS-EOF-SW.
       CHGBACK-LOAD-PRICES-END. EXIT.

       CHGBACK-READ-ONE-PRICE.
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
                 END-IF
           END-READ.

      *-----------------------------------------------------------------
      * ONE HISTORY RECORD. ONLY ISSUES DATED IN THE CHARGE MONTH
      * ARE TAKEN; A PRICED ISSUE WITH A SCHOOL IS ADDED TO THAT
      * SCHOOL'S TOTALS, ANYTHING ELSE IS KEPT FOR THE EXCEPTIONS.
      *-----------------------------------------------------------------
       CHGBACK-LOAD-ISSUE.
           READ HISTORY-FILE
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-HIST-READ
                 IF IH-ISSUE-DATE (1:6) = WS-CHARGE-MONTH
                    PERFORM CHGBACK-TAKE-ISSUE
                       THRU CHGBACK-TAKE-ISSUE-END
                 END-IF
           END-READ.

       CHGBACK-TAKE-ISSUE.
           IF WS-ISS-MAX NOT < 3000
              ADD 1 TO WS-ISS-OVERFLOW
              MOVE 8 TO WS-JOB-RC
              GO TO CHGBACK-TAKE-ISSUE-END
           END-IF
           ADD 1 TO WS-ISS-MAX
           MOVE IH-ISSUE-DATE TO WS-ISS-DATE (WS-ISS-MAX)
           MOVE IH-SCHOOL TO WS-ISS-SCHOOL (WS-ISS-MAX)
           MOVE IH-PAPER-TYPE TO WS-ISS-TYPE (WS-ISS-MAX)
           MOVE IH-LOCATION TO WS-ISS-LOCATION (WS-ISS-MAX)
           MOVE IH-REAMS TO WS-ISS-REAMS (WS-ISS-MAX)
           MOVE 0 TO WS-ISS-PRICE (WS-ISS-MAX)
           MOVE 0 TO WS-ISS-AMOUNT (WS-ISS-MAX)
           IF IH-SCHOOL = SPACES
              SET WS-ISS-NO-SCHOOL (WS-ISS-MAX) TO TRUE
              ADD 1 TO WS-EXCEPT-COUNT
              GO TO CHGBACK-TAKE-ISSUE-END
           END-IF
           MOVE 0 TO WS-PRICE-FOUND
           PERFORM CHGBACK-FIND-PRICE
              VARYING WS-PRICE-I FROM 1 BY 1
              UNTIL WS-PRICE-I > WS-PRICE-MAX
                 OR WS-PRICE-FOUND > 0
           IF WS-PRICE-FOUND = 0
              SET WS-ISS-NO-PRICE (WS-ISS-MAX) TO TRUE
              ADD 1 TO WS-EXCEPT-COUNT
              GO TO CHGBACK-TAKE-ISSUE-END
           END-IF
           MOVE WS-PRICE-REAM (WS-PRICE-FOUND)
              TO WS-ISS-PRICE (WS-ISS-MAX)
           COMPUTE WS-ISS-AMOUNT (WS-ISS-MAX) =
              IH-REAMS * WS-PRICE-REAM (WS-PRICE-FOUND)
           MOVE 0 TO WS-SCH-FOUND
           PERFORM CHGBACK-FIND-SCHOOL
              VARYING WS-SCH-I FROM 1 BY 1
              UNTIL WS-SCH-I > WS-SCH-MAX
                 OR WS-SCH-FOUND > 0
           IF WS-SCH-FOUND = 0
              IF WS-SCH-MAX NOT < 200
                 SET WS-ISS-NO-ROOM (WS-ISS-MAX) TO TRUE
                 ADD 1 TO WS-EXCEPT-COUNT
                 GO TO CHGBACK-TAKE-ISSUE-END
              END-IF
              ADD 1 TO WS-SCH-MAX
              MOVE WS-SCH-MAX TO WS-SCH-FOUND
              MOVE IH-SCHOOL TO WS-SCH-CODE (WS-SCH-FOUND)
              MOVE 0 TO WS-SCH-REAMS (WS-SCH-FOUND)
              MOVE 0 TO WS-SCH-AMOUNT (WS-SCH-FOUND)
           END-IF
           SET WS-ISS-CHARGED (WS-ISS-MAX) TO TRUE
           ADD IH-REAMS TO WS-SCH-REAMS (WS-SCH-FOUND)
           ADD WS-ISS-AMOUNT (WS-ISS-MAX)
              TO WS-SCH-AMOUNT (WS-SCH-FOUND).
       CHGBACK-TAKE-ISSUE-END. EXIT.

       CHGBACK-FIND-PRICE.
           IF WS-PRICE-TYPE (WS-PRICE-I) = IH-PAPER-TYPE
              MOVE WS-PRICE-I TO WS-PRICE-FOUND
           END-IF.

       CHGBACK-FIND-SCHOOL.
           IF WS-SCH-CODE (WS-SCH-I) = IH-SCHOOL
              MOVE WS-SCH-I TO WS-SCH-FOUND
           END-IF.

      *-----------------------------------------------------------------
      * ONE SCHOOL'S STATEMENT, ON ITS OWN PAGE: EVERY CHARGED ISSUE
      * OF THE MONTH, THE PRICED TOTAL, AND THE WHOLE-DOLLAR AMOUNT
      * CHARGED TO ITS COST-CENTER ACCOUNT.
      *-----------------------------------------------------------------
       CHGBACK-WRITE-STATEMENT.
           MOVE WS-SCHOOL-PREFIX TO WS-ACCT-PREFIX
           MOVE WS-SCH-CODE (WS-SCH-I) TO WS-ACCT-SCHOOL
           COMPUTE WS-SCH-DOLLARS (WS-SCH-I) ROUNDED =
              WS-SCH-AMOUNT (WS-SCH-I)
           PERFORM CHGBACK-WRITE-PAGE-HEADER
           MOVE SPACES TO STATEMENT-LINE
           STRING "SCHOOL " DELIMITED BY SIZE
                  WS-SCH-CODE (WS-SCH-I) DELIMITED BY SIZE
                  "   MONTH " DELIMITED BY SIZE
                  WS-CHARGE-MONTH DELIMITED BY SIZE
                  "   COST CENTER ACCOUNT " DELIMITED BY SIZE
                  WS-SCHOOL-ACCT DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CHGBACK-WRITE-STMT-LINE
           MOVE SPACES TO STATEMENT-LINE
           PERFORM CHGBACK-WRITE-STMT-LINE
           MOVE "  ISSUED    SCHL  TYPE  FROM   REAMS    PRICE"
              TO STATEMENT-LINE
           MOVE "AMOUNT" TO STATEMENT-LINE (53:6)
           PERFORM CHGBACK-WRITE-STMT-LINE
           PERFORM CHGBACK-WRITE-SCHOOL-ISSUE
              VARYING WS-ISS-I FROM 1 BY 1
              UNTIL WS-ISS-I > WS-ISS-MAX
           MOVE SPACES TO STATEMENT-LINE
           PERFORM CHGBACK-WRITE-STMT-LINE
           MOVE WS-SCH-REAMS (WS-SCH-I) TO WS-EDIT-COUNT
           MOVE WS-SCH-AMOUNT (WS-SCH-I) TO WS-EDIT-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  PAPER ISSUED . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  " REAMS    " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CHGBACK-WRITE-STMT-LINE
           MOVE WS-SCH-DOLLARS (WS-SCH-I) TO WS-EDIT-DOLLARS
           MOVE SPACES TO STATEMENT-LINE
           STRING "  CHARGED TO " DELIMITED BY SIZE
                  WS-SCHOOL-ACCT DELIMITED BY SIZE
                  " (WHOLE DOLLARS)  " DELIMITED BY SIZE
                  WS-EDIT-DOLLARS DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CHGBACK-WRITE-STMT-LINE.

       CHGBACK-WRITE-SCHOOL-ISSUE.
           IF WS-ISS-CHARGED (WS-ISS-I)
              AND WS-ISS-SCHOOL (WS-ISS-I) = WS-SCH-CODE (WS-SCH-I)
              PERFORM CHGBACK-WRITE-ISSUE-LINE
           END-IF.

       CHGBACK-WRITE-ISSUE-LINE.
           MOVE SPACES TO WS-STMT-DETAIL
           MOVE WS-ISS-DATE (WS-ISS-I) TO SD-DATE
           MOVE WS-ISS-SCHOOL (WS-ISS-I) TO SD-SCHOOL
           MOVE WS-ISS-TYPE (WS-ISS-I) TO SD-TYPE
           MOVE WS-ISS-LOCATION (WS-ISS-I) TO SD-LOCATION
           MOVE WS-ISS-REAMS (WS-ISS-I) TO SD-REAMS
           MOVE WS-ISS-PRICE (WS-ISS-I) TO SD-PRICE
           MOVE WS-ISS-AMOUNT (WS-ISS-I) TO SD-AMOUNT
           EVALUATE TRUE
              WHEN WS-ISS-NO-SCHOOL (WS-ISS-I)
                 MOVE "NO SCHOOL GIVEN" TO SD-NOTE
              WHEN WS-ISS-NO-PRICE (WS-ISS-I)
                 MOVE "NO PRICETAB PRICE" TO SD-NOTE
              WHEN WS-ISS-NO-ROOM (WS-ISS-I)
                 MOVE "OVER 200 SCHOOLS" TO SD-NOTE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE WS-STMT-DETAIL TO STATEMENT-LINE
           PERFORM CHGBACK-WRITE-STMT-LINE.

      *-----------------------------------------------------------------
      * ONE SCHOOL'S JOURNAL: DEBIT THE SCHOOL, CREDIT STORES, IN
      * PAIRS OF AT MOST 9,999 SO EACH FITS THE GL AMOUNT FIELD. A
      * SCHOOL WHOSE MONTH ROUNDS TO NOTHING WRITES NO ENTRY.
      *-----------------------------------------------------------------
       CHGBACK-WRITE-JOURNAL.
           MOVE WS-SCHOOL-PREFIX TO WS-ACCT-PREFIX
           MOVE WS-SCH-CODE (WS-SCH-I) TO WS-ACCT-SCHOOL
           MOVE WS-SCH-DOLLARS (WS-SCH-I) TO WS-REMAIN-DOLLARS
           ADD WS-SCH-AMOUNT (WS-SCH-I) TO WS-TOTAL-AMOUNT
           ADD WS-SCH-DOLLARS (WS-SCH-I) TO WS-TOTAL-DOLLARS
           PERFORM CHGBACK-WRITE-PAIR UNTIL WS-REMAIN-DOLLARS = 0.

       CHGBACK-WRITE-PAIR.
           IF WS-REMAIN-DOLLARS > 9999
              MOVE 9999 TO WS-PAIR-DOLLARS
           ELSE
              MOVE WS-REMAIN-DOLLARS TO WS-PAIR-DOLLARS
           END-IF
           SUBTRACT WS-PAIR-DOLLARS FROM WS-REMAIN-DOLLARS
           MOVE WS-SCHOOL-ACCT TO TRX-ACCT-ID
           MOVE WS-PAIR-DOLLARS TO TRX-AMOUNT
           MOVE WS-RUN-DATE TO TRX-DATE
           PERFORM CHGBACK-WRITE-JRNL-LINE
           MOVE WS-STORES-ACCT TO TRX-ACCT-ID
           COMPUTE TRX-AMOUNT = 0 - WS-PAIR-DOLLARS
           MOVE WS-RUN-DATE TO TRX-DATE
           PERFORM CHGBACK-WRITE-JRNL-LINE.

      *-----------------------------------------------------------------
      * THE ISSUES THAT COULD NOT BE CHARGED, ON A PAGE OF THEIR OWN
      * AFTER THE STATEMENTS.
      *-----------------------------------------------------------------
       CHGBACK-WRITE-EXCEPTIONS.
           IF WS-EXCEPT-COUNT = 0
              AND WS-ISS-OVERFLOW = 0
              GO TO CHGBACK-WRITE-EXCEPTIONS-END
           END-IF
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF
           MOVE "PAPER CHARGEBACK - ISSUES NOT CHARGED" TO RH-TITLE
           PERFORM CHGBACK-WRITE-PAGE-HEADER
           MOVE "  ISSUED    SCHL  TYPE  FROM   REAMS"
              TO STATEMENT-LINE
           MOVE "REASON" TO STATEMENT-LINE (62:6)
           PERFORM CHGBACK-WRITE-STMT-LINE
           PERFORM CHGBACK-WRITE-EXCEPTION
              VARYING WS-ISS-I FROM 1 BY 1
              UNTIL WS-ISS-I > WS-ISS-MAX
           IF WS-ISS-OVERFLOW > 0
              MOVE WS-ISS-OVERFLOW TO WS-EDIT-COUNT
              MOVE SPACES TO STATEMENT-LINE
              STRING "  ISSUES PAST TABLE LIMIT" DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO STATEMENT-LINE
              PERFORM CHGBACK-WRITE-STMT-LINE
           END-IF.
       CHGBACK-WRITE-EXCEPTIONS-END. EXIT.

       CHGBACK-WRITE-EXCEPTION.
           IF NOT WS-ISS-CHARGED (WS-ISS-I)
              PERFORM CHGBACK-WRITE-ISSUE-LINE
           END-IF.

      *-----------------------------------------------------------------
       CHGBACK-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO STATEMENT-LINE
           PERFORM CHGBACK-WRITE-STMT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "CHARGEBACK TOTALS FOR " DELIMITED BY SIZE
                  WS-CHARGE-MONTH DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CHGBACK-WRITE-STMT-LINE
           MOVE WS-HIST-READ TO WS-EDIT-COUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  HISTORY RECORDS READ . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CHGBACK-WRITE-STMT-LINE
           MOVE WS-SCH-MAX TO WS-EDIT-COUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  SCHOOLS CHARGED  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CHGBACK-WRITE-STMT-LINE
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  ISSUES NOT CHARGED . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CHGBACK-WRITE-STMT-LINE
           MOVE WS-JRNL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  JOURNAL LINES  . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CHGBACK-WRITE-STMT-LINE
           MOVE WS-TOTAL-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  PRICED AMOUNT  . . . . " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CHGBACK-WRITE-STMT-LINE
           MOVE WS-TOTAL-DOLLARS TO WS-EDIT-DOLLARS
           MOVE SPACES TO STATEMENT-LINE
           STRING "  DEBITED TO SCHOOLS AND CREDITED TO " DELIMITED
                  BY SIZE
                  WS-STORES-ACCT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-DOLLARS DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CHGBACK-WRITE-STMT-LINE
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "CHGBACK" TO AL-PROGRAM
           MOVE "CHGBK" TO AL-EVENT
           STRING "MONTH " WS-CHARGE-MONTH
                  " TO " WS-STORES-ACCT
                  " AMT " WS-EDIT-DOLLARS
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       CHGBACK-WRITE-PAGE-HEADER.
      *-----------------------------------------------------------------
           ADD 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO STATEMENT-LINE
           PERFORM CHGBACK-WRITE-STMT-LINE
           MOVE RH-LINE-2 TO STATEMENT-LINE
           PERFORM CHGBACK-WRITE-STMT-LINE
           MOVE RH-LINE-3 TO STATEMENT-LINE
           PERFORM CHGBACK-WRITE-STMT-LINE.

      *-----------------------------------------------------------------
       CHGBACK-WRITE-JRNL-LINE.
      *-----------------------------------------------------------------
           WRITE JOURNAL-RECORD
           IF WS-JRNL-STATUS NOT = "00"
              MOVE "CHGBACK" TO FE-PROGRAM
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
       CHGBACK-WRITE-STMT-LINE.
      *-----------------------------------------------------------------
           WRITE STATEMENT-LINE
           IF WS-STMT-STATUS NOT = "00"
              MOVE "CHGBACK" TO FE-PROGRAM
              MOVE "STATEMENT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-STMT-STATUS TO FE-STATUS
              MOVE STATEMENT-LINE TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       CHGBACK-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE HISTORY-FILE
           CLOSE JOURNAL-FILE
           CLOSE STATEMENT-FILE.
       END PROGRAM CHGBACK.
