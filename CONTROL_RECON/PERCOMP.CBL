      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    PERCOMP.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * COMPARATIVE ACCOUNT STATEMENT FROM THE PERBAL PERIOD-BALANCE
      * HISTORY THAT PERSNAP WRITES AT EACH MONTH END. FOR EVERY
      * SELECTED ACCOUNT IT PRINTS TWO LINES:
      *    THE MONTH - THE REPORT MONTH'S NET CHANGE AGAINST THE
      *       PRIOR MONTH'S AND AGAINST THE SAME MONTH LAST YEAR,
      *       WITH THE VARIANCE OF EACH;
      *    YTD - THE YEAR-TO-DATE (CLOSING) BALANCE AGAINST THE
      *       PRIOR MONTH'S CLOSING BALANCE AND AGAINST LAST YEAR'S
      *       BALANCE AT THE SAME POINT IN THE YEAR, WITH VARIANCES.
      * A PERIOD WITH NO SNAPSHOT ON FILE PRINTS AS ZERO AND IS
      * FLAGGED IN THE NOTE COLUMN; A PROVISIONAL SNAPSHOT (TAKEN
      * BEFORE THE MONTH WAS CLOSED) IS FLAGGED TOO.
      *
      * THE OPTIONAL PCMPPRM FILE CARRIES THE REPORT MONTH (YYYYMM,
      * DEFAULT THE MONTH BEFORE THE RUN DATE) AND THE SELECTION:
      *    A  ACCOUNT RANGE - FROM AND TO ACCOUNT IDS
      *    F  ONE FUND - FUND CODE, TAKEN FROM THE CHART OF ACCOUNTS
      *       THROUGH COACHK
      *    BLANK - EVERY ACCOUNT ON PERBAL
      * PERBAL IS READ SKIP-SEQUENTIALLY: ONE START PER ACCOUNT, THEN
      * KEYED READS FOR THE THREE PERIODS COMPARED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "PCMPPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BALANCE-HISTORY ASSIGN TO "PERBAL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PB-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PERCOMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05 PRM-MONTH              PIC X(6).
           05 PRM-SELECT             PIC X(1).
           05 PRM-FROM-ACCT          PIC X(8).
           05 PRM-TO-ACCT            PIC X(8).
           05 PRM-FUND               PIC X(4).

       FD  BALANCE-HISTORY.
           COPY "PERBAL.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-TH-PARMS.
           COPY "THRSHLD.CPY".
       01  WS-CK-PARMS.
           COPY "COACHKPM.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-PARM-STATUS            PIC X(02).
       01  WS-HIST-STATUS            PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-SELECT                PIC X VALUE SPACE.
           88 WS-SELECT-RANGE       VALUE "A".
           88 WS-SELECT-FUND        VALUE "F".
       01  WS-FROM-ACCT             PIC X(08) VALUE SPACES.
       01  WS-TO-ACCT               PIC X(08) VALUE HIGH-VALUES.
       01  WS-FUND                  PIC X(04) VALUE SPACES.
       01  WS-DATE-TIME              PIC X(21).
       01  WS-REPORT-MONTH           PIC X(06).
       01  WS-MONTH-NUM REDEFINES WS-REPORT-MONTH.
           05 WS-MONTH-YYYY          PIC 9(04).
           05 WS-MONTH-MM            PIC 9(02).
       01  WS-FISCAL-YEAR            PIC 9(04).
       01  WS-FISCAL-PERIOD          PIC 9(02).
       01  WS-PRIOR-YEAR             PIC 9(04).
       01  WS-PRIOR-PERIOD           PIC 9(02).
       01  WS-LAST-YEAR              PIC 9(04).
       01  WS-POSITION-KEY.
           05 WS-POS-ACCT-ID         PIC X(08).
           05 WS-POS-FISCAL-YEAR     PIC 9(04).
           05 WS-POS-FISCAL-PERIOD   PIC 9(02).
       01  WS-CURR-ACCT              PIC X(08).
      *-----------------------------------------------------------------
      * THE THREE SNAPSHOTS COMPARED FOR ONE ACCOUNT. "FOUND" IS
      * SET WHEN THE PERIOD IS ON PERBAL; A MISSING PERIOD IS ZERO.
      *-----------------------------------------------------------------
       01  WS-COMPARE.
           05 WS-CUR-FOUND           PIC X.
           05 WS-CUR-STATUS          PIC X.
           05 WS-CUR-NET             PIC S9(09).
           05 WS-CUR-BALANCE         PIC S9(09).
           05 WS-PRI-FOUND           PIC X.
           05 WS-PRI-NET             PIC S9(09).
           05 WS-PRI-BALANCE         PIC S9(09).
           05 WS-LY-FOUND            PIC X.
           05 WS-LY-NET              PIC S9(09).
           05 WS-LY-BALANCE          PIC S9(09).
       01  WS-NOTE                   PIC X(08).
       01  WS-COL-1                  PIC S9(11).
       01  WS-COL-2                  PIC S9(11).
       01  WS-COL-4                  PIC S9(11).
       01  WS-TOTALS.
           05 WS-TOT-CUR-NET         PIC S9(11) VALUE 0.
           05 WS-TOT-PRI-NET         PIC S9(11) VALUE 0.
           05 WS-TOT-LY-NET          PIC S9(11) VALUE 0.
           05 WS-TOT-CUR-BALANCE     PIC S9(11) VALUE 0.
           05 WS-TOT-PRI-BALANCE     PIC S9(11) VALUE 0.
           05 WS-TOT-LY-BALANCE      PIC S9(11) VALUE 0.
       01  WS-ACCT-COUNT             PIC 9(05) VALUE 0.
       01  WS-SKIP-COUNT             PIC 9(05) VALUE 0.
       01  WS-NO-CURRENT-COUNT       PIC 9(05) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT            PIC -(10)9.
       01  WS-EDIT-ACCTS             PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       PERCOMP-MAIN.
           PERFORM PERCOMP-INIT
              THRU PERCOMP-INIT-END
           IF WS-JOB-RC < 12
              MOVE WS-FROM-ACCT TO WS-POS-ACCT-ID
              MOVE 0 TO WS-POS-FISCAL-YEAR WS-POS-FISCAL-PERIOD
              PERFORM PERCOMP-NEXT-ACCOUNT
                 THRU PERCOMP-NEXT-ACCOUNT-END
              PERFORM PERCOMP-COMPARE-ONE
                 THRU PERCOMP-COMPARE-ONE-END UNTIL WS-EOF
              PERFORM PERCOMP-WRITE-TOTALS
              PERFORM PERCOMP-WRITE-SUMMARY
           END-IF
           PERFORM PERCOMP-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       PERCOMP-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:6) TO WS-REPORT-MONTH
           IF WS-MONTH-MM = 1
              SUBTRACT 1 FROM WS-MONTH-YYYY
              MOVE 12 TO WS-MONTH-MM
           ELSE
              SUBTRACT 1 FROM WS-MONTH-MM
           END-IF
           PERFORM PERCOMP-LOAD-PARM
           CALL "THRSHLD" USING WS-TH-PARMS
           IF WS-MONTH-MM >= TH-FISCAL-START-MONTH
              MOVE WS-MONTH-YYYY TO WS-FISCAL-YEAR
              COMPUTE WS-FISCAL-PERIOD =
                 WS-MONTH-MM - TH-FISCAL-START-MONTH + 1
           ELSE
              COMPUTE WS-FISCAL-YEAR = WS-MONTH-YYYY - 1
              COMPUTE WS-FISCAL-PERIOD =
                 WS-MONTH-MM + 12 - TH-FISCAL-START-MONTH + 1
           END-IF
           COMPUTE WS-LAST-YEAR = WS-FISCAL-YEAR - 1
           IF WS-FISCAL-PERIOD = 1
              MOVE WS-LAST-YEAR TO WS-PRIOR-YEAR
              MOVE 12 TO WS-PRIOR-PERIOD
           ELSE
              MOVE WS-FISCAL-YEAR TO WS-PRIOR-YEAR
              COMPUTE WS-PRIOR-PERIOD = WS-FISCAL-PERIOD - 1
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "PERCOMP" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO PERCOMP-INIT-END
           END-IF
           OPEN INPUT BALANCE-HISTORY
           IF WS-HIST-STATUS NOT = "00"
              MOVE "PERCOMP" TO FE-PROGRAM
              MOVE "BALANCE-HISTORY" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-HIST-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO PERCOMP-INIT-END
           END-IF
           MOVE "COMPARATIVE ACCOUNT STATEMENT" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM PERCOMP-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM PERCOMP-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM PERCOMP-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "MONTH " WS-REPORT-MONTH
                  "   FISCAL YEAR " WS-FISCAL-YEAR
                  "   PERIOD " WS-FISCAL-PERIOD
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PERCOMP-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
              WHEN WS-SELECT-RANGE
                 STRING "ACCOUNTS " WS-FROM-ACCT " TO " WS-TO-ACCT
                    DELIMITED BY SIZE INTO REPORT-LINE
              WHEN WS-SELECT-FUND
                 STRING "FUND " WS-FUND
                    DELIMITED BY SIZE INTO REPORT-LINE
              WHEN OTHER
                 MOVE "ALL ACCOUNTS" TO REPORT-LINE
           END-EVALUATE
           PERFORM PERCOMP-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM PERCOMP-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "ACCOUNT" TO REPORT-LINE (3:7)
           MOVE "THIS MONTH" TO REPORT-LINE (13:10)
           MOVE "PRIOR" TO REPORT-LINE (30:5)
           MOVE "VARIANCE" TO REPORT-LINE (39:8)
           MOVE "LAST YEAR" TO REPORT-LINE (50:9)
           MOVE "VARIANCE" TO REPORT-LINE (63:8)
           MOVE "NOTE" TO REPORT-LINE (73:4)
           PERFORM PERCOMP-WRITE-LINE.
       PERCOMP-INIT-END. EXIT.

      *-----------------------------------------------------------------
      * NO PCMPPRM FILE REPORTS EVERY ACCOUNT FOR THE PRIOR MONTH. A
      * RANGE WITH A BLANK "TO" RUNS TO THE END OF THE FILE; A FUND
      * SELECTION WITH NO FUND CODE FALLS BACK TO ALL ACCOUNTS.
      *-----------------------------------------------------------------
       PERCOMP-LOAD-PARM.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS = "00"
              READ PARAMETER-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PRM-MONTH IS NUMERIC
                       MOVE PRM-MONTH TO WS-REPORT-MONTH
                    END-IF
                    EVALUATE PRM-SELECT
                       WHEN "A"
                          MOVE "A" TO WS-SELECT
                          MOVE PRM-FROM-ACCT TO WS-FROM-ACCT
                          IF PRM-TO-ACCT NOT = SPACES
                             MOVE PRM-TO-ACCT TO WS-TO-ACCT
                          END-IF
                       WHEN "F"
                          IF PRM-FUND NOT = SPACES
                             MOVE "F" TO WS-SELECT
                             MOVE PRM-FUND TO WS-FUND
                          END-IF
                    END-EVALUATE
              END-READ
              CLOSE PARAMETER-FILE
           END-IF.

      *-----------------------------------------------------------------
      * POSITION PAST WS-POSITION-KEY AND READ THE FIRST SNAPSHOT OF
      * THE NEXT ACCOUNT. PAST THE "TO" ACCOUNT IS END OF REPORT.
      *-----------------------------------------------------------------
       PERCOMP-NEXT-ACCOUNT.
           MOVE WS-POSITION-KEY TO PB-KEY
           START BALANCE-HISTORY KEY IS > PB-KEY
              INVALID KEY
                 SET WS-EOF TO TRUE
                 GO TO PERCOMP-NEXT-ACCOUNT-END
           END-START
           READ BALANCE-HISTORY NEXT RECORD
              AT END
                 SET WS-EOF TO TRUE
                 GO TO PERCOMP-NEXT-ACCOUNT-END
           END-READ
           IF PB-ACCT-ID > WS-TO-ACCT
              SET WS-EOF TO TRUE
              GO TO PERCOMP-NEXT-ACCOUNT-END
           END-IF
           MOVE PB-ACCT-ID TO WS-CURR-ACCT.
       PERCOMP-NEXT-ACCOUNT-END. EXIT.

      *-----------------------------------------------------------------
      * ONE ACCOUNT: FUND FILTER, THE THREE KEYED READS, TWO LINES.
      *-----------------------------------------------------------------
       PERCOMP-COMPARE-ONE.
           MOVE WS-CURR-ACCT TO WS-POS-ACCT-ID
           MOVE 9999 TO WS-POS-FISCAL-YEAR
           MOVE 99 TO WS-POS-FISCAL-PERIOD
           IF WS-SELECT-FUND
              MOVE WS-CURR-ACCT TO CK-ACCT-ID
              CALL "COACHK" USING WS-CK-PARMS
              IF CK-NO-CHART
                 MOVE SPACES TO REPORT-LINE
                 STRING "*** NO CHART OF ACCOUNTS - FUND SELECTION"
                        " CANNOT BE MADE" DELIMITED BY SIZE
                    INTO REPORT-LINE
                 PERFORM PERCOMP-WRITE-LINE
                 IF WS-JOB-RC < 4
                    MOVE 4 TO WS-JOB-RC
                 END-IF
                 SET WS-EOF TO TRUE
                 GO TO PERCOMP-COMPARE-ONE-END
              END-IF
              IF CK-NOT-IN-CHART OR CK-FUND NOT = WS-FUND
                 ADD 1 TO WS-SKIP-COUNT
                 PERFORM PERCOMP-NEXT-ACCOUNT
                    THRU PERCOMP-NEXT-ACCOUNT-END
                 GO TO PERCOMP-COMPARE-ONE-END
              END-IF
           END-IF
           MOVE SPACES TO WS-COMPARE
           MOVE 0 TO WS-CUR-NET WS-CUR-BALANCE WS-PRI-NET
                     WS-PRI-BALANCE WS-LY-NET WS-LY-BALANCE
           MOVE WS-CURR-ACCT TO PB-ACCT-ID
           MOVE WS-FISCAL-YEAR TO PB-FISCAL-YEAR
           MOVE WS-FISCAL-PERIOD TO PB-FISCAL-PERIOD
           READ BALANCE-HISTORY
              INVALID KEY
                 ADD 1 TO WS-NO-CURRENT-COUNT
              NOT INVALID KEY
                 MOVE "Y" TO WS-CUR-FOUND
                 MOVE PB-STATUS TO WS-CUR-STATUS
                 MOVE PB-NET-CHANGE TO WS-CUR-NET
                 MOVE PB-CLOSING-BALANCE TO WS-CUR-BALANCE
           END-READ
           MOVE WS-CURR-ACCT TO PB-ACCT-ID
           MOVE WS-PRIOR-YEAR TO PB-FISCAL-YEAR
           MOVE WS-PRIOR-PERIOD TO PB-FISCAL-PERIOD
           READ BALANCE-HISTORY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-PRI-FOUND
                 MOVE PB-NET-CHANGE TO WS-PRI-NET
                 MOVE PB-CLOSING-BALANCE TO WS-PRI-BALANCE
           END-READ
           MOVE WS-CURR-ACCT TO PB-ACCT-ID
           MOVE WS-LAST-YEAR TO PB-FISCAL-YEAR
           MOVE WS-FISCAL-PERIOD TO PB-FISCAL-PERIOD
           READ BALANCE-HISTORY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-LY-FOUND
                 MOVE PB-NET-CHANGE TO WS-LY-NET
                 MOVE PB-CLOSING-BALANCE TO WS-LY-BALANCE
           END-READ
           MOVE SPACES TO WS-NOTE
           EVALUATE TRUE
              WHEN WS-CUR-FOUND NOT = "Y"
                 MOVE "NO CURR" TO WS-NOTE
              WHEN WS-CUR-STATUS = "P"
                 MOVE "PROVISNL" TO WS-NOTE
              WHEN WS-PRI-FOUND NOT = "Y"
                 MOVE "NO PRIOR" TO WS-NOTE
              WHEN WS-LY-FOUND NOT = "Y"
                 MOVE "NO LY" TO WS-NOTE
           END-EVALUATE
           ADD 1 TO WS-ACCT-COUNT
           ADD WS-CUR-NET TO WS-TOT-CUR-NET
           ADD WS-PRI-NET TO WS-TOT-PRI-NET
           ADD WS-LY-NET TO WS-TOT-LY-NET
           ADD WS-CUR-BALANCE TO WS-TOT-CUR-BALANCE
           ADD WS-PRI-BALANCE TO WS-TOT-PRI-BALANCE
           ADD WS-LY-BALANCE TO WS-TOT-LY-BALANCE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CURR-ACCT TO REPORT-LINE (3:8)
           MOVE WS-CUR-NET TO WS-COL-1
           MOVE WS-PRI-NET TO WS-COL-2
           MOVE WS-LY-NET TO WS-COL-4
           PERFORM PERCOMP-FORMAT-COLUMNS
           MOVE WS-NOTE TO REPORT-LINE (73:8)
           PERFORM PERCOMP-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "YTD" TO REPORT-LINE (5:3)
           MOVE WS-CUR-BALANCE TO WS-COL-1
           MOVE WS-PRI-BALANCE TO WS-COL-2
           MOVE WS-LY-BALANCE TO WS-COL-4
           PERFORM PERCOMP-FORMAT-COLUMNS
           PERFORM PERCOMP-WRITE-LINE
           PERFORM PERCOMP-NEXT-ACCOUNT
              THRU PERCOMP-NEXT-ACCOUNT-END.
       PERCOMP-COMPARE-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * THE FIVE AMOUNT COLUMNS: THIS PERIOD, PRIOR, VARIANCE TO
      * PRIOR, LAST YEAR, VARIANCE TO LAST YEAR. A VARIANCE IS THIS
      * PERIOD LESS THE FIGURE IT IS COMPARED WITH.
      *-----------------------------------------------------------------
       PERCOMP-FORMAT-COLUMNS.
           MOVE WS-COL-1 TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE (12:11)
           MOVE WS-COL-2 TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE (24:11)
           COMPUTE WS-EDIT-AMOUNT = WS-COL-1 - WS-COL-2
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE (36:11)
           MOVE WS-COL-4 TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE (48:11)
           COMPUTE WS-EDIT-AMOUNT = WS-COL-1 - WS-COL-4
           MOVE WS-EDIT-AMOUNT TO REPORT-LINE (60:11).

      *-----------------------------------------------------------------
       PERCOMP-WRITE-TOTALS.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM PERCOMP-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "TOTAL" TO REPORT-LINE (3:5)
           MOVE WS-TOT-CUR-NET TO WS-COL-1
           MOVE WS-TOT-PRI-NET TO WS-COL-2
           MOVE WS-TOT-LY-NET TO WS-COL-4
           PERFORM PERCOMP-FORMAT-COLUMNS
           PERFORM PERCOMP-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "YTD" TO REPORT-LINE (5:3)
           MOVE WS-TOT-CUR-BALANCE TO WS-COL-1
           MOVE WS-TOT-PRI-BALANCE TO WS-COL-2
           MOVE WS-TOT-LY-BALANCE TO WS-COL-4
           PERFORM PERCOMP-FORMAT-COLUMNS
           PERFORM PERCOMP-WRITE-LINE.

      *-----------------------------------------------------------------
       PERCOMP-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM PERCOMP-WRITE-LINE
           MOVE WS-ACCT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCOUNTS REPORTED  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM PERCOMP-WRITE-LINE
           MOVE WS-NO-CURRENT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NO CURRENT SNAPSHOT  . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM PERCOMP-WRITE-LINE
           IF WS-SELECT-FUND
              MOVE WS-SKIP-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  OTHER FUNDS SKIPPED  . " DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM PERCOMP-WRITE-LINE
           END-IF
           MOVE "PERCOMP" TO AL-PROGRAM
           MOVE "PCOMP" TO AL-EVENT
           MOVE WS-ACCT-COUNT TO WS-EDIT-ACCTS
           MOVE SPACES TO AL-DETAIL
           STRING "MONTH " WS-REPORT-MONTH
                  " SELECT " WS-SELECT
                  " ACCOUNTS " WS-EDIT-ACCTS
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       PERCOMP-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "PERCOMP" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE REPORT-LINE TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       PERCOMP-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE BALANCE-HISTORY
           CLOSE REPORT-FILE.
       END PROGRAM PERCOMP.
