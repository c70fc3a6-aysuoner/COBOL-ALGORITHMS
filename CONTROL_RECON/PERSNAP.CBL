      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    PERSNAP.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * MONTH-END PERIOD-BALANCE SNAPSHOT. YEARCLSE ARCHIVES ACCTMAST
      * ONCE A YEAR AND IN BETWEEN THE ONLY FIGURES ON FILE ARE THE
      * CURRENT RUNNING SUMS, SO "WHAT WAS THIS ACCOUNT AT THE END OF
      * MARCH" HAD NO ANSWER. THIS STEP RUNS AFTER THE LAST CYCLE OF
      * THE MONTH AND WRITES ONE PERBAL RECORD PER ACCTMAST ACCOUNT
      * FOR THAT FISCAL PERIOD: THE CLOSING SUMS AND BALANCE, THE
      * TRUE LINE-ITEM COUNT, AND THE MONTH'S DEBIT AND CREDIT
      * ACTIVITY (THE MOVE SINCE THE PRIOR PERIOD'S SNAPSHOT; THE
      * FIRST PERIOD OF THE YEAR MEASURES FROM ZERO, SINCE YEARCLSE
      * HAS JUST RESET THE SUMS). THE LAST PERIOD OF THE YEAR MUST
      * THEREFORE BE SNAPPED BEFORE YEARCLSE RUNS.
      *
      * THE MONTH DEFAULTS TO THE ONE BEFORE THE RUN DATE; THE
      * OPTIONAL PSNPPRM FILE CAN NAME ANOTHER (YYYYMM) AND CARRY A
      * FORCE FLAG. THE SNAPSHOT IS TIED TO THE PERDCTL PERIOD
      * CONTROL THROUGH PERIODCK: ONLY A MONTH PERIODCK SHOWS CLOSED
      * IS SNAPPED AS FINAL. A MONTH STILL OPEN IS REFUSED (RC 8)
      * UNLESS THE FORCE FLAG IS "Y", WHEN IT IS SNAPPED AS
      * PROVISIONAL AND REPLACED BY THE NEXT RUN FOR THAT MONTH. A
      * FINAL SNAPSHOT ALREADY ON FILE IS NEVER OVERWRITTEN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "PSNPPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ACCOUNT-OVERFLOW ASSIGN TO "ACCTOVFL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-OVF-KEY
               FILE STATUS IS WS-OVF-STATUS.
           SELECT BALANCE-HISTORY ASSIGN TO "PERBAL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PB-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PERSNAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05 PRM-MONTH              PIC X(6).
           05 PRM-FORCE              PIC X(1).

       FD  ACCOUNT-MASTER.
           COPY "ACCTMAST.CPY".

       FD  ACCOUNT-OVERFLOW.
           COPY "ACCTOVF.CPY".

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
       01  WS-PC-PARMS.
           COPY "PERDCKPM.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-PARM-STATUS            PIC X(02).
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-OVF-STATUS             PIC X(02).
       01  WS-OVF-OPEN-SW            PIC X VALUE "N".
           88 WS-OVF-OPEN            VALUE "Y".
       01  WS-HIST-STATUS            PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-FORCE-SW              PIC X VALUE "N".
           88 WS-FORCE              VALUE "Y".
       01  WS-SNAP-STATUS           PIC X VALUE "C".
           88 WS-SNAP-FINAL         VALUE "C".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-SNAP-MONTH             PIC X(06).
       01  WS-MONTH-NUM REDEFINES WS-SNAP-MONTH.
           05 WS-MONTH-YYYY          PIC 9(04).
           05 WS-MONTH-MM            PIC 9(02).
       01  WS-FISCAL-YEAR            PIC 9(04).
       01  WS-FISCAL-PERIOD          PIC 9(02).
       01  WS-SEG-I                  PIC 9(02).
       01  WS-TRUE-ITEMS             PIC 9(05).
       01  WS-PRIOR-SW               PIC X VALUE "N".
           88 WS-PRIOR-FOUND         VALUE "Y".
       01  WS-PRIOR-POSITIVE         PIC 9(08).
       01  WS-PRIOR-NEGATIVE         PIC S9(08).
       01  WS-ACCT-COUNT             PIC 9(05) VALUE 0.
       01  WS-KEPT-COUNT             PIC 9(05) VALUE 0.
       01  WS-NO-PRIOR-COUNT         PIC 9(05) VALUE 0.
       01  WS-TOTAL-BALANCE          PIC S9(11) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-BALANCE           PIC -(9)9.
       01  WS-EDIT-DEBITS            PIC -(8)9.
       01  WS-EDIT-CREDITS           PIC -(8)9.
       01  WS-EDIT-ITEMS             PIC ZZ,ZZ9.
       01  WS-EDIT-TOTAL             PIC -(11)9.
       01  WS-EDIT-ACCTS             PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       PERSNAP-MAIN.
           PERFORM PERSNAP-INIT
              THRU PERSNAP-INIT-END
           IF WS-JOB-RC < 8
              PERFORM PERSNAP-READ-ACCOUNT
              PERFORM PERSNAP-SNAP-ONE
                 THRU PERSNAP-SNAP-ONE-END UNTIL WS-EOF
              PERFORM PERSNAP-WRITE-SUMMARY
           END-IF
           PERFORM PERSNAP-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       PERSNAP-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE (1:6) TO WS-SNAP-MONTH
           IF WS-MONTH-MM = 1
              SUBTRACT 1 FROM WS-MONTH-YYYY
              MOVE 12 TO WS-MONTH-MM
           ELSE
              SUBTRACT 1 FROM WS-MONTH-MM
           END-IF
           PERFORM PERSNAP-LOAD-PARM
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
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "PERSNAP" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO PERSNAP-INIT-END
           END-IF
           MOVE "MONTH-END PERIOD BALANCE SNAPSHOT" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM PERSNAP-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM PERSNAP-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM PERSNAP-WRITE-LINE
      *-----------------------------------------------------------------
      * THE MONTH HAS TO BE CLOSED ON PERDCTL BEFORE ITS FIGURES ARE
      * FINAL. AN OPEN MONTH IS ONLY SNAPPED WHEN FORCED.
      *-----------------------------------------------------------------
           COMPUTE PC-DATE = WS-MONTH-YYYY * 10000
                           + WS-MONTH-MM * 100 + 1
           CALL "PERIODCK" USING WS-PC-PARMS
           IF PC-OPEN
              IF WS-FORCE
                 MOVE "P" TO WS-SNAP-STATUS
              ELSE
                 MOVE SPACES TO REPORT-LINE
                 STRING "*** MONTH " WS-SNAP-MONTH
                        " IS NOT CLOSED ON PERDCTL - NO SNAPSHOT"
                        " TAKEN" DELIMITED BY SIZE
                    INTO REPORT-LINE
                 PERFORM PERSNAP-WRITE-LINE
                 MOVE 8 TO WS-JOB-RC
                 GO TO PERSNAP-INIT-END
              END-IF
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "PERSNAP" TO FE-PROGRAM
              MOVE "ACCOUNT-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO PERSNAP-INIT-END
           END-IF
           OPEN INPUT ACCOUNT-OVERFLOW
           IF WS-OVF-STATUS = "00"
              SET WS-OVF-OPEN TO TRUE
           END-IF
           OPEN I-O BALANCE-HISTORY
           IF WS-HIST-STATUS = "35"
              OPEN OUTPUT BALANCE-HISTORY
              CLOSE BALANCE-HISTORY
              OPEN I-O BALANCE-HISTORY
           END-IF
           IF WS-HIST-STATUS NOT = "00"
              MOVE "PERSNAP" TO FE-PROGRAM
              MOVE "BALANCE-HISTORY" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-HIST-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO PERSNAP-INIT-END
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "MONTH " WS-SNAP-MONTH
                  "   FISCAL YEAR " WS-FISCAL-YEAR
                  "   PERIOD " WS-FISCAL-PERIOD
                  "   SNAPSHOT " WS-SNAP-STATUS
              DELIMITED BY SIZE INTO REPORT-LINE
           IF NOT WS-SNAP-FINAL
              MOVE "(PROVISIONAL - MONTH STILL OPEN)"
                 TO REPORT-LINE (49:32)
           END-IF
           PERFORM PERSNAP-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM PERSNAP-WRITE-LINE
           MOVE "  ACCOUNT        CLOSING     DEBITS    CREDITS   ITEMS"
              TO REPORT-LINE
           PERFORM PERSNAP-WRITE-LINE.
       PERSNAP-INIT-END. EXIT.

      *-----------------------------------------------------------------
      * THE MONTH AND FORCE FLAG ARE OPTIONAL - NO PSNPPRM FILE, OR A
      * MONTH THAT IS NOT SIX DIGITS, SNAPS THE PRIOR MONTH UNFORCED.
      *-----------------------------------------------------------------
       PERSNAP-LOAD-PARM.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS = "00"
              READ PARAMETER-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PRM-MONTH IS NUMERIC
                       MOVE PRM-MONTH TO WS-SNAP-MONTH
                    END-IF
                    IF PRM-FORCE = "Y"
                       SET WS-FORCE TO TRUE
                    END-IF
              END-READ
              CLOSE PARAMETER-FILE
           END-IF.

      *-----------------------------------------------------------------
       PERSNAP-READ-ACCOUNT.
      *-----------------------------------------------------------------
           READ ACCOUNT-MASTER
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONE ACCOUNT'S SNAPSHOT. THE PRIOR PERIOD'S RECORD (IN THE
      * SAME FISCAL YEAR) GIVES THE STARTING SUMS THE MONTH'S
      * ACTIVITY IS MEASURED FROM.
      *-----------------------------------------------------------------
       PERSNAP-SNAP-ONE.
           MOVE ACCT-ID TO PB-ACCT-ID
           MOVE WS-FISCAL-YEAR TO PB-FISCAL-YEAR
           MOVE WS-FISCAL-PERIOD TO PB-FISCAL-PERIOD
           READ BALANCE-HISTORY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PB-FINAL
                    ADD 1 TO WS-KEPT-COUNT
                    MOVE SPACES TO REPORT-LINE
                    STRING "  " ACCT-ID
                           "  FINAL SNAPSHOT ALREADY ON FILE - KEPT"
                       DELIMITED BY SIZE INTO REPORT-LINE
                    PERFORM PERSNAP-WRITE-LINE
                    PERFORM PERSNAP-READ-ACCOUNT
                    GO TO PERSNAP-SNAP-ONE-END
                 END-IF
           END-READ
           MOVE "N" TO WS-PRIOR-SW
           MOVE 0 TO WS-PRIOR-POSITIVE WS-PRIOR-NEGATIVE
           IF WS-FISCAL-PERIOD > 1
              MOVE ACCT-ID TO PB-ACCT-ID
              MOVE WS-FISCAL-YEAR TO PB-FISCAL-YEAR
              COMPUTE PB-FISCAL-PERIOD = WS-FISCAL-PERIOD - 1
              READ BALANCE-HISTORY
                 INVALID KEY
                    ADD 1 TO WS-NO-PRIOR-COUNT
                 NOT INVALID KEY
                    SET WS-PRIOR-FOUND TO TRUE
                    MOVE PB-SUM-POSITIVE TO WS-PRIOR-POSITIVE
                    MOVE PB-SUM-NEGATIVE TO WS-PRIOR-NEGATIVE
              END-READ
           END-IF
           PERFORM PERSNAP-COUNT-TRUE-ITEMS
              THRU PERSNAP-COUNT-TRUE-ITEMS-END
           MOVE SPACES TO PERIOD-BALANCE-RECORD
           MOVE ACCT-ID TO PB-ACCT-ID
           MOVE WS-FISCAL-YEAR TO PB-FISCAL-YEAR
           MOVE WS-FISCAL-PERIOD TO PB-FISCAL-PERIOD
           MOVE WS-SNAP-MONTH TO PB-CALENDAR-MONTH
           MOVE WS-SNAP-STATUS TO PB-STATUS
           MOVE ACCT-SUM-POSITIVE TO PB-SUM-POSITIVE
           MOVE ACCT-SUM-NEGATIVE TO PB-SUM-NEGATIVE
           COMPUTE PB-CLOSING-BALANCE =
              ACCT-SUM-POSITIVE + ACCT-SUM-NEGATIVE
           MOVE WS-TRUE-ITEMS TO PB-ITEM-COUNT
           MOVE ACCT-ZERO-COUNT TO PB-ZERO-COUNT
           MOVE ACCT-SQUARE-SUM TO PB-SQUARE-SUM
           COMPUTE PB-PERIOD-DEBITS =
              ACCT-SUM-POSITIVE - WS-PRIOR-POSITIVE
           COMPUTE PB-PERIOD-CREDITS =
              ACCT-SUM-NEGATIVE - WS-PRIOR-NEGATIVE
           COMPUTE PB-NET-CHANGE =
              PB-PERIOD-DEBITS + PB-PERIOD-CREDITS
           MOVE WS-RUN-DATE TO PB-SNAPSHOT-DATE
           WRITE PERIOD-BALANCE-RECORD
              INVALID KEY
                 REWRITE PERIOD-BALANCE-RECORD
                 END-REWRITE
           END-WRITE
           IF WS-HIST-STATUS NOT = "00"
              MOVE "PERSNAP" TO FE-PROGRAM
              MOVE "BALANCE-HISTORY" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-HIST-STATUS TO FE-STATUS
              MOVE PB-KEY TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           ELSE
              ADD 1 TO WS-ACCT-COUNT
              ADD PB-CLOSING-BALANCE TO WS-TOTAL-BALANCE
           END-IF
           MOVE PB-CLOSING-BALANCE TO WS-EDIT-BALANCE
           MOVE PB-PERIOD-DEBITS TO WS-EDIT-DEBITS
           MOVE PB-PERIOD-CREDITS TO WS-EDIT-CREDITS
           MOVE PB-ITEM-COUNT TO WS-EDIT-ITEMS
           MOVE SPACES TO REPORT-LINE
           STRING "  " ACCT-ID " " WS-EDIT-BALANCE
                  " " WS-EDIT-DEBITS " " WS-EDIT-CREDITS
                  " " WS-EDIT-ITEMS
              DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-FISCAL-PERIOD > 1 AND NOT WS-PRIOR-FOUND
              MOVE "NO PRIOR - YTD" TO REPORT-LINE (62:14)
           END-IF
           PERFORM PERSNAP-WRITE-LINE
           PERFORM PERSNAP-READ-ACCOUNT.
       PERSNAP-SNAP-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * THE ACCOUNT'S TRUE LINE-ITEM COUNT - THE BASE TABLE PLUS
      * EVERY OVERFLOW SEGMENT CHAINED BEHIND IT, COUNTED THE SAME
      * WAY CTLRECON COUNTS THEM.
      *-----------------------------------------------------------------
       PERSNAP-COUNT-TRUE-ITEMS.
           MOVE ACCT-VALUE-COUNT TO WS-TRUE-ITEMS
           IF ACCT-SEGMENT-COUNT = 0 OR NOT WS-OVF-OPEN
              GO TO PERSNAP-COUNT-TRUE-ITEMS-END
           END-IF
           PERFORM PERSNAP-COUNT-ONE-SEGMENT
              VARYING WS-SEG-I FROM 1 BY 1
              UNTIL WS-SEG-I > ACCT-SEGMENT-COUNT.
       PERSNAP-COUNT-TRUE-ITEMS-END. EXIT.

       PERSNAP-COUNT-ONE-SEGMENT.
           MOVE ACCT-ID TO ACCT-OVF-ID
           MOVE WS-SEG-I TO ACCT-OVF-SEQ
           READ ACCOUNT-OVERFLOW
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD ACCT-OVF-COUNT TO WS-TRUE-ITEMS
           END-READ.

      *-----------------------------------------------------------------
       PERSNAP-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM PERSNAP-WRITE-LINE
           MOVE WS-ACCT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCOUNTS SNAPPED . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM PERSNAP-WRITE-LINE
           MOVE WS-KEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  FINAL ALREADY ON FILE  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM PERSNAP-WRITE-LINE
           MOVE WS-NO-PRIOR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NO PRIOR PERIOD  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM PERSNAP-WRITE-LINE
           MOVE WS-TOTAL-BALANCE TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  NET CLOSING BALANCE  . " DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM PERSNAP-WRITE-LINE
           MOVE "PERSNAP" TO AL-PROGRAM
           MOVE "PSNAP" TO AL-EVENT
           MOVE WS-ACCT-COUNT TO WS-EDIT-ACCTS
           MOVE SPACES TO AL-DETAIL
           STRING "MONTH " WS-SNAP-MONTH
                  " FY " WS-FISCAL-YEAR
                  " PERIOD " WS-FISCAL-PERIOD
                  " STATUS " WS-SNAP-STATUS
                  " ACCOUNTS " WS-EDIT-ACCTS
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       PERSNAP-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "PERSNAP" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE REPORT-LINE TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       PERSNAP-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE ACCOUNT-MASTER
           CLOSE BALANCE-HISTORY
           IF WS-OVF-OPEN
              CLOSE ACCOUNT-OVERFLOW
           END-IF
           CLOSE REPORT-FILE.
       END PROGRAM PERSNAP.
