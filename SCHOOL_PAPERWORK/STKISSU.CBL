      * MASTER HAS NEVER HEARD OF IS AN ERROR, NOT A NEW RECORD -
      * YOU CANNOT HAND OUT PAPER FROM A SHELF THAT WAS NEVER
      * STOCKED.
      * MODIFIED 15/10/2026 - REQFILL NOW CARRIES THE REQUISITIONING
      * SCHOOL (REQ-SCHOOL FROM THE REQRPT REQUISITION) AND EACH
      * ISSUE POSTED IS APPENDED TO THE ISSUEHST STOCK-ISSUE HISTORY,
      * FROM WHICH CHGBACK CHARGES THE MONTH'S PAPER TO THE SCHOOLS'
      * COST CENTERS. AN ISSUE WITH NO SCHOOL STILL POSTS TO STOCK
      * AND IS COUNTED ON THE SUMMARY, SO IT CAN BE CHASED BEFORE
      * THE CHARGEBACK RUN.
      * MODIFIED 15/10/2026 - EACH ISSUE NOW ALSO TAKES ITS VALUE OFF
      * THE STOCK RECORD AT THE CURRENT WEIGHTED-AVERAGE COST, INTO
      * THE MONTH'S ISSUES FOR THE STKVALUE VALUATION; THE SUMMARY
      * SHOWS THE VALUE ISSUED.
      * MODIFIED 15/10/2026 - AN ISSUE NO LONGER DRIVES ON-HAND
      * NEGATIVE. REQFILL NOW CARRIES THE REQUISITION NUMBER; WHEN
      * THE SHELF HOLDS LESS THAN THE REQUISITION ASKS FOR, WHAT IS
      * THERE IS ISSUED AND THE SHORTFALL IS WRITTEN TO THE BACKORD
      * BACKORDER FILE UNDER THE TYPE, LOCATION AND REQUISITION, FOR
      * STKRECV AND STKXFER TO FILL WHEN STOCK COMES IN. ONLY THE
      * REAMS ACTUALLY ISSUED ARE COSTED AND GO TO THE ISSUE
      * HISTORY. THE SUMMARY COUNTS THE BACKORDERS AND THEIR REAMS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORT-FILE ASSIGN TO "STKISSUR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "ISSUEHST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS BO-KEY
               FILE STATUS IS WS-BO-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05 PST-PAPER-TYPE       PIC X(3).
           05 PST-LOCATION         PIC X(4).
           05 PST-QUANTITY         PIC 9(5).
           05 PST-SCHOOL           PIC X(4).
           05 PST-REQ-ID           PIC X(8).

       FD  STOCK-MASTER.
           COPY "STKMAST.CPY".
       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

       FD  HISTORY-FILE.
           COPY "ISSUEHST.CPY".

       FD  BACKORDER-FILE.
           COPY "BACKORD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-POST-STATUS          PIC X(02).
       01  WS-MASTER-STATUS        PIC X(02).
       01  WS-REPORT-STATUS        PIC X(02).
       01  WS-HIST-STATUS          PIC X(02).
       01  WS-BO-STATUS            PIC X(02).
       01  WS-DATE-TIME            PIC X(21).
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-EOF-SW               PIC X VALUE "N".
           88 WS-EOF               VALUE "Y".
       01  WS-FOUND-SW             PIC X VALUE "N".
       01  WS-POST-COUNT           PIC 9(6) VALUE 0.
       01  WS-NEW-COUNT            PIC 9(6) VALUE 0.
       01  WS-ERROR-COUNT          PIC 9(6) VALUE 0.
       01  WS-NO-SCHOOL-COUNT      PIC 9(6) VALUE 0.
       01  WS-MOVE-VALUE           PIC S9(9)V9(2).
       01  WS-ISSUE-VALUE          PIC S9(11)V9(2) VALUE 0.
       01  WS-ISSUE-QTY            PIC 9(5).
       01  WS-SHORT-QTY            PIC 9(5).
       01  WS-BO-COUNT             PIC 9(6) VALUE 0.
       01  WS-BO-REAMS             PIC 9(7) VALUE 0.
       01  WS-EDIT-VALUE           PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.

      ******************************************************************
      *-----------------------------------------------------------------
       STKISSU-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN INPUT POSTING-FILE
           IF WS-POST-STATUS NOT = "00"
              MOVE "STKISSU" TO FE-PROGRAM
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF WS-HIST-STATUS = "35"
              OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00"
              MOVE "STKISSU" TO FE-PROGRAM
              MOVE "HISTORY-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-HIST-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN I-O BACKORDER-FILE
           IF WS-BO-STATUS = "35"
              OPEN OUTPUT BACKORDER-FILE
              CLOSE BACKORDER-FILE
              OPEN I-O BACKORDER-FILE
           END-IF
           IF WS-BO-STATUS NOT = "00"
              MOVE "STKISSU" TO FE-PROGRAM
              MOVE "BACKORDER-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-BO-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           MOVE "PAPER STOCK ISSUES POSTING" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           END-READ.

      *-----------------------------------------------------------------
      * ONE ISSUE: SUBTRACT THE REAMS FROM THE LOCATION'S BALANCE,
      * BUT NEVER MORE THAN THE SHELF HOLDS - THE REST OF THE
      * REQUISITION GOES ON BACKORDER. A POSTED ISSUE GOES TO THE
      * ISSUE HISTORY FOR THE CHARGEBACK; ONE THAT FAILED TO POST
      * DOES NOT, AND NEITHER DOES A REQUISITION BACKORDERED IN
      * FULL - BOFILL WRITES ITS HISTORY WHEN IT IS FILLED.
      *-----------------------------------------------------------------
       STKISSU-POST-ONE.
           ADD 1 TO WS-POST-COUNT
                 SET WS-RECORD-FOUND TO TRUE
           END-READ
           IF WS-RECORD-FOUND
              IF STK-VALUE NOT NUMERIC
                 INITIALIZE STK-COST-FIELDS
              END-IF
              IF STK-ON-HAND < PST-QUANTITY
                 IF STK-ON-HAND > 0
                    MOVE STK-ON-HAND TO WS-ISSUE-QTY
                 ELSE
                    MOVE 0 TO WS-ISSUE-QTY
                 END-IF
              ELSE
                 MOVE PST-QUANTITY TO WS-ISSUE-QTY
              END-IF
              COMPUTE WS-SHORT-QTY = PST-QUANTITY - WS-ISSUE-QTY
              IF WS-ISSUE-QTY > 0
                 PERFORM STKISSU-ISSUE-STOCK
              END-IF
              IF WS-SHORT-QTY > 0
                 PERFORM STKISSU-BACKORDER
              END-IF
           ELSE
              ADD 1 TO WS-ERROR-COUNT
              DISPLAY "STKISSU - NO STOCK RECORD: " STK-KEY
           END-IF
           PERFORM STKISSU-READ-NEXT.

       STKISSU-ISSUE-STOCK.
           SUBTRACT WS-ISSUE-QTY FROM STK-ON-HAND
           PERFORM STKISSU-COST-ISSUE
           REWRITE STOCK-MASTER-RECORD
              INVALID KEY
                 ADD 1 TO WS-ERROR-COUNT
                 DISPLAY "STKISSU - REWRITE FAILED: " STK-KEY
                 MOVE 8 TO WS-JOB-RC
              NOT INVALID KEY
                 ADD WS-MOVE-VALUE TO WS-ISSUE-VALUE
                 PERFORM STKISSU-WRITE-HISTORY
           END-REWRITE.

      *-----------------------------------------------------------------
      * THE SHORTFALL IS BACKORDERED UNDER TODAY'S DATE, THE SCHOOL
      * AND THE REQUISITION NUMBER. THE SAME REQUISITION POSTED
      * SHORT TWICE IN ONE DAY ADDS TO THE BACKORDER ALREADY THERE.
      *-----------------------------------------------------------------
       STKISSU-BACKORDER.
           MOVE PST-PAPER-TYPE TO BO-PAPER-TYPE
           MOVE PST-LOCATION TO BO-LOCATION
           MOVE WS-RUN-DATE TO BO-ORDER-DATE
           MOVE PST-SCHOOL TO BO-SCHOOL
           MOVE PST-REQ-ID TO BO-REQ-ID
           READ BACKORDER-FILE
              INVALID KEY
                 MOVE WS-SHORT-QTY TO BO-REAMS-ORDERED
                 MOVE WS-SHORT-QTY TO BO-REAMS-OPEN
                 MOVE 0 TO BO-LAST-FILL-DATE
                 WRITE BACKORDER-RECORD
                    INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "STKISSU - BACKORDER WRITE FAILED: "
                          BO-KEY
                       MOVE 8 TO WS-JOB-RC
                    NOT INVALID KEY
                       ADD 1 TO WS-BO-COUNT
                       ADD WS-SHORT-QTY TO WS-BO-REAMS
                 END-WRITE
              NOT INVALID KEY
                 ADD WS-SHORT-QTY TO BO-REAMS-ORDERED
                 ADD WS-SHORT-QTY TO BO-REAMS-OPEN
                 REWRITE BACKORDER-RECORD
                    INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "STKISSU - BACKORDER REWRITE FAILED: "
                          BO-KEY
                       MOVE 8 TO WS-JOB-RC
                    NOT INVALID KEY
                       ADD WS-SHORT-QTY TO WS-BO-REAMS
                 END-REWRITE
           END-READ.

      *-----------------------------------------------------------------
      * THE ISSUE LEAVES AT THE AVERAGE COST; AN ISSUE THAT EMPTIES
      * THE SHELF TAKES THE WHOLE REMAINING VALUE.
      *-----------------------------------------------------------------
       STKISSU-COST-ISSUE.
           IF STK-ON-HAND = 0
              MOVE STK-VALUE TO WS-MOVE-VALUE
           ELSE
              COMPUTE WS-MOVE-VALUE ROUNDED =
                 WS-ISSUE-QTY * STK-AVG-COST
           END-IF
           SUBTRACT WS-MOVE-VALUE FROM STK-VALUE
           ADD WS-MOVE-VALUE TO STK-MTD-ISS-VALUE.

      *-----------------------------------------------------------------
       STKISSU-WRITE-HISTORY.
      *-----------------------------------------------------------------
           MOVE SPACES TO ISSUE-HISTORY-RECORD
           MOVE WS-RUN-DATE TO IH-ISSUE-DATE
           MOVE PST-SCHOOL TO IH-SCHOOL
           MOVE PST-PAPER-TYPE TO IH-PAPER-TYPE
           MOVE PST-LOCATION TO IH-LOCATION
           MOVE WS-ISSUE-QTY TO IH-REAMS
           IF PST-SCHOOL = SPACES
              ADD 1 TO WS-NO-SCHOOL-COUNT
           END-IF
           WRITE ISSUE-HISTORY-RECORD
           IF WS-HIST-STATUS NOT = "00"
              ADD 1 TO WS-ERROR-COUNT
              DISPLAY "STKISSU - HISTORY WRITE FAILED: " STK-KEY
              MOVE 8 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
       STKISSU-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           STRING "  POSTING ERRORS . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKISSU-WRITE-LINE
           MOVE WS-NO-SCHOOL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ISSUES WITH NO SCHOOL" DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKISSU-WRITE-LINE
           MOVE WS-ISSUE-VALUE TO WS-EDIT-VALUE
           MOVE SPACES TO REPORT-LINE
           STRING "  VALUE ISSUED AT COST " DELIMITED BY SIZE
                  WS-EDIT-VALUE            DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKISSU-WRITE-LINE
           MOVE WS-BO-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  BACKORDERS OPENED  . " DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKISSU-WRITE-LINE
           MOVE WS-BO-REAMS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  REAMS BACKORDERED  . " DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKISSU-WRITE-LINE.

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
           CLOSE POSTING-FILE
           CLOSE STOCK-MASTER
           CLOSE REPORT-FILE
           CLOSE HISTORY-FILE
           CLOSE BACKORDER-FILE.
       END PROGRAM STKISSU.
