      * THE RUN ENDS WITH THE OPEN-TRANSFERS REPORT - EVERYTHING
      * STILL IN TRANSIT, OLDEST DATES AND ALL - SO LOST PAPER IS A
      * REPORT LINE, NOT A MYSTERY.
      * MODIFIED 15/10/2026 - A TRANSFER NOW MOVES VALUE AS WELL AS
      * REAMS: THE SENDER GIVES UP THE REAMS AT ITS WEIGHTED-AVERAGE
      * COST, THE VALUE RIDES ON THE TRANSFER RECORD WHILE IN
      * TRANSIT, AND THE RECEIVER TAKES IT IN AND RE-AVERAGES.
      * MODIFIED 15/10/2026 - BEFORE A CONFIRMED TRANSFER'S STOCK IS
      * WRITTEN AS AVAILABLE AT THE RECEIVER, BOFILL FILLS THE
      * RECEIVER'S OPEN BACKORDERS FOR THE TYPE OLDEST FIRST. THE
      * REAMS FILLED LEAVE ON-HAND AS AN ISSUE AT THE NEW AVERAGE
      * COST, ARE LISTED UNDER THE TRANSFER, AND ARE COUNTED ON THE
      * SUMMARY WITH THE BACKORDERS CLOSED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-RECV-COUNT             PIC 9(5) VALUE 0.
       01  WS-OPEN-COUNT             PIC 9(5) VALUE 0.
       01  WS-EXCEPT-COUNT           PIC 9(5) VALUE 0.
       01  WS-MOVE-VALUE             PIC S9(9)V9(2).
       01  WS-EDIT-REAMS             PIC ZZ,ZZ9.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-BF-PARMS.
           COPY "BOFILLPM.CPY".
       01  WS-BO-VALUE               PIC S9(9)V9(2).
       01  WS-BO-FILLED-REAMS        PIC 9(7) VALUE 0.
       01  WS-BO-CLOSED-COUNT        PIC 9(5) VALUE 0.

      ******************************************************************
       PROCEDURE DIVISION.
              PERFORM STKXFER-READ-NEXT
              GO TO STKXFER-SEND-ONE-END
           END-IF
           IF STK-VALUE NOT NUMERIC
              INITIALIZE STK-COST-FIELDS
           END-IF
           SUBTRACT XIN-REAMS FROM STK-ON-HAND
           IF STK-ON-HAND = 0
              MOVE STK-VALUE TO WS-MOVE-VALUE
           ELSE
              COMPUTE WS-MOVE-VALUE ROUNDED =
                 XIN-REAMS * STK-AVG-COST
           END-IF
           SUBTRACT WS-MOVE-VALUE FROM STK-VALUE
           SUBTRACT WS-MOVE-VALUE FROM STK-MTD-XFR-VALUE
           REWRITE STOCK-MASTER-RECORD
           END-REWRITE
           MOVE SPACES TO TRANSFER-MASTER-RECORD
           MOVE "T" TO XFR-STATUS
           MOVE WS-RUN-DATE TO XFR-SENT-DATE
           MOVE 0 TO XFR-RECEIVED-DATE
           MOVE WS-MOVE-VALUE TO XFR-VALUE
           WRITE TRANSFER-MASTER-RECORD
              INVALID KEY
                 DISPLAY "STKXFER - TRANSFER WRITE FAILED: " XFR-ID
      *-----------------------------------------------------------------
      * CONFIRMATIONS POST THE RECEIVER - CREATING THE STOCK RECORD
      * THE FIRST TIME A TYPE ARRIVES AT A LOCATION, AS STKRECV DOES
      * - AND CLOSE THE TRANSFER. THE VALUE IN TRANSIT JOINS THE
      * RECEIVER'S AND THE AVERAGE COST THERE IS RECOMPUTED.
      *-----------------------------------------------------------------
       STKXFER-CONFIRMATIONS.
           OPEN INPUT CONFIRM-FILE
              PERFORM STKXFER-READ-CONFIRM
              GO TO STKXFER-CONFIRM-ONE-END
           END-IF
           IF XFR-VALUE NOT NUMERIC
              MOVE 0 TO XFR-VALUE
           END-IF
           MOVE "N" TO WS-FOUND-SW
           MOVE 0 TO BF-FILLED
           MOVE XFR-PAPER-TYPE TO STK-PAPER-TYPE
           MOVE XFR-TO-LOCATION TO STK-LOCATION
           READ STOCK-MASTER
                 SET WS-RECORD-FOUND TO TRUE
           END-READ
           IF WS-RECORD-FOUND
              IF STK-VALUE NOT NUMERIC
                 INITIALIZE STK-COST-FIELDS
              END-IF
              ADD XFR-REAMS TO STK-ON-HAND
              PERFORM STKXFER-VALUE-IN
              IF STK-ON-HAND > 0
                 PERFORM STKXFER-FILL-BACKORDERS
              END-IF
              REWRITE STOCK-MASTER-RECORD
              END-REWRITE
           ELSE
              MOVE XFR-REAMS TO STK-ON-HAND
              MOVE 0 TO STK-REORDER-POINT
              MOVE 0 TO STK-TARGET-LEVEL
              INITIALIZE STK-COST-FIELDS
              PERFORM STKXFER-VALUE-IN
              IF STK-ON-HAND > 0
                 PERFORM STKXFER-FILL-BACKORDERS
              END-IF
              WRITE STOCK-MASTER-RECORD
              END-WRITE
           END-IF
                  " AT " XFR-TO-LOCATION DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKXFER-WRITE-LINE
           IF BF-FILLED > 0
              MOVE BF-FILLED TO WS-EDIT-REAMS
              MOVE SPACES TO REPORT-LINE
              STRING "    BACKORDERS FILLED " DELIMITED BY SIZE
                     WS-EDIT-REAMS DELIMITED BY SIZE
                     " REAMS" DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM STKXFER-WRITE-LINE
           END-IF
           PERFORM STKXFER-READ-CONFIRM.
       STKXFER-CONFIRM-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * THE RECEIVER'S NEW AVERAGE IS ITS VALUE OVER ITS REAMS; A
      * LOCATION STILL SHORT OR WITHOUT VALUE AFTER THE RECEIPT
      * TAKES THE TRANSFER'S OWN COST PER REAM.
      *-----------------------------------------------------------------
       STKXFER-VALUE-IN.
           ADD XFR-VALUE TO STK-VALUE
           ADD XFR-VALUE TO STK-MTD-XFR-VALUE
           IF STK-ON-HAND > 0 AND STK-VALUE > 0
              COMPUTE STK-AVG-COST ROUNDED = STK-VALUE / STK-ON-HAND
           ELSE
              IF XFR-REAMS > 0
                 COMPUTE STK-AVG-COST ROUNDED = XFR-VALUE / XFR-REAMS
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * OPEN BACKORDERS AT THE RECEIVER TAKE THE TRANSFER FIRST. WHAT
      * BOFILL HANDS OUT IS ISSUED AT THE AVERAGE COST, OR TAKES THE
      * WHOLE VALUE WHEN IT EMPTIES THE SHELF.
      *-----------------------------------------------------------------
       STKXFER-FILL-BACKORDERS.
           SET BF-FILL TO TRUE
           MOVE "STKXFER" TO BF-PROGRAM
           MOVE STK-PAPER-TYPE TO BF-PAPER-TYPE
           MOVE STK-LOCATION TO BF-LOCATION
           MOVE STK-ON-HAND TO BF-AVAILABLE
           CALL "BOFILL" USING WS-BF-PARMS
           IF BF-FAILED
              ADD 1 TO WS-EXCEPT-COUNT
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
           END-IF.

      *-----------------------------------------------------------------
      * EVERYTHING STILL IN TRANSIT, IN TRANSFER-NUMBER ORDER.
      *-----------------------------------------------------------------
           STRING "  EXCEPTIONS . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKXFER-WRITE-LINE
           MOVE WS-BO-FILLED-REAMS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  REAMS TO BACKORDERS  . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKXFER-WRITE-LINE
           MOVE WS-BO-CLOSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  BACKORDERS CLOSED  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STKXFER-WRITE-LINE.

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       STKXFER-TERMINATE.
      *-----------------------------------------------------------------
           SET BF-CLOSE TO TRUE
           CALL "BOFILL" USING WS-BF-PARMS
           CLOSE TRANSFER-FILE
           CLOSE STOCK-MASTER
           CLOSE TRANSFER-MASTER
