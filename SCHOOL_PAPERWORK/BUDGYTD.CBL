      * OVER-BUDGET SCHOOL IS FLAGGED AND A SCHOOL WITH NO BUDGET ON
      * FILE SAYS SO - SO BUDGET CONSUMPTION IS A REPORT LINE
      * INSTEAD OF A SEPTEMBER SURPRISE.
      * MODIFIED 15/10/2026 - THE PURCHASE ORDER NOW CARRIES THE
      * ENCUMBRANCE (COMMITTED BY POGEN, RELIEVED BY STKRECV AS THE
      * PAPER ARRIVES, RELEASED BY POCLOSE ON A CANCELLED OR SHORT-
      * CLOSED ORDER), SO EACH SCHOOL NOW SHOWS ITS BUDGET, WHAT IS
      * STILL ENCUMBERED ON OPEN ORDERS, WHAT HAS BEEN EXPENDED ON
      * RECEIVED PAPER AND THE AVAILABLE BALANCE LEFT, FOR THE
      * CURRENT FISCAL YEAR ONLY (ENCMAST NOW HOLDS ONE RECORD PER
      * SCHOOL PER YEAR). OVER BUDGET MEANS THE AVAILABLE BALANCE IS
      * NEGATIVE.
      * MODIFIED 15/10/2026 - EACH SCHOOL NOW PRINTS ON TWO LINES: THE
      * ORIGINAL (ADOPTED) BUDGET, THE AMENDMENTS AND TRANSFERS
      * BUDGPOST HAS POSTED, AND THE REVISED BUDGET, THEN ENCUMBERED,
      * EXPENDED AND AVAILABLE AGAINST THE REVISED BUDGET. THE SCHBUDG
      * LAYOUT MOVED TO THE SCHBUDG COPYBOOK.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ENCUMBRANCE-FILE ASSIGN TO "ENCMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS ENC-KEY
               FILE STATUS IS WS-ENC-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "SCHBUDG"
               ORGANIZATION LINE SEQUENTIAL
           COPY "ENCMAST.CPY".

       FD  BUDGET-FILE.
           COPY "SCHBUDG.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).
           88 WS-EOF               VALUE "Y".
       01  WS-LOAD-EOF-SW          PIC X VALUE "N".
           88 WS-LOAD-EOF          VALUE "Y".
       01  WS-TH-PARMS.
           COPY "THRSHLD.CPY".
       01  WS-DATE-TIME            PIC X(21).
       01  WS-RUN-DATE.
           05 WS-RUN-YEAR          PIC 9(4).
           05 WS-RUN-MONTH         PIC 9(2).
           05 WS-RUN-DAY           PIC 9(2).
       01  WS-FISCAL-YEAR          PIC 9(4).
      *-----------------------------------------------------------------
      * THE PER-SCHOOL BUDGETS, LOADED ONCE - THE SAME 50-SLOT SHAPE
      * REQRPT CARRIES.
           05 WS-BUDG-ENTRY OCCURS 50 TIMES.
              10 WS-BUDG-SCHOOL    PIC X(4).
              10 WS-BUDG-AMOUNT    PIC 9(7)V9(2).
              10 WS-BUDG-AMEND     PIC S9(7)V9(2).
       01  WS-PCT-CONSUMED         PIC 9(3)V9(2).
       01  WS-CONSUMED             PIC S9(10)V9(2).
       01  WS-AVAILABLE            PIC S9(10)V9(2).
       01  WS-REVISED              PIC S9(8)V9(2).
       01  WS-SCHOOL-COUNT         PIC 9(5) VALUE 0.
       01  WS-OVER-COUNT           PIC 9(5) VALUE 0.
       01  WS-EDIT-BUDGET          PIC ZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-AMEND           PIC -Z,ZZZ,ZZ9.99.
       01  WS-EDIT-REVISED         PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-ENCUMBERED      PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-EXPENDED        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-AVAILABLE       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-YEAR            PIC 9(4).
       01  WS-EDIT-PCT             PIC ZZ9.99.
       01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.

      ******************************************************************
       BUDGYTD-MAIN.
           PERFORM BUDGYTD-INIT
           PERFORM BUDGYTD-PROCESS-ONE
              THRU BUDGYTD-PROCESS-ONE-END UNTIL WS-EOF
           PERFORM BUDGYTD-WRITE-SUMMARY
           PERFORM BUDGYTD-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
      *-----------------------------------------------------------------
       BUDGYTD-INIT.
      *-----------------------------------------------------------------
           CALL "THRSHLD" USING WS-TH-PARMS
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           IF WS-RUN-MONTH >= TH-FISCAL-START-MONTH
              MOVE WS-RUN-YEAR TO WS-FISCAL-YEAR
           ELSE
              COMPUTE WS-FISCAL-YEAR = WS-RUN-YEAR - 1
           END-IF
           OPEN INPUT ENCUMBRANCE-FILE
           IF WS-ENC-STATUS NOT = "00"
              MOVE "BUDGYTD" TO FE-PROGRAM
           PERFORM BUDGYTD-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM BUDGYTD-WRITE-LINE
           MOVE WS-FISCAL-YEAR TO WS-EDIT-YEAR
           MOVE SPACES TO REPORT-LINE
           STRING "FISCAL YEAR " DELIMITED BY SIZE
                  WS-EDIT-YEAR DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM BUDGYTD-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "SCHOOL" TO REPORT-LINE (1:6)
           MOVE "ORIGINAL" TO REPORT-LINE (12:8)
           MOVE "AMENDMENTS" TO REPORT-LINE (25:10)
           MOVE "REVISED" TO REPORT-LINE (43:7)
           PERFORM BUDGYTD-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "ENCUMBERED" TO REPORT-LINE (10:10)
           MOVE "EXPENDED" TO REPORT-LINE (27:8)
           MOVE "AVAILABLE" TO REPORT-LINE (41:9)
           MOVE "PCT" TO REPORT-LINE (54:3)
           PERFORM BUDGYTD-WRITE-LINE
           IF NOT WS-EOF
              PERFORM BUDGYTD-READ-NEXT
                    ADD 1 TO WS-BUDG-MAX
                    MOVE SB-SCHOOL TO WS-BUDG-SCHOOL (WS-BUDG-MAX)
                    MOVE SB-BUDGET TO WS-BUDG-AMOUNT (WS-BUDG-MAX)
                    IF SB-AMENDMENTS NUMERIC
                       MOVE SB-AMENDMENTS TO WS-BUDG-AMEND (WS-BUDG-MAX)
                    ELSE
                       MOVE 0 TO WS-BUDG-AMEND (WS-BUDG-MAX)
                    END-IF
                 END-IF
           END-READ.

              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * TWO LINES PER SCHOOL FOR THE CURRENT FISCAL YEAR: ORIGINAL
      * BUDGET, AMENDMENTS AND REVISED BUDGET, THEN ENCUMBERED ON OPEN
      * ORDERS, EXPENDED ON RECEIVED PAPER AND WHAT IS LEFT AVAILABLE
      * OF THE REVISED BUDGET. A PRIOR YEAR'S RECORD IS PASSED OVER.
      *-----------------------------------------------------------------
       BUDGYTD-PROCESS-ONE.
           IF ENC-FISCAL-YEAR NOT = WS-FISCAL-YEAR
              PERFORM BUDGYTD-READ-NEXT
              GO TO BUDGYTD-PROCESS-ONE-END
           END-IF
           ADD 1 TO WS-SCHOOL-COUNT
           MOVE 0 TO WS-BUDG-FOUND
           PERFORM BUDGYTD-MATCH-ONE-BUDGET
              VARYING WS-BUDG-I FROM 1 BY 1
              UNTIL WS-BUDG-I > WS-BUDG-MAX OR WS-BUDG-FOUND > 0
           COMPUTE WS-CONSUMED = ENC-ENCUMBERED + ENC-EXPENDED
           MOVE SPACES TO REPORT-LINE
           MOVE ENC-SCHOOL TO REPORT-LINE (1:4)
           IF WS-BUDG-FOUND > 0
              COMPUTE WS-REVISED = WS-BUDG-AMOUNT (WS-BUDG-FOUND)
                                 + WS-BUDG-AMEND (WS-BUDG-FOUND)
              MOVE WS-BUDG-AMOUNT (WS-BUDG-FOUND) TO WS-EDIT-BUDGET
              MOVE WS-EDIT-BUDGET TO REPORT-LINE (7:13)
              MOVE WS-BUDG-AMEND (WS-BUDG-FOUND) TO WS-EDIT-AMEND
              MOVE WS-EDIT-AMEND TO REPORT-LINE (22:13)
              MOVE WS-REVISED TO WS-EDIT-REVISED
              MOVE WS-EDIT-REVISED TO REPORT-LINE (36:14)
           ELSE
              MOVE 0 TO WS-REVISED
              MOVE "(NO BUDGET ON FILE)" TO REPORT-LINE (7:19)
           END-IF
           PERFORM BUDGYTD-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ENC-ENCUMBERED TO WS-EDIT-ENCUMBERED
           MOVE WS-EDIT-ENCUMBERED TO REPORT-LINE (6:14)
           MOVE ENC-EXPENDED TO WS-EDIT-EXPENDED
           MOVE WS-EDIT-EXPENDED TO REPORT-LINE (21:14)
           IF WS-BUDG-FOUND > 0
              COMPUTE WS-AVAILABLE = WS-REVISED - WS-CONSUMED
              MOVE WS-AVAILABLE TO WS-EDIT-AVAILABLE
              MOVE WS-EDIT-AVAILABLE TO REPORT-LINE (35:15)
              IF WS-REVISED > 0
                 AND WS-CONSUMED > 0
                 COMPUTE WS-PCT-CONSUMED ROUNDED =
                    (WS-CONSUMED * 100) / WS-REVISED
                    ON SIZE ERROR MOVE 999.99 TO WS-PCT-CONSUMED
                 END-COMPUTE
                 MOVE WS-PCT-CONSUMED TO WS-EDIT-PCT
                 MOVE WS-EDIT-PCT TO REPORT-LINE (51:6)
              END-IF
              IF WS-AVAILABLE < 0
                 MOVE "*OVER BUDGET*" TO REPORT-LINE (59:13)
                 ADD 1 TO WS-OVER-COUNT
              END-IF
           END-IF
           PERFORM BUDGYTD-WRITE-LINE
           PERFORM BUDGYTD-READ-NEXT.
       BUDGYTD-PROCESS-ONE-END. EXIT.

       BUDGYTD-MATCH-ONE-BUDGET.
           IF WS-BUDG-SCHOOL (WS-BUDG-I) = ENC-SCHOOL
