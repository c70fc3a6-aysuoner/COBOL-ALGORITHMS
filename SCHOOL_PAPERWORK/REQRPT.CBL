      * MONTH) RESETS THE ACCUMULATOR AT YEAR OPEN, AND EACH SCHOOL
      * SUBTOTAL PRINTS ITS YTD COMMITTED LINE. THE BUDGYTD STEP
      * REPORTS CONSUMPTION ACROSS ALL SCHOOLS FROM THE SAME FILE.
      * MODIFIED 15/10/2026 - ENCMAST IS NOW KEYED BY SCHOOL AND
      * FISCAL YEAR, SO EACH YEAR OPENS ITS OWN RECORD INSTEAD OF
      * ZEROING LAST YEAR'S, AND THE PURCHASE-ORDER ENCUMBRANCE
      * FIELDS POGEN AND STKRECV MAINTAIN START AT ZERO ON A RECORD
      * THIS STEP CREATES.
      * MODIFIED 15/10/2026 - THE SCHBUDG LAYOUT MOVED TO THE SCHBUDG
      * COPYBOOK, AND THE BUDGET TESTED IS NOW THE REVISED BUDGET -
      * THE ADOPTED BUDGET PLUS THE AMENDMENTS AND TRANSFERS BUDGPOST
      * HAS POSTED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ENCUMBRANCE-FILE ASSIGN TO "ENCMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ENC-KEY
               FILE STATUS IS WS-ENC-STATUS.
      ******************************************************************
       DATA DIVISION.
           05 PT-PRICE-PER-REAM    PIC 9(3)V9(2).

       FD  BUDGET-FILE.
           COPY "SCHBUDG.CPY".

       FD  ACK-FILE.
       01  ACK-LINE                PIC X(80).
                    ADD 1 TO WS-SCHOOL-MAX
                    MOVE SB-SCHOOL TO WS-SCHOOL-CODE (WS-SCHOOL-MAX)
                    MOVE SB-BUDGET TO WS-SCHOOL-BUDGET (WS-SCHOOL-MAX)
                    IF SB-AMENDMENTS NUMERIC
                       ADD SB-AMENDMENTS
                          TO WS-SCHOOL-BUDGET (WS-SCHOOL-MAX)
                    END-IF
                    MOVE "Y" TO WS-SCHOOL-HAS-BUDG (WS-SCHOOL-MAX)
                    MOVE 0 TO WS-SCHOOL-COST (WS-SCHOOL-MAX)
                 END-IF

      *-----------------------------------------------------------------
      * FOLD THIS CYCLE'S ORDER INTO THE SCHOOL'S YEAR-TO-DATE
      * COMMITTED TOTAL FOR THE CURRENT FISCAL YEAR. THE FIRST ORDER
      * OF A NEW YEAR OPENS A NEW RECORD, SO THE YEAR STARTS CLEAN.
      *-----------------------------------------------------------------
       REQRPT-POST-ENCUMBRANCE.
           MOVE WS-SCHOOL-COST (WS-SCHOOL-I) TO WS-YTD-COST
              GO TO REQRPT-POST-ENCUMBRANCE-END
           END-IF
           MOVE WS-SCHOOL-CODE (WS-SCHOOL-I) TO ENC-SCHOOL
           MOVE WS-FISCAL-YEAR TO ENC-FISCAL-YEAR
           READ ENCUMBRANCE-FILE
              INVALID KEY
                 MOVE SPACES TO ENCUMBRANCE-RECORD
                 MOVE WS-FISCAL-YEAR TO ENC-FISCAL-YEAR
                 MOVE WS-SCHOOL-COST (WS-SCHOOL-I)
                    TO ENC-YTD-COMMITTED
                 MOVE 0 TO ENC-ENCUMBERED ENC-EXPENDED ENC-RELEASED
                 MOVE WS-ENC-RUN-DATE-NUM TO ENC-LAST-DATE
                 WRITE ENCUMBRANCE-RECORD
                 END-WRITE
                 MOVE ENC-YTD-COMMITTED TO WS-YTD-COST
                 GO TO REQRPT-POST-ENCUMBRANCE-END
           END-READ
           ADD WS-SCHOOL-COST (WS-SCHOOL-I) TO ENC-YTD-COMMITTED
           MOVE WS-ENC-RUN-DATE-NUM TO ENC-LAST-DATE
           REWRITE ENCUMBRANCE-RECORD
