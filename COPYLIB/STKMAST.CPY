      * LOCATION TO THIS LEVEL; A ZERO TARGET (RECORDS WRITTEN
      * BEFORE THE FIELD EXISTED) FALLS BACK TO TWICE THE REORDER
      * POINT.
      * MODIFIED 15/10/2026 - EACH STOCK RECORD NOW CARRIES ITS BOOK
      * VALUE AND A MOVING WEIGHTED-AVERAGE UNIT COST. STKRECV ADDS
      * EACH RECEIPT AT ITS ACTUAL ORDER COST AND RE-AVERAGES;
      * STKISSU, STKXFER AND STKCOUNT MOVE VALUE AT THE CURRENT
      * AVERAGE (A MOVEMENT THAT EMPTIES THE SHELF TAKES WHATEVER
      * VALUE IS LEFT, SO NO ROUNDING RESIDUE SITS ON AN EMPTY
      * LOCATION). THE MONTH'S VALUE MOVEMENTS ACCUMULATE BESIDE THE
      * OPENING BALANCE FOR THE STKVALUE MONTH-END VALUATION, WHICH
      * ROLLS THEM TO A NEW OPENING BALANCE WHEN IT CLOSES THE
      * MONTH. A RECORD LOADED BEFORE THE COST FIELDS EXISTED HOLDS
      * SPACES IN THEM; THE POSTING PROGRAMS ZERO THEM ON FIRST
      * TOUCH AND STKVALUE PRICES ANY STOCK STILL UNCOSTED.
      *-----------------------------------------------------------------
       01  STOCK-MASTER-RECORD.
           05 STK-KEY.
           05 STK-REORDER-POINT       PIC 9(5).
           05 STK-TARGET-LEVEL        PIC 9(5).
           05 FILLER                  PIC X(5).
           05 STK-COST-FIELDS.
              10 STK-AVG-COST         PIC 9(3)V9(4).
              10 STK-VALUE            PIC S9(9)V9(2).
              10 STK-OPEN-QTY         PIC S9(7).
              10 STK-OPEN-VALUE       PIC S9(9)V9(2).
              10 STK-MTD-RCV-VALUE    PIC S9(9)V9(2).
              10 STK-MTD-ISS-VALUE    PIC S9(9)V9(2).
              10 STK-MTD-XFR-VALUE    PIC S9(9)V9(2).
              10 STK-MTD-ADJ-VALUE    PIC S9(9)V9(2).
