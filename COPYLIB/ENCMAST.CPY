      * SCHOOL. THE STORED FISCAL YEAR (FROM THE THRESHIN
      * FISCAL-START-MONTH) RESETS THE ACCUMULATOR WHEN A NEW YEAR
      * OPENS.
      * MODIFIED 15/10/2026 - THE KEY IS NOW SCHOOL PLUS FISCAL YEAR,
      * ONE RECORD PER SCHOOL PER YEAR, AND THE PURCHASE ORDER
      * CARRIES THE ENCUMBRANCE: POGEN ADDS EACH ORDER'S ESTIMATED
      * COST TO ENC-ENCUMBERED FOR THE ORDERING LOCATION'S SCHOOL AND
      * THE FISCAL YEAR IT WAS ORDERED IN, STKRECV RELIEVES IT AS
      * RECEIPTS POST AND ADDS THE RECEIVED COST TO ENC-EXPENDED, AND
      * POCLOSE RELEASES WHAT IS LEFT ON A CANCELLED OR SHORT-CLOSED
      * ORDER (ENC-RELEASED KEEPS THE YEAR'S TOTAL). BUDGYTD SHOWS
      * ENCUMBERED, EXPENDED AND AVAILABLE. ENC-YTD-COMMITTED REMAINS
      * REQRPT'S RUNNING TOTAL OF PRICED REQUISITIONS.
      *-----------------------------------------------------------------
       01  ENCUMBRANCE-RECORD.
           05 ENC-KEY.
              10 ENC-SCHOOL           PIC X(4).
              10 ENC-FISCAL-YEAR      PIC 9(4).
           05 ENC-YTD-COMMITTED       PIC 9(9)V9(2).
           05 ENC-LAST-DATE           PIC 9(8).
           05 FILLER                  PIC X(10).
           05 ENC-ENCUMBERED          PIC S9(9)V9(2).
           05 ENC-EXPENDED            PIC 9(9)V9(2).
           05 ENC-RELEASED            PIC 9(9)V9(2).
