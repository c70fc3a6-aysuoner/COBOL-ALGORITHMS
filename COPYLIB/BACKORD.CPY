      *-----------------------------------------------------------------
      * BACKORD.CPY
      * RECORD LAYOUT FOR THE BACKORD BACKORDER KSDS - THE REAMS A
      * SCHOOL'S REQUISITION ASKED FOR THAT THE SHELF COULD NOT
      * GIVE. STKISSU WRITES ONE WHEN A REQFILL POSTING IS SHORT;
      * BOFILL, CALLED BY STKRECV AND STKXFER AS STOCK COMES IN,
      * FILLS THEM AND DELETES EACH ONE WHEN NOTHING IS LEFT OPEN.
      * THE KEY IS PAPER TYPE, LOCATION AND THE REQUISITION - THE
      * DATE IT WAS BACKORDERED, THE SCHOOL AND THE REQUISITION
      * NUMBER - SO A BROWSE OF ONE TYPE AND LOCATION COMES BACK
      * OLDEST FIRST. A SECOND SHORTFALL ON THE SAME REQUISITION THE
      * SAME DAY ADDS TO THE FIRST.
      *-----------------------------------------------------------------
       01  BACKORDER-RECORD.
           05 BO-KEY.
              10 BO-PAPER-TYPE        PIC X(3).
              10 BO-LOCATION          PIC X(4).
              10 BO-REQUISITION.
                 15 BO-ORDER-DATE     PIC 9(8).
                 15 BO-SCHOOL         PIC X(4).
                 15 BO-REQ-ID         PIC X(8).
           05 BO-REAMS-ORDERED        PIC 9(5).
           05 BO-REAMS-OPEN           PIC 9(5).
           05 BO-LAST-FILL-DATE       PIC 9(8).
           05 FILLER                  PIC X(10).
