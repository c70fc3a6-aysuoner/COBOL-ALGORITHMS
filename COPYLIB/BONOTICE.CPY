      *-----------------------------------------------------------------
      * BONOTICE.CPY
      * RECORD LAYOUT FOR BOFILLN, THE BACKORDER-FILLED NOTICE FILE.
      * BOFILL APPENDS ONE RECORD FOR EVERY BACKORDER IT FILLS, IN
      * FULL OR IN PART, AND BACKORPT PRINTS THEM AS A NOTICE TO
      * EACH SCHOOL AND EMPTIES THE FILE FOR THE NEXT DAY.
      *-----------------------------------------------------------------
       01  BACKORDER-NOTICE-RECORD.
           05 BN-FILL-DATE            PIC 9(8).
           05 BN-SCHOOL               PIC X(4).
           05 BN-REQ-ID               PIC X(8).
           05 BN-ORDER-DATE           PIC 9(8).
           05 BN-PAPER-TYPE           PIC X(3).
           05 BN-LOCATION             PIC X(4).
           05 BN-REAMS-FILLED         PIC 9(5).
           05 BN-REAMS-OPEN           PIC 9(5).
           05 BN-SOURCE               PIC X(8).
           05 FILLER                  PIC X(5).
