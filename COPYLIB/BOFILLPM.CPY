      *-----------------------------------------------------------------
      * BOFILLPM.CPY
      * PARAMETER LAYOUT FOR BOFILL, THE SHARED BACKORDER-FILL
      * SERVICE. A STEP THAT BRINGS STOCK INTO A LOCATION MOVES "F",
      * ITS PROGRAM NAME, THE PAPER TYPE, THE LOCATION AND THE REAMS
      * NOW ON THE SHELF, AND CALLS BOFILL BEFORE IT REWRITES THE
      * STOCK RECORD. BF-FILLED COMES BACK WITH THE REAMS HANDED TO
      * BACKORDERS (OLDEST FIRST) - THE CALLER TAKES THEM OFF ON-HAND
      * AS AN ISSUE - AND BF-ORDERS-CLOSED WITH THE BACKORDERS NOW
      * FILLED IN FULL. CALL ONCE WITH "C" AT END OF RUN TO CLOSE
      * BOFILL'S FILES.
      *
      * COPY THIS UNDER YOUR OWN 01-LEVEL GROUP IN WORKING-STORAGE.
      *-----------------------------------------------------------------
       05  BF-FUNCTION               PIC X(01).
           88  BF-FILL               VALUE "F".
           88  BF-CLOSE              VALUE "C".
       05  BF-PROGRAM                PIC X(08).
       05  BF-PAPER-TYPE             PIC X(03).
       05  BF-LOCATION               PIC X(04).
       05  BF-AVAILABLE              PIC 9(07).
       05  BF-FILLED                 PIC 9(07).
       05  BF-ORDERS-CLOSED          PIC 9(05).
       05  BF-RESULT                 PIC X(01).
           88  BF-OK                 VALUE "Y".
           88  BF-FAILED             VALUE "N".
