      * POSTED AND THE RECORD MARKED RECEIVED - SO PAPER THAT LEFT
      * ONE SHELF AND NEVER ARRIVED AT THE OTHER SHOWS ON THE OPEN
      * TRANSFERS REPORT INSTEAD OF VANISHING BETWEEN LOCATIONS.
      * MODIFIED 15/10/2026 - XFR-VALUE, CARVED OUT OF THE FILLER,
      * CARRIES THE STOCK VALUE THAT LEFT THE SENDER AT ITS AVERAGE
      * COST; THE RECEIVER TAKES IT IN ON CONFIRMATION, AND STKVALUE
      * REPORTS WHAT IS STILL IN TRANSIT AT MONTH END. A TRANSFER
      * SENT BEFORE THE FIELD EXISTED HOLDS SPACES AND CARRIES NO
      * VALUE - NONE LEFT THE SENDER EITHER.
      *-----------------------------------------------------------------
       01  TRANSFER-MASTER-RECORD.
           05 XFR-ID                  PIC 9(6).
              88 XFR-RECEIVED        VALUE "R".
           05 XFR-SENT-DATE           PIC 9(8).
           05 XFR-RECEIVED-DATE       PIC 9(8).
           05 XFR-VALUE               PIC S9(7)V9(2).
           05 FILLER                  PIC X(1).
