      *-----------------------------------------------------------------
      * ISSUEHST.CPY
      * RECORD LAYOUT FOR THE ISSUEHST STOCK-ISSUE HISTORY, ONE RECORD
      * PER REQFILL ISSUE STKISSU POSTED AGAINST STKMAST, APPENDED RUN
      * AFTER RUN. IT CARRIES THE SCHOOL THAT REQUISITIONED THE PAPER
      * (REQ-SCHOOL ON THE REQRPT REQUISITION) AS WELL AS THE
      * LOCATION IT WAS ISSUED FROM, SO CHGBACK CAN CHARGE EACH
      * MONTH'S ISSUES TO THE SCHOOL THAT USED THEM. A BLANK SCHOOL
      * IS AN ISSUE POSTED FROM A REQFILL RECORD THAT DID NOT CARRY
      * ONE.
      * MODIFIED 15/10/2026 - BOFILL ALSO APPENDS A RECORD HERE FOR
      * EACH BACKORDER IT FILLS FROM STOCK STKRECV OR STKXFER BROUGHT
      * IN, CARRYING THE SCHOOL THAT WAS BACKORDERED.
      *-----------------------------------------------------------------
       01  ISSUE-HISTORY-RECORD.
           05 IH-ISSUE-DATE           PIC 9(8).
           05 IH-SCHOOL               PIC X(4).
           05 IH-PAPER-TYPE           PIC X(3).
           05 IH-LOCATION             PIC X(4).
           05 IH-REAMS                PIC 9(5).
           05 FILLER                  PIC X(6).
