      * POSTED THROUGH THE FRAUDUPD FEED, SO NEXT CYCLE'S REPORT
      * SHOWS WHICH LEADS ARE ALREADY BEING WORKED INSTEAD OF
      * RE-FLAGGING THEM COLD.
      * MODIFIED 15/10/2026 - THE KEY IS NOW THE PREFIX PLUS A CASE
      * NUMBER. THE BENFORD CASE FOR A PREFIX IS CASE 000000; THE
      * DUPSCRN DUPLICATE-PAYMENT SCREEN OPENS ONE NUMBERED CASE PER
      * HELD PAYMENT DOCUMENT (FC-CASE-TYPE "D") CARRYING THE RULE
      * THAT FIRED, THE PAYEE AND AMOUNT, AND WHAT IT DUPLICATES.
      * FRAUDUPD POSTS DISPOSITIONS TO EITHER KIND; A CLEARED
      * DUPLICATE CASE RELEASES ITS DOCUMENT TO THE NEXT CHECK RUN.
      *-----------------------------------------------------------------
       01  FRAUD-CASE-RECORD.
           05 FC-KEY.
              10 FC-PREFIX            PIC X(3).
              10 FC-CASE-NO           PIC 9(6).
           05 FC-DISPOSITION          PIC X(1).
              88 FC-OPEN             VALUE "O".
              88 FC-CLEARED          VALUE "C".
           05 FC-OPENED-DATE          PIC 9(8).
           05 FC-DECIDED-DATE         PIC 9(8).
           05 FC-REVIEWER             PIC X(8).
           05 FC-CASE-TYPE            PIC X(1).
              88 FC-BENFORD-CASE     VALUE "B" " ".
              88 FC-DUPLICATE-CASE   VALUE "D".
           05 FC-DUP-RULE             PIC X(20).
           05 FC-DUP-PAYEE            PIC X(8).
           05 FC-DUP-AMOUNT           PIC S9(9)V9(2).
           05 FC-DUP-MATCH            PIC X(10).
           05 FILLER                  PIC X(10).
