      *-----------------------------------------------------------------
      * CNTYBREG.CPY
      * RECORD LAYOUT FOR THE COUNTY BATCH REGISTER VSAM KSDS, KEYED
      * BY CB-BATCH-ID ("JV" + SEND DATE + TWO-DIGIT SEQUENCE). EVERY
      * JOURNAL-VOUCHER BATCH CNTYJVX SENDS TO THE COUNTY FINANCIAL
      * SYSTEM IS REGISTERED HERE AS SENT, WITH ITS LINE COUNT AND
      * DEBIT/CREDIT TOTALS; CNTYACK POSTS THE COUNTY'S ACCEPTANCE OR
      * REJECTION BACK ONTO THE SAME RECORD, WITH THE COUNTY'S OWN
      * VOUCHER NUMBER, THE DATE AND THE REASON GIVEN.
      *-----------------------------------------------------------------
       01  COUNTY-BATCH-RECORD.
           05 CB-BATCH-ID             PIC X(12).
           05 CB-STATUS               PIC X(1).
              88 CB-SENT              VALUE "S".
              88 CB-ACCEPTED          VALUE "A".
              88 CB-REJECTED          VALUE "R".
           05 CB-SENT-DATE            PIC 9(8).
           05 CB-EFFECTIVE-DATE       PIC 9(8).
           05 CB-LINE-COUNT           PIC 9(7).
           05 CB-TOTAL-DEBITS         PIC 9(11)V9(2).
           05 CB-TOTAL-CREDITS        PIC 9(11)V9(2).
           05 CB-ADJ-COUNT            PIC 9(5).
           05 CB-QTR-COUNT            PIC 9(5).
           05 CB-OVERRIDE-SW          PIC X(1).
           05 CB-ACK-DATE             PIC 9(8).
           05 CB-COUNTY-REF           PIC X(10).
           05 CB-REJECT-LINES         PIC 9(5).
           05 CB-REASON               PIC X(40).
           05 FILLER                  PIC X(20).
