      *-----------------------------------------------------------------
      * VENDPAID.CPY
      * RECORD LAYOUT FOR THE VENDPAID SCREENING-BILL PAYMENT HISTORY
      * VSAM KSDS - ONE RECORD FOR EVERY BILLED SCREENING VENDRECN
      * HAS APPROVED TO PAY, KEYED BY EMPLOYEE AND SCREENING DATE SO
      * THE SAME SCREENING BILLED AGAIN ON A LATER INVOICE IS CAUGHT
      * AS A DUPLICATE.
      *-----------------------------------------------------------------
       01  VENDOR-PAID-RECORD.
           05 VP-KEY.
              10 VP-EMP-ID            PIC X(6).
              10 VP-SCREEN-DATE       PIC 9(8).
           05 VP-VEND-PREFIX          PIC X(3).
           05 VP-INVOICE-NO           PIC X(12).
           05 VP-AMOUNT               PIC 9(5)V9(2).
           05 VP-APPROVED-DATE        PIC 9(8).
           05 FILLER                  PIC X(10).
