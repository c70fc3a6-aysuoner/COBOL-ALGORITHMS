      *-----------------------------------------------------------------
      * RECURMST.CPY
      * RECURRING-ENTRY TEMPLATE MASTER (KSDS, KEY RE-TEMPLATE-ID).
      * ONE RECORD PER STANDING JOURNAL - AN ACCRUAL, A RENT
      * ALLOCATION, A STANDING TRANSFER - DEBITING ONE ACCOUNT AND
      * CREDITING ANOTHER BY A FIXED WHOLE-DOLLAR AMOUNT. RECLOAD
      * MAINTAINS THE TEMPLATE FIELDS FROM THE RECURIN FEED; RECURGEN
      * OWNS THE GENERATION FIELDS AT THE END AND IS THE ONLY
      * PROGRAM THAT CHANGES THEM.
      *    RE-FREQUENCY   M MONTHLY, Q QUARTERLY, S HALF-YEARLY,
      *                   A ANNUALLY - COUNTED FROM THE START MONTH
      *    RE-TIMING      B FIRST BUSINESS DAY OF THE PERIOD,
      *                   E LAST BUSINESS DAY (MONTH-END ACCRUALS)
      *    RE-END-DATE    ZERO WHEN THE TEMPLATE HAS NO END
      *    RE-REVERSING   Y - THE ENTRY IS REVERSED ON THE FIRST
      *                   BUSINESS DAY OF THE NEXT PERIOD
      * RE-LAST-GEN-PERIOD (YYYYMM) IS WHAT KEEPS AN ENTRY FROM BEING
      * GENERATED TWICE FOR ONE PERIOD. RE-REV-DUE-DATE IS NON-ZERO
      * WHILE A REVERSAL IS OWED AND IS CLEARED WHEN IT IS WRITTEN;
      * THE ACCOUNTS AND AMOUNT TO REVERSE ARE KEPT WITH IT, SO A
      * TEMPLATE CHANGED IN BETWEEN STILL REVERSES WHAT WAS POSTED.
      *-----------------------------------------------------------------
       01  RECURRING-ENTRY-RECORD.
           05 RE-TEMPLATE-ID          PIC X(8).
           05 RE-DESCRIPTION          PIC X(30).
           05 RE-DEBIT-ACCT           PIC X(8).
           05 RE-CREDIT-ACCT          PIC X(8).
           05 RE-AMOUNT               PIC 9(7).
           05 RE-FREQUENCY            PIC X(1).
              88 RE-MONTHLY           VALUE "M".
              88 RE-QUARTERLY         VALUE "Q".
              88 RE-HALF-YEARLY       VALUE "S".
              88 RE-ANNUAL            VALUE "A".
              88 RE-FREQUENCY-VALID   VALUE "M" "Q" "S" "A".
           05 RE-TIMING               PIC X(1).
              88 RE-AT-PERIOD-START   VALUE "B".
              88 RE-AT-PERIOD-END     VALUE "E".
              88 RE-TIMING-VALID      VALUE "B" "E".
           05 RE-START-DATE           PIC 9(8).
           05 RE-END-DATE             PIC 9(8).
           05 RE-REVERSING-SW         PIC X(1).
              88 RE-REVERSING         VALUE "Y".
           05 RE-ACTIVE-SW            PIC X(1).
              88 RE-ACTIVE            VALUE "Y".
              88 RE-INACTIVE          VALUE "N".
           05 RE-LAST-CHANGE-DATE     PIC 9(8).
           05 RE-LAST-GEN-PERIOD      PIC 9(6).
           05 RE-LAST-GEN-DATE        PIC 9(8).
           05 RE-REV-DUE-DATE         PIC 9(8).
           05 RE-REV-DEBIT-ACCT       PIC X(8).
           05 RE-REV-CREDIT-ACCT      PIC X(8).
           05 RE-REV-AMOUNT           PIC 9(7).
           05 RE-LAST-REV-DATE        PIC 9(8).
           05 FILLER                  PIC X(10).
