      *-----------------------------------------------------------------
      * CHKREG.CPY
      * RECORD LAYOUT FOR THE CHECK REGISTER, THE APPEND-ONLY LOG
      * CHEKWRTR WRITES ONE ENTRY TO FOR EVERY PIECE OF CHECK STOCK
      * IT ISSUES OR VOIDS. THE REGISTER IS NEVER REWRITTEN IN
      * PLACE - A LATER EVENT AGAINST A CHECK (A VOID OF A SPOILED
      * NUMBER) IS A FURTHER ENTRY UNDER THE SAME CHECK NUMBER, SO
      * THE FILE READ TOP TO BOTTOM IS THE CHECK'S WHOLE HISTORY.
      * THE NEXT CHECK NUMBER IS ONE PAST THE HIGHEST ANY ENTRY
      * CARRIES. MOVED OUT OF CHEKWRTR'S OWN FD SO THE POSPAY
      * POSITIVE-PAY STEP READS THE SAME LAYOUT IT WRITES.
      * MODIFIED 15/10/2026 - NEW "C" CLEARED ENTRY, APPENDED BY THE
      * CHKRECON BANK RECONCILIATION WHEN THE BANK REPORTS THE CHECK
      * PAID; ITS CHK-DATE IS THE BANK'S PAID DATE.
      * MODIFIED 15/10/2026 - NEW "S" STOP-PAYMENT ENTRY, AND
      * CHK-ORIG-NUMBER ON A REISSUED CHECK NAMING THE CHECK IT
      * REPLACES (ZERO OR BLANK ON EVERYTHING ELSE - ENTRIES WRITTEN
      * BEFORE THE FIELD EXISTED READ BACK BLANK).
      * MODIFIED 15/10/2026 - CHK-LANGUAGE, THE LANGUAGE THE CHECK
      * WAS PRINTED IN ("E" ENGLISH, "S" SPANISH), CARRIED ON EVERY
      * LATER ENTRY FOR THE SAME CHECK. IT IS ONLY A CODE - EVERY
      * OTHER FIELD MEANS THE SAME WHATEVER THE LANGUAGE, SO POSPAY
      * AND THE RECONCILIATION READ THE REGISTER AS BEFORE. BLANK ON
      * A VOID, AND ON ENTRIES WRITTEN BEFORE THE FIELD EXISTED
      * (ALL ENGLISH).
      *-----------------------------------------------------------------
       01  CHECK-REGISTER-RECORD.
           05 CHK-NUMBER             PIC 9(6).
           05 CHK-TYPE               PIC X(1).
              88 CHK-TYPE-ADJUSTMENT VALUE "A".
              88 CHK-TYPE-ORDER      VALUE "P".
           05 CHK-PAYEE              PIC X(8).
           05 CHK-AMOUNT             PIC S9(9)V9(2).
           05 CHK-STATUS             PIC X(1).
              88 CHK-ISSUED          VALUE "I".
              88 CHK-VOIDED          VALUE "V".
              88 CHK-CLEARED         VALUE "C".
              88 CHK-STOPPED         VALUE "S".
           05 CHK-DATE               PIC 9(8).
           05 CHK-ORIG-NUMBER        PIC 9(6).
           05 CHK-LANGUAGE           PIC X(1).
              88 CHK-LANG-ENGLISH    VALUE "E" " ".
              88 CHK-LANG-SPANISH    VALUE "S".
