      *-----------------------------------------------------------------
      * CHKMAST.CPY
      * RECORD LAYOUT FOR THE CHECK MASTER, THE KEYED CURRENT-STATE
      * VIEW OF THE CHKREG REGISTER - ONE RECORD PER CHECK NUMBER
      * HOLDING WHERE THAT CHECK STANDS TODAY. CHKREG STAYS THE
      * APPEND-ONLY HISTORY; THIS FILE ANSWERS "IS CHECK N STILL
      * OUTSTANDING" WITHOUT READING THE WHOLE LOG. CHEKWRTR WRITES
      * THE RECORD AT ISSUE AND MARKS VOIDS, AND CATCHES UP ANY
      * REGISTER ENTRY THE MASTER HAS NOT SEEN ON EVERY RUN; CHKRECON
      * MARKS A CHECK CLEARED WHEN THE BANK REPORTS IT PAID.
      * MODIFIED 15/10/2026 - STOP-PAYMENT AND REISSUE FIELDS. THE
      * ONLNCHK TRANSACTION MARKS A CHECK STOPPED WITH ITS REASON
      * AND USER AND FLAGS A REQUESTED REISSUE; A REISSUED CHECK
      * CARRIES THE NUMBER OF THE CHECK IT REPLACES.
      * MODIFIED 15/10/2026 - THE LANGUAGE THE CHECK WAS PRINTED IN,
      * SO A REISSUE PRINTS IN THE SAME ONE.
      *-----------------------------------------------------------------
       01  CHECK-MASTER-RECORD.
           05 CM-CHECK-NUMBER        PIC 9(6).
           05 CM-TYPE                PIC X(1).
           05 CM-PAYEE               PIC X(8).
           05 CM-AMOUNT              PIC S9(9)V9(2).
           05 CM-STATUS              PIC X(1).
              88 CM-ISSUED           VALUE "I".
              88 CM-VOIDED           VALUE "V".
              88 CM-CLEARED          VALUE "C".
              88 CM-STOPPED          VALUE "S".
           05 CM-ISSUE-DATE          PIC 9(8).
           05 CM-STATUS-DATE         PIC 9(8).
           05 CM-ESCHEAT-FLAG        PIC X(1).
              88 CM-ESCHEAT-DUE      VALUE "Y".
           05 CM-STOP-REASON         PIC X(2).
              88 CM-STOP-NOT-RECEIVED VALUE "NR".
              88 CM-STOP-STOLEN      VALUE "ST".
              88 CM-STOP-DAMAGED     VALUE "DM".
              88 CM-STOP-OTHER       VALUE "OT".
              88 CM-STOP-REASON-OK   VALUE "NR" "ST" "DM" "OT".
           05 CM-STOP-USER           PIC X(8).
           05 CM-REISSUE-FLAG        PIC X(1).
              88 CM-REISSUE-QUEUED   VALUE "Q".
              88 CM-REISSUE-DONE     VALUE "Y".
           05 CM-ORIG-NUMBER         PIC 9(6).
           05 CM-LANGUAGE            PIC X(1).
              88 CM-LANG-SPANISH     VALUE "S".
           05 FILLER                 PIC X(2).
