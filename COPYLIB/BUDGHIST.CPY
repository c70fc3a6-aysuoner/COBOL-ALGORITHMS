      *-----------------------------------------------------------------
      * BUDGHIST.CPY
      * RECORD LAYOUT FOR THE BUDGHIST BUDGET-TRANSACTION HISTORY,
      * ONE RECORD PER BUDGTXN TRANSACTION BUDGPOST PROCESSED - POSTED
      * OR REJECTED - APPENDED RUN AFTER RUN, SO EVERY CHANGE TO A
      * SCHOOL'S BUDGET CAN BE TRACED TO ITS AUTHORIZATION. A
      * TRANSFER IS KEPT AS ONE RECORD PER LEG UNDER ITS SHARED
      * TRANSACTION REFERENCE. BH-AMOUNT IS SIGNED - AN INCREASE OR A
      * TRANSFER INTO THE SCHOOL IS POSITIVE.
      *-----------------------------------------------------------------
       01  BUDGET-HISTORY-RECORD.
           05 BH-POST-DATE            PIC 9(8).
           05 BH-TXN-REF              PIC X(10).
           05 BH-TXN-TYPE             PIC X(1).
              88 BH-AMENDMENT        VALUE "A".
              88 BH-TRANSFER         VALUE "T".
           05 BH-SCHOOL               PIC X(4).
           05 BH-AMOUNT               PIC S9(7)V9(2).
           05 BH-AUTH-REF             PIC X(12).
           05 BH-EFFECTIVE-DATE       PIC 9(8).
           05 BH-BUDGET-BEFORE        PIC S9(8)V9(2).
           05 BH-BUDGET-AFTER         PIC S9(8)V9(2).
           05 BH-STATUS               PIC X(1).
              88 BH-POSTED           VALUE "P".
              88 BH-REJECTED         VALUE "R".
           05 BH-REASON               PIC X(30).
           05 BH-DESCRIPTION          PIC X(30).
