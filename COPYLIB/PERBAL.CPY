      *-----------------------------------------------------------------
      * PERBAL.CPY
      * RECORD LAYOUT FOR THE PERIOD-BALANCE HISTORY VSAM KSDS
      * (PERBAL), KEYED BY ACCOUNT ID PLUS FISCAL YEAR AND FISCAL
      * PERIOD (01 = THE FIRST MONTH OF THE FISCAL YEAR, FROM
      * THRESHIN FISCAL-START-MONTH). PERSNAP WRITES ONE RECORD PER
      * ACCTMAST ACCOUNT AT EACH MONTH END: THE CLOSING SUMS AS THEY
      * STOOD, THE TRUE LINE-ITEM COUNT (BASE TABLE PLUS OVERFLOW
      * SEGMENTS), AND THE MONTH'S ACTIVITY - THE MOVE IN EACH SUM
      * SINCE THE PRIOR PERIOD'S SNAPSHOT. BECAUSE YEARCLSE RESETS
      * THE ACCTMAST SUMS AT YEAR END, PB-CLOSING-BALANCE IS ALSO
      * THE FISCAL YEAR TO DATE.
      *
      * PB-STATUS "C" MEANS THE SNAPSHOT WAS TAKEN AFTER PERIODCK
      * SHOWED THE MONTH CLOSED AND IS FINAL - A RERUN LEAVES IT
      * ALONE. "P" IS A PROVISIONAL SNAPSHOT FORCED WHILE THE MONTH
      * WAS STILL OPEN, WHICH A LATER RUN REPLACES. PERCOMP REPORTS
      * FROM THIS FILE AND THE ONLNBRW BROWSE SHOWS IT ONLINE.
      *-----------------------------------------------------------------
       01  PERIOD-BALANCE-RECORD.
           05 PB-KEY.
              10 PB-ACCT-ID           PIC X(8).
              10 PB-FISCAL-YEAR       PIC 9(4).
              10 PB-FISCAL-PERIOD     PIC 9(2).
           05 PB-CALENDAR-MONTH       PIC 9(6).
           05 PB-STATUS               PIC X(1).
              88 PB-FINAL             VALUE "C".
              88 PB-PROVISIONAL       VALUE "P".
           05 PB-SUM-POSITIVE         PIC 9(8).
           05 PB-SUM-NEGATIVE         PIC S9(8).
           05 PB-CLOSING-BALANCE      PIC S9(9).
           05 PB-ITEM-COUNT           PIC 9(5).
           05 PB-ZERO-COUNT           PIC 9(3).
           05 PB-SQUARE-SUM           PIC 9(8).
           05 PB-PERIOD-DEBITS        PIC S9(8).
           05 PB-PERIOD-CREDITS       PIC S9(8).
           05 PB-NET-CHANGE           PIC S9(9).
           05 PB-SNAPSHOT-DATE        PIC 9(8).
           05 FILLER                  PIC X(20).
