      *-----------------------------------------------------------------
      * CHGJREC.CPY
      * ONE LINE OF THE MASTER-FILE CHANGE JOURNAL - THE BEFORE AND
      * AFTER IMAGE OF ONE ADD, CHANGE OR DELETE AGAINST ACCTMAST,
      * EMPHLTH OR STUDMAST. BATCH PROGRAMS WRITE IT TO CHGJRNL
      * THROUGH THE SHARED CHGJRNL WRITER; THE ONLINE TRANSACTIONS
      * WRITE THE SAME LAYOUT TO THE CJRN TRANSIENT DATA QUEUE,
      * WHICH LANDS ON ONLJRNL. CJR-RUN-ID IS THE CYCLE RUN-ID FOR A
      * BATCH CHANGE AND "ONLINE" FOR AN ONLINE ONE; CJR-USER IS THE
      * CLERK'S USER ID WHEREVER ONE IS KNOWN. AN ADD HAS A BLANK
      * BEFORE IMAGE AND A DELETE A BLANK AFTER IMAGE. THE IMAGES ARE
      * WIDE ENOUGH FOR THE LARGEST OF THE THREE RECORDS.
      *-----------------------------------------------------------------
       01  CHANGE-JOURNAL-RECORD.
           05 CJR-STAMP.
              10 CJR-DATE            PIC 9(08).
              10 CJR-TIME            PIC 9(08).
           05 CJR-RUN-ID             PIC X(08).
           05 CJR-USER               PIC X(08).
           05 CJR-PROGRAM            PIC X(09).
           05 CJR-MASTER             PIC X(08).
           05 CJR-ACTION             PIC X(01).
              88 CJR-ADD             VALUE "A".
              88 CJR-CHANGE          VALUE "C".
              88 CJR-DELETE          VALUE "D".
           05 CJR-KEY                PIC X(08).
           05 CJR-BEFORE             PIC X(1300).
           05 CJR-AFTER              PIC X(1300).
