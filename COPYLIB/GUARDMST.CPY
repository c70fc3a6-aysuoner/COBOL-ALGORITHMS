      *-----------------------------------------------------------------
      * GUARDMST.CPY
      * GUARDIAN CONTACT MASTER (KSDS, KEY GD-KEY = STUDENT ID +
      * GUARDIAN SEQUENCE). ONE RECORD PER PARENT OR GUARDIAN, SO A
      * STUDENT WITH TWO HOUSEHOLDS HAS TWO RECORDS (SEQUENCE 1, 2,
      * ...). MAINTAINED BY GRDLOAD FROM THE GUARDIN FEED AND READ BY
      * FAMNOTE WHEN IT MAILS AND PHONES FAMILY NOTICES.
      * GD-RESTRICT CARRIES THE OFFICE'S CONTACT RESTRICTION FOR
      * CUSTODY SITUATIONS - A GUARDIAN UNDER A NO-CONTACT ORDER IS
      * NEVER SENT A NOTICE, AND MAIL-ONLY AND PHONE-ONLY GUARDIANS
      * GET ONLY THAT KIND. GD-LANGUAGE PICKS THE LETTER TEMPLATE.
      *-----------------------------------------------------------------
       01  GUARDIAN-MASTER-RECORD.
           05 GD-KEY.
              10 GD-STU-ID            PIC X(6).
              10 GD-SEQ               PIC 9(1).
           05 GD-NAME                 PIC X(30).
           05 GD-RELATION             PIC X(10).
           05 GD-ADDR-1               PIC X(30).
           05 GD-ADDR-2               PIC X(30).
           05 GD-CITY                 PIC X(20).
           05 GD-STATE                PIC X(2).
           05 GD-ZIP                  PIC X(10).
           05 GD-PHONE                PIC X(12).
           05 GD-LANGUAGE             PIC X(3).
           05 GD-RESTRICT             PIC X(1).
              88 GD-NO-RESTRICTION   VALUE " ".
              88 GD-NO-CONTACT       VALUE "N".
              88 GD-MAIL-ONLY        VALUE "M".
              88 GD-PHONE-ONLY       VALUE "P".
           05 GD-LAST-CHANGE-DATE     PIC 9(8).
           05 FILLER                  PIC X(10).
