      *-----------------------------------------------------------------
      * NOTLETR.CPY
      * RECORD LAYOUT FOR NOTLETR, THE FAMILY-NOTICE MAIL-MERGE FILE
      * FAMNOTE WRITES - ONE FIXED RECORD PER LETTER, ADDRESSED TO
      * ONE GUARDIAN. THE OFFICE MERGES IT INTO THE LETTER TEMPLATE
      * FOR LT-REASON IN THE GUARDIAN'S LANGUAGE.
      *-----------------------------------------------------------------
       01  NOTICE-LETTER-RECORD.
           05 LT-NOTICE-DATE          PIC 9(8).
           05 LT-REASON               PIC X(4).
           05 LT-LANGUAGE             PIC X(3).
           05 LT-STU-ID               PIC X(6).
           05 LT-STU-NAME             PIC X(25).
           05 LT-TERM                 PIC X(5).
           05 LT-DETAIL               PIC X(30).
           05 LT-GUARD-NAME           PIC X(30).
           05 LT-RELATION             PIC X(10).
           05 LT-ADDR-1               PIC X(30).
           05 LT-ADDR-2               PIC X(30).
           05 LT-CITY                 PIC X(20).
           05 LT-STATE                PIC X(2).
           05 LT-ZIP                  PIC X(10).
