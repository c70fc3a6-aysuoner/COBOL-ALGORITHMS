      *-----------------------------------------------------------------
      * NOTCAND.CPY
      * RECORD LAYOUT FOR NOTCAND, THE FAMILY-NOTICE CANDIDATE FILE.
      * ATTCHRON APPENDS A RECORD FOR EVERY CHRONIC ABSENTEE OR
      * TARDY STUDENT IT LISTS AND STUWATCH ONE FOR EVERY WATCH-LIST
      * TRIGGER, AND FAMNOTE TURNS THEM INTO LETTERS AND PHONE CALLS
      * AND EMPTIES THE FILE FOR THE NEXT RUN. ONE RECORD PER
      * STUDENT PER REASON.
      *-----------------------------------------------------------------
       01  NOTICE-CANDIDATE-RECORD.
           05 NC-LIST-DATE            PIC 9(8).
           05 NC-STU-ID               PIC X(6).
           05 NC-STU-NAME             PIC X(25).
           05 NC-TERM                 PIC X(5).
           05 NC-REASON               PIC X(4).
              88 NC-CHRONIC-ABSENCE  VALUE "ABSN".
              88 NC-CHRONIC-TARDY    VALUE "TRDY".
              88 NC-GRADE-DROP       VALUE "GDRP".
              88 NC-FIRST-FAIL       VALUE "GFAL".
           05 NC-DETAIL               PIC X(30).
           05 NC-SOURCE               PIC X(8).
           05 FILLER                  PIC X(4).
