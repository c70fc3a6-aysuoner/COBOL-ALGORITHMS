      *-----------------------------------------------------------------
      * NOTCLOG.CPY
      * FAMILY NOTICE LOG (KSDS, KEY NL-KEY = STUDENT + REASON +
      * NOTICE DATE + GUARDIAN SEQUENCE + METHOD). FAMNOTE WRITES ONE
      * RECORD FOR EVERY LETTER QUEUED AND EVERY CALL LISTED, NAMING
      * THE GUARDIAN AND WHERE THE NOTICE WENT, SO THE SCHOOL CAN
      * SHOW WHEN IT CONTACTED THE FAMILY AND HOW. THE KEY ORDER
      * ALSO LETS FAMNOTE FIND A STUDENT'S LATEST NOTICE FOR A
      * REASON WITHOUT READING THE WHOLE FILE. RECORDS ARE NEVER
      * CHANGED OR DELETED.
      *-----------------------------------------------------------------
       01  NOTICE-LOG-RECORD.
           05 NL-KEY.
              10 NL-STU-ID            PIC X(6).
              10 NL-REASON            PIC X(4).
              10 NL-NOTICE-DATE       PIC 9(8).
              10 NL-GUARD-SEQ         PIC 9(1).
              10 NL-METHOD            PIC X(1).
                 88 NL-LETTER        VALUE "L".
                 88 NL-PHONE-CALL    VALUE "P".
           05 NL-TERM                 PIC X(5).
           05 NL-STU-NAME             PIC X(25).
           05 NL-GUARD-NAME           PIC X(30).
           05 NL-RELATION             PIC X(10).
           05 NL-CONTACT              PIC X(30).
           05 NL-LANGUAGE             PIC X(3).
           05 NL-DETAIL               PIC X(30).
           05 NL-SOURCE               PIC X(8).
           05 FILLER                  PIC X(10).
