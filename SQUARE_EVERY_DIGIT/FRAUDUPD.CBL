      * APBENFRD OPENS CASES ON - SO NEXT CYCLE'S TOP TEN SHOWS
      * WHICH LEADS ARE ALREADY BEING WORKED. A PREFIX WITH NO OPEN
      * CASE, OR AN UNKNOWN DISPOSITION CODE, IS AN EXCEPTION LINE.
      * MODIFIED 15/10/2026 - DISPIN MAY NOW CARRY A CASE NUMBER
      * AFTER THE REVIEWER, ADDRESSING ONE OF THE DUPLICATE-PAYMENT
      * CASES DUPSCRN OPENS UNDER THE PREFIX. LEFT BLANK IT MEANS
      * THE PREFIX'S BENFORD CASE (000000), AS BEFORE. CLEARING A
      * DUPLICATE CASE RELEASES THE HELD DOCUMENT TO THE NEXT CHECK
      * RUN; DUPSCRN PICKS THE DISPOSITION UP FROM THIS FILE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FRAUD-CASE-FILE ASSIGN TO "FRAUDCSE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FRAUDUPD"
               ORGANIZATION LINE SEQUENTIAL
           05 DSP-DISPOSITION        PIC X(1).
              88 DSP-VALID           VALUE "C" "E" "F".
           05 DSP-REVIEWER           PIC X(8).
           05 DSP-CASE-NO            PIC 9(6).

       FD  FRAUD-CASE-FILE.
           COPY "FRAUDCSE.CPY".
           END-IF
           MOVE "N" TO WS-FOUND-SW
           MOVE DSP-PREFIX TO FC-PREFIX
           IF DSP-CASE-NO NUMERIC
              MOVE DSP-CASE-NO TO FC-CASE-NO
           ELSE
              MOVE 0 TO FC-CASE-NO
           END-IF
           READ FRAUD-CASE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-POSTED-COUNT
                 MOVE SPACES TO REPORT-LINE
                 STRING "  PREFIX " DSP-PREFIX " CASE " FC-CASE-NO
                        " DISPOSITION " DSP-DISPOSITION
                        " BY " DSP-REVIEWER " POSTED"
                    DELIMITED BY SIZE INTO REPORT-LINE
           ADD 1 TO WS-EXCEPT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EXCEPTION - PREFIX " DSP-PREFIX
                  " CASE " DSP-CASE-NO
                  " DISPOSITION " DSP-DISPOSITION
                  " NOT POSTED" DELIMITED BY SIZE
              INTO REPORT-LINE
