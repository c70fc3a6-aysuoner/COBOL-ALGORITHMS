      * ADJUSTMENT REGISTER LISTS EVERY RELEASE WITH THE APPROVER'S
      * USER ID AND DECISION DATE, PLUS THE PENDING AND REJECTED
      * ENTRIES STILL SITTING ON THE FILE.
      * MODIFIED 15/10/2026 - EACH RELEASE NOW ENDS WITH THE CHECK
      * LANGUAGE ITS APPROVER SET FOR THE PAYEE, FOR CHEKWRTR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 REL-ACCT-ID            PIC X(8).
           05 REL-AMOUNT             PIC S9(4).
           05 REL-APPROVER           PIC X(8).
           05 REL-LANGUAGE           PIC X(1).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).
           MOVE ADJ-ACCT-ID TO REL-ACCT-ID
           MOVE ADJ-AMOUNT TO REL-AMOUNT
           MOVE ADJ-APPROVER TO REL-APPROVER
           MOVE ADJ-PAYEE-LANG TO REL-LANGUAGE
           WRITE RELEASE-RECORD
           IF WS-REL-STATUS NOT = "00"
              MOVE "ADJRELSE" TO FE-PROGRAM
