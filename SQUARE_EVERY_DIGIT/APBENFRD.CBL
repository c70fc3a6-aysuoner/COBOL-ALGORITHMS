      * DISPOSITION UNDER ITS LINE, SO A LEAD ALREADY BEING WORKED
      * IS NOT RE-FLAGGED COLD. NO VENDMAST AND THE LINES PRINT
      * BARE PREFIXES AS BEFORE.
      * MODIFIED 15/10/2026 - FRAUDCSE IS NOW KEYED BY PREFIX AND
      * CASE NUMBER SO DUPLICATE-PAYMENT CASES CAN SHARE IT; THE
      * BENFORD CASE FOR A PREFIX IS CASE 000000.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FRAUD-CASE-FILE ASSIGN TO "FRAUDCSE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-CASE-STATUS.
      ******************************************************************
       DATA DIVISION.
           END-IF
           MOVE "N" TO WS-CASE-FOUND-SW
           MOVE WS-GROUP-PREFIX (WS-BEST-I) TO FC-PREFIX
           MOVE 0 TO FC-CASE-NO
           READ FRAUD-CASE-FILE
              INVALID KEY
                 CONTINUE
           IF NOT WS-CASE-FOUND
              MOVE SPACES TO FRAUD-CASE-RECORD
              MOVE WS-GROUP-PREFIX (WS-BEST-I) TO FC-PREFIX
              MOVE 0 TO FC-CASE-NO FC-DUP-AMOUNT
              MOVE "B" TO FC-CASE-TYPE
              MOVE "O" TO FC-DISPOSITION
              MOVE WS-GROUP-SCORE (WS-BEST-I) TO FC-LAST-SCORE
              MOVE WS-RUN-DATE TO FC-OPENED-DATE
