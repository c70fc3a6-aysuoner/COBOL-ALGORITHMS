      * RESULTS - SQUARE SUMS AND SIGNED SUMS ARE ADDITIVE - SO A
      * BIG ACCOUNT'S STORED TOTALS FINALLY COVER ALL OF ITS ITEMS,
      * AND THE TRUE LINE-ITEM COUNT IS SHOWN FOR THE RUN LOG.
      * MODIFIED 15/10/2026 - EVERY REWRITE NOW WRITES ITS BEFORE AND
      * AFTER IMAGE TO THE CHGJRNL CHANGE JOURNAL, SO FWDRECOV CAN
      * REPLAY IT ONTO A RESTORED ACCTMAST.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-FILE-STATUS            PIC X(02).
       01  WS-OVF-STATUS             PIC X(02).
       01  WS-SEARCH-KEY             PIC X(8).
       01  WS-JOURNAL-PARMS          VALUE SPACES.
           COPY "CHGJRNPM.CPY".
       01  WS-SEG-I                  PIC 9(02).
       01  WS-SEG-SQSUM              PIC 9(08).
       01  WS-SEG-OVERFLOW           PIC 9(01).
                 DISPLAY "ACCTMAIN - NO SUCH ACCOUNT: " WS-SEARCH-KEY
                 GO TO ACCTMAIN-DONE
           END-READ
           MOVE ACCOUNT-MASTER-RECORD TO CJ-BEFORE
           MOVE 0 TO WS-TOT-SQSUM WS-TOT-POS WS-TOT-NEG
              WS-TOT-ZEROES WS-TOT-ITEMS
           MOVE 0 TO ACCT-OVERFLOW-FLAG
           REWRITE ACCOUNT-MASTER-RECORD
              INVALID KEY
                 DISPLAY "ACCTMAIN - REWRITE FAILED: " WS-SEARCH-KEY
              NOT INVALID KEY
                 PERFORM ACCTMAIN-JOURNAL-CHANGE
           END-REWRITE.
       ACCTMAIN-DONE.
           CLOSE ACCOUNT-MASTER
              WHEN OTHER
                 MOVE ACCT-VALUE (WS-PS-IDX) TO WS-PS-XS (WS-PS-IDX)
           END-EVALUATE.

      *-----------------------------------------------------------------
      * THE RECONCILED RECORD'S BEFORE AND AFTER IMAGES TO THE JOURNAL.
      *-----------------------------------------------------------------
       ACCTMAIN-JOURNAL-CHANGE.
           MOVE "ACCTMAIN" TO CJ-PROGRAM
           MOVE "ACCTMAST" TO CJ-MASTER
           SET CJ-CHANGE TO TRUE
           MOVE ACCT-ID TO CJ-KEY
           MOVE ACCOUNT-MASTER-RECORD TO CJ-AFTER
           CALL "CHGJRNL" USING WS-JOURNAL-PARMS.
       END PROGRAM ACCTMAIN.
