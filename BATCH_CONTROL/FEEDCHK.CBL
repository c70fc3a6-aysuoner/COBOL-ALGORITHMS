      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    FEEDCHK.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * SHARED FEED-ARRIVAL CHECK. MASTCTRL'S INPUT PROBE ONLY ASKS
      * WHETHER A FILE OPENS, AND YESTERDAY'S FEED LEFT IN PLACE
      * OPENS AS WELL AS TODAY'S. THE CALLER NAMES A FEED AND A DATE
      * AND GETS BACK WHETHER TODAY'S FEED HAS ARRIVED, AS JUDGED
      * AGAINST THE FEEDLDGR LEDGER FEEDREG KEEPS: THE FILE'S
      * TRLRREC SIGNATURE (COUNT AND HASH, THE SAME TWO NUMBERS
      * FEEDREG SIGNS WITH) EITHER IS NEW, WAS REGISTERED TODAY, OR
      * WAS REGISTERED ON AN EARLIER DAY AND IS THEREFORE STALE.
      * A FEED THAT FEEDREG HAS NEVER SIGNED IS JUDGED BY PRESENCE
      * ALONE, EXACTLY AS THE PROBE JUDGED IT BEFORE.
      * THE FEED AND THE LEDGER ARE BOTH READ FRESH ON EVERY CALL -
      * A MONITOR ASKS ONCE PER FEED AND THE ANSWER MUST BE NOW'S.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "FEEDLDGR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FEED-FILE.
       01  FEED-RECORD               PIC X(133).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LDG-FEED-NAME          PIC X(8).
           05 LDG-RECORD-COUNT       PIC 9(7).
           05 LDG-HASH-TOTAL         PIC S9(11)V9(2).
           05 LDG-RUN-DATE           PIC 9(8).
           05 LDG-OVERRIDE           PIC X(1).

       WORKING-STORAGE SECTION.
       COPY "TRLRREC.CPY".
       01  WS-FEED-STATUS            PIC X(02).
       01  WS-LEDGER-STATUS          PIC X(02).
       01  WS-FEED-NAME              PIC X(08).
       01  WS-EOF-SW                 PIC X VALUE "N".
           88 WS-EOF                 VALUE "Y".
       01  WS-PRESENT-SW             PIC X VALUE "N".
           88 WS-FEED-PRESENT        VALUE "Y".
       01  WS-TLR-FOUND-SW           PIC X VALUE "N".
           88 WS-TLR-FOUND           VALUE "Y".
       01  WS-SIG-COUNT              PIC 9(7).
       01  WS-SIG-HASH               PIC S9(11)V9(2).
       01  WS-REG-TODAY-SW           PIC X VALUE "N".
           88 WS-REG-TODAY           VALUE "Y".
       01  WS-SIG-TODAY-SW           PIC X VALUE "N".
           88 WS-SIG-TODAY           VALUE "Y".
       01  WS-SIG-EARLIER-SW         PIC X VALUE "N".
           88 WS-SIG-EARLIER         VALUE "Y".

       LINKAGE SECTION.
       01  FEEDCHK-PARM.
           COPY "FEEDCKPM.CPY".

      ******************************************************************
       PROCEDURE DIVISION USING FEEDCHK-PARM.
      ******************************************************************
       FEEDCHK-MAIN.
           MOVE FK-FEED-NAME TO WS-FEED-NAME
           MOVE "N" TO WS-PRESENT-SW
           MOVE "N" TO WS-TLR-FOUND-SW
           MOVE "N" TO WS-REG-TODAY-SW
           MOVE "N" TO WS-SIG-TODAY-SW
           MOVE "N" TO WS-SIG-EARLIER-SW
           PERFORM FEEDCHK-SIGN-FEED
           PERFORM FEEDCHK-SCAN-LEDGER
           EVALUATE TRUE
              WHEN NOT WS-FEED-PRESENT AND WS-REG-TODAY
                 SET FK-CONSUMED TO TRUE
              WHEN NOT WS-FEED-PRESENT
                 SET FK-MISSING TO TRUE
              WHEN NOT WS-TLR-FOUND
                 SET FK-FRESH TO TRUE
              WHEN WS-SIG-TODAY
                 SET FK-CONSUMED TO TRUE
              WHEN WS-SIG-EARLIER
                 SET FK-STALE TO TRUE
              WHEN OTHER
                 SET FK-FRESH TO TRUE
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
      * IS THE FILE THERE, AND WHAT DOES ITS TRAILER SAY? THE LAST
      * TRAILER IN THE FILE IS THE SIGNATURE, AS FEEDREG TAKES IT.
      *-----------------------------------------------------------------
       FEEDCHK-SIGN-FEED.
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS = "00"
              SET WS-FEED-PRESENT TO TRUE
              MOVE "N" TO WS-EOF-SW
              PERFORM FEEDCHK-READ-FEED
              PERFORM FEEDCHK-SCAN-FEED UNTIL WS-EOF
              CLOSE FEED-FILE
           END-IF.

       FEEDCHK-READ-FEED.
           READ FEED-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       FEEDCHK-SCAN-FEED.
           MOVE FEED-RECORD (1:28) TO TRAILER-VIEW
           IF TLR-IS-TRAILER
              SET WS-TLR-FOUND TO TRUE
              MOVE TLR-RECORD-COUNT TO WS-SIG-COUNT
              MOVE TLR-HASH-TOTAL TO WS-SIG-HASH
           END-IF
           PERFORM FEEDCHK-READ-FEED.

      *-----------------------------------------------------------------
      * EVERY LEDGER LINE FOR THE FEED: ANY REGISTRATION DATED TODAY
      * MEANS TODAY'S FEED HAS ALREADY BEEN TAKEN IN, AND A LINE
      * CARRYING THE FILE'S OWN SIGNATURE SAYS WHEN THIS VERY FILE
      * WAS CONSUMED. NO LEDGER MEANS NOTHING WAS EVER SIGNED.
      *-----------------------------------------------------------------
       FEEDCHK-SCAN-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
              MOVE "N" TO WS-EOF-SW
              PERFORM FEEDCHK-READ-LEDGER
              PERFORM FEEDCHK-MATCH-ONE UNTIL WS-EOF
              CLOSE LEDGER-FILE
           END-IF.

       FEEDCHK-READ-LEDGER.
           READ LEDGER-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       FEEDCHK-MATCH-ONE.
           IF LDG-FEED-NAME = WS-FEED-NAME
              IF LDG-RUN-DATE = FK-DATE
                 SET WS-REG-TODAY TO TRUE
              END-IF
              IF WS-TLR-FOUND
                 AND LDG-RECORD-COUNT = WS-SIG-COUNT
                 AND LDG-HASH-TOTAL = WS-SIG-HASH
                 IF LDG-RUN-DATE = FK-DATE
                    SET WS-SIG-TODAY TO TRUE
                 ELSE
                    SET WS-SIG-EARLIER TO TRUE
                 END-IF
              END-IF
           END-IF
           PERFORM FEEDCHK-READ-LEDGER.
       END PROGRAM FEEDCHK.
