      * THE OPENING-BALANCE REGISTER PROVES THE ROLLOVER - EACH
      * ACCOUNT'S ARCHIVED TOTALS BESIDE ITS CARRIED ITEM COUNT -
      * AND THE WHOLE OPERATION LANDS ON THE AUDIT TRAIL.
      * MODIFIED 15/10/2026 - AN ACCOUNT UNDER AN ACTIVE LEGLHOLD
      * LITIGATION HOLD (ASKED THROUGH HOLDCHK) IS STILL SNAPSHOT
      * AND PRINTED, BUT ITS ACCUMULATORS ARE NOT RESET - THE
      * REGISTER MARKS IT HELD WITH THE MATTER AND THE SUMMARY
      * COUNTS THE ACCOUNTS LEFT UNRESET.
      * MODIFIED 15/10/2026 - EVERY ACCUMULATOR RESET NOW WRITES ITS
      * BEFORE AND AFTER IMAGE TO THE CHGJRNL CHANGE JOURNAL, SO
      * FWDRECOV CAN REPLAY THE CLOSE ONTO A RESTORED ACCTMAST.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-HOLD-PARMS.
           COPY "HOLDCHPM.CPY".
       01  WS-JOURNAL-PARMS          VALUE SPACES.
           COPY "CHGJRNPM.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-OVF-ARCH-COUNT         PIC 9(7) VALUE 0.
       01  WS-OVF-ARCH-HASH          PIC S9(11)V9(2) VALUE 0.
       01  WS-ACCT-COUNT             PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT             PIC 9(5) VALUE 0.
       01  WS-EDIT-POS               PIC ZZ,ZZZ,ZZ9.
       01  WS-EDIT-NEG               PIC -(8)9.
       01  WS-EDIT-ITEMS             PIC ZZ9.
      ******************************************************************
       YEARCLSE-MAIN.
           PERFORM YEARCLSE-INIT
           PERFORM YEARCLSE-PROCESS-ONE
              THRU YEARCLSE-PROCESS-ONE-END UNTIL WS-EOF
           PERFORM YEARCLSE-CLOSE-MASTER-ARCHIVE
           PERFORM YEARCLSE-ARCHIVE-OVERFLOW
              THRU YEARCLSE-ARCHIVE-OVERFLOW-END
      *-----------------------------------------------------------------
      * SNAPSHOT THE RECORD AS IT STOOD, PRINT ITS YEAR LINE, THEN
      * RESET THE ACCUMULATORS AND REWRITE - THE OPEN LINE ITEMS
      * STAY, ONLY THE YEAR'S RUNNING TOTALS CLEAR. THE TOTALS CARRY
      * NO DATE OF THEIR OWN, SO ANY ACTIVE HOLD ON THE ACCOUNT
      * KEEPS THEM AS THEY STAND.
      *-----------------------------------------------------------------
       YEARCLSE-PROCESS-ONE.
           MOVE ACCOUNT-MASTER-RECORD TO CJ-BEFORE
           MOVE SPACES TO ARCHIVE-RECORD
           MOVE ACCOUNT-MASTER-RECORD TO ARCHIVE-RECORD
           WRITE ARCHIVE-RECORD
           MOVE WS-EDIT-POS TO REPORT-LINE (11:10)
           MOVE WS-EDIT-NEG TO REPORT-LINE (25:9)
           MOVE WS-EDIT-ITEMS TO REPORT-LINE (40:3)
           MOVE "ACCT" TO HC-SUBJ-TYPE
           MOVE ACCT-ID TO HC-SUBJ-KEY
           MOVE 0 TO HC-DATE
           CALL "HOLDCHK" USING WS-HOLD-PARMS
           IF HC-KEEP
              ADD 1 TO WS-HELD-COUNT
              MOVE "HELD - " TO REPORT-LINE (48:7)
              MOVE HC-MATTER TO REPORT-LINE (55:10)
              PERFORM YEARCLSE-WRITE-LINE
              PERFORM YEARCLSE-READ-NEXT
              GO TO YEARCLSE-PROCESS-ONE-END
           END-IF
           PERFORM YEARCLSE-WRITE-LINE
           ADD 1 TO WS-ACCT-COUNT
           MOVE 0 TO ACCT-SUM-POSITIVE
           MOVE 0 TO ACCT-SUM-NEGATIVE
           MOVE 0 TO ACCT-ZERO-COUNT
              INVALID KEY
                 DISPLAY "YEARCLSE - REWRITE FAILED: " ACCT-ID
                 MOVE 8 TO WS-JOB-RC
              NOT INVALID KEY
                 PERFORM YEARCLSE-JOURNAL-CHANGE
           END-REWRITE
           PERFORM YEARCLSE-READ-NEXT.
       YEARCLSE-PROCESS-ONE-END. EXIT.

       YEARCLSE-CLOSE-MASTER-ARCHIVE.
           MOVE SPACES TO ARCHIVE-TRAILER
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM YEARCLSE-WRITE-LINE
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS HELD - NOT RESET:    " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM YEARCLSE-WRITE-LINE
           MOVE WS-OVF-ARCH-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "OVERFLOW SEGMENTS ARCHIVED: " DELIMITED BY SIZE
      *-----------------------------------------------------------------
           CLOSE ACCOUNT-MASTER
           CLOSE REPORT-FILE.

      *-----------------------------------------------------------------
      * THE CLEARED RECORD'S BEFORE AND AFTER IMAGES TO THE JOURNAL.
      *-----------------------------------------------------------------
       YEARCLSE-JOURNAL-CHANGE.
           MOVE "YEARCLSE" TO CJ-PROGRAM
           MOVE "ACCTMAST" TO CJ-MASTER
           SET CJ-CHANGE TO TRUE
           MOVE ACCT-ID TO CJ-KEY
           MOVE ACCOUNT-MASTER-RECORD TO CJ-AFTER
           CALL "CHGJRNL" USING WS-JOURNAL-PARMS.
       END PROGRAM YEARCLSE.
