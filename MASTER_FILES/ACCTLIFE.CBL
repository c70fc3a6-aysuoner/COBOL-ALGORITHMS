      *                     OLD KEY
      * EVERY ACTION PRINTS ON THE MAINTENANCE REGISTER AND HITS THE
      * CENTRAL AUDIT LOG.
      * MODIFIED 15/10/2026 - AN OPEN OR A RECLASSIFY NOW HAS TO LAND
      * ON AN ACCOUNT NUMBER THE COAMAST CHART OF ACCOUNTS CARRIES
      * AS ACTIVE, CHECKED THROUGH THE SHARED COACHK LOOKUP - THE
      * BUSINESS OFFICE SETS THE ACCOUNT UP ON THE CHART FIRST. ONE
      * THAT IS NOT ON THE CHART OR IS INACTIVE IS REFUSED WITH AN
      * EXCEPTION LINE (RC 4). A CLOSE IS NOT CHECKED - RETIRING AN
      * ACCOUNT IS EXACTLY WHAT AN INACTIVE ONE NEEDS. UNTIL A CHART
      * IS LOADED EVERY ACCOUNT NUMBER IS ACCEPTED AS BEFORE.
      * MODIFIED 15/10/2026 - OPENS, CLOSES AND RECLASSIFICATIONS NOW
      * GO TO THE CHGJRNL CHANGE JOURNAL - AN OPEN AS AN ADD, A CLOSE
      * AS A DELETE, A RECLASSIFICATION AS AN ADD OF THE NEW NUMBER
      * AND A DELETE OF THE OLD.
      * MODIFIED 15/10/2026 - THE ACCTMNT FEED CARRIES THE USER WHO
      * ASKED FOR EACH ACTION (COLUMNS 17-24) AND THE AUDIT LINE NOW
      * NAMES THEM, SO THE SEGREGATION-OF-DUTIES REVIEW CAN SEE WHO
      * MAINTAINED AN ACCOUNT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              88 MNT-RECLASS         VALUE "R".
           05 MNT-ACCT-ID            PIC X(8).
           05 MNT-ACCT-BODY          PIC 9(7).
           05 MNT-USER               PIC X(8).

       FD  ACCOUNT-MASTER.
           COPY "ACCTMAST.CPY".
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-JOURNAL-PARMS          VALUE SPACES.
           COPY "CHGJRNPM.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-RECLASS-COUNT        PIC 9(5) VALUE 0.
       01  WS-EXCEPT-COUNT         PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
       01  WS-CK-PARMS.
           COPY "COACHKPM.CPY".
       01  WS-REFUSED-ACTION       PIC X(7).
       01  WS-CK-REASON-TEXT       PIC X(29).

      ******************************************************************
       PROCEDURE DIVISION.

       ACCTLIFE-OPEN-ONE.
           PERFORM ACCTLIFE-BUILD-ACCT-ID
           MOVE "OPEN" TO WS-REFUSED-ACTION
           PERFORM ACCTLIFE-CHECK-CHART
           IF NOT CK-POSTABLE
              GO TO ACCTLIFE-OPEN-ONE-END
           END-IF
           MOVE SPACES TO ACCOUNT-MASTER-RECORD
           MOVE WS-NEW-ACCT TO ACCT-ID
           MOVE 0 TO ACCT-VALUE-COUNT
                 PERFORM ACCTLIFE-WRITE-EXCEPTION
                 GO TO ACCTLIFE-OPEN-ONE-END
           END-WRITE
           SET CJ-ADD TO TRUE
           MOVE SPACES TO CJ-BEFORE
           PERFORM ACCTLIFE-JOURNAL-CHANGE
           ADD 1 TO WS-OPEN-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  OPENED " DELIMITED BY SIZE
                 PERFORM ACCTLIFE-WRITE-EXCEPTION
                 GO TO ACCTLIFE-CLOSE-ONE-END
           END-DELETE
           SET CJ-DELETE TO TRUE
           MOVE ACCOUNT-MASTER-RECORD TO CJ-BEFORE
           PERFORM ACCTLIFE-JOURNAL-CHANGE
           ADD 1 TO WS-CLOSE-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  CLOSED " MNT-ACCT-ID
           END-READ
           MOVE ACCOUNT-MASTER-RECORD TO WS-SAVED-RECORD
           PERFORM ACCTLIFE-BUILD-ACCT-ID
           MOVE "RECLASS" TO WS-REFUSED-ACTION
           PERFORM ACCTLIFE-CHECK-CHART
           IF NOT CK-POSTABLE
              GO TO ACCTLIFE-RECLASS-ONE-END
           END-IF
           MOVE WS-SAVED-RECORD TO ACCOUNT-MASTER-RECORD
           MOVE WS-NEW-ACCT TO ACCT-ID
           WRITE ACCOUNT-MASTER-RECORD
                 PERFORM ACCTLIFE-WRITE-EXCEPTION
                 GO TO ACCTLIFE-RECLASS-ONE-END
           END-WRITE
           SET CJ-ADD TO TRUE
           MOVE SPACES TO CJ-BEFORE
           PERFORM ACCTLIFE-JOURNAL-CHANGE
           MOVE MNT-ACCT-ID TO ACCT-ID
           READ ACCOUNT-MASTER
              INVALID KEY
                 PERFORM ACCTLIFE-WRITE-EXCEPTION
                 GO TO ACCTLIFE-RECLASS-ONE-END
           END-DELETE
           SET CJ-DELETE TO TRUE
           MOVE ACCOUNT-MASTER-RECORD TO CJ-BEFORE
           PERFORM ACCTLIFE-JOURNAL-CHANGE
           ADD 1 TO WS-RECLASS-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  RECLASSIFIED " MNT-ACCT-ID
           PERFORM ACCTLIFE-AUDIT-ACTION.
       ACCTLIFE-RECLASS-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * THE ACCOUNT NUMBER BEING ISSUED MUST BE ACTIVE ON THE CHART.
      * A REFUSAL IS AN EXCEPTION LINE NAMING THE REASON.
      *-----------------------------------------------------------------
       ACCTLIFE-CHECK-CHART.
           MOVE WS-NEW-ACCT TO CK-ACCT-ID
           CALL "COACHK" USING WS-CK-PARMS
           IF NOT CK-POSTABLE
              IF CK-INACTIVE
                 MOVE "INACTIVE IN CHART OF ACCOUNTS"
                    TO WS-CK-REASON-TEXT
              ELSE
                 MOVE "NOT IN CHART OF ACCOUNTS" TO WS-CK-REASON-TEXT
              END-IF
              ADD 1 TO WS-EXCEPT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  " DELIMITED BY SIZE
                     WS-REFUSED-ACTION DELIMITED BY SPACE
                     " REFUSED - " WS-NEW-ACCT " "
                     WS-CK-REASON-TEXT DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM ACCTLIFE-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           END-IF.

       ACCTLIFE-AUDIT-ACTION.
           MOVE "ACCTLIFE" TO AL-PROGRAM
           MOVE SPACES TO AL-DETAIL
                  " ACCT " MNT-ACCT-ID
                  " NEW " DELIMITED BY SIZE
                  WS-NEW-ACCT DELIMITED BY SIZE
                  " BY USER " DELIMITED BY SIZE
                  MNT-USER DELIMITED BY SIZE
              INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

           CLOSE MAINTENANCE-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE REPORT-FILE.

      *-----------------------------------------------------------------
      * JOURNAL THE ACCOUNT - CALLER SETS ACTION AND BEFORE IMAGE.
      *-----------------------------------------------------------------
       ACCTLIFE-JOURNAL-CHANGE.
           MOVE "ACCTLIFE" TO CJ-PROGRAM
           MOVE "ACCTMAST" TO CJ-MASTER
           MOVE ACCT-ID TO CJ-KEY
           IF CJ-DELETE
              MOVE SPACES TO CJ-AFTER
           ELSE
              MOVE ACCOUNT-MASTER-RECORD TO CJ-AFTER
           END-IF
           CALL "CHGJRNL" USING WS-JOURNAL-PARMS.
       END PROGRAM ACCTLIFE.
