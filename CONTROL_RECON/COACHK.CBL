      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    COACHK.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * SHARED CHART-OF-ACCOUNTS LOOKUP. CTLRECON AND ACCTLIFE HAVE
      * TO REFUSE A POSTING TO AN ACCOUNT THAT IS NOT ON THE CHART OR
      * HAS BEEN MADE INACTIVE, WITHOUT EACH OF THEM OPENING COAMAST
      * ITSELF. THE CALLER FILLS CK-ACCT-ID AND GETS BACK ACTIVE,
      * INACTIVE OR NOT-IN-CHART WITH THE ACCOUNT'S TYPE, FUND AND
      * NORMAL SIDE - OR NO-CHART WHEN COAMAST ITSELF CANNOT BE
      * OPENED. THE CHART IS OPENED READ-ONLY ON THE FIRST CALL AND
      * HELD OPEN FOR THE RUN UNIT, THE SAME DISCIPLINE STUSTAT USES
      * FOR THE STUDENT MASTER.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-MASTER ASSIGN TO "COAMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS COA-ACCT-ID
               FILE STATUS IS WS-CHART-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CHART-MASTER.
           COPY "COAMAST.CPY".

       WORKING-STORAGE SECTION.
       01  WS-CHART-STATUS           PIC X(02).
       01  WS-OPEN-SW                PIC X(01) VALUE "N".
           88 WS-OPEN-TRIED          VALUE "Y" "U".
           88 WS-OPEN-OK             VALUE "Y".

       LINKAGE SECTION.
       01  COACHK-PARM.
           COPY "COACHKPM.CPY".

      ******************************************************************
       PROCEDURE DIVISION USING COACHK-PARM.
      ******************************************************************
       COACHK-MAIN.
           IF NOT WS-OPEN-TRIED
              PERFORM COACHK-OPEN-CHART
           END-IF
           MOVE SPACES TO CK-ACCT-TYPE
           MOVE SPACES TO CK-FUND
           MOVE SPACES TO CK-NORMAL-BAL
           IF WS-OPEN-OK
              MOVE "N" TO CK-RESULT
              PERFORM COACHK-LOOK-UP
           ELSE
              MOVE "X" TO CK-RESULT
           END-IF
           GOBACK.

      *-----------------------------------------------------------------
      * AN UNOPENABLE CHART IS REMEMBERED SO EVERY LATER CALL COMES
      * STRAIGHT BACK WITH NO-CHART INSTEAD OF RETRYING THE OPEN
      * ONCE PER POSTING.
      *-----------------------------------------------------------------
       COACHK-OPEN-CHART.
           OPEN INPUT CHART-MASTER
           IF WS-CHART-STATUS = "00"
              MOVE "Y" TO WS-OPEN-SW
           ELSE
              MOVE "U" TO WS-OPEN-SW
           END-IF.

       COACHK-LOOK-UP.
           MOVE CK-ACCT-ID TO COA-ACCT-ID
           READ CHART-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF COA-ACTIVE
                    MOVE "A" TO CK-RESULT
                 ELSE
                    MOVE "I" TO CK-RESULT
                 END-IF
                 MOVE COA-ACCT-TYPE TO CK-ACCT-TYPE
                 MOVE COA-FUND TO CK-FUND
                 MOVE COA-NORMAL-BAL TO CK-NORMAL-BAL
           END-READ.
       END PROGRAM COACHK.
