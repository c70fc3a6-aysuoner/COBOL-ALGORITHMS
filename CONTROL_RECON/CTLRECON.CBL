      * RELEASE WRITES APPROVED ENTRIES TO ADJOUT FOR THE NEXT
      * CYCLE - SO AN OUT-OF-BALANCE "CORRECTION" CAN NO LONGER
      * POST WITH NOBODY SIGNING OFF.
      * MODIFIED 15/10/2026 - EVERY TRANSACTION'S ACCOUNT IS NOW
      * CHECKED AGAINST THE COAMAST CHART OF ACCOUNTS THROUGH THE
      * SHARED COACHK LOOKUP. A POSTING TO AN ACCOUNT THAT IS NOT ON
      * THE CHART, OR IS ON IT BUT INACTIVE, IS REJECTED TO THE
      * GLTRREJ FILE WITH A REGISTER LINE AND THE STEP ENDS AT
      * LEAST RC 4 - IT IS NEITHER RECONCILED NOR HELD. UNTIL A
      * CHART IS LOADED EVERY ACCOUNT IS ACCEPTED AS BEFORE.
      * MODIFIED 15/10/2026 - A NEW PENDING ADJUSTMENT CARRIES NO
      * CHECK LANGUAGE UNTIL ADJAPPR APPROVES IT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HOLD-FILE ASSIGN TO "GLTRHOLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT REJECT-FILE ASSIGN TO "GLTRREJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05 HLD-AMOUNT             PIC S9(4).
           05 HLD-TRX-DATE           PIC 9(8).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 REJ-ACCT-ID            PIC X(8).
           05 REJ-AMOUNT             PIC S9(4).
           05 REJ-TRX-DATE           PIC 9(8).
           05 REJ-REASON             PIC X(1).
              88 REJ-NOT-IN-CHART    VALUE "N".
              88 REJ-INACTIVE        VALUE "I".

       FD  ADJUSTMENT-FILE.
           COPY "PENDADJ.CPY".

       01  WS-PC-PARMS.
           COPY "PERDCKPM.CPY".
       01  WS-EDIT-HELD-AMT          PIC -(4)9.
       01  WS-REJ-STATUS             PIC X(02).
       01  WS-REJ-OPEN-SW            PIC X VALUE "N".
           88 WS-REJ-OPEN            VALUE "Y".
       01  WS-REJECT-COUNT           PIC 9(05) VALUE 0.
       01  WS-REJ-REASON-TEXT        PIC X(12).
       01  WS-CK-PARMS.
           COPY "COACHKPM.CPY".

      ******************************************************************
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-ADJ-DATE-TIME
           MOVE WS-ADJ-DATE-TIME (1:8) TO WS-ADJ-RUN-DATE
           MOVE 0 TO ST-LENGTH
           MOVE LOW-VALUES TO CK-ACCT-ID
           IF NOT WS-RPT-OPEN-FAILED
              MOVE "GL CONTROL TOTAL RECONCILIATION" TO RH-TITLE
              MOVE 1 TO RH-PAGE-NO
      *-----------------------------------------------------------------
       CTLRECON-ACCUMULATE-ONE.
      *-----------------------------------------------------------------
      * A POSTING TO AN ACCOUNT THE CHART DOES NOT ALLOW IS REJECTED
      * OUTRIGHT, WHATEVER ITS DATE. THE FEED IS GROUPED BY ACCOUNT,
      * SO THE CHART IS ONLY ASKED ONCE PER ACCOUNT.
      *-----------------------------------------------------------------
           IF TRX-ACCT-ID NOT = CK-ACCT-ID
              MOVE TRX-ACCT-ID TO CK-ACCT-ID
              CALL "COACHK" USING WS-CK-PARMS
           END-IF
           IF NOT CK-POSTABLE
              PERFORM CTLRECON-REJECT-ONE
              PERFORM CTLRECON-READ-NEXT-TRX
              GO TO CTLRECON-ACCUMULATE-ONE-END
           END-IF
      *-----------------------------------------------------------------
      * A TRANSACTION DATED INTO A CLOSED FISCAL PERIOD IS HELD FOR
      * THE NEXT OPEN PERIOD'S CYCLE, NOT RECONCILED.
      *-----------------------------------------------------------------
              INTO REPORT-LINE
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * A REJECTED TRANSACTION GOES TO THE GLTRREJ FILE, WITH THE
      * REASON, FOR THE BUSINESS OFFICE TO RE-CODE OR SET UP THE
      * ACCOUNT, AND GETS ITS OWN REGISTER LINE.
      *-----------------------------------------------------------------
       CTLRECON-REJECT-ONE.
           IF NOT WS-REJ-OPEN
              OPEN EXTEND REJECT-FILE
              IF WS-REJ-STATUS = "35"
                 OPEN OUTPUT REJECT-FILE
              END-IF
              IF WS-REJ-STATUS = "00"
                 SET WS-REJ-OPEN TO TRUE
              ELSE
                 MOVE "CTLRECON" TO FE-PROGRAM
                 MOVE "REJECT-FILE" TO FE-FILE-NAME
                 MOVE "OPEN" TO FE-OPERATION
                 MOVE WS-REJ-STATUS TO FE-STATUS
                 MOVE SPACES TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 MOVE 12 TO WS-JOB-RC
              END-IF
           END-IF
           IF CK-INACTIVE
              MOVE "INACTIVE" TO WS-REJ-REASON-TEXT
           ELSE
              MOVE "NOT IN CHART" TO WS-REJ-REASON-TEXT
           END-IF
           IF WS-REJ-OPEN
              MOVE TRX-ACCT-ID TO REJ-ACCT-ID
              MOVE TRX-AMOUNT TO REJ-AMOUNT
              MOVE TRX-DATE TO REJ-TRX-DATE
              MOVE CK-RESULT TO REJ-REASON
              WRITE REJECT-RECORD
           END-IF
           ADD 1 TO WS-REJECT-COUNT
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF
           MOVE TRX-AMOUNT TO WS-EDIT-HELD-AMT
           MOVE SPACES TO REPORT-LINE
           STRING "  *** REJECTED - ACCT " DELIMITED BY SIZE
                  TRX-ACCT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REJ-REASON-TEXT DELIMITED BY SIZE
                  " DATE " DELIMITED BY SIZE
                  TRX-DATE DELIMITED BY SIZE
                  " AMT " DELIMITED BY SIZE
                  WS-EDIT-HELD-AMT DELIMITED BY SIZE
              INTO REPORT-LINE
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * RUN THE CHUNK ON HAND THROUGH SQUARE-SUM AND PositiveSum AND
      * FOLD THE RESULTS INTO THE CURRENT ACCOUNT'S RUNNING TOTALS.
           MOVE "P" TO ADJ-STATUS
           MOVE SPACES TO ADJ-APPROVER
           MOVE 0 TO ADJ-DECISION-DATE
           MOVE SPACE TO ADJ-PAYEE-LANG
           WRITE PENDING-ADJUSTMENT-RECORD
              INVALID KEY
                 REWRITE PENDING-ADJUSTMENT-RECORD
                  WS-EDIT-COUNT             DELIMITED BY SIZE
              INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REJECTED - CHART  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
              INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-OUT-OF-BALANCE
           IF WS-HOLD-OPEN
              CLOSE HOLD-FILE
           END-IF
           IF WS-REJ-OPEN
              CLOSE REJECT-FILE
           END-IF
           IF WS-MASTER-OPEN
              CLOSE ACCOUNT-MASTER
           END-IF
