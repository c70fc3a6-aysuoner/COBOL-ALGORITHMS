      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    COALOAD.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * CHART-OF-ACCOUNTS UPSERT. READS THE COAIN MAINTENANCE FILE
      * FROM THE BUSINESS OFFICE (ACCOUNT ID, DESCRIPTION, TYPE,
      * FUND, FUNCTION, NORMAL BALANCE SIDE, ACTIVE FLAG) AND UPSERTS
      * THE COAMAST KSDS - A NEW ID IS INSERTED, A KNOWN ONE UPDATED -
      * WITH A LOAD REGISTER OF ADDS, CHANGES AND DEACTIVATIONS. AN
      * ACCOUNT IS RETIRED BY SENDING IT WITH THE ACTIVE FLAG "N",
      * NEVER BY DELETING IT, SO THE TRIAL BALANCE CAN STILL NAME AN
      * OLD ACCOUNT THAT CARRIES A BALANCE.
      *
      * A BLANK ID OR FUND, A TYPE OTHER THAN A/L/Q/R/E, OR A NORMAL
      * SIDE OTHER THAN D/C IS AN EXCEPTION LINE, NOT A LOAD. A BLANK
      * NORMAL SIDE DEFAULTS FROM THE TYPE (ASSETS AND EXPENSES
      * DEBIT, THE REST CREDIT) AND A BLANK ACTIVE FLAG MEANS ACTIVE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-FILE ASSIGN TO "COAIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT CHART-MASTER ASSIGN TO "COAMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS COA-ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "COALOAD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CHART-FILE.
       01  CHART-INPUT-RECORD.
           05 CIN-ACCT-ID            PIC X(8).
           05 CIN-DESCRIPTION        PIC X(30).
           05 CIN-ACCT-TYPE          PIC X(1).
              88 CIN-TYPE-VALID      VALUE "A" "L" "Q" "R" "E".
              88 CIN-DEBIT-TYPE      VALUE "A" "E".
           05 CIN-FUND               PIC X(4).
           05 CIN-FUNCTION           PIC X(4).
           05 CIN-NORMAL-BAL         PIC X(1).
              88 CIN-NORMAL-VALID    VALUE "D" "C" " ".
           05 CIN-ACTIVE-SW          PIC X(1).
              88 CIN-ACTIVE-VALID    VALUE "Y" "N" " ".

       FD  CHART-MASTER.
           COPY "COAMAST.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-FEED-STATUS            PIC X(02).
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-FOUND-SW              PIC X VALUE "N".
           88 WS-RECORD-FOUND       VALUE "Y".
       01  WS-WAS-ACTIVE-SW         PIC X VALUE "N".
           88 WS-WAS-ACTIVE         VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-ACTION-TEXT            PIC X(12).
       01  WS-ADD-COUNT              PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT           PIC 9(5) VALUE 0.
       01  WS-DEACT-COUNT            PIC 9(5) VALUE 0.
       01  WS-EXCEPT-COUNT           PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-ADDS              PIC ZZZZ9.
       01  WS-EDIT-CHANGES           PIC ZZZZ9.
       01  WS-EDIT-EXCEPTS           PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       COALOAD-MAIN.
           PERFORM COALOAD-INIT
           PERFORM COALOAD-PROCESS-ONE
              THRU COALOAD-PROCESS-ONE-END UNTIL WS-EOF
           PERFORM COALOAD-WRITE-SUMMARY
           PERFORM COALOAD-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       COALOAD-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN INPUT CHART-FILE
           IF WS-FEED-STATUS NOT = "00"
              MOVE "COALOAD" TO FE-PROGRAM
              MOVE "CHART-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-FEED-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN I-O CHART-MASTER
           IF WS-MASTER-STATUS = "35"
              OPEN OUTPUT CHART-MASTER
              CLOSE CHART-MASTER
              OPEN I-O CHART-MASTER
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "COALOAD" TO FE-PROGRAM
              MOVE "CHART-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "COALOAD" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           MOVE "CHART OF ACCOUNTS LOAD REGISTER" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM COALOAD-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM COALOAD-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM COALOAD-WRITE-LINE
           IF NOT WS-EOF
              PERFORM COALOAD-READ-NEXT
           END-IF.

      *-----------------------------------------------------------------
       COALOAD-READ-NEXT.
      *-----------------------------------------------------------------
           READ CHART-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       COALOAD-PROCESS-ONE.
           IF CIN-ACCT-ID = SPACES OR CIN-FUND = SPACES
              OR NOT CIN-TYPE-VALID
              OR NOT CIN-NORMAL-VALID
              OR NOT CIN-ACTIVE-VALID
              ADD 1 TO WS-EXCEPT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  EXCEPTION - BLANK ID/FUND OR BAD TYPE/SIDE/"
                     "FLAG: " CIN-ACCT-ID DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM COALOAD-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
              PERFORM COALOAD-READ-NEXT
              GO TO COALOAD-PROCESS-ONE-END
           END-IF
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-WAS-ACTIVE-SW
           MOVE CIN-ACCT-ID TO COA-ACCT-ID
           READ CHART-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-RECORD-FOUND TO TRUE
                 IF COA-ACTIVE
                    SET WS-WAS-ACTIVE TO TRUE
                 END-IF
           END-READ
           IF NOT WS-RECORD-FOUND
              MOVE SPACES TO CHART-OF-ACCOUNTS-RECORD
              MOVE CIN-ACCT-ID TO COA-ACCT-ID
           END-IF
           MOVE CIN-DESCRIPTION TO COA-DESCRIPTION
           MOVE CIN-ACCT-TYPE TO COA-ACCT-TYPE
           MOVE CIN-FUND TO COA-FUND
           MOVE CIN-FUNCTION TO COA-FUNCTION
           IF CIN-NORMAL-BAL = SPACE
              IF CIN-DEBIT-TYPE
                 MOVE "D" TO COA-NORMAL-BAL
              ELSE
                 MOVE "C" TO COA-NORMAL-BAL
              END-IF
           ELSE
              MOVE CIN-NORMAL-BAL TO COA-NORMAL-BAL
           END-IF
           IF CIN-ACTIVE-SW = SPACE
              MOVE "Y" TO COA-ACTIVE-SW
           ELSE
              MOVE CIN-ACTIVE-SW TO COA-ACTIVE-SW
           END-IF
           MOVE WS-RUN-DATE TO COA-LAST-CHANGE-DATE
           IF WS-RECORD-FOUND
              REWRITE CHART-OF-ACCOUNTS-RECORD
              END-REWRITE
              IF WS-WAS-ACTIVE AND COA-INACTIVE
                 ADD 1 TO WS-DEACT-COUNT
                 MOVE "DEACTIVATED" TO WS-ACTION-TEXT
              ELSE
                 ADD 1 TO WS-CHANGE-COUNT
                 MOVE "CHANGED" TO WS-ACTION-TEXT
              END-IF
           ELSE
              WRITE CHART-OF-ACCOUNTS-RECORD
              END-WRITE
              ADD 1 TO WS-ADD-COUNT
              MOVE "ADDED" TO WS-ACTION-TEXT
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "COALOAD" TO FE-PROGRAM
              MOVE "CHART-MASTER" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE CHART-OF-ACCOUNTS-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  " COA-ACCT-ID " " COA-DESCRIPTION
                  " " COA-ACCT-TYPE " " COA-FUND
                  " " COA-FUNCTION " " COA-NORMAL-BAL
                  " " COA-ACTIVE-SW " " WS-ACTION-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM COALOAD-WRITE-LINE
           PERFORM COALOAD-READ-NEXT.
       COALOAD-PROCESS-ONE-END. EXIT.

      *-----------------------------------------------------------------
       COALOAD-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM COALOAD-WRITE-LINE
           MOVE WS-ADD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCOUNTS ADDED . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM COALOAD-WRITE-LINE
           MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCOUNTS CHANGED . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM COALOAD-WRITE-LINE
           MOVE WS-DEACT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCOUNTS DEACTIVATED . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM COALOAD-WRITE-LINE
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EXCEPTIONS . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM COALOAD-WRITE-LINE
           MOVE "COALOAD" TO AL-PROGRAM
           MOVE "COALD" TO AL-EVENT
           MOVE WS-ADD-COUNT TO WS-EDIT-ADDS
           ADD WS-CHANGE-COUNT WS-DEACT-COUNT GIVING WS-EDIT-CHANGES
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-EXCEPTS
           MOVE SPACES TO AL-DETAIL
           STRING "CHART LOAD ADDED " WS-EDIT-ADDS
                  " CHANGED " WS-EDIT-CHANGES
                  " EXCEPTIONS " WS-EDIT-EXCEPTS
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       COALOAD-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "COALOAD" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       COALOAD-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE CHART-FILE
           CLOSE CHART-MASTER
           CLOSE REPORT-FILE.
       END PROGRAM COALOAD.
