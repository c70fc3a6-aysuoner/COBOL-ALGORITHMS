      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    RECLOAD.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * RECURRING-ENTRY TEMPLATE UPSERT. READS THE RECURIN MAINTENANCE
      * FILE FROM THE BUSINESS OFFICE (TEMPLATE ID, DESCRIPTION,
      * DEBIT AND CREDIT ACCOUNTS, WHOLE-DOLLAR AMOUNT, FREQUENCY,
      * TIMING, START AND END DATES, REVERSING FLAG, ACTIVE FLAG) AND
      * UPSERTS THE RECURMST KSDS THAT RECURGEN GENERATES FROM - A
      * NEW ID IS INSERTED, A KNOWN ONE UPDATED - WITH A LOAD
      * REGISTER OF ADDS, CHANGES AND DEACTIVATIONS. A TEMPLATE IS
      * RETIRED BY SENDING IT WITH THE ACTIVE FLAG "N" (OR AN END
      * DATE), NEVER BY DELETING IT, SO A REVERSAL STILL OWED ON IT
      * IS STILL WRITTEN. AN UPDATE NEVER TOUCHES THE GENERATION
      * FIELDS RECURGEN KEEPS.
      *
      * A BLANK ID, A MISSING OR SAME DEBIT AND CREDIT ACCOUNT, A
      * ZERO OR NON-NUMERIC AMOUNT, A BAD FREQUENCY, TIMING OR FLAG,
      * A MISSING START DATE OR AN END DATE BEFORE IT IS AN
      * EXCEPTION LINE, NOT A LOAD - AS IS AN ACCOUNT THE CHART OF
      * ACCOUNTS (THROUGH COACHK) DOES NOT ACCEPT FOR POSTING. A
      * BLANK TIMING MEANS THE FIRST BUSINESS DAY, A BLANK END DATE
      * MEANS NO END, AND BLANK FLAGS MEAN NOT REVERSING AND ACTIVE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPLATE-FILE ASSIGN TO "RECURIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT TEMPLATE-MASTER ASSIGN TO "RECURMST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RE-TEMPLATE-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RECLOAD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  TEMPLATE-FILE.
       01  TEMPLATE-INPUT-RECORD.
           05 RIN-TEMPLATE-ID        PIC X(8).
           05 RIN-DESCRIPTION        PIC X(30).
           05 RIN-DEBIT-ACCT         PIC X(8).
           05 RIN-CREDIT-ACCT        PIC X(8).
           05 RIN-AMOUNT             PIC X(7).
           05 RIN-AMOUNT-NUM REDEFINES RIN-AMOUNT
                                     PIC 9(7).
           05 RIN-FREQUENCY          PIC X(1).
              88 RIN-FREQUENCY-VALID VALUE "M" "Q" "S" "A".
           05 RIN-TIMING             PIC X(1).
              88 RIN-TIMING-VALID    VALUE "B" "E" " ".
           05 RIN-START-DATE         PIC X(8).
           05 RIN-START-NUM REDEFINES RIN-START-DATE
                                     PIC 9(8).
           05 RIN-END-DATE           PIC X(8).
           05 RIN-END-NUM REDEFINES RIN-END-DATE
                                     PIC 9(8).
           05 RIN-REVERSING-SW       PIC X(1).
              88 RIN-REVERSING-VALID VALUE "Y" "N" " ".
           05 RIN-ACTIVE-SW          PIC X(1).
              88 RIN-ACTIVE-VALID    VALUE "Y" "N" " ".

       FD  TEMPLATE-MASTER.
           COPY "RECURMST.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-CK-PARMS.
           COPY "COACHKPM.CPY".
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
       01  WS-END-DATE               PIC 9(08).
       01  WS-REASON                 PIC X(30).
       01  WS-ACTION-TEXT            PIC X(12).
       01  WS-ADD-COUNT              PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT           PIC 9(5) VALUE 0.
       01  WS-DEACT-COUNT            PIC 9(5) VALUE 0.
       01  WS-EXCEPT-COUNT           PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT            PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-ADDS              PIC ZZZZ9.
       01  WS-EDIT-CHANGES           PIC ZZZZ9.
       01  WS-EDIT-EXCEPTS           PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       RECLOAD-MAIN.
           PERFORM RECLOAD-INIT
           PERFORM RECLOAD-PROCESS-ONE
              THRU RECLOAD-PROCESS-ONE-END UNTIL WS-EOF
           PERFORM RECLOAD-WRITE-SUMMARY
           PERFORM RECLOAD-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       RECLOAD-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN INPUT TEMPLATE-FILE
           IF WS-FEED-STATUS NOT = "00"
              MOVE "RECLOAD" TO FE-PROGRAM
              MOVE "TEMPLATE-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-FEED-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN I-O TEMPLATE-MASTER
           IF WS-MASTER-STATUS = "35"
              OPEN OUTPUT TEMPLATE-MASTER
              CLOSE TEMPLATE-MASTER
              OPEN I-O TEMPLATE-MASTER
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "RECLOAD" TO FE-PROGRAM
              MOVE "TEMPLATE-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "RECLOAD" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           MOVE "RECURRING ENTRY TEMPLATE LOAD REGISTER" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM RECLOAD-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM RECLOAD-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM RECLOAD-WRITE-LINE
           IF NOT WS-EOF
              PERFORM RECLOAD-READ-NEXT
           END-IF.

      *-----------------------------------------------------------------
       RECLOAD-READ-NEXT.
      *-----------------------------------------------------------------
           READ TEMPLATE-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONE FEED LINE - EDIT IT, THEN INSERT OR UPDATE THE TEMPLATE.
      *-----------------------------------------------------------------
       RECLOAD-PROCESS-ONE.
           PERFORM RECLOAD-EDIT-LINE
              THRU RECLOAD-EDIT-LINE-END
           IF WS-REASON NOT = SPACES
              ADD 1 TO WS-EXCEPT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  EXCEPTION - " RIN-TEMPLATE-ID " "
                     WS-REASON DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM RECLOAD-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
              PERFORM RECLOAD-READ-NEXT
              GO TO RECLOAD-PROCESS-ONE-END
           END-IF
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-WAS-ACTIVE-SW
           MOVE RIN-TEMPLATE-ID TO RE-TEMPLATE-ID
           READ TEMPLATE-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-RECORD-FOUND TO TRUE
                 IF RE-ACTIVE
                    SET WS-WAS-ACTIVE TO TRUE
                 END-IF
           END-READ
           IF NOT WS-RECORD-FOUND
              MOVE SPACES TO RECURRING-ENTRY-RECORD
              MOVE RIN-TEMPLATE-ID TO RE-TEMPLATE-ID
              MOVE 0 TO RE-LAST-GEN-PERIOD RE-LAST-GEN-DATE
                        RE-REV-DUE-DATE RE-REV-AMOUNT
                        RE-LAST-REV-DATE
           END-IF
           MOVE RIN-DESCRIPTION TO RE-DESCRIPTION
           MOVE RIN-DEBIT-ACCT TO RE-DEBIT-ACCT
           MOVE RIN-CREDIT-ACCT TO RE-CREDIT-ACCT
           MOVE RIN-AMOUNT-NUM TO RE-AMOUNT
           MOVE RIN-FREQUENCY TO RE-FREQUENCY
           IF RIN-TIMING = SPACE
              MOVE "B" TO RE-TIMING
           ELSE
              MOVE RIN-TIMING TO RE-TIMING
           END-IF
           MOVE RIN-START-NUM TO RE-START-DATE
           MOVE WS-END-DATE TO RE-END-DATE
           IF RIN-REVERSING-SW = SPACE
              MOVE "N" TO RE-REVERSING-SW
           ELSE
              MOVE RIN-REVERSING-SW TO RE-REVERSING-SW
           END-IF
           IF RIN-ACTIVE-SW = SPACE
              MOVE "Y" TO RE-ACTIVE-SW
           ELSE
              MOVE RIN-ACTIVE-SW TO RE-ACTIVE-SW
           END-IF
           MOVE WS-RUN-DATE TO RE-LAST-CHANGE-DATE
           IF WS-RECORD-FOUND
              REWRITE RECURRING-ENTRY-RECORD
              END-REWRITE
              IF WS-WAS-ACTIVE AND RE-INACTIVE
                 ADD 1 TO WS-DEACT-COUNT
                 MOVE "DEACTIVATED" TO WS-ACTION-TEXT
              ELSE
                 ADD 1 TO WS-CHANGE-COUNT
                 MOVE "CHANGED" TO WS-ACTION-TEXT
              END-IF
           ELSE
              WRITE RECURRING-ENTRY-RECORD
              END-WRITE
              ADD 1 TO WS-ADD-COUNT
              MOVE "ADDED" TO WS-ACTION-TEXT
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "RECLOAD" TO FE-PROGRAM
              MOVE "TEMPLATE-MASTER" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE RECURRING-ENTRY-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF
           MOVE RE-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  " RE-TEMPLATE-ID " DR " RE-DEBIT-ACCT
                  " CR " RE-CREDIT-ACCT " " WS-EDIT-AMOUNT
                  " " RE-FREQUENCY RE-TIMING
                  " " RE-START-DATE " REV " RE-REVERSING-SW
                  " " RE-ACTIVE-SW " " WS-ACTION-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM RECLOAD-WRITE-LINE
           PERFORM RECLOAD-READ-NEXT.
       RECLOAD-PROCESS-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * THE FEED EDITS. WS-REASON COMES BACK BLANK FOR A GOOD LINE.
      *-----------------------------------------------------------------
       RECLOAD-EDIT-LINE.
           MOVE SPACES TO WS-REASON
           MOVE 0 TO WS-END-DATE
           IF RIN-TEMPLATE-ID = SPACES
              MOVE "BLANK TEMPLATE ID" TO WS-REASON
              GO TO RECLOAD-EDIT-LINE-END
           END-IF
           IF RIN-DEBIT-ACCT = SPACES OR RIN-CREDIT-ACCT = SPACES
              OR RIN-DEBIT-ACCT = RIN-CREDIT-ACCT
              MOVE "DEBIT/CREDIT ACCOUNTS MISSING" TO WS-REASON
              GO TO RECLOAD-EDIT-LINE-END
           END-IF
           IF RIN-AMOUNT NOT NUMERIC
              MOVE "AMOUNT NOT NUMERIC" TO WS-REASON
              GO TO RECLOAD-EDIT-LINE-END
           END-IF
           IF RIN-AMOUNT-NUM = 0
              MOVE "AMOUNT IS ZERO" TO WS-REASON
              GO TO RECLOAD-EDIT-LINE-END
           END-IF
           IF NOT RIN-FREQUENCY-VALID
              OR NOT RIN-TIMING-VALID
              OR NOT RIN-REVERSING-VALID
              OR NOT RIN-ACTIVE-VALID
              MOVE "BAD FREQUENCY/TIMING/FLAG" TO WS-REASON
              GO TO RECLOAD-EDIT-LINE-END
           END-IF
           IF RIN-START-DATE NOT NUMERIC OR RIN-START-NUM = 0
              MOVE "START DATE MISSING" TO WS-REASON
              GO TO RECLOAD-EDIT-LINE-END
           END-IF
           IF RIN-END-DATE NOT = SPACES
              IF RIN-END-DATE NOT NUMERIC
                 MOVE "END DATE NOT NUMERIC" TO WS-REASON
                 GO TO RECLOAD-EDIT-LINE-END
              END-IF
              MOVE RIN-END-NUM TO WS-END-DATE
           END-IF
           IF WS-END-DATE NOT = 0 AND WS-END-DATE < RIN-START-NUM
              MOVE "END DATE BEFORE START DATE" TO WS-REASON
              GO TO RECLOAD-EDIT-LINE-END
           END-IF
           MOVE RIN-DEBIT-ACCT TO CK-ACCT-ID
           CALL "COACHK" USING WS-CK-PARMS
           IF NOT CK-POSTABLE
              MOVE "DEBIT ACCOUNT NOT IN CHART" TO WS-REASON
              GO TO RECLOAD-EDIT-LINE-END
           END-IF
           MOVE RIN-CREDIT-ACCT TO CK-ACCT-ID
           CALL "COACHK" USING WS-CK-PARMS
           IF NOT CK-POSTABLE
              MOVE "CREDIT ACCOUNT NOT IN CHART" TO WS-REASON
           END-IF.
       RECLOAD-EDIT-LINE-END. EXIT.

      *-----------------------------------------------------------------
       RECLOAD-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM RECLOAD-WRITE-LINE
           MOVE WS-ADD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  TEMPLATES ADDED  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM RECLOAD-WRITE-LINE
           MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  TEMPLATES CHANGED  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM RECLOAD-WRITE-LINE
           MOVE WS-DEACT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  TEMPLATES DEACTIVATED  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM RECLOAD-WRITE-LINE
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EXCEPTIONS . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM RECLOAD-WRITE-LINE
           MOVE "RECLOAD" TO AL-PROGRAM
           MOVE "RECLD" TO AL-EVENT
           MOVE WS-ADD-COUNT TO WS-EDIT-ADDS
           ADD WS-CHANGE-COUNT WS-DEACT-COUNT GIVING WS-EDIT-CHANGES
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-EXCEPTS
           MOVE SPACES TO AL-DETAIL
           STRING "TEMPLATE LOAD ADDED " WS-EDIT-ADDS
                  " CHANGED " WS-EDIT-CHANGES
                  " EXCEPTIONS " WS-EDIT-EXCEPTS
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       RECLOAD-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "RECLOAD" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       RECLOAD-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE TEMPLATE-FILE
           CLOSE TEMPLATE-MASTER
           CLOSE REPORT-FILE.
       END PROGRAM RECLOAD.
