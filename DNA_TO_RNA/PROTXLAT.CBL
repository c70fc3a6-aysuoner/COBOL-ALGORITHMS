      * SO THE LAB STOPS RUNNING A SECOND TOOL ON OUR TRANSCRIPTS.
      * WITH NO PROTMODE FILE THE FIRST-AUG-TO-FIRST-STOP BEHAVIOR
      * IS UNCHANGED (THOSE RECORDS CARRY FRAME F1).
      * MODIFIED 15/10/2026 - EVERY TRANSCRIPT TRANSLATED NOW APPENDS
      * A PROTEIN-STAGE RECORD TO THE DNAUSAGE LEDGER, CARRYING THE
      * SUBMITTER AND CHARGE ACCOUNT DNABATCH PUT ON THE RNAOUT LEAD
      * RECORD, SO DNABILL CAN CHARGE THE LAB THE PROTEIN-STAGE EXTRA
      * WHETHER OR NOT A PROTEIN CAME OUT OF IT.
      * MODIFIED 15/10/2026 - THE PROTEIN-STAGE RECORDS ARE HELD ON
      * THE DNAUPEND WORK FILE AND APPENDED TO DNAUSAGE ONLY ONCE THE
      * RNAOUT TRAILER HAS VERIFIED, SO A RUN THAT ENDS RC 12 BILLS
      * NOTHING AND ITS RERUN DOES NOT CHARGE THE LAB TWICE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MODE-FILE ASSIGN TO "PROTMODE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MODE-STATUS.
           SELECT USAGE-FILE ASSIGN TO "DNAUSAGE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT USAGE-HOLD-FILE ASSIGN TO "DNAUPEND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05 TRN-SEG-NO             PIC 9(3).
           05 TRN-LENGTH             PIC 9(5).
           05 TRN-NUCLEOTIDES        PIC A(300).
           05 TRN-LEAD-DATA REDEFINES TRN-NUCLEOTIDES.
              10 TRN-SUBMITTER       PIC X(8).
              10 TRN-CHARGE-ACCT     PIC X(8).
              10 FILLER              PIC X(284).

           COPY "TRLRREC.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       FD  USAGE-FILE.
           COPY "DNAUSAGE.CPY".

       FD  USAGE-HOLD-FILE.
       01  USAGE-HOLD-RECORD         PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-GOOD-COUNT             PIC 9(6) VALUE 0.
       01  WS-EXCEPT-COUNT           PIC 9(6) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
      *-----------------------------------------------------------------
      * THE DNAUSAGE LEDGER AND THE TRANSCRIPT'S SUBMITTER AND CHARGE
      * ACCOUNT FROM ITS LEAD RECORD.
      *-----------------------------------------------------------------
       01  WS-USAGE-STATUS           PIC X(02).
       01  WS-PEND-STATUS            PIC X(02).
       01  WS-PEND-EOF-SW            PIC X(01).
           88 WS-PEND-EOF            VALUE "Y".
       01  WS-USAGE-DATE-TIME        PIC X(21).
       01  WS-GROUP-SUBMITTER        PIC X(8).
       01  WS-GROUP-CHARGE-ACCT      PIC X(8).

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM PROTXLAT-PROCESS-ONE-SEQ
              THRU PROTXLAT-PROCESS-ONE-SEQ-END UNTIL WS-EOF
           PERFORM PROTXLAT-VERIFY-TRAILER
           PERFORM PROTXLAT-POST-USAGE
              THRU PROTXLAT-POST-USAGE-END
           PERFORM PROTXLAT-WRITE-SUMMARY
           PERFORM PROTXLAT-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
              END-READ
              CLOSE MODE-FILE
           END-IF
           OPEN EXTEND USAGE-FILE
           IF WS-USAGE-STATUS = "35"
              OPEN OUTPUT USAGE-FILE
           END-IF
           IF WS-USAGE-STATUS NOT = "00"
              MOVE "PROTXLAT" TO FE-PROGRAM
              MOVE "USAGE-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-USAGE-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT USAGE-HOLD-FILE
           IF WS-PEND-STATUS NOT = "00"
              MOVE "PROTXLAT" TO FE-PROGRAM
              MOVE "USAGE-HOLD-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-PEND-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-USAGE-DATE-TIME
           MOVE "RNA TRANSCRIPT PROTEIN TRANSLATION" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           ADD 1 TO WS-SEQ-COUNT
           MOVE TRN-ID TO WS-GROUP-ID
           MOVE TRN-LENGTH TO WS-GROUP-TOTAL-LEN
           MOVE TRN-SUBMITTER TO WS-GROUP-SUBMITTER
           MOVE TRN-CHARGE-ACCT TO WS-GROUP-CHARGE-ACCT
           MOVE SPACES TO WS-RNA-FULL
           MOVE 0 TO WS-RNA-LEN
           PERFORM PROTXLAT-READ-NEXT
           ELSE
              PERFORM PROTXLAT-TRANSLATE-GROUP
                 THRU PROTXLAT-TRANSLATE-GROUP-END
           END-IF
           PERFORM PROTXLAT-WRITE-USAGE.
       PROTXLAT-PROCESS-ONE-SEQ-END. EXIT.

       PROTXLAT-COLLECT-ONE-SEGMENT.
              INTO REPORT-LINE
           PERFORM PROTXLAT-WRITE-LINE.

      *-----------------------------------------------------------------
      * ONE PROTEIN-STAGE LEDGER RECORD PER TRANSCRIPT TRANSLATED,
      * HELD ON DNAUPEND UNTIL THE TRAILER HAS VERIFIED.
      *-----------------------------------------------------------------
       PROTXLAT-WRITE-USAGE.
           MOVE SPACES TO DNA-USAGE-RECORD
           MOVE WS-GROUP-ID TO DU-SEQ-ID
           MOVE "P" TO DU-STAGE
           MOVE "A" TO DU-OUTCOME
           MOVE WS-USAGE-DATE-TIME (1:8) TO DU-DATE
           MOVE WS-GROUP-SUBMITTER TO DU-SUBMITTER
           MOVE WS-GROUP-CHARGE-ACCT TO DU-CHARGE-ACCT
           MOVE WS-RNA-LEN TO DU-LENGTH
           MOVE DNA-USAGE-RECORD TO USAGE-HOLD-RECORD
           WRITE USAGE-HOLD-RECORD
           IF WS-PEND-STATUS NOT = "00"
              MOVE "PROTXLAT" TO FE-PROGRAM
              MOVE "USAGE-HOLD-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-PEND-STATUS TO FE-STATUS
              MOVE USAGE-HOLD-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

       PROTXLAT-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT
           MOVE SPACES TO REPORT-LINE
              MOVE 12 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
      * APPEND THE HELD PROTEIN-STAGE RECORDS TO DNAUSAGE. A FILE
      * THAT FAILED ITS TRAILER IS NOT BILLED - IT WILL BE RERUN.
      *-----------------------------------------------------------------
       PROTXLAT-POST-USAGE.
           IF WS-JOB-RC >= 12
              MOVE SPACES TO REPORT-LINE
              PERFORM PROTXLAT-WRITE-LINE
              MOVE "  *** RNAOUT NOT VERIFIED - NO USAGE WRITTEN TO DNAU
      -            "SAGE" TO REPORT-LINE
              PERFORM PROTXLAT-WRITE-LINE
              GO TO PROTXLAT-POST-USAGE-END
           END-IF
           CLOSE USAGE-HOLD-FILE
           OPEN INPUT USAGE-HOLD-FILE
           IF WS-PEND-STATUS NOT = "00"
              MOVE "PROTXLAT" TO FE-PROGRAM
              MOVE "USAGE-HOLD-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-PEND-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              GO TO PROTXLAT-POST-USAGE-END
           END-IF
           MOVE "N" TO WS-PEND-EOF-SW
           PERFORM PROTXLAT-READ-PENDING
           PERFORM PROTXLAT-POST-ONE-USAGE UNTIL WS-PEND-EOF
           CLOSE USAGE-HOLD-FILE.
       PROTXLAT-POST-USAGE-END. EXIT.

       PROTXLAT-READ-PENDING.
           READ USAGE-HOLD-FILE
              AT END SET WS-PEND-EOF TO TRUE
           END-READ.

       PROTXLAT-POST-ONE-USAGE.
           MOVE USAGE-HOLD-RECORD TO DNA-USAGE-RECORD
           WRITE DNA-USAGE-RECORD
           IF WS-USAGE-STATUS NOT = "00"
              MOVE "PROTXLAT" TO FE-PROGRAM
              MOVE "USAGE-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-USAGE-STATUS TO FE-STATUS
              MOVE DNA-USAGE-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF
           PERFORM PROTXLAT-READ-PENDING.

      *-----------------------------------------------------------------
       PROTXLAT-WRITE-SUMMARY.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
           CLOSE TRANSCRIPT-FILE
           CLOSE PROTEIN-FILE
           CLOSE REPORT-FILE
           CLOSE USAGE-FILE
           CLOSE USAGE-HOLD-FILE.
       END PROGRAM PROTXLAT.
