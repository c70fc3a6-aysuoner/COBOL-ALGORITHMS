      * SEQ-ID FLOWS THROUGH AS TODAY - THE STEP'S RUN TIME NOW
      * TRACKS NEW WORK, NOT FEED SIZE. NO SEQCAT FILE AND
      * EVERYTHING FLOWS THROUGH EXACTLY AS BEFORE.
      * MODIFIED 15/10/2026 - THE SEQUENCING CORE NOW BILLS THE LABS
      * FOR ITS WORK. THE DNAIN LEAD RECORD CARRIES THE SUBMITTER AND
      * THE CHARGE ACCOUNT IN ITS OTHERWISE UNUSED NUCLEOTIDE AREA,
      * AND EVERY LOGICAL SEQUENCE NOW APPENDS A RECORD TO THE
      * DNAUSAGE LEDGER - TRANSCRIBED, SKIPPED AS AN UNCHANGED SEQCAT
      * RESUBMISSION, OR REJECTED TO DNAREJ - FOR DNABILL TO PRICE AT
      * MONTH END. THE SUBMITTER AND ACCOUNT ALSO RIDE ON THE RNAOUT
      * LEAD RECORD SO PROTXLAT CAN LEDGER THE PROTEIN STAGE. A
      * RECORD OUT OF PLACE WHERE A LEAD RECORD BELONGS HAS NO
      * SUBMITTER AND IS NOT LEDGERED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ACK-FILE ASSIGN TO "DNAACK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT USAGE-FILE ASSIGN TO "DNAUSAGE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05 SEQ-SEG-NO             PIC 9(3).
           05 SEQ-LENGTH             PIC 9(5).
           05 SEQ-NUCLEOTIDES        PIC A(300).
           05 SEQ-LEAD-DATA REDEFINES SEQ-NUCLEOTIDES.
              10 SEQ-SUBMITTER       PIC X(8).
              10 SEQ-CHARGE-ACCT     PIC X(8).
              10 FILLER              PIC X(284).

           COPY "TRLRREC.CPY".

           05 TRN-SEG-NO             PIC 9(3).
           05 TRN-LENGTH             PIC 9(5).
           05 TRN-NUCLEOTIDES        PIC A(300).
           05 TRN-LEAD-DATA REDEFINES TRN-NUCLEOTIDES.
              10 TRN-SUBMITTER       PIC X(8).
              10 TRN-CHARGE-ACCT     PIC X(8).
              10 FILLER              PIC X(284).

       FD  CHECKPOINT-FILE.
       01  CKPT-RECORD.
       FD  ACK-FILE.
       01  ACK-LINE                  PIC X(80).

       FD  USAGE-FILE.
           COPY "DNAUSAGE.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-UNCHANGED-COUNT         PIC 9(7) VALUE 0.
       01  WS-REVISED-COUNT           PIC 9(7) VALUE 0.
       01  WS-NEWSEQ-COUNT            PIC 9(7) VALUE 0.
      *-----------------------------------------------------------------
      * WHO SUBMITTED THE GROUP ON HAND AND WHICH ACCOUNT PAYS FOR
      * IT, FROM ITS LEAD RECORD, FOR THE DNAUSAGE LEDGER.
      *-----------------------------------------------------------------
       01  WS-USAGE-STATUS            PIC X(02).
       01  WS-USAGE-DATE-TIME         PIC X(21).
       01  WS-GROUP-SUBMITTER         PIC X(8).
       01  WS-GROUP-CHARGE-ACCT       PIC X(8).
       01  WS-USAGE-OUTCOME           PIC X(1).

      ******************************************************************
       PROCEDURE DIVISION.
           IF WS-CAT-STATUS = "00"
              SET WS-CAT-OPEN TO TRUE
           END-IF
      *-----------------------------------------------------------------
      * THE USAGE LEDGER IS APPENDED TO EVERY RUN AND CREATED ON
      * FIRST USE.
      *-----------------------------------------------------------------
           OPEN EXTEND USAGE-FILE
           IF WS-USAGE-STATUS = "35"
              OPEN OUTPUT USAGE-FILE
           END-IF
           IF WS-USAGE-STATUS NOT = "00"
              MOVE "DNABATCH" TO FE-PROGRAM
              MOVE "USAGE-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-USAGE-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-USAGE-DATE-TIME
           IF WS-RESTART-COUNT = 0
              MOVE "DNA SEQUENCE VALIDATION AND GC-CONTENT STATISTICS"
                 TO RH-TITLE
           END-IF
           MOVE SEQ-ID TO WS-GROUP-ID
           MOVE SEQ-LENGTH TO WS-GROUP-TOTAL-LEN
           MOVE SEQ-SUBMITTER TO WS-GROUP-SUBMITTER
           MOVE SEQ-CHARGE-ACCT TO WS-GROUP-CHARGE-ACCT
           MOVE SPACES TO WS-ASSEMBLED
           MOVE 0 TO WS-ASSEMBLED-LEN
           MOVE 1 TO WS-SEG-EXPECTED
                 THRU DNABATCH-CHECK-CATALOG-END
              IF WS-CAT-FOUND
                 ADD 1 TO WS-UNCHANGED-COUNT
                 MOVE "D" TO WS-USAGE-OUTCOME
              ELSE
                 PERFORM DNABATCH-WRITE-GC-LINE
                 PERFORM DNABATCH-TRANSCRIBE-GROUP
                 PERFORM DNABATCH-WRITE-TRANSCRIPT
                 MOVE "A" TO WS-USAGE-OUTCOME
              END-IF
           ELSE
              PERFORM DNABATCH-WRITE-GROUP-REJECT
              MOVE "R" TO WS-USAGE-OUTCOME
           END-IF
           PERFORM DNABATCH-WRITE-USAGE
           PERFORM DNABATCH-TAKE-CHECKPOINT.
       DNABATCH-PROCESS-ONE-SEQ-END. EXIT.

           MOVE 0 TO TRN-SEG-NO
           MOVE WS-ASSEMBLED-LEN TO TRN-LENGTH
           MOVE SPACES TO TRN-NUCLEOTIDES
           MOVE WS-GROUP-SUBMITTER TO TRN-SUBMITTER
           MOVE WS-GROUP-CHARGE-ACCT TO TRN-CHARGE-ACCT
           PERFORM DNABATCH-WRITE-ONE-TRN
           MOVE 1 TO WS-CHUNK-POS
           MOVE 0 TO WS-OUT-SEG-NO
           ADD 1 TO WS-OUT-REC-COUNT
           ADD TRN-LENGTH TO WS-OUT-HASH.

      *-----------------------------------------------------------------
      * ONE LEDGER RECORD PER LOGICAL SEQUENCE, WRITTEN BEFORE THE
      * CHECKPOINT SO A RESUMED RUN DOES NOT LEDGER A GROUP TWICE.
      * THE LENGTH IS THE LEAD RECORD'S TOTAL - FOR A REJECTED GROUP
      * IT IS WHAT THE LAB CLAIMED, NOT WHAT ARRIVED.
      *-----------------------------------------------------------------
       DNABATCH-WRITE-USAGE.
           MOVE SPACES TO DNA-USAGE-RECORD
           MOVE WS-GROUP-ID TO DU-SEQ-ID
           MOVE "T" TO DU-STAGE
           MOVE WS-USAGE-OUTCOME TO DU-OUTCOME
           MOVE WS-USAGE-DATE-TIME (1:8) TO DU-DATE
           MOVE WS-GROUP-SUBMITTER TO DU-SUBMITTER
           MOVE WS-GROUP-CHARGE-ACCT TO DU-CHARGE-ACCT
           MOVE WS-GROUP-TOTAL-LEN TO DU-LENGTH
           WRITE DNA-USAGE-RECORD
           IF WS-USAGE-STATUS NOT = "00"
              MOVE "DNABATCH" TO FE-PROGRAM
              MOVE "USAGE-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-USAGE-STATUS TO FE-STATUS
              MOVE DNA-USAGE-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
      * THE FEED MUST END WITH THE SHOP-STANDARD TRAILER AND ITS
      * COUNT AND HASH MUST MATCH WHAT WAS ACTUALLY READ. THE
           CLOSE TRANSCRIPT-FILE
           CLOSE REJECT-FILE
           CLOSE STATS-FILE
           CLOSE USAGE-FILE
           IF WS-CAT-OPEN
              CLOSE CATALOG-FILE
           END-IF
