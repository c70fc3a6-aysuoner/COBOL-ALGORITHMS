      * REGISTER, AND THE RUN APPENDS ITS OWN REGISTER LINE - SO A
      * REJECTED BATCH CAN BE CORRECTED AND RERUN UNDER A NEW
      * CONTROL NUMBER WITHOUT ANYONE RECONSTRUCTING WHAT WAS SENT.
      * MODIFIED 15/10/2026 - AN OUTSTANDING INCOMPLETE IS SENT WITH
      * GRADE STATUS I AND A ZERO GRADE THAT THE STATE LAYOUT DOES
      * NOT COUNT AS EARNED, INSTEAD OF THE DEFAULT GRADE STUHIST
      * HOLDS FOR IT; IT ADDS NOTHING TO THE HASH TOTAL. THE STATUS
      * BYTE COMES OUT OF THE RECORD'S FILLER AND IS A SPACE FOR
      * EVERY FINAL GRADE. THE AUDIT LINE COUNTS THE INCOMPLETES
      * SENT, SO A RESUBMISSION CAN BE PLANNED ONCE THEY RESOLVE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 EXT-FINAL-GRADE        PIC 9(3).
           05 EXT-EXAM               PIC 9(3).
           05 EXT-PROJECTS           PIC 9(2).
           05 EXT-GRADE-STATUS       PIC X(1).
              88 EXT-GRADE-INCOMPLETE VALUE "I".
           05 FILLER                 PIC X(52).

       01  EXTRACT-TRAILER.
           05 EXT-TLR-LITERAL        PIC X(8).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-EXTRACT-COUNT          PIC 9(7) VALUE 0.
       01  WS-HASH-TOTAL             PIC S9(11)V9(2) VALUE 0.
       01  WS-INC-COUNT              PIC 9(5) VALUE 0.

      ******************************************************************
       PROCEDURE DIVISION.
              MOVE STU-HIST-FINAL-GRADE TO EXT-FINAL-GRADE
              MOVE STU-HIST-EXAM TO EXT-EXAM
              MOVE STU-HIST-PROJECTS TO EXT-PROJECTS
              IF STU-HIST-INC-OPEN
                 SET EXT-GRADE-INCOMPLETE TO TRUE
                 MOVE 0 TO EXT-FINAL-GRADE
                 ADD 1 TO WS-INC-COUNT
              END-IF
              WRITE EXTRACT-RECORD
              IF WS-EXTRACT-STATUS NOT = "00"
                 MOVE "STSUBMIT" TO FE-PROGRAM
                 MOVE 12 TO WS-JOB-RC
              END-IF
              ADD 1 TO WS-EXTRACT-COUNT
              IF NOT STU-HIST-INC-OPEN
                 ADD STU-HIST-FINAL-GRADE TO WS-HASH-TOTAL
              END-IF
           END-IF
           PERFORM STSUBMIT-READ-NEXT.

                  REG-CONTROL-NO DELIMITED BY SIZE
                  " TERM " DELIMITED BY SIZE
                  WS-SUBMIT-TERM DELIMITED BY SIZE
                  " INCOMPLETES " DELIMITED BY SIZE
                  WS-INC-COUNT DELIMITED BY SIZE
              INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.
       STSUBMIT-POST-REGISTER-END. EXIT.
