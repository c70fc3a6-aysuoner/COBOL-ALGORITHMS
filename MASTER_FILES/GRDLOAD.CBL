      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    GRDLOAD.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * GUARDIAN CONTACT LOAD. THE OFFICE KEPT PARENTS ON INDEX
      * CARDS; THIS STEP KEEPS THEM ON THE GUARDMST KSDS INSTEAD. IT
      * READS THE GUARDIN FEED (STUDENT, GUARDIAN SEQUENCE, NAME AND
      * RELATIONSHIP, MAILING ADDRESS, PHONE, PREFERRED LANGUAGE AND
      * CONTACT RESTRICTION) AND UPSERTS GUARDMST - A NEW STUDENT AND
      * SEQUENCE IS INSERTED, A KNOWN ONE IS UPDATED - WITH A LOAD
      * REGISTER OF ADDS, CHANGES AND DELETES. A "D" IN THE ACTION
      * COLUMN REMOVES A GUARDIAN WHO IS NO LONGER A CONTACT; A
      * GUARDIAN WHO MUST NOT BE CONTACTED IS KEPT ON FILE WITH
      * RESTRICTION "N" SO THE ORDER STAYS ON RECORD.
      *
      * A BLANK STUDENT, A SEQUENCE NOT 1-9, AN ACTION NOT BLANK, "A"
      * OR "D", A BLANK NAME, A RESTRICTION NOT BLANK, "N", "M" OR
      * "P", NO ADDRESS AND NO PHONE, A MAIL-ONLY GUARDIAN WITH NO
      * ADDRESS, A PHONE-ONLY GUARDIAN WITH NO PHONE, A STUDENT NOT ON
      * STUDMAST OR A DELETE FOR A GUARDIAN NOT ON FILE IS AN
      * EXCEPTION LINE, NOT A LOAD. A BLANK LANGUAGE LOADS AS ENG.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT GUARDIAN-MASTER ASSIGN TO "GUARDMST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS GD-KEY
               FILE STATUS IS WS-GUARD-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "GRDLOADR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  GUARDIAN-FILE.
       01  GUARDIAN-INPUT-RECORD.
           05 GIN-ACTION             PIC X(1).
              88 GIN-ACTION-VALID    VALUE " " "A" "D".
              88 GIN-DELETE          VALUE "D".
           05 GIN-STU-ID             PIC X(6).
           05 GIN-SEQ                PIC X(1).
           05 GIN-SEQ-NUM REDEFINES GIN-SEQ
                                     PIC 9(1).
           05 GIN-NAME               PIC X(30).
           05 GIN-RELATION           PIC X(10).
           05 GIN-ADDR-1             PIC X(30).
           05 GIN-ADDR-2             PIC X(30).
           05 GIN-CITY               PIC X(20).
           05 GIN-STATE              PIC X(2).
           05 GIN-ZIP                PIC X(10).
           05 GIN-PHONE              PIC X(12).
           05 GIN-LANGUAGE           PIC X(3).
           05 GIN-RESTRICT           PIC X(1).
              88 GIN-RESTRICT-VALID  VALUE " " "N" "M" "P".
              88 GIN-MAIL-ONLY       VALUE "M".
              88 GIN-PHONE-ONLY      VALUE "P".

       FD  GUARDIAN-MASTER.
           COPY "GUARDMST.CPY".

       FD  STUDENT-MASTER.
           COPY "STUMAST.CPY".

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
       01  WS-GUARD-STATUS           PIC X(02).
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-FOUND-SW              PIC X VALUE "N".
           88 WS-RECORD-FOUND       VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-REASON                 PIC X(30).
       01  WS-ACTION-TEXT            PIC X(12).
       01  WS-ADD-COUNT              PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT           PIC 9(5) VALUE 0.
       01  WS-DELETE-COUNT           PIC 9(5) VALUE 0.
       01  WS-EXCEPT-COUNT           PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-ADDS              PIC ZZZZ9.
       01  WS-EDIT-CHANGES           PIC ZZZZ9.
       01  WS-EDIT-DELETES           PIC ZZZZ9.
       01  WS-EDIT-EXCEPTS           PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       GRDLOAD-MAIN.
           PERFORM GRDLOAD-INIT
           PERFORM GRDLOAD-PROCESS-ONE
              THRU GRDLOAD-PROCESS-ONE-END UNTIL WS-EOF
           PERFORM GRDLOAD-WRITE-SUMMARY
           PERFORM GRDLOAD-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       GRDLOAD-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN INPUT GUARDIAN-FILE
           IF WS-FEED-STATUS NOT = "00"
              MOVE "GRDLOAD" TO FE-PROGRAM
              MOVE "GUARDIAN-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-FEED-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN I-O GUARDIAN-MASTER
           IF WS-GUARD-STATUS = "35"
              OPEN OUTPUT GUARDIAN-MASTER
              CLOSE GUARDIAN-MASTER
              OPEN I-O GUARDIAN-MASTER
           END-IF
           IF WS-GUARD-STATUS NOT = "00"
              MOVE "GRDLOAD" TO FE-PROGRAM
              MOVE "GUARDIAN-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-GUARD-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "GRDLOAD" TO FE-PROGRAM
              MOVE "STUDENT-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "GRDLOAD" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           MOVE "GUARDIAN CONTACT LOAD REGISTER" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM GRDLOAD-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM GRDLOAD-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM GRDLOAD-WRITE-LINE
           IF NOT WS-EOF
              PERFORM GRDLOAD-READ-NEXT
           END-IF.

      *-----------------------------------------------------------------
       GRDLOAD-READ-NEXT.
      *-----------------------------------------------------------------
           READ GUARDIAN-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONE FEED LINE - EDIT IT, THEN INSERT, UPDATE OR DELETE THE
      * GUARDIAN.
      *-----------------------------------------------------------------
       GRDLOAD-PROCESS-ONE.
           PERFORM GRDLOAD-EDIT-LINE
              THRU GRDLOAD-EDIT-LINE-END
           IF WS-REASON NOT = SPACES
              ADD 1 TO WS-EXCEPT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  EXCEPTION - " GIN-STU-ID " " GIN-SEQ " "
                     GIN-NAME (1:20) " " WS-REASON
                     DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM GRDLOAD-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
              PERFORM GRDLOAD-READ-NEXT
              GO TO GRDLOAD-PROCESS-ONE-END
           END-IF
           IF GIN-DELETE
              DELETE GUARDIAN-MASTER RECORD
              END-DELETE
              ADD 1 TO WS-DELETE-COUNT
              MOVE "DELETED" TO WS-ACTION-TEXT
              MOVE "DELETE" TO FE-OPERATION
           ELSE
              IF NOT WS-RECORD-FOUND
                 MOVE SPACES TO GUARDIAN-MASTER-RECORD
                 MOVE GIN-STU-ID TO GD-STU-ID
                 MOVE GIN-SEQ-NUM TO GD-SEQ
              END-IF
              MOVE GIN-NAME TO GD-NAME
              MOVE GIN-RELATION TO GD-RELATION
              MOVE GIN-ADDR-1 TO GD-ADDR-1
              MOVE GIN-ADDR-2 TO GD-ADDR-2
              MOVE GIN-CITY TO GD-CITY
              MOVE GIN-STATE TO GD-STATE
              MOVE GIN-ZIP TO GD-ZIP
              MOVE GIN-PHONE TO GD-PHONE
              MOVE GIN-LANGUAGE TO GD-LANGUAGE
              IF GD-LANGUAGE = SPACES
                 MOVE "ENG" TO GD-LANGUAGE
              END-IF
              MOVE GIN-RESTRICT TO GD-RESTRICT
              MOVE WS-RUN-DATE TO GD-LAST-CHANGE-DATE
              MOVE "WRITE" TO FE-OPERATION
              IF WS-RECORD-FOUND
                 REWRITE GUARDIAN-MASTER-RECORD
                 END-REWRITE
                 ADD 1 TO WS-CHANGE-COUNT
                 MOVE "CHANGED" TO WS-ACTION-TEXT
              ELSE
                 WRITE GUARDIAN-MASTER-RECORD
                 END-WRITE
                 ADD 1 TO WS-ADD-COUNT
                 MOVE "ADDED" TO WS-ACTION-TEXT
              END-IF
           END-IF
           IF WS-GUARD-STATUS NOT = "00"
              MOVE "GRDLOAD" TO FE-PROGRAM
              MOVE "GUARDIAN-MASTER" TO FE-FILE-NAME
              MOVE WS-GUARD-STATUS TO FE-STATUS
              MOVE GUARDIAN-MASTER-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  " GIN-STU-ID " " GIN-SEQ " " GIN-NAME (1:20)
                  " " GIN-RELATION " " GIN-PHONE " " GIN-LANGUAGE
                  " " GIN-RESTRICT " " WS-ACTION-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM GRDLOAD-WRITE-LINE
           PERFORM GRDLOAD-READ-NEXT.
       GRDLOAD-PROCESS-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * THE FEED EDITS. WS-REASON COMES BACK BLANK FOR A GOOD LINE,
      * WITH WS-FOUND-SW TELLING WHETHER THE GUARDIAN IS ON FILE.
      *-----------------------------------------------------------------
       GRDLOAD-EDIT-LINE.
           MOVE SPACES TO WS-REASON
           MOVE "N" TO WS-FOUND-SW
           IF GIN-STU-ID = SPACES
              MOVE "STUDENT ID MISSING" TO WS-REASON
              GO TO GRDLOAD-EDIT-LINE-END
           END-IF
           IF GIN-SEQ NOT NUMERIC OR GIN-SEQ-NUM = 0
              MOVE "GUARDIAN SEQUENCE NOT 1-9" TO WS-REASON
              GO TO GRDLOAD-EDIT-LINE-END
           END-IF
           IF NOT GIN-ACTION-VALID
              MOVE "ACTION NOT BLANK, A OR D" TO WS-REASON
              GO TO GRDLOAD-EDIT-LINE-END
           END-IF
           MOVE GIN-STU-ID TO GD-STU-ID
           MOVE GIN-SEQ-NUM TO GD-SEQ
           READ GUARDIAN-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-RECORD-FOUND TO TRUE
           END-READ
           IF GIN-DELETE
              IF NOT WS-RECORD-FOUND
                 MOVE "GUARDIAN NOT ON FILE" TO WS-REASON
              END-IF
              GO TO GRDLOAD-EDIT-LINE-END
           END-IF
           IF GIN-NAME = SPACES
              MOVE "GUARDIAN NAME MISSING" TO WS-REASON
              GO TO GRDLOAD-EDIT-LINE-END
           END-IF
           IF NOT GIN-RESTRICT-VALID
              MOVE "RESTRICTION NOT BLANK, N, M, P" TO WS-REASON
              GO TO GRDLOAD-EDIT-LINE-END
           END-IF
           IF GIN-ADDR-1 = SPACES AND GIN-PHONE = SPACES
              MOVE "NO ADDRESS AND NO PHONE" TO WS-REASON
              GO TO GRDLOAD-EDIT-LINE-END
           END-IF
           IF GIN-MAIL-ONLY AND GIN-ADDR-1 = SPACES
              MOVE "MAIL ONLY BUT NO ADDRESS" TO WS-REASON
              GO TO GRDLOAD-EDIT-LINE-END
           END-IF
           IF GIN-PHONE-ONLY AND GIN-PHONE = SPACES
              MOVE "PHONE ONLY BUT NO PHONE" TO WS-REASON
              GO TO GRDLOAD-EDIT-LINE-END
           END-IF
           MOVE GIN-STU-ID TO STU-ID
           READ STUDENT-MASTER
              INVALID KEY
                 MOVE "STUDENT NOT ON MASTER" TO WS-REASON
           END-READ.
       GRDLOAD-EDIT-LINE-END. EXIT.

      *-----------------------------------------------------------------
       GRDLOAD-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM GRDLOAD-WRITE-LINE
           MOVE WS-ADD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  GUARDIANS ADDED  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM GRDLOAD-WRITE-LINE
           MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  GUARDIANS CHANGED  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM GRDLOAD-WRITE-LINE
           MOVE WS-DELETE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  GUARDIANS DELETED  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM GRDLOAD-WRITE-LINE
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EXCEPTIONS . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM GRDLOAD-WRITE-LINE
           MOVE "GRDLOAD" TO AL-PROGRAM
           MOVE "GRDLD" TO AL-EVENT
           MOVE WS-ADD-COUNT TO WS-EDIT-ADDS
           MOVE WS-CHANGE-COUNT TO WS-EDIT-CHANGES
           MOVE WS-DELETE-COUNT TO WS-EDIT-DELETES
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-EXCEPTS
           MOVE SPACES TO AL-DETAIL
           STRING "GUARD ADDED " WS-EDIT-ADDS
                  " CHANGED " WS-EDIT-CHANGES
                  " DELETED " WS-EDIT-DELETES
                  " EXCEPT " WS-EDIT-EXCEPTS
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       GRDLOAD-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "GRDLOAD" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       GRDLOAD-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE GUARDIAN-FILE
           CLOSE GUARDIAN-MASTER
           CLOSE STUDENT-MASTER
           CLOSE REPORT-FILE.
       END PROGRAM GRDLOAD.
