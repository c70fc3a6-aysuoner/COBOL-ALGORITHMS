      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    VENDCHGR.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * NIGHTLY VENDOR-CHANGE REVIEW REPORT FOR ACCOUNTS PAYABLE.
      * THE ONLVEND TRANSACTION WRITES EVERY VENDOR-MASTER ADD,
      * CHANGE, DEACTIVATION, REMITTANCE REQUEST AND DECISION TO THE
      * AUDT QUEUE, WHICH LANDS ON THE CENTRAL AUDITLOG FILE. THIS
      * PROGRAM READS AUDITLOG AND LISTS EVERY ONLVEND LINE FOR THE
      * REPORT DATE IN THE ORDER IT WAS KEYED - EACH ACTION WITH THE
      * USER(S) BEHIND IT, FOLLOWED BY ITS BEFORE AND AFTER VALUES -
      * SO AP CAN CHECK EACH CHANGE AGAINST THE PAPERWORK. IT THEN
      * LISTS EVERY REMITTANCE OR BANK CHANGE STILL WAITING ON THE
      * VENDPEND FILE FOR A SECOND USER'S APPROVAL, WHATEVER DAY IT
      * WAS KEYED.
      *
      * THE REPORT DATE IS TODAY UNLESS THE OPTIONAL VCHGPRM FILE
      * CARRIES A YYYYMMDD DATE, THE SAME "MISSING FILE KEEPS THE
      * DEFAULT" CONVENTION CYCLERPT USES FOR CYCLEPRM - SO A RUN
      * AFTER MIDNIGHT, OR A RERUN, CAN NAME THE DAY IT COVERS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "VCHGPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PENDING-FILE ASSIGN TO "VENDPEND"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS VP-KEY
               FILE STATUS IS WS-PEND-STATUS.
           SELECT REPORT-FILE ASSIGN TO "VENDCHGR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE.
           05 AL-TIMESTAMP           PIC X(21).
           05 FILLER                PIC X(01).
           05 AL-REC-RUN-ID          PIC X(08).
           05 FILLER                PIC X(01).
           05 AL-REC-DISTRICT        PIC X(01).
           05 FILLER                PIC X(01).
           05 AL-REC-PROGRAM         PIC X(09).
           05 FILLER                PIC X(01).
           05 AL-REC-EVENT           PIC X(05).
           05 FILLER                PIC X(01).
           05 AL-REC-DETAIL          PIC X(60).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05 PRM-REPORT-DATE        PIC X(08).

       FD  PENDING-FILE.
           COPY "VENDPEND.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-AUDIT-STATUS           PIC X(02).
       01  WS-PARM-STATUS            PIC X(02).
       01  WS-PEND-STATUS            PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                 PIC X VALUE "N".
           88 WS-EOF                 VALUE "Y".
       01  WS-JOB-RC                 PIC 9(02) VALUE 0.
       01  WS-DATE-TIME              PIC X(21).
       01  WS-REPORT-DATE            PIC X(08).
       01  WS-CHANGE-COUNT           PIC 9(05) VALUE 0.
       01  WS-PENDING-COUNT          PIC 9(05) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZZ9.
       01  WS-CHANGE-LINE.
           05 CL-TIME                PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CL-ACTION              PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CL-DETAIL              PIC X(60).
       01  WS-PENDING-LINE.
           05 PL-PREFIX              PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PL-FIELD               PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PL-REQUESTER           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PL-REQUEST-DATE        PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PL-NEW-VALUE           PIC X(40).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       VENDCHGR-MAIN.
           PERFORM VENDCHGR-INIT
              THRU VENDCHGR-INIT-END
           IF WS-JOB-RC < 12
              PERFORM VENDCHGR-LIST-CHANGES
              PERFORM VENDCHGR-LIST-PENDING
                 THRU VENDCHGR-LIST-PENDING-END
           END-IF
           PERFORM VENDCHGR-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       VENDCHGR-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-REPORT-DATE
           PERFORM VENDCHGR-LOAD-PARM
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "VENDCHGR" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO VENDCHGR-INIT-END
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              MOVE "VENDCHGR" TO FE-PROGRAM
              MOVE "AUDIT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-AUDIT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO VENDCHGR-INIT-END
           END-IF
           MOVE "VENDOR MASTER CHANGES FOR AP REVIEW" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM VENDCHGR-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM VENDCHGR-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM VENDCHGR-WRITE-LINE.
       VENDCHGR-INIT-END. EXIT.

      *-----------------------------------------------------------------
      * THE REPORT DATE IS OPTIONAL - NO VCHGPRM FILE (OR A VALUE
      * THAT IS NOT EIGHT DIGITS) KEEPS TODAY.
      *-----------------------------------------------------------------
       VENDCHGR-LOAD-PARM.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS = "00"
              READ PARAMETER-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PRM-REPORT-DATE IS NUMERIC
                       MOVE PRM-REPORT-DATE TO WS-REPORT-DATE
                    END-IF
              END-READ
              CLOSE PARAMETER-FILE
           END-IF.

      *-----------------------------------------------------------------
      * EVERY ONLVEND LINE STAMPED WITH THE REPORT DATE, IN LOG
      * ORDER. ONLY THE HEADER LINES ARE COUNTED AS CHANGES - THE
      * WAS / NOW LINES UNDER THEM ARE THEIR VALUES.
      *-----------------------------------------------------------------
       VENDCHGR-LIST-CHANGES.
           MOVE SPACES TO REPORT-LINE
           STRING "VENDOR CHANGES KEYED ON " DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM VENDCHGR-WRITE-LINE
           MOVE "TIME     ACTION     DETAIL" TO REPORT-LINE
           PERFORM VENDCHGR-WRITE-LINE
           PERFORM VENDCHGR-READ-AUDIT
           PERFORM VENDCHGR-LIST-ONE-CHANGE UNTIL WS-EOF
           IF WS-CHANGE-COUNT = 0
              MOVE "   NO VENDOR CHANGES WERE KEYED" TO REPORT-LINE
              PERFORM VENDCHGR-WRITE-LINE
           END-IF
           MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "VENDOR CHANGES LISTED: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM VENDCHGR-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM VENDCHGR-WRITE-LINE.

       VENDCHGR-READ-AUDIT.
           READ AUDIT-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       VENDCHGR-LIST-ONE-CHANGE.
           IF AL-REC-PROGRAM = "ONLVEND"
              AND AL-TIMESTAMP (1:8) = WS-REPORT-DATE
              MOVE SPACES TO WS-CHANGE-LINE
              STRING AL-TIMESTAMP (9:2) ":"
                     AL-TIMESTAMP (11:2) ":"
                     AL-TIMESTAMP (13:2) DELIMITED BY SIZE
                 INTO CL-TIME
              EVALUATE AL-REC-EVENT
                 WHEN "VNDAD"
                    MOVE "ADD" TO CL-ACTION
                 WHEN "VNDCH"
                    MOVE "CHANGE" TO CL-ACTION
                 WHEN "VNDRQ"
                    MOVE "REQUEST" TO CL-ACTION
                 WHEN "VNDAP"
                    MOVE "APPROVE" TO CL-ACTION
                 WHEN "VNDRJ"
                    MOVE "REJECT" TO CL-ACTION
                 WHEN "VNDDX"
                    MOVE "DEACTIVATE" TO CL-ACTION
                 WHEN "VNDWS"
                    MOVE "  BEFORE" TO CL-ACTION
                 WHEN "VNDNW"
                    MOVE "  AFTER" TO CL-ACTION
                 WHEN OTHER
                    MOVE AL-REC-EVENT TO CL-ACTION
              END-EVALUATE
              IF AL-REC-EVENT NOT = "VNDWS" AND NOT = "VNDNW"
                 ADD 1 TO WS-CHANGE-COUNT
              END-IF
              MOVE AL-REC-DETAIL TO CL-DETAIL
              MOVE WS-CHANGE-LINE TO REPORT-LINE
              PERFORM VENDCHGR-WRITE-LINE
           END-IF
           PERFORM VENDCHGR-READ-AUDIT.

      *-----------------------------------------------------------------
      * EVERY CHANGE STILL AWAITING A SECOND USER. NO VENDPEND FILE
      * YET SIMPLY MEANS NOTHING HAS EVER BEEN REQUESTED.
      *-----------------------------------------------------------------
       VENDCHGR-LIST-PENDING.
           MOVE "REMITTANCE / BANK CHANGES AWAITING APPROVAL"
              TO REPORT-LINE
           PERFORM VENDCHGR-WRITE-LINE
           MOVE "VND  FIELD     KEYED BY  ON        NEW VALUE"
              TO REPORT-LINE
           PERFORM VENDCHGR-WRITE-LINE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS = "35"
              SET WS-EOF TO TRUE
           ELSE
              IF WS-PEND-STATUS NOT = "00"
                 MOVE "VENDCHGR" TO FE-PROGRAM
                 MOVE "PENDING-FILE" TO FE-FILE-NAME
                 MOVE "OPEN" TO FE-OPERATION
                 MOVE WS-PEND-STATUS TO FE-STATUS
                 MOVE SPACES TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 MOVE 8 TO WS-JOB-RC
                 GO TO VENDCHGR-LIST-PENDING-END
              END-IF
              PERFORM VENDCHGR-READ-PENDING
           END-IF
           PERFORM VENDCHGR-LIST-ONE-PENDING UNTIL WS-EOF
           IF WS-PEND-STATUS NOT = "35"
              CLOSE PENDING-FILE
           END-IF
           IF WS-PENDING-COUNT = 0
              MOVE "   NONE" TO REPORT-LINE
              PERFORM VENDCHGR-WRITE-LINE
           END-IF
           MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CHANGES AWAITING APPROVAL: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM VENDCHGR-WRITE-LINE.
       VENDCHGR-LIST-PENDING-END. EXIT.

       VENDCHGR-READ-PENDING.
           READ PENDING-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       VENDCHGR-LIST-ONE-PENDING.
           IF VP-STAT-PENDING
              MOVE SPACES TO WS-PENDING-LINE
              MOVE VP-PREFIX TO PL-PREFIX
              MOVE VP-FIELD TO PL-FIELD
              MOVE VP-REQUESTER TO PL-REQUESTER
              MOVE VP-REQUEST-DATE TO PL-REQUEST-DATE
              MOVE VP-NEW-VALUE TO PL-NEW-VALUE
              MOVE WS-PENDING-LINE TO REPORT-LINE
              PERFORM VENDCHGR-WRITE-LINE
              ADD 1 TO WS-PENDING-COUNT
           END-IF
           PERFORM VENDCHGR-READ-PENDING.

      *-----------------------------------------------------------------
       VENDCHGR-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "VENDCHGR" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE REPORT-LINE TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       VENDCHGR-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE AUDIT-FILE
           CLOSE REPORT-FILE.
       END PROGRAM VENDCHGR.
