      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    BOFILL.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * SHARED BACKORDER FILL. STKISSU RECORDS ON THE BACKORD FILE
      * THE REAMS OF A REQUISITION THE SHELF COULD NOT GIVE; WHEN
      * STKRECV OR STKXFER THEN BRINGS STOCK INTO THAT TYPE AND
      * LOCATION, IT CALLS THIS PROGRAM WITH THE REAMS NOW ON THE
      * SHELF BEFORE IT REWRITES THE STOCK RECORD. THE OPEN
      * BACKORDERS FOR THE TYPE AND LOCATION ARE FILLED OLDEST FIRST
      * UNTIL THEY OR THE REAMS RUN OUT. EACH FILL IS:
      *   - TAKEN OFF THE BACKORDER, WHICH IS DELETED ONCE NOTHING
      *     IS LEFT OPEN ON IT,
      *   - APPENDED TO THE ISSUEHST STOCK-ISSUE HISTORY FOR THE
      *     REQUISITIONING SCHOOL, EXACTLY AS STKISSU WRITES AN
      *     ISSUE, SO CHGBACK CHARGES THE SCHOOL FOR IT,
      *   - APPENDED TO THE BOFILLN NOTICE FILE BACKORPT PRINTS FOR
      *     THE SCHOOLS.
      * THE CALLER GETS BACK THE REAMS FILLED AND TAKES THEM OFF
      * ON-HAND AS AN ISSUE AT THE AVERAGE COST. THE FILES ARE
      * OPENED ON THE FIRST CALL AND HELD OPEN UNTIL THE CALLER'S
      * CLOSE CALL, THE SAME DISCIPLINE STUSTAT USES FOR ITS MASTER.
      * A SITE WITH NO BACKORD FILE YET HAS NO BACKORDERS - EVERY
      * FILL COMES BACK ZERO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS BO-KEY
               FILE STATUS IS WS-BO-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "ISSUEHST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "BOFILLN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  BACKORDER-FILE.
           COPY "BACKORD.CPY".

       FD  HISTORY-FILE.
           COPY "ISSUEHST.CPY".

       FD  NOTICE-FILE.
           COPY "BONOTICE.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-BO-STATUS              PIC X(02).
       01  WS-HIST-STATUS            PIC X(02).
       01  WS-NOTICE-STATUS          PIC X(02).
       01  WS-OPEN-SW                PIC X(01) VALUE "N".
           88 WS-OPEN-TRIED          VALUE "Y" "U".
           88 WS-OPEN-OK             VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-BROWSE-SW              PIC X(01).
           88 WS-BROWSE-DONE         VALUE "Y".
       01  WS-REMAINING              PIC 9(07).
       01  WS-FILL-REAMS             PIC 9(05).

       LINKAGE SECTION.
       01  BOFILL-PARM.
           COPY "BOFILLPM.CPY".

      ******************************************************************
       PROCEDURE DIVISION USING BOFILL-PARM.
      ******************************************************************
       BOFILL-MAIN.
           SET BF-OK TO TRUE
           MOVE 0 TO BF-FILLED
           MOVE 0 TO BF-ORDERS-CLOSED
           IF BF-CLOSE
              PERFORM BOFILL-CLOSE-FILES
              GOBACK
           END-IF
           IF NOT WS-OPEN-TRIED
              PERFORM BOFILL-OPEN-FILES THRU BOFILL-OPEN-FILES-END
           END-IF
           IF WS-OPEN-OK AND BF-FILL AND BF-AVAILABLE > 0
              PERFORM BOFILL-FILL THRU BOFILL-FILL-END
           END-IF
           GOBACK.

      *-----------------------------------------------------------------
      * AN UNOPENABLE FILE IS REMEMBERED SO EVERY LATER CALL COMES
      * STRAIGHT BACK WITH NOTHING FILLED INSTEAD OF RETRYING THE
      * OPEN ONCE PER STOCK RECORD. A MISSING BACKORD IS NOT AN
      * ERROR - NOTHING HAS EVER BEEN BACKORDERED.
      *-----------------------------------------------------------------
       BOFILL-OPEN-FILES.
           MOVE "U" TO WS-OPEN-SW
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN I-O BACKORDER-FILE
           IF WS-BO-STATUS = "35"
              GO TO BOFILL-OPEN-FILES-END
           END-IF
           IF WS-BO-STATUS NOT = "00"
              MOVE "BACKORDER-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-BO-STATUS TO FE-STATUS
              PERFORM BOFILL-FILE-ERROR
              GO TO BOFILL-OPEN-FILES-END
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF WS-HIST-STATUS = "35"
              OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00"
              MOVE "HISTORY-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-HIST-STATUS TO FE-STATUS
              PERFORM BOFILL-FILE-ERROR
              CLOSE BACKORDER-FILE
              GO TO BOFILL-OPEN-FILES-END
           END-IF
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTICE-STATUS = "35"
              OPEN OUTPUT NOTICE-FILE
           END-IF
           IF WS-NOTICE-STATUS NOT = "00"
              MOVE "NOTICE-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-NOTICE-STATUS TO FE-STATUS
              PERFORM BOFILL-FILE-ERROR
              CLOSE BACKORDER-FILE
              CLOSE HISTORY-FILE
              GO TO BOFILL-OPEN-FILES-END
           END-IF
           MOVE "Y" TO WS-OPEN-SW.
       BOFILL-OPEN-FILES-END. EXIT.

      *-----------------------------------------------------------------
      * POSITION ON THE FIRST BACKORDER FOR THE TYPE AND LOCATION -
      * THE REQUISITION PART OF THE KEY STARTS WITH THE DATE IT WAS
      * BACKORDERED, SO THE BROWSE RUNS OLDEST FIRST.
      *-----------------------------------------------------------------
       BOFILL-FILL.
           MOVE BF-AVAILABLE TO WS-REMAINING
           MOVE BF-PAPER-TYPE TO BO-PAPER-TYPE
           MOVE BF-LOCATION TO BO-LOCATION
           MOVE LOW-VALUES TO BO-REQUISITION
           MOVE "N" TO WS-BROWSE-SW
           START BACKORDER-FILE KEY IS NOT LESS THAN BO-KEY
              INVALID KEY
                 GO TO BOFILL-FILL-END
           END-START
           PERFORM BOFILL-FILL-NEXT THRU BOFILL-FILL-NEXT-END
              UNTIL WS-BROWSE-DONE.
       BOFILL-FILL-END. EXIT.

       BOFILL-FILL-NEXT.
           READ BACKORDER-FILE NEXT RECORD
              AT END
                 SET WS-BROWSE-DONE TO TRUE
                 GO TO BOFILL-FILL-NEXT-END
           END-READ
           IF BO-PAPER-TYPE NOT = BF-PAPER-TYPE
              OR BO-LOCATION NOT = BF-LOCATION
              SET WS-BROWSE-DONE TO TRUE
              GO TO BOFILL-FILL-NEXT-END
           END-IF
           IF BO-REAMS-OPEN NOT > WS-REMAINING
              MOVE BO-REAMS-OPEN TO WS-FILL-REAMS
           ELSE
              MOVE WS-REMAINING TO WS-FILL-REAMS
           END-IF
           IF WS-FILL-REAMS = 0
              GO TO BOFILL-FILL-NEXT-END
           END-IF
           SUBTRACT WS-FILL-REAMS FROM BO-REAMS-OPEN
           MOVE WS-RUN-DATE TO BO-LAST-FILL-DATE
           IF BO-REAMS-OPEN = 0
              DELETE BACKORDER-FILE RECORD
                 INVALID KEY
                    MOVE "DELETE" TO FE-OPERATION
                    PERFORM BOFILL-BACKORDER-ERROR
                    GO TO BOFILL-FILL-NEXT-END
              END-DELETE
              ADD 1 TO BF-ORDERS-CLOSED
           ELSE
              REWRITE BACKORDER-RECORD
                 INVALID KEY
                    MOVE "REWRITE" TO FE-OPERATION
                    PERFORM BOFILL-BACKORDER-ERROR
                    GO TO BOFILL-FILL-NEXT-END
              END-REWRITE
           END-IF
           SUBTRACT WS-FILL-REAMS FROM WS-REMAINING
           ADD WS-FILL-REAMS TO BF-FILLED
           PERFORM BOFILL-WRITE-HISTORY
           PERFORM BOFILL-WRITE-NOTICE
           IF WS-REMAINING = 0
              SET WS-BROWSE-DONE TO TRUE
           END-IF.
       BOFILL-FILL-NEXT-END. EXIT.

       BOFILL-WRITE-HISTORY.
           MOVE SPACES TO ISSUE-HISTORY-RECORD
           MOVE WS-RUN-DATE TO IH-ISSUE-DATE
           MOVE BO-SCHOOL TO IH-SCHOOL
           MOVE BO-PAPER-TYPE TO IH-PAPER-TYPE
           MOVE BO-LOCATION TO IH-LOCATION
           MOVE WS-FILL-REAMS TO IH-REAMS
           WRITE ISSUE-HISTORY-RECORD
           IF WS-HIST-STATUS NOT = "00"
              MOVE "HISTORY-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-HIST-STATUS TO FE-STATUS
              PERFORM BOFILL-FILE-ERROR
           END-IF.

       BOFILL-WRITE-NOTICE.
           MOVE SPACES TO BACKORDER-NOTICE-RECORD
           MOVE WS-RUN-DATE TO BN-FILL-DATE
           MOVE BO-SCHOOL TO BN-SCHOOL
           MOVE BO-REQ-ID TO BN-REQ-ID
           MOVE BO-ORDER-DATE TO BN-ORDER-DATE
           MOVE BO-PAPER-TYPE TO BN-PAPER-TYPE
           MOVE BO-LOCATION TO BN-LOCATION
           MOVE WS-FILL-REAMS TO BN-REAMS-FILLED
           MOVE BO-REAMS-OPEN TO BN-REAMS-OPEN
           MOVE BF-PROGRAM TO BN-SOURCE
           WRITE BACKORDER-NOTICE-RECORD
           IF WS-NOTICE-STATUS NOT = "00"
              MOVE "NOTICE-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-NOTICE-STATUS TO FE-STATUS
              PERFORM BOFILL-FILE-ERROR
           END-IF.

      *-----------------------------------------------------------------
      * A BACKORDER THAT CANNOT BE UPDATED IS LEFT AS IT WAS AND ITS
      * REAMS STAY ON THE SHELF FOR THE CALLER.
      *-----------------------------------------------------------------
       BOFILL-BACKORDER-ERROR.
           MOVE "BACKORDER-FILE" TO FE-FILE-NAME
           MOVE WS-BO-STATUS TO FE-STATUS
           PERFORM BOFILL-FILE-ERROR.

       BOFILL-FILE-ERROR.
           MOVE "BOFILL" TO FE-PROGRAM
           MOVE SPACES TO FE-LAST-RECORD
           CALL "FILEERR" USING WS-FE-PARMS
           SET BF-FAILED TO TRUE.

       BOFILL-CLOSE-FILES.
           IF WS-OPEN-OK
              CLOSE BACKORDER-FILE
              CLOSE HISTORY-FILE
              CLOSE NOTICE-FILE
           END-IF
           MOVE "N" TO WS-OPEN-SW.
       END PROGRAM BOFILL.
