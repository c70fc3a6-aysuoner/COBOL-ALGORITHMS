      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    JRNLRPT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * CHANGE-JOURNAL REPORT - WHO CHANGED THIS RECORD, AND WHEN.
      * READS THE BATCH CHGJRNL AND ONLINE ONLJRNL CHANGE JOURNALS,
      * MERGED IN TIME ORDER, AND LISTS EVERY ENTRY THAT MATCHES THE
      * OPTIONAL JRNLCTL REQUEST CARD (MASTER, KEY, USER, FROM/TO
      * DATE - ANY FIELD LEFT BLANK MATCHES EVERYTHING; NO CARD
      * LISTS THE WHOLE JOURNAL). EACH ENTRY PRINTS ITS DATE, TIME,
      * MASTER, ACTION, KEY, PROGRAM, RUN-ID AND USER, FOLLOWED BY
      * WHAT CHANGED: THE FIRST BYTE WHERE THE BEFORE AND AFTER
      * IMAGES DIFFER WITH BOTH SIDES SHOWN FROM THERE, OR THE
      * RECORD AS ADDED OR AS IT WAS WHEN DELETED. READ ONLY - THE
      * JOURNALS AND MASTERS ARE NEVER TOUCHED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "JRNLCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT BATCH-JOURNAL ASSIGN TO "CHGJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BJ-STATUS.
           SELECT ONLINE-JOURNAL ASSIGN TO "ONLJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OJ-STATUS.
           SELECT REPORT-FILE ASSIGN TO "JRNLRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05 JQ-MASTER              PIC X(8).
           05 JQ-KEY                 PIC X(8).
           05 JQ-USER                PIC X(8).
           05 JQ-FROM-DATE           PIC X(8).
           05 JQ-TO-DATE             PIC X(8).

       FD  BATCH-JOURNAL.
       01  BATCH-JOURNAL-RECORD      PIC X(2658).

       FD  ONLINE-JOURNAL.
       01  ONLINE-JOURNAL-RECORD     PIC X(2658).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
           COPY "CHGJREC.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-REQ-STATUS             PIC X(02).
       01  WS-BJ-STATUS              PIC X(02).
       01  WS-OJ-STATUS              PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-BJ-OPEN-SW             PIC X VALUE "N".
           88 WS-BJ-OPEN             VALUE "Y".
       01  WS-OJ-OPEN-SW             PIC X VALUE "N".
           88 WS-OJ-OPEN             VALUE "Y".
       01  WS-BJ-STAMP               PIC X(16).
       01  WS-OJ-STAMP               PIC X(16).
       01  WS-LINE-DATE              PIC X(08).
       01  WS-POS                    PIC 9(04) COMP.
       01  WS-DIFF-POS               PIC 9(04) COMP.
       01  WS-SNIP-START             PIC 9(04) COMP.
       01  WS-DIFF-SW                PIC X VALUE "N".
           88 WS-DIFF-FOUND          VALUE "Y".
       01  WS-EDIT-POS               PIC ZZZ9.
       01  WS-READ-COUNT             PIC 9(07) VALUE 0.
       01  WS-HIT-COUNT              PIC 9(07) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-DETAIL-LINE.
           05 DL-DATE                PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DL-TIME                PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DL-MASTER              PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DL-ACTION              PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DL-KEY                 PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DL-PROGRAM             PIC X(09).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DL-RUN-ID              PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DL-USER                PIC X(08).
           05 FILLER                 PIC X(12) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       JRNLRPT-MAIN.
           PERFORM JRNLRPT-INIT
              THRU JRNLRPT-INIT-END
           IF WS-JOB-RC < 12
              PERFORM JRNLRPT-READ-BATCH
              PERFORM JRNLRPT-READ-ONLINE
              PERFORM JRNLRPT-NEXT-ENTRY
                 THRU JRNLRPT-NEXT-ENTRY-END
                 UNTIL WS-BJ-STAMP = HIGH-VALUES
                   AND WS-OJ-STAMP = HIGH-VALUES
              PERFORM JRNLRPT-WRITE-FOOT
           END-IF
           PERFORM JRNLRPT-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
      * NO REQUEST CARD IS A REQUEST FOR EVERYTHING. NO JOURNAL AT
      * ALL IS WORTH A WARNING (RC 4) - NOTHING HAS BEEN RECORDED.
      *-----------------------------------------------------------------
       JRNLRPT-INIT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "JRNLRPT" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO JRNLRPT-INIT-END
           END-IF
           MOVE "CHANGE JOURNAL REPORT" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM JRNLRPT-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM JRNLRPT-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM JRNLRPT-WRITE-LINE
           MOVE SPACES TO REQUEST-RECORD
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-STATUS = "00"
              READ REQUEST-FILE
                 AT END
                    MOVE SPACES TO REQUEST-RECORD
              END-READ
              CLOSE REQUEST-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "MASTER " JQ-MASTER "  KEY " JQ-KEY
                  "  USER " JQ-USER "  FROM " JQ-FROM-DATE
                  "  TO " JQ-TO-DATE DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM JRNLRPT-WRITE-LINE
           OPEN INPUT BATCH-JOURNAL
           IF WS-BJ-STATUS = "00"
              SET WS-BJ-OPEN TO TRUE
           END-IF
           OPEN INPUT ONLINE-JOURNAL
           IF WS-OJ-STATUS = "00"
              SET WS-OJ-OPEN TO TRUE
           END-IF
           IF NOT WS-BJ-OPEN AND NOT WS-OJ-OPEN
              MOVE "NEITHER CHGJRNL NOR ONLJRNL COULD BE OPENED"
                 TO REPORT-LINE
              PERFORM JRNLRPT-WRITE-LINE
              MOVE 4 TO WS-JOB-RC
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM JRNLRPT-WRITE-LINE
           MOVE "DATE     TIME   MASTER   ACTION KEY" TO REPORT-LINE
           MOVE "PROGRAM   RUN-ID   USER" TO REPORT-LINE (42:)
           PERFORM JRNLRPT-WRITE-LINE.
       JRNLRPT-INIT-END. EXIT.

       JRNLRPT-READ-BATCH.
           MOVE HIGH-VALUES TO WS-BJ-STAMP
           IF WS-BJ-OPEN
              READ BATCH-JOURNAL
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE BATCH-JOURNAL-RECORD (1:16) TO WS-BJ-STAMP
              END-READ
           END-IF.

       JRNLRPT-READ-ONLINE.
           MOVE HIGH-VALUES TO WS-OJ-STAMP
           IF WS-OJ-OPEN
              READ ONLINE-JOURNAL
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE ONLINE-JOURNAL-RECORD (1:16) TO WS-OJ-STAMP
              END-READ
           END-IF.

      *-----------------------------------------------------------------
      * THE EARLIER OF THE TWO JOURNALS' NEXT LINES, TESTED AGAINST
      * EVERY FILLED REQUEST FIELD.
      *-----------------------------------------------------------------
       JRNLRPT-NEXT-ENTRY.
           IF WS-BJ-STAMP NOT > WS-OJ-STAMP
              MOVE BATCH-JOURNAL-RECORD TO CHANGE-JOURNAL-RECORD
              PERFORM JRNLRPT-READ-BATCH
           ELSE
              MOVE ONLINE-JOURNAL-RECORD TO CHANGE-JOURNAL-RECORD
              PERFORM JRNLRPT-READ-ONLINE
           END-IF
           ADD 1 TO WS-READ-COUNT
           MOVE CJR-STAMP (1:8) TO WS-LINE-DATE
           IF (JQ-MASTER NOT = SPACES AND CJR-MASTER NOT = JQ-MASTER)
              OR (JQ-KEY NOT = SPACES AND CJR-KEY NOT = JQ-KEY)
              OR (JQ-USER NOT = SPACES AND CJR-USER NOT = JQ-USER)
              OR (JQ-FROM-DATE NOT = SPACES
                 AND JQ-FROM-DATE NOT = ZEROES
                 AND WS-LINE-DATE < JQ-FROM-DATE)
              OR (JQ-TO-DATE NOT = SPACES
                 AND JQ-TO-DATE NOT = ZEROES
                 AND WS-LINE-DATE > JQ-TO-DATE)
              GO TO JRNLRPT-NEXT-ENTRY-END
           END-IF
           ADD 1 TO WS-HIT-COUNT
           MOVE WS-LINE-DATE TO DL-DATE
           MOVE CJR-STAMP (9:6) TO DL-TIME
           MOVE CJR-MASTER TO DL-MASTER
           EVALUATE TRUE
              WHEN CJR-ADD
                 MOVE "ADD" TO DL-ACTION
              WHEN CJR-CHANGE
                 MOVE "CHANGE" TO DL-ACTION
              WHEN CJR-DELETE
                 MOVE "DELETE" TO DL-ACTION
              WHEN OTHER
                 MOVE CJR-ACTION TO DL-ACTION
           END-EVALUATE
           MOVE CJR-KEY TO DL-KEY
           MOVE CJR-PROGRAM TO DL-PROGRAM
           MOVE CJR-RUN-ID TO DL-RUN-ID
           MOVE CJR-USER TO DL-USER
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM JRNLRPT-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
              WHEN CJR-ADD
                 STRING "      ADDED AS: " CJR-AFTER (1:60)
                    DELIMITED BY SIZE INTO REPORT-LINE
              WHEN CJR-DELETE
                 STRING "      WAS:      " CJR-BEFORE (1:60)
                    DELIMITED BY SIZE INTO REPORT-LINE
              WHEN OTHER
                 PERFORM JRNLRPT-SHOW-CHANGE
           END-EVALUATE
           PERFORM JRNLRPT-WRITE-LINE.
       JRNLRPT-NEXT-ENTRY-END. EXIT.

      *-----------------------------------------------------------------
      * A CHANGE SHOWS THE FIRST BYTE THAT DIFFERS AND TWENTY-FIVE
      * BYTES OF EACH IMAGE FROM THERE, SO THE FIELD THAT MOVED CAN BE
      * READ OFF AGAINST THE RECORD LAYOUT.
      *-----------------------------------------------------------------
       JRNLRPT-SHOW-CHANGE.
           MOVE "N" TO WS-DIFF-SW
           MOVE 1 TO WS-DIFF-POS
           PERFORM JRNLRPT-CHECK-BYTE
              VARYING WS-POS FROM 1 BY 1
              UNTIL WS-POS > 1300 OR WS-DIFF-FOUND
           MOVE WS-DIFF-POS TO WS-SNIP-START
           IF WS-SNIP-START > 1276
              MOVE 1276 TO WS-SNIP-START
           END-IF
           MOVE WS-DIFF-POS TO WS-EDIT-POS
           STRING "      AT " WS-EDIT-POS " WAS "
                  CJR-BEFORE (WS-SNIP-START:25)
                  " NOW " CJR-AFTER (WS-SNIP-START:25)
              DELIMITED BY SIZE INTO REPORT-LINE.

       JRNLRPT-CHECK-BYTE.
           IF CJR-BEFORE (WS-POS:1) NOT = CJR-AFTER (WS-POS:1)
              SET WS-DIFF-FOUND TO TRUE
              MOVE WS-POS TO WS-DIFF-POS
           END-IF.

      *-----------------------------------------------------------------
       JRNLRPT-WRITE-FOOT.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM JRNLRPT-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           STRING "  JOURNAL LINES READ . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM JRNLRPT-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-HIT-COUNT TO WS-EDIT-COUNT
           STRING "  ENTRIES LISTED . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM JRNLRPT-WRITE-LINE.

      *-----------------------------------------------------------------
       JRNLRPT-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "JRNLRPT" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       JRNLRPT-TERMINATE.
      *-----------------------------------------------------------------
           IF WS-BJ-OPEN
              CLOSE BATCH-JOURNAL
           END-IF
           IF WS-OJ-OPEN
              CLOSE ONLINE-JOURNAL
           END-IF
           IF WS-JOB-RC < 12
              CLOSE REPORT-FILE
           END-IF.
       END PROGRAM JRNLRPT.
