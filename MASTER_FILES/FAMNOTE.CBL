      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    FAMNOTE.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * FAMILY NOTICES. ATTCHRON AND STUWATCH APPEND EVERY STUDENT
      * THEY LIST TO THE NOTCAND CANDIDATE FILE - CHRONIC ABSENCES
      * (ABSN), CHRONIC TARDIES (TRDY), A GRADE DROP (GDRP) OR A
      * FIRST FAILING GRADE (GFAL). THIS STEP TURNS THEM INTO NOTICES
      * TO THE STUDENT'S GUARDIANS ON GUARDMST, WHERE THE OFFICE
      * USED TO LOOK PARENTS UP IN A CARD FILE AND WRITE BY HAND:
      *   - NOTLETR, THE MAIL-MERGE FILE, ONE RECORD PER LETTER TO
      *     EACH GUARDIAN WITH A MAILING ADDRESS,
      *   - NOTPHON, THE PHONE-CALL LIST, ONE LINE PER GUARDIAN WITH
      *     A PHONE NUMBER,
      *   - FAMNOTER, THE REGISTER OF WHAT WAS SENT AND WHY NOT.
      * EVERY LETTER AND CALL IS WRITTEN TO THE NOTCLOG NOTICE LOG
      * WITH THE DATE, GUARDIAN AND ADDRESS OR NUMBER USED, SO THE
      * SCHOOL CAN SHOW IT CONTACTED THE FAMILY.
      *
      * A STUDENT IS NOT NOTIFIED AGAIN FOR THE SAME REASON WITHIN
      * THE WINDOW ON THE NOTIFCTL CARD (DAYS, DEFAULT 30) - THE
      * LISTS REPEAT A STUDENT EVERY RUN UNTIL THINGS IMPROVE. A
      * WINDOW OF 0 STILL STOPS A SECOND NOTICE THE SAME DAY. ONLY
      * CANDIDATES FOR THE TERMCTL CURRENT TERM ARE SENT; OLDER
      * TERMS ON THE LISTS ARE COUNTED AND PASSED OVER (NO TERMCTL
      * TERM SENDS EVERY TERM).
      *
      * GD-RESTRICT IS HONORED: A NO-CONTACT GUARDIAN GETS NOTHING,
      * A MAIL-ONLY GUARDIAN NO CALL AND A PHONE-ONLY GUARDIAN NO
      * LETTER. A STUDENT WITH NO GUARDIAN WHO COULD BE REACHED IS
      * AN EXCEPTION (RC 4) AND IS NOT LOGGED, SO THE NOTICE GOES
      * OUT ONCE A GUARDIAN IS LOADED AND THE STUDENT IS LISTED
      * AGAIN. NOTCAND IS EMPTIED AFTER A CLEAN RUN AND KEPT AFTER
      * AN I/O FAILURE (RC 8) SO NO CANDIDATE IS LOST.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-CONTROL-FILE ASSIGN TO "NOTIFCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "NOTCAND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT GUARDIAN-MASTER ASSIGN TO "GUARDMST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS GD-KEY
               FILE STATUS IS WS-GUARD-STATUS.
           SELECT NOTICE-LOG ASSIGN TO "NOTCLOG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS NL-KEY
               FILE STATUS IS WS-LOG-STATUS.
           SELECT LETTER-FILE ASSIGN TO "NOTLETR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT PHONE-FILE ASSIGN TO "NOTPHON"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PHONE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FAMNOTER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  NOTIFY-CONTROL-FILE.
       01  NOTIFY-CONTROL-RECORD.
           05 NF-WINDOW-DAYS         PIC X(3).
           05 NF-WINDOW-DAYS-NUM REDEFINES NF-WINDOW-DAYS
                                     PIC 9(3).

       FD  TERM-CONTROL-FILE.
       01  TERM-CONTROL-RECORD.
           05 TC-TERM-ID             PIC X(5).

       FD  NOTICE-FILE.
           COPY "NOTCAND.CPY".

       FD  GUARDIAN-MASTER.
           COPY "GUARDMST.CPY".

       FD  NOTICE-LOG.
           COPY "NOTCLOG.CPY".

       FD  LETTER-FILE.
           COPY "NOTLETR.CPY".

       FD  PHONE-FILE.
       01  PHONE-LINE               PIC X(80).

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
       01  WS-CTL-STATUS             PIC X(02).
       01  WS-TERM-STATUS            PIC X(02).
       01  WS-NOTICE-STATUS          PIC X(02).
       01  WS-GUARD-STATUS           PIC X(02).
       01  WS-LOG-STATUS             PIC X(02).
       01  WS-LETTER-STATUS          PIC X(02).
       01  WS-PHONE-STATUS           PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-NOTICE-SW             PIC X VALUE "N".
           88 WS-NOTICE-OPEN        VALUE "Y".
       01  WS-GUARD-EOF-SW          PIC X VALUE "N".
           88 WS-GUARD-EOF          VALUE "Y".
       01  WS-RECENT-SW             PIC X VALUE "N".
           88 WS-RECENT             VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-DAYS               PIC 9(08).
       01  WS-CUTOFF-DATE            PIC 9(08).
       01  WS-WINDOW-DAYS            PIC 9(03) VALUE 30.
       01  WS-CUR-TERM               PIC X(05) VALUE SPACES.
      *-----------------------------------------------------------------
      * WHAT WENT OUT FOR THE CANDIDATE IN HAND.
      *-----------------------------------------------------------------
       01  WS-CAND-GUARDIANS         PIC 9(03).
       01  WS-CAND-RESTRICTED        PIC 9(03).
       01  WS-CAND-LETTERS           PIC 9(03).
       01  WS-CAND-CALLS             PIC 9(03).
       01  WS-READ-COUNT             PIC 9(05) VALUE 0.
       01  WS-PAST-TERM-COUNT        PIC 9(05) VALUE 0.
       01  WS-RECENT-COUNT           PIC 9(05) VALUE 0.
       01  WS-NOTIFIED-COUNT         PIC 9(05) VALUE 0.
       01  WS-LETTER-COUNT           PIC 9(05) VALUE 0.
       01  WS-CALL-COUNT             PIC 9(05) VALUE 0.
       01  WS-RESTRICTED-COUNT       PIC 9(05) VALUE 0.
       01  WS-EXCEPT-COUNT           PIC 9(05) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-WINDOW            PIC ZZ9.
       01  WS-EDIT-LETTERS           PIC ZZ9.
       01  WS-EDIT-CALLS             PIC ZZ9.
       01  WS-EDIT-NOTIFIED          PIC ZZZZ9.
       01  WS-EDIT-SENT              PIC ZZZZ9.
       01  WS-EDIT-PHONED            PIC ZZZZ9.
       01  WS-EDIT-EXCEPTS           PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       FAMNOTE-MAIN.
           PERFORM FAMNOTE-INIT
              THRU FAMNOTE-INIT-END
           IF WS-JOB-RC < 12
              PERFORM FAMNOTE-PROCESS-ONE
                 THRU FAMNOTE-PROCESS-ONE-END UNTIL WS-EOF
              PERFORM FAMNOTE-WRITE-SUMMARY
              PERFORM FAMNOTE-CLEAR-CANDIDATES
                 THRU FAMNOTE-CLEAR-CANDIDATES-END
           END-IF
           PERFORM FAMNOTE-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
      * THE REGISTER, THE GUARDIAN MASTER, THE NOTICE LOG AND BOTH
      * OUTPUTS MUST OPEN OR NOTHING IS SENT (RC 12). NO NOTCAND
      * MEANS NOTHING WAS LISTED SINCE THE LAST RUN.
      *-----------------------------------------------------------------
       FAMNOTE-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "FAMNOTE" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO FAMNOTE-INIT-END
           END-IF
           MOVE "FAMILY NOTICE REGISTER" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM FAMNOTE-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM FAMNOTE-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM FAMNOTE-WRITE-LINE
           OPEN INPUT NOTIFY-CONTROL-FILE
           IF WS-CTL-STATUS = "00"
              READ NOTIFY-CONTROL-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF NF-WINDOW-DAYS NUMERIC
                       MOVE NF-WINDOW-DAYS-NUM TO WS-WINDOW-DAYS
                    END-IF
              END-READ
              CLOSE NOTIFY-CONTROL-FILE
           END-IF
           COMPUTE WS-RUN-DAYS =
              FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
              (WS-RUN-DAYS - WS-WINDOW-DAYS)
           OPEN INPUT TERM-CONTROL-FILE
           IF WS-TERM-STATUS = "00"
              READ TERM-CONTROL-FILE
                 AT END CONTINUE
                 NOT AT END MOVE TC-TERM-ID TO WS-CUR-TERM
              END-READ
              CLOSE TERM-CONTROL-FILE
           END-IF
           OPEN INPUT GUARDIAN-MASTER
           IF WS-GUARD-STATUS NOT = "00"
              MOVE "FAMNOTE" TO FE-PROGRAM
              MOVE "GUARDIAN-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-GUARD-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO FAMNOTE-INIT-END
           END-IF
           OPEN I-O NOTICE-LOG
           IF WS-LOG-STATUS = "35"
              OPEN OUTPUT NOTICE-LOG
              CLOSE NOTICE-LOG
              OPEN I-O NOTICE-LOG
           END-IF
           IF WS-LOG-STATUS NOT = "00"
              MOVE "FAMNOTE" TO FE-PROGRAM
              MOVE "NOTICE-LOG" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-LOG-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO FAMNOTE-INIT-END
           END-IF
           OPEN OUTPUT LETTER-FILE
           IF WS-LETTER-STATUS NOT = "00"
              MOVE "FAMNOTE" TO FE-PROGRAM
              MOVE "LETTER-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-LETTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO FAMNOTE-INIT-END
           END-IF
           OPEN OUTPUT PHONE-FILE
           IF WS-PHONE-STATUS NOT = "00"
              MOVE "FAMNOTE" TO FE-PROGRAM
              MOVE "PHONE-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-PHONE-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO FAMNOTE-INIT-END
           END-IF
           MOVE "FAMILY NOTICE PHONE-CALL LIST" TO RH-TITLE
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO PHONE-LINE
           PERFORM FAMNOTE-WRITE-PHONE
           MOVE RH-LINE-2 TO PHONE-LINE
           PERFORM FAMNOTE-WRITE-PHONE
           MOVE RH-LINE-3 TO PHONE-LINE
           PERFORM FAMNOTE-WRITE-PHONE
           MOVE SPACES TO PHONE-LINE
           STRING "  STUDNT STUDENT NAME         RSN  GUARDIAN"
                  "           RELATION PHONE        LNG"
              DELIMITED BY SIZE INTO PHONE-LINE
           PERFORM FAMNOTE-WRITE-PHONE
           MOVE WS-WINDOW-DAYS TO WS-EDIT-WINDOW
           MOVE SPACES TO REPORT-LINE
           STRING "  RE-NOTICE WINDOW " WS-EDIT-WINDOW
                  " DAYS - NOT SENT IF NOTICED SINCE " WS-CUTOFF-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM FAMNOTE-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-CUR-TERM = SPACES
              MOVE "  NO CURRENT TERM - EVERY TERM LISTED IS SENT"
                 TO REPORT-LINE
           ELSE
              STRING "  CURRENT TERM " WS-CUR-TERM
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM FAMNOTE-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM FAMNOTE-WRITE-LINE
           OPEN INPUT NOTICE-FILE
           IF WS-NOTICE-STATUS = "35"
              MOVE "  NO FAMILY-NOTICE CANDIDATES ON FILE"
                 TO REPORT-LINE
              PERFORM FAMNOTE-WRITE-LINE
              SET WS-EOF TO TRUE
              GO TO FAMNOTE-INIT-END
           END-IF
           IF WS-NOTICE-STATUS NOT = "00"
              MOVE "FAMNOTE" TO FE-PROGRAM
              MOVE "NOTICE-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-NOTICE-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO FAMNOTE-INIT-END
           END-IF
           SET WS-NOTICE-OPEN TO TRUE
           PERFORM FAMNOTE-READ-NEXT.
       FAMNOTE-INIT-END. EXIT.

      *-----------------------------------------------------------------
       FAMNOTE-READ-NEXT.
      *-----------------------------------------------------------------
           READ NOTICE-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONE CANDIDATE - CURRENT TERM, NOT NOTICED WITHIN THE WINDOW,
      * THEN A LETTER AND A CALL TO EVERY GUARDIAN WHO MAY HAVE ONE.
      *-----------------------------------------------------------------
       FAMNOTE-PROCESS-ONE.
           ADD 1 TO WS-READ-COUNT
           IF WS-CUR-TERM NOT = SPACES AND NC-TERM NOT = WS-CUR-TERM
              ADD 1 TO WS-PAST-TERM-COUNT
              PERFORM FAMNOTE-READ-NEXT
              GO TO FAMNOTE-PROCESS-ONE-END
           END-IF
           PERFORM FAMNOTE-CHECK-WINDOW
           IF WS-RECENT
              ADD 1 TO WS-RECENT-COUNT
              PERFORM FAMNOTE-READ-NEXT
              GO TO FAMNOTE-PROCESS-ONE-END
           END-IF
           MOVE 0 TO WS-CAND-GUARDIANS
           MOVE 0 TO WS-CAND-RESTRICTED
           MOVE 0 TO WS-CAND-LETTERS
           MOVE 0 TO WS-CAND-CALLS
           MOVE "N" TO WS-GUARD-EOF-SW
           MOVE NC-STU-ID TO GD-STU-ID
           MOVE 0 TO GD-SEQ
           START GUARDIAN-MASTER KEY IS NOT LESS THAN GD-KEY
              INVALID KEY SET WS-GUARD-EOF TO TRUE
           END-START
           IF NOT WS-GUARD-EOF
              PERFORM FAMNOTE-READ-GUARDIAN
           END-IF
           PERFORM FAMNOTE-NOTIFY-GUARDIAN UNTIL WS-GUARD-EOF
           IF WS-CAND-LETTERS = 0 AND WS-CAND-CALLS = 0
              ADD 1 TO WS-EXCEPT-COUNT
              MOVE SPACES TO REPORT-LINE
              IF WS-CAND-GUARDIANS = 0
                 STRING "  EXCEPTION - " NC-STU-ID " " NC-STU-NAME
                        " " NC-REASON " NO GUARDIAN ON FILE"
                    DELIMITED BY SIZE INTO REPORT-LINE
              ELSE
                 STRING "  EXCEPTION - " NC-STU-ID " " NC-STU-NAME
                        " " NC-REASON " NO GUARDIAN REACHABLE"
                    DELIMITED BY SIZE INTO REPORT-LINE
              END-IF
              PERFORM FAMNOTE-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
              PERFORM FAMNOTE-READ-NEXT
              GO TO FAMNOTE-PROCESS-ONE-END
           END-IF
           ADD 1 TO WS-NOTIFIED-COUNT
           MOVE WS-CAND-LETTERS TO WS-EDIT-LETTERS
           MOVE WS-CAND-CALLS TO WS-EDIT-CALLS
           MOVE SPACES TO REPORT-LINE
           STRING "  " NC-STU-ID " " NC-STU-NAME " " NC-TERM " "
                  NC-REASON " LETTERS " WS-EDIT-LETTERS
                  " CALLS " WS-EDIT-CALLS
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM FAMNOTE-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "         " NC-DETAIL
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM FAMNOTE-WRITE-LINE
           PERFORM FAMNOTE-READ-NEXT.
       FAMNOTE-PROCESS-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * THE LOG IS IN STUDENT, REASON, DATE ORDER - POSITION AT THE
      * WINDOW'S FIRST DAY AND ANY RECORD STILL FOR THIS STUDENT AND
      * REASON IS A NOTICE INSIDE THE WINDOW.
      *-----------------------------------------------------------------
       FAMNOTE-CHECK-WINDOW.
           MOVE "N" TO WS-RECENT-SW
           MOVE NC-STU-ID TO NL-STU-ID
           MOVE NC-REASON TO NL-REASON
           MOVE WS-CUTOFF-DATE TO NL-NOTICE-DATE
           MOVE 0 TO NL-GUARD-SEQ
           MOVE LOW-VALUES TO NL-METHOD
           START NOTICE-LOG KEY IS NOT LESS THAN NL-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ NOTICE-LOG NEXT RECORD
                    AT END CONTINUE
                 END-READ
                 IF WS-LOG-STATUS = "00"
                    AND NL-STU-ID = NC-STU-ID
                    AND NL-REASON = NC-REASON
                    SET WS-RECENT TO TRUE
                 END-IF
           END-START.

       FAMNOTE-READ-GUARDIAN.
           READ GUARDIAN-MASTER NEXT RECORD
              AT END SET WS-GUARD-EOF TO TRUE
           END-READ
           IF NOT WS-GUARD-EOF
              IF GD-STU-ID NOT = NC-STU-ID
                 SET WS-GUARD-EOF TO TRUE
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * ONE GUARDIAN - A LETTER IF THERE IS AN ADDRESS AND MAIL IS
      * ALLOWED, A CALL IF THERE IS A PHONE AND CALLS ARE ALLOWED.
      *-----------------------------------------------------------------
       FAMNOTE-NOTIFY-GUARDIAN.
           ADD 1 TO WS-CAND-GUARDIANS
           IF GD-NO-CONTACT
              ADD 1 TO WS-CAND-RESTRICTED
              ADD 1 TO WS-RESTRICTED-COUNT
           ELSE
              IF GD-ADDR-1 NOT = SPACES AND NOT GD-PHONE-ONLY
                 PERFORM FAMNOTE-WRITE-LETTER
              END-IF
              IF GD-PHONE NOT = SPACES AND NOT GD-MAIL-ONLY
                 PERFORM FAMNOTE-LIST-CALL
              END-IF
           END-IF
           PERFORM FAMNOTE-READ-GUARDIAN.

       FAMNOTE-WRITE-LETTER.
           MOVE SPACES TO NOTICE-LETTER-RECORD
           MOVE WS-RUN-DATE TO LT-NOTICE-DATE
           MOVE NC-REASON TO LT-REASON
           MOVE GD-LANGUAGE TO LT-LANGUAGE
           MOVE NC-STU-ID TO LT-STU-ID
           MOVE NC-STU-NAME TO LT-STU-NAME
           MOVE NC-TERM TO LT-TERM
           MOVE NC-DETAIL TO LT-DETAIL
           MOVE GD-NAME TO LT-GUARD-NAME
           MOVE GD-RELATION TO LT-RELATION
           MOVE GD-ADDR-1 TO LT-ADDR-1
           MOVE GD-ADDR-2 TO LT-ADDR-2
           MOVE GD-CITY TO LT-CITY
           MOVE GD-STATE TO LT-STATE
           MOVE GD-ZIP TO LT-ZIP
           WRITE NOTICE-LETTER-RECORD
           IF WS-LETTER-STATUS NOT = "00"
              MOVE "FAMNOTE" TO FE-PROGRAM
              MOVE "LETTER-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-LETTER-STATUS TO FE-STATUS
              MOVE NOTICE-LETTER-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           ELSE
              ADD 1 TO WS-CAND-LETTERS
              ADD 1 TO WS-LETTER-COUNT
              MOVE SPACES TO NOTICE-LOG-RECORD
              MOVE "L" TO NL-METHOD
              MOVE GD-ADDR-1 TO NL-CONTACT
              PERFORM FAMNOTE-LOG-NOTICE
           END-IF.

       FAMNOTE-LIST-CALL.
           MOVE SPACES TO PHONE-LINE
           STRING "  " NC-STU-ID " " NC-STU-NAME (1:20) " "
                  NC-REASON " " GD-NAME (1:18) " "
                  GD-RELATION (1:8) " " GD-PHONE " " GD-LANGUAGE
              DELIMITED BY SIZE INTO PHONE-LINE
           PERFORM FAMNOTE-WRITE-PHONE
           IF WS-PHONE-STATUS = "00"
              ADD 1 TO WS-CAND-CALLS
              ADD 1 TO WS-CALL-COUNT
              MOVE SPACES TO NOTICE-LOG-RECORD
              MOVE "P" TO NL-METHOD
              MOVE GD-PHONE TO NL-CONTACT
              PERFORM FAMNOTE-LOG-NOTICE
           END-IF.

      *-----------------------------------------------------------------
      * THE PROOF OF CONTACT - NL-METHOD AND NL-CONTACT ARE SET BY
      * THE CALLER.
      *-----------------------------------------------------------------
       FAMNOTE-LOG-NOTICE.
           MOVE NC-STU-ID TO NL-STU-ID
           MOVE NC-REASON TO NL-REASON
           MOVE WS-RUN-DATE TO NL-NOTICE-DATE
           MOVE GD-SEQ TO NL-GUARD-SEQ
           MOVE NC-TERM TO NL-TERM
           MOVE NC-STU-NAME TO NL-STU-NAME
           MOVE GD-NAME TO NL-GUARD-NAME
           MOVE GD-RELATION TO NL-RELATION
           MOVE GD-LANGUAGE TO NL-LANGUAGE
           MOVE NC-DETAIL TO NL-DETAIL
           MOVE NC-SOURCE TO NL-SOURCE
           WRITE NOTICE-LOG-RECORD
           END-WRITE
           IF WS-LOG-STATUS NOT = "00"
              MOVE "FAMNOTE" TO FE-PROGRAM
              MOVE "NOTICE-LOG" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-LOG-STATUS TO FE-STATUS
              MOVE NOTICE-LOG-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF.

      *-----------------------------------------------------------------
       FAMNOTE-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO PHONE-LINE
           PERFORM FAMNOTE-WRITE-PHONE
           MOVE SPACES TO PHONE-LINE
           STRING "  RSN: ABSN ABSENCES  TRDY TARDIES  GDRP GRADE DROP"
                  "  GFAL FIRST FAILING GRADE"
              DELIMITED BY SIZE INTO PHONE-LINE
           PERFORM FAMNOTE-WRITE-PHONE
           MOVE SPACES TO REPORT-LINE
           PERFORM FAMNOTE-WRITE-LINE
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  CANDIDATES READ  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM FAMNOTE-WRITE-LINE
           MOVE WS-PAST-TERM-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  PAST TERMS PASSED OVER " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM FAMNOTE-WRITE-LINE
           MOVE WS-RECENT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NOTICED IN WINDOW  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM FAMNOTE-WRITE-LINE
           MOVE WS-NOTIFIED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  FAMILIES NOTIFIED  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM FAMNOTE-WRITE-LINE
           MOVE WS-LETTER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  LETTERS QUEUED . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM FAMNOTE-WRITE-LINE
           MOVE WS-CALL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  CALLS LISTED . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM FAMNOTE-WRITE-LINE
           MOVE WS-RESTRICTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NO-CONTACT GUARDIANS . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM FAMNOTE-WRITE-LINE
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EXCEPTIONS . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM FAMNOTE-WRITE-LINE
           MOVE "FAMNOTE" TO AL-PROGRAM
           MOVE "FAMNT" TO AL-EVENT
           MOVE WS-NOTIFIED-COUNT TO WS-EDIT-NOTIFIED
           MOVE WS-LETTER-COUNT TO WS-EDIT-SENT
           MOVE WS-CALL-COUNT TO WS-EDIT-PHONED
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-EXCEPTS
           MOVE SPACES TO AL-DETAIL
           STRING "FAMILIES " WS-EDIT-NOTIFIED
                  " LETTERS " WS-EDIT-SENT
                  " CALLS " WS-EDIT-PHONED
                  " EXCEPTIONS " WS-EDIT-EXCEPTS
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
      * THE CANDIDATES HAVE BEEN SENT OR LOGGED AS NOT SENDABLE -
      * EMPTY NOTCAND FOR THE NEXT LISTS, UNLESS SOMETHING FAILED.
      *-----------------------------------------------------------------
       FAMNOTE-CLEAR-CANDIDATES.
           IF NOT WS-NOTICE-OPEN
              GO TO FAMNOTE-CLEAR-CANDIDATES-END
           END-IF
           CLOSE NOTICE-FILE
           MOVE "N" TO WS-NOTICE-SW
           IF WS-JOB-RC >= 8 OR WS-READ-COUNT = 0
              GO TO FAMNOTE-CLEAR-CANDIDATES-END
           END-IF
           OPEN OUTPUT NOTICE-FILE
           IF WS-NOTICE-STATUS NOT = "00"
              MOVE "FAMNOTE" TO FE-PROGRAM
              MOVE "NOTICE-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-NOTICE-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 8 TO WS-JOB-RC
              GO TO FAMNOTE-CLEAR-CANDIDATES-END
           END-IF
           CLOSE NOTICE-FILE.
       FAMNOTE-CLEAR-CANDIDATES-END. EXIT.

      *-----------------------------------------------------------------
       FAMNOTE-WRITE-PHONE.
      *-----------------------------------------------------------------
           WRITE PHONE-LINE
           IF WS-PHONE-STATUS NOT = "00"
              MOVE "FAMNOTE" TO FE-PROGRAM
              MOVE "PHONE-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-PHONE-STATUS TO FE-STATUS
              MOVE PHONE-LINE TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF.

      *-----------------------------------------------------------------
       FAMNOTE-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "FAMNOTE" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
      * CLOSE WHAT IS OPEN - AN INIT FAILURE CAN LEAVE ANY OF THESE
      * UNOPENED, AND CLOSING AN UNOPENED FILE ONLY SETS ITS STATUS.
      *-----------------------------------------------------------------
       FAMNOTE-TERMINATE.
           IF WS-NOTICE-OPEN
              CLOSE NOTICE-FILE
           END-IF
           CLOSE GUARDIAN-MASTER
           CLOSE NOTICE-LOG
           CLOSE LETTER-FILE
           CLOSE PHONE-FILE
           CLOSE REPORT-FILE.
       END PROGRAM FAMNOTE.
