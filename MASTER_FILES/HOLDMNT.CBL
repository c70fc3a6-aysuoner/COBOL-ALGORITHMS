      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    HOLDMNT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * LITIGATION-HOLD REGISTRY MAINTENANCE. READS THE HOLDIN FILE
      * FROM COUNSEL'S OFFICE AND UPDATES THE LEGLHOLD KSDS THAT
      * AUDARCH, HISTARCH AND YEARCLSE CONSULT (THROUGH HOLDCHK)
      * BEFORE THEY PURGE, ARCHIVE OR RESET ANYTHING. EACH INPUT
      * LINE CARRIES AN ACTION, THE MATTER ID, THE SUBJECT TYPE AND
      * KEY, THE DATE RANGE THE HOLD COVERS, THE PERSON ACTING AND
      * THE DATE THEY ACTED:
      *    P  PLACE A HOLD - A NEW MATTER/SUBJECT IS ADDED, A KNOWN
      *       ACTIVE ONE HAS ITS RANGE CHANGED, A RELEASED ONE IS
      *       PLACED AGAIN
      *    R  RELEASE A HOLD - STAMPS THE RELEASE DATE AND WHO
      *       RELEASED IT. A RELEASE WITH NO SUBJECT TYPE AND KEY
      *       RELEASES EVERY ACTIVE HOLD UNDER THE MATTER, FOR THE
      *       DAY A CASE CLOSES.
      * HOLDS ARE NEVER DELETED. A BLANK ACTION DATE MEANS TODAY;
      * A BLANK FROM-DATE REACHES BACK TO THE BEGINNING AND A BLANK
      * TO-DATE LEAVES THE HOLD OPEN-ENDED. ON A KNOWN HOLD A BLANK
      * DATE OR PERSON KEEPS WHAT THE REGISTRY ALREADY HOLDS.
      *
      * A BLANK MATTER, AN ACTION OTHER THAN P/R, A SUBJECT TYPE
      * OTHER THAN STU/EMP/ACCT/PGM, A BLANK SUBJECT KEY, A
      * NON-NUMERIC DATE, A RANGE THAT ENDS BEFORE IT STARTS, A NEW
      * HOLD WITH NOBODY PLACING IT, OR A RELEASE OF A HOLD THAT IS
      * NOT ACTIVE IS AN EXCEPTION LINE, NOT AN UPDATE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-INPUT-FILE ASSIGN TO "HOLDIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT HOLD-FILE ASSIGN TO "LEGLHOLD"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "HOLDMNT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  HOLD-INPUT-FILE.
       01  HOLD-INPUT-RECORD.
           05 HI-ACTION              PIC X(1).
              88 HI-PLACE            VALUE "P".
              88 HI-RELEASE          VALUE "R".
              88 HI-ACTION-VALID     VALUE "P" "R".
           05 HI-MATTER              PIC X(10).
           05 HI-SUBJ-TYPE           PIC X(4).
              88 HI-TYPE-VALID       VALUE "STU " "EMP " "ACCT"
                                           "PGM ".
           05 HI-SUBJ-KEY            PIC X(9).
           05 HI-FROM-DATE           PIC X(8).
           05 HI-FROM-DATE-NUM REDEFINES HI-FROM-DATE
                                     PIC 9(8).
           05 HI-TO-DATE             PIC X(8).
           05 HI-TO-DATE-NUM REDEFINES HI-TO-DATE
                                     PIC 9(8).
           05 HI-USER                PIC X(8).
           05 HI-ACTION-DATE         PIC X(8).
           05 HI-ACTION-DATE-NUM REDEFINES HI-ACTION-DATE
                                     PIC 9(8).

       FD  HOLD-FILE.
           COPY "LEGLHOLD.CPY".

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
       01  WS-MATTER-END-SW         PIC X VALUE "N".
           88 WS-MATTER-END         VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-ACTION-DATE            PIC 9(08).
       01  WS-ACTION-TEXT            PIC X(12).
       01  WS-PLACE-COUNT            PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT           PIC 9(5) VALUE 0.
       01  WS-RELEASE-COUNT          PIC 9(5) VALUE 0.
       01  WS-MATTER-RELEASED        PIC 9(5) VALUE 0.
       01  WS-EXCEPT-COUNT           PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-PLACED            PIC ZZZZ9.
       01  WS-EDIT-RELEASED          PIC ZZZZ9.
       01  WS-EDIT-EXCEPTS           PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       HOLDMNT-MAIN.
           PERFORM HOLDMNT-INIT
           PERFORM HOLDMNT-PROCESS-ONE
              THRU HOLDMNT-PROCESS-ONE-END UNTIL WS-EOF
           PERFORM HOLDMNT-WRITE-SUMMARY
           PERFORM HOLDMNT-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       HOLDMNT-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN INPUT HOLD-INPUT-FILE
           IF WS-FEED-STATUS NOT = "00"
              MOVE "HOLDMNT" TO FE-PROGRAM
              MOVE "HOLD-INPUT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-FEED-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN I-O HOLD-FILE
           IF WS-MASTER-STATUS = "35"
              OPEN OUTPUT HOLD-FILE
              CLOSE HOLD-FILE
              OPEN I-O HOLD-FILE
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "HOLDMNT" TO FE-PROGRAM
              MOVE "HOLD-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "HOLDMNT" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           MOVE "LITIGATION HOLD REGISTER" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM HOLDMNT-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM HOLDMNT-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM HOLDMNT-WRITE-LINE
           MOVE "  MATTER     TYPE KEY       FROM     TO       BY"
              TO REPORT-LINE
           MOVE "ACTION" TO REPORT-LINE (61:6)
           PERFORM HOLDMNT-WRITE-LINE
           IF NOT WS-EOF
              PERFORM HOLDMNT-READ-NEXT
           END-IF.

      *-----------------------------------------------------------------
       HOLDMNT-READ-NEXT.
      *-----------------------------------------------------------------
           READ HOLD-INPUT-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       HOLDMNT-PROCESS-ONE.
           IF HI-MATTER = SPACES
              OR NOT HI-ACTION-VALID
              OR (HI-FROM-DATE NOT = SPACES
                  AND HI-FROM-DATE-NUM NOT NUMERIC)
              OR (HI-TO-DATE NOT = SPACES
                  AND HI-TO-DATE-NUM NOT NUMERIC)
              OR (HI-ACTION-DATE NOT = SPACES
                  AND HI-ACTION-DATE-NUM NOT NUMERIC)
              MOVE SPACES TO REPORT-LINE
              STRING "  EXCEPTION - BLANK MATTER OR BAD ACTION/DATE: "
                     HI-MATTER DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM HOLDMNT-EXCEPTION
              GO TO HOLDMNT-PROCESS-ONE-END
           END-IF
           MOVE WS-RUN-DATE TO WS-ACTION-DATE
           IF HI-ACTION-DATE NOT = SPACES
              MOVE HI-ACTION-DATE-NUM TO WS-ACTION-DATE
           END-IF
           IF HI-RELEASE AND HI-SUBJ-TYPE = SPACES
              AND HI-SUBJ-KEY = SPACES
              PERFORM HOLDMNT-RELEASE-MATTER
                 THRU HOLDMNT-RELEASE-MATTER-END
              PERFORM HOLDMNT-READ-NEXT
              GO TO HOLDMNT-PROCESS-ONE-END
           END-IF
           IF NOT HI-TYPE-VALID OR HI-SUBJ-KEY = SPACES
              MOVE SPACES TO REPORT-LINE
              STRING "  EXCEPTION - BAD SUBJECT TYPE OR BLANK KEY: "
                     HI-MATTER " " HI-SUBJ-TYPE " " HI-SUBJ-KEY
                     DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM HOLDMNT-EXCEPTION
              GO TO HOLDMNT-PROCESS-ONE-END
           END-IF
           MOVE "N" TO WS-FOUND-SW
           MOVE HI-MATTER TO LH-MATTER
           MOVE HI-SUBJ-TYPE TO LH-SUBJ-TYPE
           MOVE HI-SUBJ-KEY TO LH-SUBJ-KEY
           READ HOLD-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-RECORD-FOUND TO TRUE
           END-READ
           IF HI-RELEASE
              PERFORM HOLDMNT-RELEASE-ONE
                 THRU HOLDMNT-RELEASE-ONE-END
           ELSE
              PERFORM HOLDMNT-PLACE-ONE
                 THRU HOLDMNT-PLACE-ONE-END
           END-IF.
       HOLDMNT-PROCESS-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * PLACE, RANGE CHANGE, OR PLACE AGAIN AFTER A RELEASE. THE
      * RANGE IS PROVED ON THE MERGED RECORD, SO A CHANGE THAT MOVES
      * ONLY ONE END IS STILL CHECKED AGAINST THE OTHER.
      *-----------------------------------------------------------------
       HOLDMNT-PLACE-ONE.
           IF NOT WS-RECORD-FOUND AND HI-USER = SPACES
              MOVE SPACES TO REPORT-LINE
              STRING "  EXCEPTION - NEW HOLD WITH NO PLACED-BY: "
                     HI-MATTER " " HI-SUBJ-TYPE " " HI-SUBJ-KEY
                     DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM HOLDMNT-EXCEPTION
              GO TO HOLDMNT-PLACE-ONE-END
           END-IF
           IF NOT WS-RECORD-FOUND
              MOVE SPACES TO LEGAL-HOLD-RECORD
              MOVE HI-MATTER TO LH-MATTER
              MOVE HI-SUBJ-TYPE TO LH-SUBJ-TYPE
              MOVE HI-SUBJ-KEY TO LH-SUBJ-KEY
              MOVE 0 TO LH-FROM-DATE
              MOVE 0 TO LH-TO-DATE
              MOVE 0 TO LH-RELEASED-DATE
              MOVE WS-ACTION-DATE TO LH-PLACED-DATE
              MOVE "PLACED" TO WS-ACTION-TEXT
           ELSE
              IF LH-ACTIVE
                 MOVE "CHANGED" TO WS-ACTION-TEXT
              ELSE
                 MOVE 0 TO LH-RELEASED-DATE
                 MOVE SPACES TO LH-RELEASED-BY
                 MOVE WS-ACTION-DATE TO LH-PLACED-DATE
                 MOVE "PLACED AGAIN" TO WS-ACTION-TEXT
              END-IF
           END-IF
           IF HI-FROM-DATE NOT = SPACES
              MOVE HI-FROM-DATE-NUM TO LH-FROM-DATE
           END-IF
           IF HI-TO-DATE NOT = SPACES
              MOVE HI-TO-DATE-NUM TO LH-TO-DATE
           END-IF
           IF HI-USER NOT = SPACES
              MOVE HI-USER TO LH-PLACED-BY
           END-IF
           IF LH-TO-DATE > 0 AND LH-TO-DATE < LH-FROM-DATE
              MOVE SPACES TO REPORT-LINE
              STRING "  EXCEPTION - HOLD RANGE ENDS BEFORE IT STARTS: "
                     HI-MATTER " " HI-SUBJ-KEY DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM HOLDMNT-EXCEPTION
              GO TO HOLDMNT-PLACE-ONE-END
           END-IF
           IF WS-RECORD-FOUND
              REWRITE LEGAL-HOLD-RECORD
              END-REWRITE
           ELSE
              WRITE LEGAL-HOLD-RECORD
              END-WRITE
           END-IF
           PERFORM HOLDMNT-CHECK-UPDATE
           IF WS-ACTION-TEXT = "CHANGED"
              ADD 1 TO WS-CHANGE-COUNT
           ELSE
              ADD 1 TO WS-PLACE-COUNT
           END-IF
           PERFORM HOLDMNT-REPORT-HOLD
           PERFORM HOLDMNT-READ-NEXT.
       HOLDMNT-PLACE-ONE-END. EXIT.

       HOLDMNT-RELEASE-ONE.
           IF NOT WS-RECORD-FOUND OR NOT LH-ACTIVE
              MOVE SPACES TO REPORT-LINE
              STRING "  EXCEPTION - NO ACTIVE HOLD TO RELEASE: "
                     HI-MATTER " " HI-SUBJ-TYPE " " HI-SUBJ-KEY
                     DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM HOLDMNT-EXCEPTION
              GO TO HOLDMNT-RELEASE-ONE-END
           END-IF
           PERFORM HOLDMNT-STAMP-RELEASE
           PERFORM HOLDMNT-READ-NEXT.
       HOLDMNT-RELEASE-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * CASE CLOSED - BROWSE EVERY SUBJECT FILED UNDER THE MATTER AND
      * RELEASE EACH ONE STILL ACTIVE.
      *-----------------------------------------------------------------
       HOLDMNT-RELEASE-MATTER.
           MOVE 0 TO WS-MATTER-RELEASED
           MOVE "N" TO WS-MATTER-END-SW
           MOVE HI-MATTER TO LH-MATTER
           MOVE LOW-VALUES TO LH-SUBJ-TYPE
           MOVE LOW-VALUES TO LH-SUBJ-KEY
           START HOLD-FILE KEY IS NOT LESS THAN LH-KEY
              INVALID KEY
                 SET WS-MATTER-END TO TRUE
           END-START
           IF NOT WS-MATTER-END
              PERFORM HOLDMNT-READ-MATTER
           END-IF
           PERFORM HOLDMNT-RELEASE-MATTER-ONE UNTIL WS-MATTER-END
           IF WS-MATTER-RELEASED = 0
              MOVE SPACES TO REPORT-LINE
              STRING "  EXCEPTION - NO ACTIVE HOLDS UNDER MATTER: "
                     HI-MATTER DELIMITED BY SIZE
                 INTO REPORT-LINE
              ADD 1 TO WS-EXCEPT-COUNT
              PERFORM HOLDMNT-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           END-IF.
       HOLDMNT-RELEASE-MATTER-END. EXIT.

       HOLDMNT-READ-MATTER.
           READ HOLD-FILE NEXT RECORD
              AT END SET WS-MATTER-END TO TRUE
           END-READ
           IF NOT WS-MATTER-END AND LH-MATTER NOT = HI-MATTER
              SET WS-MATTER-END TO TRUE
           END-IF.

       HOLDMNT-RELEASE-MATTER-ONE.
           IF LH-ACTIVE
              PERFORM HOLDMNT-STAMP-RELEASE
              ADD 1 TO WS-MATTER-RELEASED
           END-IF
           PERFORM HOLDMNT-READ-MATTER.

       HOLDMNT-STAMP-RELEASE.
           MOVE WS-ACTION-DATE TO LH-RELEASED-DATE
           MOVE HI-USER TO LH-RELEASED-BY
           REWRITE LEGAL-HOLD-RECORD
           END-REWRITE
           PERFORM HOLDMNT-CHECK-UPDATE
           ADD 1 TO WS-RELEASE-COUNT
           MOVE "RELEASED" TO WS-ACTION-TEXT
           PERFORM HOLDMNT-REPORT-HOLD.

       HOLDMNT-CHECK-UPDATE.
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "HOLDMNT" TO FE-PROGRAM
              MOVE "HOLD-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE LEGAL-HOLD-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF.

       HOLDMNT-REPORT-HOLD.
           MOVE SPACES TO REPORT-LINE
           STRING "  " LH-MATTER " " LH-SUBJ-TYPE " " LH-SUBJ-KEY
                  " " LH-FROM-DATE " " LH-TO-DATE " " LH-PLACED-BY
                  DELIMITED BY SIZE INTO REPORT-LINE
           MOVE WS-ACTION-TEXT TO REPORT-LINE (61:12)
           PERFORM HOLDMNT-WRITE-LINE.

       HOLDMNT-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT
           PERFORM HOLDMNT-WRITE-LINE
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF
           PERFORM HOLDMNT-READ-NEXT.

      *-----------------------------------------------------------------
       HOLDMNT-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM HOLDMNT-WRITE-LINE
           MOVE WS-PLACE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  HOLDS PLACED . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM HOLDMNT-WRITE-LINE
           MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  HOLDS CHANGED  . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM HOLDMNT-WRITE-LINE
           MOVE WS-RELEASE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  HOLDS RELEASED . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM HOLDMNT-WRITE-LINE
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EXCEPTIONS . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM HOLDMNT-WRITE-LINE
           MOVE "HOLDMNT" TO AL-PROGRAM
           MOVE "LHOLD" TO AL-EVENT
           ADD WS-PLACE-COUNT WS-CHANGE-COUNT GIVING WS-EDIT-PLACED
           MOVE WS-RELEASE-COUNT TO WS-EDIT-RELEASED
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-EXCEPTS
           MOVE SPACES TO AL-DETAIL
           STRING "LEGAL HOLDS PLACED/CHANGED " WS-EDIT-PLACED
                  " RELEASED " WS-EDIT-RELEASED
                  " EXCEPTIONS " WS-EDIT-EXCEPTS
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       HOLDMNT-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "HOLDMNT" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       HOLDMNT-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE HOLD-INPUT-FILE
           CLOSE HOLD-FILE
           CLOSE REPORT-FILE.
       END PROGRAM HOLDMNT.
