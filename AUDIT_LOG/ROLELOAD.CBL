      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    ROLELOAD.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * ROLE-PROFILE UPSERT. READS THE ROLEIN MAINTENANCE FILE FROM
      * SECURITY (ROLE ID, RESOURCE TYPE, RESOURCE NAME, INQUIRE AND
      * UPDATE GRANT, DESCRIPTION) AND UPSERTS THE ROLEAUTH KSDS THAT
      * AUTHCHK JUDGES EVERY ONLINE REQUEST BY - A NEW ROLE/RESOURCE
      * PAIR IS INSERTED, A KNOWN ONE UPDATED - WITH A LOAD REGISTER
      * OF ADDS, CHANGES AND REVOKES. A GRANT IS TAKEN AWAY BY SENDING
      * IT WITH BOTH FLAGS N, NEVER BY DELETING IT: AN N/N RECORD FOR
      * A NAMED RESOURCE IS HOW A ROLE WITH A "*" GRANT IS KEPT OUT OF
      * ONE TRANSACTION OR FILE. EVERY ADD, CHANGE AND REVOKE IS ALSO
      * WRITTEN TO THE AUDIT LOG AS A ROLCH LINE.
      *
      * A BLANK ROLE OR RESOURCE, A TYPE OTHER THAN T (TRANSACTION)
      * OR F (MASTER FILE), OR A FLAG OTHER THAN Y/N IS AN EXCEPTION
      * LINE, NOT A LOAD. A BLANK FLAG MEANS N.
      *
      * AFTER THE CARDS, EVERY USERAUTH RECORD THAT HOLDS NO ROLE BUT
      * STILL CARRIES ONE OF THE OLD GLOBAL FLAGS IS CONVERTED: AN
      * INQUIRE FLAG OF Y BECOMES ROLE INQUIRE, AN UPDATE FLAG OF Y
      * ROLE UPDATE, AND THE OLD FLAGS ARE BLANKED (ROLCV ON THE AUDIT
      * LOG). THE ROLEINIT JOB'S CARDS DEFINE INQUIRE AND UPDATE WITH
      * "*" GRANTS THAT GIVE EXACTLY WHAT THE OLD FLAGS GAVE, SO NO
      * ONE GAINS OR LOSES ACCESS ON THE DAY ROLES GO LIVE; SECURITY
      * THEN NARROWS THEM THROUGH USRADMIN. A USER ALREADY HOLDING A
      * ROLE IS NEVER TOUCHED, SO THE PASS IS HARMLESS ON LATER RUNS.
      * A ROLEIN OR ROLEAUTH THAT WILL NOT OPEN ENDS THE STEP RC 12
      * BEFORE ANYTHING IS LOADED; EXCEPTIONS END IT RC 4.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLE-INPUT-FILE ASSIGN TO "ROLEIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT ROLE-AUTH-FILE ASSIGN TO "ROLEAUTH"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-ROLE-STATUS.
           SELECT USER-AUTH-FILE ASSIGN TO "USERAUTH"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS UA-USER-ID
               FILE STATUS IS WS-UA-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ROLELOAD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ROLE-INPUT-FILE.
       01  ROLE-INPUT-RECORD.
           05 RIN-ROLE-ID            PIC X(8).
           05 RIN-RES-TYPE           PIC X(1).
              88 RIN-TYPE-VALID      VALUE "T" "F".
           05 RIN-RESOURCE           PIC X(8).
           05 RIN-INQUIRE-FLAG       PIC X(1).
              88 RIN-INQUIRE-VALID   VALUE "Y" "N" " ".
           05 RIN-UPDATE-FLAG        PIC X(1).
              88 RIN-UPDATE-VALID    VALUE "Y" "N" " ".
           05 RIN-DESCRIPTION        PIC X(30).

       FD  ROLE-AUTH-FILE.
           COPY "ROLEAUTH.CPY".

       FD  USER-AUTH-FILE.
           COPY "USERAUTH.CPY".

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
       01  WS-ROLE-STATUS            PIC X(02).
       01  WS-UA-STATUS              PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-UA-EOF-SW             PIC X VALUE "N".
           88 WS-UA-EOF             VALUE "Y".
       01  WS-UA-OPEN-SW            PIC X VALUE "N".
           88 WS-UA-OPEN            VALUE "Y".
       01  WS-FOUND-SW              PIC X VALUE "N".
           88 WS-RECORD-FOUND       VALUE "Y".
       01  WS-OLD-INQUIRE           PIC X(01).
       01  WS-OLD-UPDATE            PIC X(01).
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-ACTION-TEXT            PIC X(12).
       01  WS-ROLE-SLOT              PIC 9(02).
       01  WS-ADD-COUNT              PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT           PIC 9(5) VALUE 0.
       01  WS-REVOKE-COUNT           PIC 9(5) VALUE 0.
       01  WS-CONVERT-COUNT          PIC 9(5) VALUE 0.
       01  WS-EXCEPT-COUNT           PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-ADDS              PIC ZZZZ9.
       01  WS-EDIT-CHANGES           PIC ZZZZ9.
       01  WS-EDIT-REVOKES           PIC ZZZZ9.
       01  WS-EDIT-CONVERTS          PIC ZZZZ9.
       01  WS-EDIT-EXCEPTS           PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       ROLELOAD-MAIN.
           PERFORM ROLELOAD-INIT
           PERFORM ROLELOAD-PROCESS-ONE
              THRU ROLELOAD-PROCESS-ONE-END UNTIL WS-EOF
           IF WS-JOB-RC < 12
              PERFORM ROLELOAD-CONVERT-USERS
           END-IF
           PERFORM ROLELOAD-WRITE-SUMMARY
           PERFORM ROLELOAD-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       ROLELOAD-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN INPUT ROLE-INPUT-FILE
           IF WS-FEED-STATUS NOT = "00"
              MOVE "ROLELOAD" TO FE-PROGRAM
              MOVE "ROLE-INPUT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-FEED-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN I-O ROLE-AUTH-FILE
           IF WS-ROLE-STATUS = "35"
              OPEN OUTPUT ROLE-AUTH-FILE
              CLOSE ROLE-AUTH-FILE
              OPEN I-O ROLE-AUTH-FILE
           END-IF
           IF WS-ROLE-STATUS NOT = "00"
              MOVE "ROLELOAD" TO FE-PROGRAM
              MOVE "ROLE-AUTH-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-ROLE-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "ROLELOAD" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           MOVE "ROLE PROFILE LOAD REGISTER" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM ROLELOAD-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM ROLELOAD-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM ROLELOAD-WRITE-LINE
           MOVE "  ROLE     T RESOURCE INQ UPD DESCRIPTION" TO
              REPORT-LINE
           MOVE "ACTION" TO REPORT-LINE (62:)
           PERFORM ROLELOAD-WRITE-LINE
           IF NOT WS-EOF
              PERFORM ROLELOAD-READ-NEXT
           END-IF.

      *-----------------------------------------------------------------
       ROLELOAD-READ-NEXT.
      *-----------------------------------------------------------------
           READ ROLE-INPUT-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       ROLELOAD-PROCESS-ONE.
           IF RIN-ROLE-ID = SPACES OR RIN-RESOURCE = SPACES
              OR NOT RIN-TYPE-VALID
              OR NOT RIN-INQUIRE-VALID
              OR NOT RIN-UPDATE-VALID
              ADD 1 TO WS-EXCEPT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  EXCEPTION - BLANK ROLE/RESOURCE OR BAD TYPE/"
                     "FLAG: " RIN-ROLE-ID " " RIN-RES-TYPE " "
                     RIN-RESOURCE DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM ROLELOAD-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
              PERFORM ROLELOAD-READ-NEXT
              GO TO ROLELOAD-PROCESS-ONE-END
           END-IF
           IF RIN-INQUIRE-FLAG = SPACE
              MOVE "N" TO RIN-INQUIRE-FLAG
           END-IF
           IF RIN-UPDATE-FLAG = SPACE
              MOVE "N" TO RIN-UPDATE-FLAG
           END-IF
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-OLD-INQUIRE
           MOVE "N" TO WS-OLD-UPDATE
           MOVE RIN-ROLE-ID TO RA-ROLE-ID
           MOVE RIN-RES-TYPE TO RA-RES-TYPE
           MOVE RIN-RESOURCE TO RA-RESOURCE
           READ ROLE-AUTH-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-RECORD-FOUND TO TRUE
                 MOVE RA-INQUIRE-FLAG TO WS-OLD-INQUIRE
                 MOVE RA-UPDATE-FLAG TO WS-OLD-UPDATE
           END-READ
           IF NOT WS-RECORD-FOUND
              MOVE SPACES TO ROLE-AUTH-RECORD
              MOVE RIN-ROLE-ID TO RA-ROLE-ID
              MOVE RIN-RES-TYPE TO RA-RES-TYPE
              MOVE RIN-RESOURCE TO RA-RESOURCE
           END-IF
           MOVE RIN-INQUIRE-FLAG TO RA-INQUIRE-FLAG
           MOVE RIN-UPDATE-FLAG TO RA-UPDATE-FLAG
           IF RIN-DESCRIPTION NOT = SPACES
              MOVE RIN-DESCRIPTION TO RA-DESCRIPTION
           END-IF
           MOVE WS-RUN-DATE TO RA-LAST-CHANGE-DATE
           IF WS-RECORD-FOUND
              REWRITE ROLE-AUTH-RECORD
              END-REWRITE
              IF (WS-OLD-INQUIRE = "Y" OR WS-OLD-UPDATE = "Y")
                 AND NOT RA-MAY-INQUIRE AND NOT RA-MAY-UPDATE
                 ADD 1 TO WS-REVOKE-COUNT
                 MOVE "REVOKED" TO WS-ACTION-TEXT
              ELSE
                 ADD 1 TO WS-CHANGE-COUNT
                 MOVE "CHANGED" TO WS-ACTION-TEXT
              END-IF
           ELSE
              WRITE ROLE-AUTH-RECORD
              END-WRITE
              ADD 1 TO WS-ADD-COUNT
              MOVE "ADDED" TO WS-ACTION-TEXT
           END-IF
           IF WS-ROLE-STATUS NOT = "00"
              MOVE "ROLELOAD" TO FE-PROGRAM
              MOVE "ROLE-AUTH-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-ROLE-STATUS TO FE-STATUS
              MOVE ROLE-AUTH-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
              MOVE "NOT APPLIED" TO WS-ACTION-TEXT
           ELSE
              MOVE "ROLELOAD" TO AL-PROGRAM
              MOVE "ROLCH" TO AL-EVENT
              MOVE SPACES TO AL-DETAIL
              STRING "ROLE " RA-ROLE-ID " " RA-RES-TYPE " "
                     RA-RESOURCE " INQ " RA-INQUIRE-FLAG
                     " UPD " RA-UPDATE-FLAG " " WS-ACTION-TEXT
                 DELIMITED BY SIZE INTO AL-DETAIL
              CALL "AUDITLOG" USING WS-AUDIT-PARMS
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  " RA-ROLE-ID " " RA-RES-TYPE " " RA-RESOURCE
                  "  " RA-INQUIRE-FLAG "   " RA-UPDATE-FLAG "  "
                  RA-DESCRIPTION " " WS-ACTION-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ROLELOAD-WRITE-LINE
           PERFORM ROLELOAD-READ-NEXT.
       ROLELOAD-PROCESS-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * ONE SEQUENTIAL PASS OVER USERAUTH FOR USERS STILL ON THE OLD
      * FLAGS. A USERAUTH THAT WILL NOT OPEN LEAVES THE ROLES LOADED
      * BUT THE CONVERSION UNDONE, RC 8.
      *-----------------------------------------------------------------
       ROLELOAD-CONVERT-USERS.
           OPEN I-O USER-AUTH-FILE
           IF WS-UA-STATUS NOT = "00"
              MOVE "ROLELOAD" TO FE-PROGRAM
              MOVE "USER-AUTH-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-UA-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           ELSE
              SET WS-UA-OPEN TO TRUE
              PERFORM ROLELOAD-READ-USER
              PERFORM ROLELOAD-CONVERT-ONE
                 THRU ROLELOAD-CONVERT-ONE-END UNTIL WS-UA-EOF
           END-IF.

      *-----------------------------------------------------------------
       ROLELOAD-READ-USER.
      *-----------------------------------------------------------------
           READ USER-AUTH-FILE NEXT RECORD
              AT END SET WS-UA-EOF TO TRUE
           END-READ.

       ROLELOAD-CONVERT-ONE.
           IF UA-ROLES NOT = SPACES
              OR (UA-LEGACY-INQUIRE NOT = "Y"
                  AND UA-LEGACY-UPDATE NOT = "Y")
              PERFORM ROLELOAD-READ-USER
              GO TO ROLELOAD-CONVERT-ONE-END
           END-IF
           MOVE 0 TO WS-ROLE-SLOT
           IF UA-LEGACY-INQUIRE = "Y"
              ADD 1 TO WS-ROLE-SLOT
              MOVE "INQUIRE" TO UA-ROLE-ID (WS-ROLE-SLOT)
           END-IF
           IF UA-LEGACY-UPDATE = "Y"
              ADD 1 TO WS-ROLE-SLOT
              MOVE "UPDATE" TO UA-ROLE-ID (WS-ROLE-SLOT)
           END-IF
           MOVE SPACE TO UA-LEGACY-INQUIRE
           MOVE SPACE TO UA-LEGACY-UPDATE
           REWRITE USER-AUTH-RECORD
           IF WS-UA-STATUS NOT = "00"
              MOVE "ROLELOAD" TO FE-PROGRAM
              MOVE "USER-AUTH-FILE" TO FE-FILE-NAME
              MOVE "REWRITE" TO FE-OPERATION
              MOVE WS-UA-STATUS TO FE-STATUS
              MOVE UA-USER-ID TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
              PERFORM ROLELOAD-READ-USER
              GO TO ROLELOAD-CONVERT-ONE-END
           END-IF
           ADD 1 TO WS-CONVERT-COUNT
           MOVE "ROLELOAD" TO AL-PROGRAM
           MOVE "ROLCV" TO AL-EVENT
           MOVE SPACES TO AL-DETAIL
           STRING "USER " UA-USER-ID " CONVERTED TO ROLES "
                  UA-ROLE-ID (1) " " UA-ROLE-ID (2)
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS
           MOVE SPACES TO REPORT-LINE
           STRING "  USER " UA-USER-ID " CONVERTED FROM THE OLD FLAGS "
                  "TO ROLES " UA-ROLE-ID (1) " " UA-ROLE-ID (2)
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ROLELOAD-WRITE-LINE
           PERFORM ROLELOAD-READ-USER.
       ROLELOAD-CONVERT-ONE-END. EXIT.

      *-----------------------------------------------------------------
       ROLELOAD-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM ROLELOAD-WRITE-LINE
           MOVE WS-ADD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  GRANTS ADDED . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ROLELOAD-WRITE-LINE
           MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  GRANTS CHANGED . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ROLELOAD-WRITE-LINE
           MOVE WS-REVOKE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  GRANTS REVOKED . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ROLELOAD-WRITE-LINE
           MOVE WS-CONVERT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  USERS CONVERTED  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ROLELOAD-WRITE-LINE
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EXCEPTIONS . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ROLELOAD-WRITE-LINE
           MOVE "ROLELOAD" TO AL-PROGRAM
           MOVE "ROLLD" TO AL-EVENT
           MOVE WS-ADD-COUNT TO WS-EDIT-ADDS
           MOVE WS-CHANGE-COUNT TO WS-EDIT-CHANGES
           MOVE WS-REVOKE-COUNT TO WS-EDIT-REVOKES
           MOVE WS-CONVERT-COUNT TO WS-EDIT-CONVERTS
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-EXCEPTS
           MOVE SPACES TO AL-DETAIL
           STRING "ROLES ADD " WS-EDIT-ADDS
                  " CHG " WS-EDIT-CHANGES
                  " RVK " WS-EDIT-REVOKES
                  " CONV " WS-EDIT-CONVERTS
                  " EXC " WS-EDIT-EXCEPTS
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       ROLELOAD-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "ROLELOAD" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       ROLELOAD-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE ROLE-INPUT-FILE
           CLOSE ROLE-AUTH-FILE
           IF WS-UA-OPEN
              CLOSE USER-AUTH-FILE
           END-IF
           CLOSE REPORT-FILE.
       END PROGRAM ROLELOAD.
