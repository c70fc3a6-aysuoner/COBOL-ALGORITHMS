      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    ROLERPT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * ROLE-MATRIX REPORT - WHO CAN DO WHAT ONLINE. AUTHCHK GRANTS
      * AN ACCESS ONLY WHEN ONE OF THE USER'S ROLES (UA-ROLE-ID ON
      * USERAUTH) GRANTS IT ON THE TRANSACTION AND THE FILE IN THE
      * ROLEAUTH PROFILES. THIS REPORT LAYS THAT OUT FOR SECURITY AND
      * INTERNAL AUDIT IN TWO PARTS:
      *    ACCESS BY USER  EVERY USERAUTH USER, LOCKED OR NOT, WITH
      *                    EACH ROLE THEY HOLD AND EVERY GRANT THAT
      *                    ROLE CARRIES - TRANSACTION OR FILE, INQUIRE
      *                    AND UPDATE. A USER WITH NO ROLE, AND A ROLE
      *                    HELD BUT NOT DEFINED ON ROLEAUTH (IT GRANTS
      *                    NOTHING), ARE FLAGGED.
      *    ROLE PROFILES   EVERY ROLE ON ROLEAUTH WITH ITS GRANTS AND
      *                    THE NUMBER OF USERS HOLDING IT, SO A ROLE
      *                    NOBODY HOLDS STANDS OUT.
      * A "*" RESOURCE COVERS EVERY TRANSACTION OR FILE THE ROLE HAS
      * NO RECORD OF ITS OWN FOR, AND AN N/N GRANT FOR A NAMED
      * RESOURCE KEEPS THE ROLE OUT OF IT. READ ONLY. A HELD ROLE
      * THAT IS NOT DEFINED ENDS THE STEP RC 4; A ROLEAUTH OR
      * USERAUTH THAT WILL NOT OPEN, OR MORE THAN 3000 GRANTS, ENDS IT
      * RC 12 WITH NO REPORT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLE-AUTH-FILE ASSIGN TO "ROLEAUTH"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-ROLE-STATUS.
           SELECT USER-AUTH-FILE ASSIGN TO "USERAUTH"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS UA-USER-ID
               FILE STATUS IS WS-UA-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ROLERPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
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
       01  WS-ROLE-STATUS            PIC X(02).
       01  WS-UA-STATUS              PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-ROLE-EOF-SW           PIC X VALUE "N".
           88 WS-ROLE-EOF           VALUE "Y".
       01  WS-UA-EOF-SW             PIC X VALUE "N".
           88 WS-UA-EOF             VALUE "Y".
       01  WS-ROLE-OPEN-SW          PIC X VALUE "N".
           88 WS-ROLE-OPEN          VALUE "Y".
       01  WS-UA-OPEN-SW            PIC X VALUE "N".
           88 WS-UA-OPEN            VALUE "Y".
       01  WS-REPORT-OPEN-SW        PIC X VALUE "N".
           88 WS-REPORT-OPEN        VALUE "Y".
       01  WS-FIRST-LINE-SW         PIC X VALUE "Y".
           88 WS-FIRST-LINE         VALUE "Y".
       01  WS-STATUS-TEXT            PIC X(06).
       01  WS-ROLE-IX                PIC 9(02).
       01  WS-LAST-ROLE              PIC X(08).
      *-----------------------------------------------------------------
      * EVERY ROLEAUTH GRANT IN KEY ORDER, SO A ROLE'S GRANTS SIT
      * TOGETHER. RT-HOLDERS IS KEPT ON THE ROLE'S FIRST GRANT ONLY.
      *-----------------------------------------------------------------
       01  WS-RT-MAX                 PIC 9(04) VALUE 0.
       01  WS-RT-I                   PIC 9(04).
       01  WS-RT-FIRST               PIC 9(04).
       01  WS-ROLE-TABLE.
           05 WS-RT-ENTRY OCCURS 3000 TIMES.
              10 RT-ROLE-ID          PIC X(08).
              10 RT-RES-TYPE         PIC X(01).
              10 RT-RESOURCE         PIC X(08).
              10 RT-INQUIRE          PIC X(01).
              10 RT-UPDATE           PIC X(01).
              10 RT-DESCRIPTION      PIC X(30).
              10 RT-HOLDERS          PIC 9(05).
       01  WS-DETAIL-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DL-USER-ID             PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DL-STATUS              PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DL-ROLE-ID             PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DL-GRANT.
              10 DL-RES-TYPE         PIC X(04).
              10 FILLER              PIC X(01) VALUE SPACES.
              10 DL-RESOURCE         PIC X(08).
              10 FILLER              PIC X(02) VALUE SPACES.
              10 DL-INQUIRE          PIC X(01).
              10 FILLER              PIC X(03) VALUE SPACES.
              10 DL-UPDATE           PIC X(01).
              10 FILLER              PIC X(02) VALUE SPACES.
              10 DL-DESCRIPTION      PIC X(30).
       01  WS-USER-COUNT             PIC 9(06) VALUE 0.
       01  WS-NO-ROLE-COUNT          PIC 9(06) VALUE 0.
       01  WS-UNDEFINED-COUNT        PIC 9(06) VALUE 0.
       01  WS-ROLE-COUNT             PIC 9(06) VALUE 0.
       01  WS-UNUSED-COUNT           PIC 9(06) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-HOLDERS           PIC ZZ,ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       ROLERPT-MAIN.
           PERFORM ROLERPT-INIT
           IF WS-JOB-RC < 12
              PERFORM ROLERPT-USER-SECTION
              PERFORM ROLERPT-ROLE-SECTION
              PERFORM ROLERPT-WRITE-SUMMARY
           END-IF
           PERFORM ROLERPT-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
      * THE WHOLE ROLEAUTH FILE IS HELD BEFORE A LINE IS PRINTED - A
      * PARTIAL TABLE WOULD SHOW HELD ROLES AS UNDEFINED.
      *-----------------------------------------------------------------
       ROLERPT-INIT.
           MOVE "ROLERPT" TO FE-PROGRAM
           OPEN INPUT ROLE-AUTH-FILE
           IF WS-ROLE-STATUS NOT = "00"
              MOVE "ROLE-AUTH-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-ROLE-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           ELSE
              SET WS-ROLE-OPEN TO TRUE
           END-IF
           OPEN INPUT USER-AUTH-FILE
           IF WS-UA-STATUS NOT = "00"
              MOVE "USER-AUTH-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-UA-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           ELSE
              SET WS-UA-OPEN TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           ELSE
              SET WS-REPORT-OPEN TO TRUE
           END-IF
           IF WS-JOB-RC < 12
              PERFORM ROLERPT-READ-ROLE
              PERFORM ROLERPT-HOLD-ROLE
                 THRU ROLERPT-HOLD-ROLE-END
                 UNTIL WS-ROLE-EOF
           END-IF
           MOVE 0 TO RH-PAGE-NO.

      *-----------------------------------------------------------------
       ROLERPT-READ-ROLE.
      *-----------------------------------------------------------------
           READ ROLE-AUTH-FILE NEXT RECORD
              AT END SET WS-ROLE-EOF TO TRUE
           END-READ.

       ROLERPT-HOLD-ROLE.
           IF WS-RT-MAX >= 3000
              MOVE "ROLE-AUTH-FILE" TO FE-FILE-NAME
              MOVE "LOAD" TO FE-OPERATION
              MOVE "TB" TO FE-STATUS
              MOVE "ROLEAUTH HAS MORE THAN 3000 GRANTS" TO
                 FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-ROLE-EOF TO TRUE
              GO TO ROLERPT-HOLD-ROLE-END
           END-IF
           ADD 1 TO WS-RT-MAX
           MOVE RA-ROLE-ID TO RT-ROLE-ID (WS-RT-MAX)
           MOVE RA-RES-TYPE TO RT-RES-TYPE (WS-RT-MAX)
           MOVE RA-RESOURCE TO RT-RESOURCE (WS-RT-MAX)
           MOVE RA-INQUIRE-FLAG TO RT-INQUIRE (WS-RT-MAX)
           MOVE RA-UPDATE-FLAG TO RT-UPDATE (WS-RT-MAX)
           MOVE RA-DESCRIPTION TO RT-DESCRIPTION (WS-RT-MAX)
           MOVE 0 TO RT-HOLDERS (WS-RT-MAX)
           PERFORM ROLERPT-READ-ROLE.
       ROLERPT-HOLD-ROLE-END. EXIT.

      *-----------------------------------------------------------------
      * PART ONE - ONE BLOCK PER USER, ONE LINE PER GRANT OF EACH
      * ROLE THEY HOLD. THE USER AND STATUS PRINT ON THE FIRST LINE
      * OF THE BLOCK, THE ROLE ON THE FIRST LINE OF EACH ROLE.
      *-----------------------------------------------------------------
       ROLERPT-USER-SECTION.
           MOVE "ROLE MATRIX - ACCESS BY USER" TO RH-TITLE
           PERFORM ROLERPT-PAGE-HEADER
           MOVE "  USER     STATUS ROLE     TYPE RESOURCE INQ UPD" TO
              REPORT-LINE
           MOVE "DESCRIPTION" TO REPORT-LINE (50:)
           PERFORM ROLERPT-WRITE-LINE
           PERFORM ROLERPT-READ-USER
           PERFORM ROLERPT-LIST-USER UNTIL WS-UA-EOF.

      *-----------------------------------------------------------------
       ROLERPT-READ-USER.
      *-----------------------------------------------------------------
           READ USER-AUTH-FILE NEXT RECORD
              AT END SET WS-UA-EOF TO TRUE
           END-READ.

       ROLERPT-LIST-USER.
           ADD 1 TO WS-USER-COUNT
           IF UA-LOCKED
              MOVE "LOCKED" TO WS-STATUS-TEXT
           ELSE
              MOVE "ACTIVE" TO WS-STATUS-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM ROLERPT-WRITE-LINE
           SET WS-FIRST-LINE TO TRUE
           IF UA-ROLES = SPACES
              ADD 1 TO WS-NO-ROLE-COUNT
              MOVE SPACES TO DL-ROLE-ID DL-GRANT
              MOVE "*** NO ROLE - NO ACCESS" TO DL-GRANT
              PERFORM ROLERPT-WRITE-DETAIL
           ELSE
              PERFORM ROLERPT-LIST-USER-ROLE
                 THRU ROLERPT-LIST-USER-ROLE-END
                 VARYING WS-ROLE-IX FROM 1 BY 1
                 UNTIL WS-ROLE-IX > 5
           END-IF
           PERFORM ROLERPT-READ-USER.

       ROLERPT-LIST-USER-ROLE.
           IF UA-ROLE-ID (WS-ROLE-IX) = SPACES
              GO TO ROLERPT-LIST-USER-ROLE-END
           END-IF
           MOVE 0 TO WS-RT-FIRST
           PERFORM ROLERPT-FIND-ROLE
              VARYING WS-RT-I FROM 1 BY 1
              UNTIL WS-RT-I > WS-RT-MAX OR WS-RT-FIRST > 0
           MOVE UA-ROLE-ID (WS-ROLE-IX) TO DL-ROLE-ID
           IF WS-RT-FIRST = 0
              ADD 1 TO WS-UNDEFINED-COUNT
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
              MOVE SPACES TO DL-GRANT
              MOVE "*** ROLE NOT DEFINED - GRANTS NOTHING" TO DL-GRANT
              PERFORM ROLERPT-WRITE-DETAIL
              GO TO ROLERPT-LIST-USER-ROLE-END
           END-IF
           ADD 1 TO RT-HOLDERS (WS-RT-FIRST)
           PERFORM ROLERPT-LIST-GRANT
              VARYING WS-RT-I FROM WS-RT-FIRST BY 1
              UNTIL WS-RT-I > WS-RT-MAX
                 OR RT-ROLE-ID (WS-RT-I) NOT = UA-ROLE-ID (WS-ROLE-IX).
       ROLERPT-LIST-USER-ROLE-END. EXIT.

       ROLERPT-FIND-ROLE.
           IF RT-ROLE-ID (WS-RT-I) = UA-ROLE-ID (WS-ROLE-IX)
              MOVE WS-RT-I TO WS-RT-FIRST
           END-IF.

       ROLERPT-LIST-GRANT.
           PERFORM ROLERPT-FORMAT-GRANT
           PERFORM ROLERPT-WRITE-DETAIL
           MOVE SPACES TO DL-ROLE-ID.

      *-----------------------------------------------------------------
       ROLERPT-FORMAT-GRANT.
      *-----------------------------------------------------------------
           MOVE SPACES TO DL-GRANT
           IF RT-RES-TYPE (WS-RT-I) = "T"
              MOVE "TRAN" TO DL-RES-TYPE
           ELSE
              MOVE "FILE" TO DL-RES-TYPE
           END-IF
           MOVE RT-RESOURCE (WS-RT-I) TO DL-RESOURCE
           MOVE RT-INQUIRE (WS-RT-I) TO DL-INQUIRE
           MOVE RT-UPDATE (WS-RT-I) TO DL-UPDATE
           MOVE RT-DESCRIPTION (WS-RT-I) TO DL-DESCRIPTION.

      *-----------------------------------------------------------------
      * THE USER AND STATUS ONLY ON THE FIRST LINE OF A USER'S BLOCK.
      *-----------------------------------------------------------------
       ROLERPT-WRITE-DETAIL.
           IF WS-FIRST-LINE
              MOVE UA-USER-ID TO DL-USER-ID
              MOVE WS-STATUS-TEXT TO DL-STATUS
              MOVE "N" TO WS-FIRST-LINE-SW
           ELSE
              MOVE SPACES TO DL-USER-ID DL-STATUS
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM ROLERPT-WRITE-LINE.

      *-----------------------------------------------------------------
      * PART TWO - EVERY ROLE WITH ITS GRANTS AND ITS HOLDER COUNT.
      *-----------------------------------------------------------------
       ROLERPT-ROLE-SECTION.
           MOVE "ROLE MATRIX - ROLE PROFILES" TO RH-TITLE
           PERFORM ROLERPT-PAGE-HEADER
           MOVE "  ROLE     USERS         TYPE RESOURCE INQ UPD" TO
              REPORT-LINE
           MOVE "DESCRIPTION" TO REPORT-LINE (50:)
           PERFORM ROLERPT-WRITE-LINE
           MOVE SPACES TO WS-LAST-ROLE
           PERFORM ROLERPT-LIST-PROFILE
              VARYING WS-RT-I FROM 1 BY 1
              UNTIL WS-RT-I > WS-RT-MAX.

       ROLERPT-LIST-PROFILE.
           PERFORM ROLERPT-FORMAT-GRANT
           IF RT-ROLE-ID (WS-RT-I) NOT = WS-LAST-ROLE
              MOVE RT-ROLE-ID (WS-RT-I) TO WS-LAST-ROLE
              ADD 1 TO WS-ROLE-COUNT
              MOVE SPACES TO REPORT-LINE
              PERFORM ROLERPT-WRITE-LINE
              MOVE RT-ROLE-ID (WS-RT-I) TO DL-USER-ID
              MOVE SPACES TO DL-ROLE-ID
              IF RT-HOLDERS (WS-RT-I) = 0
                 ADD 1 TO WS-UNUSED-COUNT
                 MOVE "UNUSED" TO DL-STATUS
              ELSE
                 MOVE RT-HOLDERS (WS-RT-I) TO WS-EDIT-HOLDERS
                 MOVE WS-EDIT-HOLDERS TO DL-STATUS
              END-IF
           ELSE
              MOVE SPACES TO DL-USER-ID DL-STATUS DL-ROLE-ID
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM ROLERPT-WRITE-LINE.

      *-----------------------------------------------------------------
       ROLERPT-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM ROLERPT-WRITE-LINE
           MOVE WS-USER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  USERS LISTED . . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ROLERPT-WRITE-LINE
           MOVE WS-NO-ROLE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  USERS WITH NO ROLE . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ROLERPT-WRITE-LINE
           MOVE WS-UNDEFINED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  UNDEFINED ROLES HELD . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ROLERPT-WRITE-LINE
           MOVE WS-ROLE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ROLES DEFINED  . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ROLERPT-WRITE-LINE
           MOVE WS-UNUSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ROLES NOBODY HOLDS . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ROLERPT-WRITE-LINE
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "ROLERPT" TO AL-PROGRAM
           MOVE "ROLMX" TO AL-EVENT
           STRING "USERS " WS-USER-COUNT " ROLES " WS-ROLE-COUNT
                  " NO ROLE " WS-NO-ROLE-COUNT
                  " UNDEFINED " WS-UNDEFINED-COUNT
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       ROLERPT-PAGE-HEADER.
      *-----------------------------------------------------------------
           ADD 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM ROLERPT-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM ROLERPT-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM ROLERPT-WRITE-LINE.

      *-----------------------------------------------------------------
       ROLERPT-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "ROLERPT" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       ROLERPT-TERMINATE.
      *-----------------------------------------------------------------
           IF WS-ROLE-OPEN
              CLOSE ROLE-AUTH-FILE
           END-IF
           IF WS-UA-OPEN
              CLOSE USER-AUTH-FILE
           END-IF
           IF WS-REPORT-OPEN
              CLOSE REPORT-FILE
           END-IF.
       END PROGRAM ROLERPT.
