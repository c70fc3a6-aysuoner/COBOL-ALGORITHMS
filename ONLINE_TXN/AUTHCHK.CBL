      * CREDENTIAL FIELDS. A LOCKED ACCOUNT IS DENIED EVERY ACCESS
      * HERE, WHATEVER ITS FLAGS SAY - THE LOCK ONLSGN SETS AFTER
      * REPEATED BAD PASSWORDS HOLDS UNTIL THE USRADMIN RESET.
      * MODIFIED 15/10/2026 - ROLE PROFILES REPLACE THE GLOBAL INQUIRE
      * AND UPDATE FLAGS, WHICH LET ANYONE WHO COULD CORRECT A GRADE
      * ALSO APPROVE ADJUSTMENTS OR ACKNOWLEDGE ALERTS. THE ANSWER NOW
      * COMES FROM THE ROLES IN THE USER'S UA-ROLE-ID SLOTS: ONE OF
      * THEM MUST GRANT THE REQUESTED ACCESS ON THE TRANSACTION
      * (EIBTRNID) AND, WHEN THE CALLER NAMES ONE IN AU-FILE-NAME, ON
      * THE MASTER FILE AS WELL. THE GRANTS ARE READ FROM THE ROLEAUTH
      * FILE (ROLEAUTH.CPY); A USER WITH NO ROLE IS DENIED EVERYTHING.
      * THE DENIAL LINE NOW NAMES THE TRANSACTION AND THE FILE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY "RETCODE.CPY".
           COPY "USERAUTH.CPY".
           COPY "ROLEAUTH.CPY".
       01  WS-RESP                   PIC S9(8) COMP.
       01  WS-KEY-USER               PIC X(08).
       01  WS-KEY-GRANT.
           05 WK-ROLE-ID             PIC X(08).
           05 WK-RES-TYPE            PIC X(01).
           05 WK-RESOURCE            PIC X(08).
       01  WS-ROLE-IX                PIC 9(02).
       01  WS-ALLOWED-SW             PIC X(01).
           88 WS-ALLOWED             VALUE "Y".
       01  WS-GRANTED-SW             PIC X(01).
           88 WS-GRANTED             VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-AUDIT-LINE.
           05 WA-TIMESTAMP           PIC X(21).
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              AND NOT UA-LOCKED
              AND (AU-REQ-INQUIRE OR AU-REQ-UPDATE)
              PERFORM AUTHCHK-JUDGE-ROLE
                 THRU AUTHCHK-JUDGE-ROLE-END
                 VARYING WS-ROLE-IX FROM 1 BY 1
                 UNTIL WS-ROLE-IX > 5 OR WS-ALLOWED
           END-IF
           IF WS-ALLOWED
              MOVE RC-NORMAL TO AU-RETCODE
           GOBACK.

      *-----------------------------------------------------------------
      * ONE ROLE MUST CARRY THE WHOLE GRANT - THE TRANSACTION AND THE
      * FILE - SO TWO NARROW ROLES CAN NEVER ADD UP TO AN ACCESS
      * NEITHER OF THEM WAS MEANT TO GIVE.
      *-----------------------------------------------------------------
       AUTHCHK-JUDGE-ROLE.
           IF UA-ROLE-ID (WS-ROLE-IX) = SPACES
              GO TO AUTHCHK-JUDGE-ROLE-END
           END-IF
           MOVE UA-ROLE-ID (WS-ROLE-IX) TO WK-ROLE-ID
           MOVE "T" TO WK-RES-TYPE
           MOVE EIBTRNID TO WK-RESOURCE
           PERFORM AUTHCHK-READ-GRANT
              THRU AUTHCHK-READ-GRANT-END
           IF NOT WS-GRANTED
              GO TO AUTHCHK-JUDGE-ROLE-END
           END-IF
           IF AU-FILE-NAME NOT = SPACES
              MOVE "F" TO WK-RES-TYPE
              MOVE AU-FILE-NAME TO WK-RESOURCE
              PERFORM AUTHCHK-READ-GRANT
                 THRU AUTHCHK-READ-GRANT-END
              IF NOT WS-GRANTED
                 GO TO AUTHCHK-JUDGE-ROLE-END
              END-IF
           END-IF
           MOVE "Y" TO WS-ALLOWED-SW.
       AUTHCHK-JUDGE-ROLE-END. EXIT.

      *-----------------------------------------------------------------
      * THE ROLE'S RECORD FOR THE NAMED RESOURCE DECIDES; ONLY WHEN IT
      * HAS NONE IS ITS "*" RECORD TRIED. AN UPDATE GRANT DOES NOT
      * IMPLY AN INQUIRE GRANT OR THE OTHER WAY AROUND - EACH FLAG IS
      * HONORED EXACTLY AS SECURITY SET IT.
      *-----------------------------------------------------------------
       AUTHCHK-READ-GRANT.
           MOVE "N" TO WS-GRANTED-SW
           EXEC CICS READ
              FILE("ROLEAUTH")
              INTO(ROLE-AUTH-RECORD)
              RIDFLD(WS-KEY-GRANT)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE "*" TO WK-RESOURCE
              EXEC CICS READ
                 FILE("ROLEAUTH")
                 INTO(ROLE-AUTH-RECORD)
                 RIDFLD(WS-KEY-GRANT)
                 RESP(WS-RESP)
              END-EXEC
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO AUTHCHK-READ-GRANT-END
           END-IF
           IF AU-REQ-INQUIRE AND RA-MAY-INQUIRE
              MOVE "Y" TO WS-GRANTED-SW
           END-IF
           IF AU-REQ-UPDATE AND RA-MAY-UPDATE
              MOVE "Y" TO WS-GRANTED-SW
           END-IF.
       AUTHCHK-READ-GRANT-END. EXIT.

      *-----------------------------------------------------------------
      * EVERY DENIED ATTEMPT GOES TO THE AUDT EXTRAPARTITION TDQ IN
      * THE SAME LINE SHAPE THE CENTRAL AUDIT LOG CARRIES, WITH THE
      * USER, THE ACCESS ASKED FOR, THE TRANSACTION ID AND THE FILE.
      * THE RUN-ID COLUMN CARRIES THE FIXED MARKER "ONLINE" - A
      * TERMINAL DENIAL BELONGS TO NO BATCH CYCLE, AND THE MARKER
      * LETS CYCLERPT AND AUDARCH KEEP THESE LINES APART FROM ANY
                  AU-REQUEST       DELIMITED BY SIZE
                  " DENIED FOR USER " DELIMITED BY SIZE
                  AU-USER-ID       DELIMITED BY SIZE
                  " ON "           DELIMITED BY SIZE
                  EIBTRNID         DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  AU-FILE-NAME     DELIMITED BY SIZE
              INTO WA-DETAIL
           EXEC CICS WRITEQ TD
              QUEUE("AUDT")
