      * MUST PICK THEIR OWN AT NEXT SIGN-ON. EVERY RESET LANDS ON
      * THE AUDT AUDIT QUEUE WITH BOTH USER IDS.
      *
      * MODIFIED 15/10/2026 - A RESET NOW CLEARS THE LOCK REASON AND
      * DATES THE REINSTATEMENT, SO THE USRRECRT DORMANCY CLOCK
      * RESTARTS FROM THE RESET. NEW SUPERVISOR FORM: *SUPV IN THE
      * PASSWORD POSITION NAMES THE USER WHO SIGNS OFF THE TARGET'S
      * ACCESS AT EACH QUARTERLY RECERTIFICATION. THE SUPERVISOR MUST
      * BE ANOTHER USER ON USERAUTH; THE CHANGE GOES TO THE AUDT
      * QUEUE LIKE A RESET.
      * MODIFIED 15/10/2026 - ROLE ASSIGNMENT. *ROLE+ IN THE PASSWORD
      * POSITION GRANTS THE TARGET USER A ROLE FROM THE ROLEAUTH
      * PROFILES INTO A FREE ONE OF THEIR FIVE ROLE SLOTS; *ROLE-
      * TAKES ONE AWAY. A ROLE MUST BE DEFINED ON ROLEAUTH BEFORE IT
      * CAN BE GRANTED, BUT ANY ROLE A USER HOLDS CAN BE REVOKED.
      * EACH CHANGE GOES TO THE AUDT QUEUE.
      *
      * INPUT LINE FORMATS:
      *    ADMIN,ADMINPW,TARGETUSER,TEMPPW          RESET ACCOUNT
      *    ADMIN,ADMINPW,TARGETUSER,*SUPV,SUPVUSER  SET SUPERVISOR
      *    ADMIN,ADMINPW,TARGETUSER,*ROLE+,ROLEID   GRANT A ROLE
      *    ADMIN,ADMINPW,TARGETUSER,*ROLE-,ROLEID   REVOKE A ROLE
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY "RETCODE.CPY".
       01  WS-MENU-TEXT.
           05 FILLER              PIC X(80) VALUE
              "RESET: ADMIN,PW,USER,TEMPPW   SET SUPERVISOR: ADMIN,PW,US
      -        "ER,*SUPV,SUPVUSER".
           05 FILLER              PIC X(80) VALUE
              "ROLES: ADMIN,PW,USER,*ROLE+,ROLEID GRANTS  ADMIN,PW,USER,
      -        "*ROLE-,ROLEID REVOKES".
       01  WS-INPUT-LINE           PIC X(60).
       01  WS-INPUT-LEN            PIC S9(4) COMP VALUE 60.
       01  WS-ADMIN-ID             PIC X(08).
       01  WS-ADMIN-PW             PIC X(08).
       01  WS-TARGET-ID            PIC X(08).
       01  WS-TEMP-PW              PIC X(08).
       01  WS-OPERAND              PIC X(08).
       01  WS-SUPV-ID              PIC X(08).
       01  WS-ROLE-ID              PIC X(08).
       01  WS-ROLE-IX              PIC 9(02).
       01  WS-ROLE-SLOT            PIC 9(02).
           COPY "USERAUTH.CPY".
           COPY "ROLEAUTH.CPY".
       01  WS-KEY-GRANT            PIC X(17).
       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-KEY-USER             PIC X(08).
       01  WS-DATE-TIME            PIC X(21).
      *-----------------------------------------------------------------
           EXEC CICS SEND TEXT
              FROM(WS-MENU-TEXT)
              LENGTH(160)
              ERASE
           END-EXEC.

              LENGTH(WS-INPUT-LEN)
           END-EXEC
           MOVE SPACES TO WS-ADMIN-ID WS-ADMIN-PW WS-TARGET-ID
              WS-TEMP-PW WS-OPERAND
           UNSTRING WS-INPUT-LINE DELIMITED BY ","
              INTO WS-ADMIN-ID WS-ADMIN-PW WS-TARGET-ID WS-TEMP-PW
                 WS-OPERAND.

      *-----------------------------------------------------------------
      * THE ADMINISTRATOR PROVES THEMSELVES FIRST - THEIR OWN
              MOVE "NOT AN AUTHORIZED ADMINISTRATOR" TO WS-ANSWER-LINE
              GO TO USRADMIN-RESET-ONE-END
           END-IF
           IF WS-TEMP-PW = "*SUPV"
              PERFORM USRADMIN-SET-SUPERVISOR
                 THRU USRADMIN-SET-SUPERVISOR-END
              GO TO USRADMIN-RESET-ONE-END
           END-IF
           IF WS-TEMP-PW = "*ROLE+" OR "*ROLE-"
              PERFORM USRADMIN-CHANGE-ROLE
                 THRU USRADMIN-CHANGE-ROLE-END
              GO TO USRADMIN-RESET-ONE-END
           END-IF
           IF WS-TEMP-PW = SPACES
              MOVE "A TEMPORARY PASSWORD IS REQUIRED"
                 TO WS-ANSWER-LINE
           MOVE WS-TEMP-PW TO UA-PASSWORD
           MOVE "Y" TO UA-FORCE-CHANGE
           MOVE 0 TO UA-PW-EXPIRY-DATE
           MOVE SPACE TO UA-LOCK-REASON
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO UA-STATUS-DATE
           EXEC CICS REWRITE
              FILE("USERAUTH")
              FROM(USER-AUTH-RECORD)
              DELIMITED BY SIZE INTO WS-ANSWER-LINE.
       USRADMIN-RESET-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * THE SUPERVISOR MUST BE A DIFFERENT USER ALREADY ON USERAUTH -
      * A SUPERVISOR THAT CANNOT SIGN ON CANNOT SIGN OFF ANYONE.
      *-----------------------------------------------------------------
       USRADMIN-SET-SUPERVISOR.
           MOVE WS-OPERAND TO WS-SUPV-ID
           IF WS-SUPV-ID = SPACES OR WS-SUPV-ID = WS-TARGET-ID
              MOVE "SUPERVISOR MUST BE ANOTHER USER" TO WS-ANSWER-LINE
              GO TO USRADMIN-SET-SUPERVISOR-END
           END-IF
           MOVE WS-SUPV-ID TO WS-KEY-USER
           EXEC CICS READ
              FILE("USERAUTH")
              INTO(USER-AUTH-RECORD)
              RIDFLD(WS-KEY-USER)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "SUPERVISOR IS NOT A USERAUTH USER" TO WS-ANSWER-LINE
              GO TO USRADMIN-SET-SUPERVISOR-END
           END-IF
           MOVE WS-TARGET-ID TO WS-KEY-USER
           EXEC CICS READ
              FILE("USERAUTH")
              INTO(USER-AUTH-RECORD)
              RIDFLD(WS-KEY-USER)
              UPDATE
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "NO SUCH USER" TO WS-ANSWER-LINE
              GO TO USRADMIN-SET-SUPERVISOR-END
           END-IF
           MOVE WS-SUPV-ID TO UA-SUPERVISOR
           EXEC CICS REWRITE
              FILE("USERAUTH")
              FROM(USER-AUTH-RECORD)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "REWRITE FAILED - SUPERVISOR NOT SET"
                 TO WS-ANSWER-LINE
              GO TO USRADMIN-SET-SUPERVISOR-END
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME TO WA-TIMESTAMP
           MOVE "ONLINE  " TO WA-RUN-ID
           MOVE "*" TO WA-DISTRICT
           MOVE "USRADMIN" TO WA-PROGRAM
           MOVE "SUPVS" TO WA-EVENT
           MOVE SPACES TO WA-DETAIL
           STRING "USER " WS-TARGET-ID " SUPERVISOR SET TO "
                  WS-SUPV-ID " BY ADMIN " WS-ADMIN-ID
              DELIMITED BY SIZE INTO WA-DETAIL
           EXEC CICS WRITEQ TD
              QUEUE("AUDT")
              FROM(WS-AUDIT-LINE)
              LENGTH(109)
           END-EXEC
           MOVE SPACES TO WS-ANSWER-LINE
           STRING "USER " WS-TARGET-ID " NOW CERTIFIED BY "
                  WS-SUPV-ID
              DELIMITED BY SIZE INTO WS-ANSWER-LINE.
       USRADMIN-SET-SUPERVISOR-END. EXIT.

      *-----------------------------------------------------------------
      * A GRANT NEEDS THE ROLE ON ROLEAUTH (ANY ONE OF ITS GRANT
      * RECORDS WILL DO) AND A FREE SLOT; A REVOKE ONLY NEEDS THE
      * USER TO HOLD THE ROLE, SO A ROLE RETIRED FROM ROLEAUTH CAN
      * STILL BE CLEARED OFF THE USERS WHO CARRY IT.
      *-----------------------------------------------------------------
       USRADMIN-CHANGE-ROLE.
           MOVE WS-OPERAND TO WS-ROLE-ID
           IF WS-ROLE-ID = SPACES
              MOVE "A ROLE ID IS REQUIRED" TO WS-ANSWER-LINE
              GO TO USRADMIN-CHANGE-ROLE-END
           END-IF
           IF WS-TEMP-PW = "*ROLE+"
              MOVE LOW-VALUES TO WS-KEY-GRANT
              MOVE WS-ROLE-ID TO WS-KEY-GRANT (1:8)
              EXEC CICS READ
                 FILE("ROLEAUTH")
                 INTO(ROLE-AUTH-RECORD)
                 RIDFLD(WS-KEY-GRANT)
                 GTEQ
                 RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 OR RA-ROLE-ID NOT = WS-ROLE-ID
                 MOVE "NO SUCH ROLE ON ROLEAUTH" TO WS-ANSWER-LINE
                 GO TO USRADMIN-CHANGE-ROLE-END
              END-IF
           END-IF
           MOVE WS-TARGET-ID TO WS-KEY-USER
           EXEC CICS READ
              FILE("USERAUTH")
              INTO(USER-AUTH-RECORD)
              RIDFLD(WS-KEY-USER)
              UPDATE
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "NO SUCH USER" TO WS-ANSWER-LINE
              GO TO USRADMIN-CHANGE-ROLE-END
           END-IF
           MOVE 0 TO WS-ROLE-SLOT
           PERFORM USRADMIN-FIND-ROLE
              VARYING WS-ROLE-IX FROM 1 BY 1
              UNTIL WS-ROLE-IX > 5 OR WS-ROLE-SLOT > 0
           IF WS-TEMP-PW = "*ROLE+"
              IF WS-ROLE-SLOT > 0
                 MOVE "USER ALREADY HOLDS THAT ROLE" TO WS-ANSWER-LINE
                 EXEC CICS UNLOCK FILE("USERAUTH") END-EXEC
                 GO TO USRADMIN-CHANGE-ROLE-END
              END-IF
              PERFORM USRADMIN-FIND-FREE-SLOT
                 VARYING WS-ROLE-IX FROM 1 BY 1
                 UNTIL WS-ROLE-IX > 5 OR WS-ROLE-SLOT > 0
              IF WS-ROLE-SLOT = 0
                 MOVE "ALL FIVE ROLE SLOTS IN USE - REVOKE ONE FIRST"
                    TO WS-ANSWER-LINE
                 EXEC CICS UNLOCK FILE("USERAUTH") END-EXEC
                 GO TO USRADMIN-CHANGE-ROLE-END
              END-IF
              MOVE WS-ROLE-ID TO UA-ROLE-ID (WS-ROLE-SLOT)
              MOVE "ROLGR" TO WA-EVENT
           ELSE
              IF WS-ROLE-SLOT = 0
                 MOVE "USER DOES NOT HOLD THAT ROLE" TO WS-ANSWER-LINE
                 EXEC CICS UNLOCK FILE("USERAUTH") END-EXEC
                 GO TO USRADMIN-CHANGE-ROLE-END
              END-IF
              MOVE SPACES TO UA-ROLE-ID (WS-ROLE-SLOT)
              MOVE "ROLRV" TO WA-EVENT
           END-IF
           EXEC CICS REWRITE
              FILE("USERAUTH")
              FROM(USER-AUTH-RECORD)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "REWRITE FAILED - ROLES NOT CHANGED"
                 TO WS-ANSWER-LINE
              GO TO USRADMIN-CHANGE-ROLE-END
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME TO WA-TIMESTAMP
           MOVE "ONLINE  " TO WA-RUN-ID
           MOVE "*" TO WA-DISTRICT
           MOVE "USRADMIN" TO WA-PROGRAM
           MOVE SPACES TO WA-DETAIL
           MOVE SPACES TO WS-ANSWER-LINE
           IF WS-TEMP-PW = "*ROLE+"
              STRING "ROLE " WS-ROLE-ID " GRANTED TO " WS-TARGET-ID
                     " BY ADMIN " WS-ADMIN-ID
                 DELIMITED BY SIZE INTO WA-DETAIL
              STRING "USER " WS-TARGET-ID " NOW HOLDS ROLE "
                     WS-ROLE-ID
                 DELIMITED BY SIZE INTO WS-ANSWER-LINE
           ELSE
              STRING "ROLE " WS-ROLE-ID " REVOKED FROM " WS-TARGET-ID
                     " BY ADMIN " WS-ADMIN-ID
                 DELIMITED BY SIZE INTO WA-DETAIL
              STRING "USER " WS-TARGET-ID " NO LONGER HOLDS ROLE "
                     WS-ROLE-ID
                 DELIMITED BY SIZE INTO WS-ANSWER-LINE
           END-IF
           EXEC CICS WRITEQ TD
              QUEUE("AUDT")
              FROM(WS-AUDIT-LINE)
              LENGTH(109)
           END-EXEC.
       USRADMIN-CHANGE-ROLE-END. EXIT.

       USRADMIN-FIND-ROLE.
           IF UA-ROLE-ID (WS-ROLE-IX) = WS-ROLE-ID
              MOVE WS-ROLE-IX TO WS-ROLE-SLOT
           END-IF.

       USRADMIN-FIND-FREE-SLOT.
           IF UA-ROLE-ID (WS-ROLE-IX) = SPACES
              MOVE WS-ROLE-IX TO WS-ROLE-SLOT
           END-IF.

      *-----------------------------------------------------------------
       USRADMIN-SEND-ANSWER.
      *-----------------------------------------------------------------
           END-EXEC
           EXEC CICS SEND TEXT
              FROM(WS-MENU-TEXT)
              LENGTH(160)
              ACCUM
           END-EXEC.
       END PROGRAM USRADMIN.
