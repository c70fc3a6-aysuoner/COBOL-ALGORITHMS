      * LOCKED ACCOUNT STAYS LOCKED UNTIL THE USRADMIN RESET - SO
      * UPDATE ACCESS TO THE MASTERS IS GUARDED BY MORE THAN
      * KNOWING A CLERK'S INITIALS.
      * MODIFIED 15/10/2026 - A CLEAN SIGN-ON NOW STAMPS ITS DATE ON
      * THE USERAUTH RECORD FOR THE USRRECRT DORMANT-ACCOUNT CHECK,
      * AND A LOCK FOR REPEATED FAILURES RECORDS ITS REASON AND DATE.
      * MODIFIED 15/10/2026 - WITH ROLE PROFILES IN PLACE OF THE GLOBAL
      * FLAGS THERE IS NO ONE INQUIRE OR UPDATE ANSWER TO PROBE, SO A
      * CLEAN SIGN-ON NOW SHOWS THE ROLES THE USER HOLDS INSTEAD.
      *
      * INPUT LINE FORMATS:
      *    USER,PASSWORD                SIGN ON
       01  WS-USER-ID              PIC X(08).
       01  WS-PASSWORD             PIC X(08).
       01  WS-NEW-PASSWORD         PIC X(08).
       01  WS-TH-PARMS.
           COPY "THRSHLD.CPY".
           COPY "USERAUTH.CPY".
       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-KEY-USER             PIC X(08).
       01  WS-DATE-TIME            PIC X(21).
       01  WS-TODAY                PIC 9(08).
       01  WS-EXPIRY-DAYS          PIC 9(08).
              END-IF
           END-IF
           MOVE 0 TO UA-FAIL-COUNT
           MOVE WS-TODAY TO UA-LAST-SIGNON-DATE
           EXEC CICS REWRITE
              FILE("USERAUTH")
              FROM(USER-AUTH-RECORD)
           END-IF
           PERFORM ONLNSGN-SET-NEW-PASSWORD
           MOVE 0 TO UA-FAIL-COUNT
           MOVE WS-TODAY TO UA-LAST-SIGNON-DATE
           EXEC CICS REWRITE
              FILE("USERAUTH")
              FROM(USER-AUTH-RECORD)
           ADD 1 TO UA-FAIL-COUNT
           IF UA-FAIL-COUNT >= TH-SIGNON-MAX-FAILS
              MOVE "L" TO UA-LOCK-FLAG
              SET UA-LOCK-FAILURES TO TRUE
              MOVE WS-TODAY TO UA-STATUS-DATE
              MOVE "ACCOUNT LOCKED AFTER REPEATED FAILURES"
                 TO WS-ANSWER-LINE
              MOVE "PWLCK" TO WA-EVENT
           END-EXEC.

      *-----------------------------------------------------------------
      * ACCESS NOW DEPENDS ON THE TRANSACTION AND THE FILE, SO THERE IS
      * NO SINGLE LEVEL TO PROBE - THE SCREEN SHOWS THE ROLES THE USER
      * HOLDS, WHICH IS WHAT AUTHCHK JUDGES EVERY REQUEST BY.
      *-----------------------------------------------------------------
       ONLNSGN-SHOW-ACCESS.
           MOVE SPACES TO WS-ANSWER-LINE
           IF UA-ROLES = SPACES
              STRING "USER " WS-USER-ID
                     " HOLDS NO ROLE - SEE SECURITY FOR ACCESS"
                 DELIMITED BY SIZE INTO WS-ANSWER-LINE
           ELSE
              STRING "USER " DELIMITED BY SIZE
                     WS-USER-ID DELIMITED BY SIZE
                     " ROLES:" DELIMITED BY SIZE
                     " " UA-ROLE-ID (1) DELIMITED BY SIZE
                     " " UA-ROLE-ID (2) DELIMITED BY SIZE
                     " " UA-ROLE-ID (3) DELIMITED BY SIZE
                     " " UA-ROLE-ID (4) DELIMITED BY SIZE
                     " " UA-ROLE-ID (5) DELIMITED BY SIZE
                 INTO WS-ANSWER-LINE
           END-IF.

      *-----------------------------------------------------------------
       ONLNSGN-SEND-ANSWER.
