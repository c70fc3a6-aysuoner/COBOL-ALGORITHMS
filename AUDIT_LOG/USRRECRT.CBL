      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    USRRECRT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * QUARTERLY USERAUTH ACCESS RECERTIFICATION. INTERNAL AUDIT
      * WANTS EACH SUPERVISOR TO CONFIRM, EVERY QUARTER, THAT THEIR
      * STAFF STILL NEED THE ACCESS USERAUTH GIVES THEM, AND WANTS
      * ACCOUNTS NOBODY USES SHUT. DRIVEN BY THE RECRTCTL CARD:
      *    MODE L   LIST - ONE PAGE PER SUPERVISOR (UA-SUPERVISOR, SET
      *             THROUGH USRADMIN) WITH EACH USER'S ROLES AND
      *             ADMIN RIGHT, LAST SIGN-ON AND STATUS, AND A
      *             SIGN-OFF BLOCK. EACH SUPERVISOR RETURNS ONE CERTIN
      *             LINE PER USER: THEIR OWN ID, THE USER, AND K TO
      *             KEEP OR R TO REVOKE THE ACCESS.
      *    MODE A   APPLY - THE RETURNED CERTIN LINES ARE READ BACK
      *             AND EVERY ACTIVE USER NOT KEPT BY THEIR OWN
      *             SUPERVISOR IS LOCKED - REVOKED, NOT RETURNED, OR
      *             WITH NO SUPERVISOR TO ASK. CERTIN LINES THAT
      *             COULD NOT BE APPLIED ARE LISTED AT THE END.
      *    PERIOD   THE QUARTER BEING CERTIFIED, FOR THE TITLES.
      * EITHER MODE ALSO LOCKS EVERY ACCOUNT WITH NO SIGN-ON FOR MORE
      * THAN THE THRESHIN USER-DORMANT-DAYS, COUNTED FROM THE LATER OF
      * ITS LAST SIGN-ON AND ITS LAST USRADMIN RESET. AN ACCOUNT THAT
      * HAS NEITHER DATE YET IS GIVEN TODAY'S, SO THE CLOCK STARTS
      * HERE RATHER THAN LOCKING EVERY ACCOUNT ON THE FIRST RUN. EACH
      * LOCK RECORDS ITS REASON AND DATE ON THE USER RECORD AND
      * WRITES A USRLK LINE TO THE AUDIT LOG; ONLY A USRADMIN RESET
      * REINSTATES IT. ANY LOCK OR UNAPPLIED CERTIN LINE ENDS THE
      * STEP RC 4. NO CARD, A BAD MODE, AN EMPTY OR OVERSIZED CERTIN
      * IN APPLY MODE, OR A USERAUTH THAT WILL NOT OPEN ENDS IT RC 12
      * BEFORE ANY ACCOUNT IS TOUCHED.
      * MODIFIED 15/10/2026 - ROLE PROFILES REPLACE THE GLOBAL INQUIRE
      * AND UPDATE FLAGS, SO EACH USER ON A SUPERVISOR PAGE IS NOW
      * FOLLOWED BY THE ROLES THEY HOLD - THE ACCESS THE SUPERVISOR IS
      * ACTUALLY SIGNING OFF. ROLERPT SHOWS WHAT EACH ROLE GRANTS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "RECRTCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CERT-FILE ASSIGN TO "CERTIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT USER-AUTH-FILE ASSIGN TO "USERAUTH"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS UA-USER-ID
               FILE STATUS IS WS-UA-STATUS.
           SELECT REPORT-FILE ASSIGN TO "USRRECRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD           PIC X(80).

       FD  CERT-FILE.
       01  CERT-RECORD.
           05 CI-SUPERVISOR          PIC X(08).
           05 CI-USER-ID             PIC X(08).
           05 CI-DECISION            PIC X(01).

       FD  USER-AUTH-FILE.
           COPY "USERAUTH.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-TH-PARMS.
           COPY "THRSHLD.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-CONTROL-CARD.
           05 RC-MODE                PIC X(01).
              88 RC-LIST             VALUE "L".
              88 RC-APPLY            VALUE "A".
           05 FILLER                 PIC X(01).
           05 RC-PERIOD              PIC X(08).
           05 FILLER                 PIC X(70).
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-CTL-STATUS             PIC X(02).
       01  WS-CERT-STATUS            PIC X(02).
       01  WS-UA-STATUS              PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-UA-OPEN-SW             PIC X VALUE "N".
           88 WS-UA-OPEN             VALUE "Y".
       01  WS-REWRITE-SW             PIC X VALUE "N".
           88 WS-REWRITE-NEEDED      VALUE "Y".
       01  WS-INCOMPLETE-SW          PIC X VALUE "N".
           88 WS-LIST-INCOMPLETE     VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-TODAY                  PIC 9(08).
       01  WS-ACTIVITY-DATE          PIC 9(08).
       01  WS-IDLE-DAYS              PIC S9(08).
       01  WS-ACTION                 PIC X(24).
       01  WS-CERT-DECISION          PIC X(01).
       01  WS-SUPV-RETURNED          PIC X(01).
       01  WS-SUPV-USERS             PIC 9(05).
      *-----------------------------------------------------------------
      * EVERY USER AS THE SWEEP LEFT THEM, HELD FOR THE SUPERVISOR
      * PAGES, AND THE DISTINCT SUPERVISORS KEPT IN ID ORDER AS THEY
      * ARE MET. A BLANK SUPERVISOR SORTS FIRST AND PRINTS AS NONE.
      *-----------------------------------------------------------------
       01  WS-UT-MAX                 PIC 9(04) VALUE 0.
       01  WS-UT-I                   PIC 9(04).
       01  WS-USER-TABLE.
           05 WS-UT-ENTRY OCCURS 3000 TIMES.
              10 UT-USER-ID          PIC X(08).
              10 UT-SUPERVISOR       PIC X(08).
              10 UT-ROLES            PIC X(40).
              10 UT-ADMIN            PIC X(01).
              10 UT-LAST-SIGNON      PIC 9(08).
              10 UT-STATUS           PIC X(15).
              10 UT-ACTION           PIC X(24).
       01  WS-SV-MAX                 PIC 9(03) VALUE 0.
       01  WS-SV-I                   PIC 9(03).
       01  WS-SV-J                   PIC 9(03).
       01  WS-SV-HIT                 PIC 9(03).
       01  WS-SUPV-TABLE.
           05 SV-ID                  PIC X(08) OCCURS 500 TIMES.
      *-----------------------------------------------------------------
      * THE RETURNED CERTIN LINES. CT-USED ENDS Y FOR A LINE APPLIED,
      * W FOR ONE FROM SOMEONE NOT THE USER'S SUPERVISOR, B FOR A
      * DECISION THAT IS NEITHER K NOR R, AND STAYS N FOR A USER NOT
      * ON USERAUTH AT ALL.
      *-----------------------------------------------------------------
       01  WS-CT-MAX                 PIC 9(05) VALUE 0.
       01  WS-CT-I                   PIC 9(05).
       01  WS-CERT-TABLE.
           05 WS-CT-ENTRY OCCURS 5000 TIMES.
              10 CT-SUPERVISOR       PIC X(08).
              10 CT-USER-ID          PIC X(08).
              10 CT-DECISION         PIC X(01).
              10 CT-USED             PIC X(01).
       01  WS-DETAIL-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DL-USER-ID             PIC X(08).
           05 FILLER                 PIC X(11) VALUE SPACES.
           05 DL-ADMIN               PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DL-LAST-SIGNON         PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DL-STATUS              PIC X(15).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DL-ACTION              PIC X(24).
           05 FILLER                 PIC X(04) VALUE SPACES.
       01  WS-USER-COUNT             PIC 9(06) VALUE 0.
       01  WS-DORMANT-COUNT          PIC 9(06) VALUE 0.
       01  WS-NOT-CERT-COUNT         PIC 9(06) VALUE 0.
       01  WS-CERTIFIED-COUNT        PIC 9(06) VALUE 0.
       01  WS-EXCEPTION-COUNT        PIC 9(06) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       USRRECRT-MAIN.
           PERFORM USRRECRT-INIT
              THRU USRRECRT-INIT-END
           IF WS-JOB-RC < 12
              PERFORM USRRECRT-READ-USER
              PERFORM USRRECRT-CHECK-USER UNTIL WS-EOF
              PERFORM USRRECRT-LIST-SUPERVISOR
                 VARYING WS-SV-I FROM 1 BY 1
                 UNTIL WS-SV-I > WS-SV-MAX
              IF RC-APPLY
                 PERFORM USRRECRT-LIST-EXCEPTIONS
              END-IF
              PERFORM USRRECRT-WRITE-SUMMARY
           END-IF
           PERFORM USRRECRT-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
      * THE CARD AND, IN APPLY MODE, THE WHOLE CERTIN FILE ARE
      * CHECKED BEFORE USERAUTH IS OPENED - A MISSING OR EMPTY
      * SIGN-OFF FILE WOULD OTHERWISE LOCK EVERY ACCOUNT.
      *-----------------------------------------------------------------
       USRRECRT-INIT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "USRRECRT" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO USRRECRT-INIT-END
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-TODAY
           CALL "THRSHLD" USING WS-TH-PARMS
           MOVE SPACES TO WS-CONTROL-CARD
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = "00"
              READ CONTROL-FILE INTO WS-CONTROL-CARD
                 AT END MOVE SPACES TO WS-CONTROL-CARD
              END-READ
              CLOSE CONTROL-FILE
           END-IF
           MOVE SPACES TO RH-TITLE
           STRING "USERAUTH ACCESS RECERTIFICATION " RC-PERIOD
              DELIMITED BY SIZE INTO RH-TITLE
           MOVE 0 TO RH-PAGE-NO
           PERFORM USRRECRT-PAGE-HEADER
           IF NOT RC-LIST AND NOT RC-APPLY
              MOVE "  NO RECRTCTL CARD, OR MODE NOT L OR A - NOTHING"
                 TO REPORT-LINE
              MOVE "DONE" TO REPORT-LINE (51:)
              PERFORM USRRECRT-WRITE-LINE
              MOVE 12 TO WS-JOB-RC
              GO TO USRRECRT-INIT-END
           END-IF
           IF RC-APPLY
              PERFORM USRRECRT-LOAD-CERTS
                 THRU USRRECRT-LOAD-CERTS-END
              IF WS-JOB-RC >= 12
                 GO TO USRRECRT-INIT-END
              END-IF
           END-IF
           OPEN I-O USER-AUTH-FILE
           IF WS-UA-STATUS NOT = "00"
              MOVE "USRRECRT" TO FE-PROGRAM
              MOVE "USER-AUTH-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-UA-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE SPACES TO REPORT-LINE
              STRING "  USERAUTH WILL NOT OPEN - STATUS " WS-UA-STATUS
                     " - NOTHING DONE"
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM USRRECRT-WRITE-LINE
              MOVE 12 TO WS-JOB-RC
              GO TO USRRECRT-INIT-END
           END-IF
           SET WS-UA-OPEN TO TRUE.
       USRRECRT-INIT-END. EXIT.

       USRRECRT-LOAD-CERTS.
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS NOT = "00"
              MOVE "  NO CERTIN SIGN-OFF FILE - NOTHING DONE"
                 TO REPORT-LINE
              PERFORM USRRECRT-WRITE-LINE
              MOVE 12 TO WS-JOB-RC
              GO TO USRRECRT-LOAD-CERTS-END
           END-IF
           PERFORM USRRECRT-READ-CERT
           PERFORM USRRECRT-LOAD-ONE-CERT UNTIL WS-EOF
           CLOSE CERT-FILE
           MOVE "N" TO WS-EOF-SW
           EVALUATE TRUE
              WHEN WS-CT-MAX = 0
                 MOVE "  CERTIN IS EMPTY - NOTHING DONE" TO REPORT-LINE
                 PERFORM USRRECRT-WRITE-LINE
                 MOVE 12 TO WS-JOB-RC
              WHEN WS-CT-MAX > 5000
                 MOVE "  CERTIN OVER 5000 LINES - NOTHING DONE"
                    TO REPORT-LINE
                 PERFORM USRRECRT-WRITE-LINE
                 MOVE 12 TO WS-JOB-RC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       USRRECRT-LOAD-CERTS-END. EXIT.

       USRRECRT-READ-CERT.
           READ CERT-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * A LINE PAST THE TABLE IS COUNTED BUT NOT KEPT, SO THE CHECK
      * ABOVE CAN REFUSE THE WHOLE FILE.
      *-----------------------------------------------------------------
       USRRECRT-LOAD-ONE-CERT.
           IF CERT-RECORD NOT = SPACES
              ADD 1 TO WS-CT-MAX
              IF WS-CT-MAX NOT > 5000
                 MOVE CI-SUPERVISOR TO CT-SUPERVISOR (WS-CT-MAX)
                 MOVE CI-USER-ID TO CT-USER-ID (WS-CT-MAX)
                 MOVE FUNCTION UPPER-CASE (CI-DECISION)
                    TO CT-DECISION (WS-CT-MAX)
                 MOVE "N" TO CT-USED (WS-CT-MAX)
              END-IF
           END-IF
           PERFORM USRRECRT-READ-CERT.

      *-----------------------------------------------------------------
       USRRECRT-READ-USER.
      *-----------------------------------------------------------------
           READ USER-AUTH-FILE NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ
           IF WS-UA-STATUS NOT = "00" AND NOT = "10"
              MOVE "USRRECRT" TO FE-PROGRAM
              MOVE "USER-AUTH-FILE" TO FE-FILE-NAME
              MOVE "READ NEXT" TO FE-OPERATION
              MOVE WS-UA-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 8 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * ONE USER: DORMANCY FIRST, THEN IN APPLY MODE THE SUPERVISOR'S
      * SIGN-OFF. THE RECORD IS REWRITTEN ONLY WHEN SOMETHING ON IT
      * CHANGED, AND THE USER IS THEN HELD FOR THE LISTING.
      *-----------------------------------------------------------------
       USRRECRT-CHECK-USER.
           ADD 1 TO WS-USER-COUNT
           MOVE "N" TO WS-REWRITE-SW
           MOVE SPACES TO WS-ACTION
           IF UA-LAST-SIGNON-DATE NOT NUMERIC
              MOVE 0 TO UA-LAST-SIGNON-DATE
              SET WS-REWRITE-NEEDED TO TRUE
           END-IF
           IF UA-STATUS-DATE NOT NUMERIC
              MOVE 0 TO UA-STATUS-DATE
              SET WS-REWRITE-NEEDED TO TRUE
           END-IF
           IF NOT UA-LOCKED
              PERFORM USRRECRT-CHECK-DORMANT
           END-IF
           IF RC-APPLY
              PERFORM USRRECRT-CHECK-CERT
                 THRU USRRECRT-CHECK-CERT-END
           END-IF
           IF WS-REWRITE-NEEDED
              REWRITE USER-AUTH-RECORD
              IF WS-UA-STATUS NOT = "00"
                 MOVE "USRRECRT" TO FE-PROGRAM
                 MOVE "USER-AUTH-FILE" TO FE-FILE-NAME
                 MOVE "REWRITE" TO FE-OPERATION
                 MOVE WS-UA-STATUS TO FE-STATUS
                 MOVE UA-USER-ID TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 MOVE 8 TO WS-JOB-RC
                 MOVE "*** REWRITE FAILED" TO WS-ACTION
              END-IF
           END-IF
           PERFORM USRRECRT-HOLD-USER
              THRU USRRECRT-HOLD-USER-END
           PERFORM USRRECRT-READ-USER.

       USRRECRT-CHECK-DORMANT.
           IF UA-LAST-SIGNON-DATE > UA-STATUS-DATE
              MOVE UA-LAST-SIGNON-DATE TO WS-ACTIVITY-DATE
           ELSE
              MOVE UA-STATUS-DATE TO WS-ACTIVITY-DATE
           END-IF
           IF WS-ACTIVITY-DATE = 0
              MOVE WS-TODAY TO UA-STATUS-DATE
              SET WS-REWRITE-NEEDED TO TRUE
              MOVE "DORMANCY CLOCK STARTED" TO WS-ACTION
           ELSE
              COMPUTE WS-IDLE-DAYS =
                 FUNCTION INTEGER-OF-DATE (WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE (WS-ACTIVITY-DATE)
              IF WS-IDLE-DAYS > TH-USER-DORMANT-DAYS
                 SET UA-LOCK-DORMANT TO TRUE
                 MOVE "LOCKED - DORMANT" TO WS-ACTION
                 ADD 1 TO WS-DORMANT-COUNT
                 MOVE SPACES TO AL-DETAIL
                 STRING "USER " UA-USER-ID " LOCKED - NO SIGN-ON SINCE "
                        WS-ACTIVITY-DATE
                    DELIMITED BY SIZE INTO AL-DETAIL
                 PERFORM USRRECRT-LOCK-USER
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * EVERY CERTIN LINE FOR THE USER IS MARKED, LOCKED OR NOT, SO
      * ONLY LINES FOR USERS NOT ON USERAUTH STAY UNMATCHED. AN R
      * FROM THE SUPERVISOR OUTRANKS A K ON ANOTHER LINE.
      *-----------------------------------------------------------------
       USRRECRT-CHECK-CERT.
           MOVE SPACE TO WS-CERT-DECISION
           PERFORM USRRECRT-MATCH-CERT
              VARYING WS-CT-I FROM 1 BY 1
              UNTIL WS-CT-I > WS-CT-MAX
           IF UA-LOCKED
              GO TO USRRECRT-CHECK-CERT-END
           END-IF
           IF WS-CERT-DECISION = "K"
              MOVE "RE-CERTIFIED" TO WS-ACTION
              ADD 1 TO WS-CERTIFIED-COUNT
              GO TO USRRECRT-CHECK-CERT-END
           END-IF
           SET UA-LOCK-NOT-CERT TO TRUE
           ADD 1 TO WS-NOT-CERT-COUNT
           MOVE SPACES TO AL-DETAIL
           EVALUATE TRUE
              WHEN WS-CERT-DECISION = "R"
                 MOVE "LOCKED - REVOKED" TO WS-ACTION
                 STRING "USER " UA-USER-ID " LOCKED - REVOKED BY "
                        UA-SUPERVISOR
                    DELIMITED BY SIZE INTO AL-DETAIL
              WHEN UA-SUPERVISOR = SPACES
                 MOVE "LOCKED - NO SUPERVISOR" TO WS-ACTION
                 STRING "USER " UA-USER-ID
                        " LOCKED - NO SUPERVISOR TO RE-CERTIFY"
                    DELIMITED BY SIZE INTO AL-DETAIL
              WHEN OTHER
                 MOVE "LOCKED - NOT RE-CERTIFIED" TO WS-ACTION
                 STRING "USER " UA-USER-ID
                        " LOCKED - NOT RE-CERTIFIED BY " UA-SUPERVISOR
                    DELIMITED BY SIZE INTO AL-DETAIL
           END-EVALUATE
           PERFORM USRRECRT-LOCK-USER.
       USRRECRT-CHECK-CERT-END. EXIT.

       USRRECRT-MATCH-CERT.
           IF CT-USER-ID (WS-CT-I) = UA-USER-ID
              EVALUATE TRUE
                 WHEN UA-SUPERVISOR = SPACES
                    OR CT-SUPERVISOR (WS-CT-I) NOT = UA-SUPERVISOR
                    MOVE "W" TO CT-USED (WS-CT-I)
                 WHEN CT-DECISION (WS-CT-I) NOT = "K"
                    AND CT-DECISION (WS-CT-I) NOT = "R"
                    MOVE "B" TO CT-USED (WS-CT-I)
                 WHEN OTHER
                    MOVE "Y" TO CT-USED (WS-CT-I)
                    IF WS-CERT-DECISION NOT = "R"
                       MOVE CT-DECISION (WS-CT-I) TO WS-CERT-DECISION
                    END-IF
              END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      * THE CALLER HAS SET THE REASON AND THE AUDIT DETAIL.
      *-----------------------------------------------------------------
       USRRECRT-LOCK-USER.
           MOVE "L" TO UA-LOCK-FLAG
           MOVE WS-TODAY TO UA-STATUS-DATE
           SET WS-REWRITE-NEEDED TO TRUE
           MOVE "USRRECRT" TO AL-PROGRAM
           MOVE "USRLK" TO AL-EVENT
           CALL "AUDITLOG" USING WS-AUDIT-PARMS
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
      * HOLD THE USER FOR THE LISTING AND ENTER THEIR SUPERVISOR IN
      * THE ORDERED SUPERVISOR TABLE IF NOT ALREADY THERE.
      *-----------------------------------------------------------------
       USRRECRT-HOLD-USER.
           IF WS-UT-MAX >= 3000
              SET WS-LIST-INCOMPLETE TO TRUE
              GO TO USRRECRT-HOLD-USER-END
           END-IF
           MOVE 0 TO WS-SV-HIT
           PERFORM USRRECRT-FIND-SUPERVISOR
              VARYING WS-SV-I FROM 1 BY 1
              UNTIL WS-SV-I > WS-SV-MAX OR WS-SV-HIT > 0
           IF WS-SV-HIT = 0
              IF WS-SV-MAX >= 500
                 SET WS-LIST-INCOMPLETE TO TRUE
                 GO TO USRRECRT-HOLD-USER-END
              END-IF
              PERFORM USRRECRT-INSERT-SUPERVISOR
           END-IF
           ADD 1 TO WS-UT-MAX
           MOVE UA-USER-ID TO UT-USER-ID (WS-UT-MAX)
           MOVE UA-SUPERVISOR TO UT-SUPERVISOR (WS-UT-MAX)
           MOVE UA-ROLES TO UT-ROLES (WS-UT-MAX)
           MOVE UA-ADMIN-FLAG TO UT-ADMIN (WS-UT-MAX)
           MOVE UA-LAST-SIGNON-DATE TO UT-LAST-SIGNON (WS-UT-MAX)
           MOVE WS-ACTION TO UT-ACTION (WS-UT-MAX)
           EVALUATE TRUE
              WHEN NOT UA-LOCKED
                 MOVE "ACTIVE" TO UT-STATUS (WS-UT-MAX)
              WHEN UA-LOCK-FAILURES
                 MOVE "LOCKED-FAILURES" TO UT-STATUS (WS-UT-MAX)
              WHEN UA-LOCK-DORMANT
                 MOVE "LOCKED-DORMANT" TO UT-STATUS (WS-UT-MAX)
              WHEN UA-LOCK-NOT-CERT
                 MOVE "LOCKED-NOT CERT" TO UT-STATUS (WS-UT-MAX)
              WHEN OTHER
                 MOVE "LOCKED" TO UT-STATUS (WS-UT-MAX)
           END-EVALUATE.
       USRRECRT-HOLD-USER-END. EXIT.

       USRRECRT-FIND-SUPERVISOR.
           IF SV-ID (WS-SV-I) = UA-SUPERVISOR
              MOVE WS-SV-I TO WS-SV-HIT
           END-IF.

      *-----------------------------------------------------------------
      * FIND THE FIRST ENTRY THAT SORTS AFTER THE NEW ID, SHIFT IT
      * AND EVERYTHING BELOW IT DOWN ONE, AND DROP THE NEW ID IN.
      *-----------------------------------------------------------------
       USRRECRT-INSERT-SUPERVISOR.
           MOVE 0 TO WS-SV-HIT
           PERFORM USRRECRT-FIND-SLOT
              VARYING WS-SV-I FROM 1 BY 1
              UNTIL WS-SV-I > WS-SV-MAX OR WS-SV-HIT > 0
           IF WS-SV-HIT = 0
              COMPUTE WS-SV-HIT = WS-SV-MAX + 1
           END-IF
           PERFORM USRRECRT-SHIFT-SUPERVISOR
              VARYING WS-SV-J FROM WS-SV-MAX BY -1
              UNTIL WS-SV-J < WS-SV-HIT
           MOVE UA-SUPERVISOR TO SV-ID (WS-SV-HIT)
           ADD 1 TO WS-SV-MAX.

       USRRECRT-FIND-SLOT.
           IF SV-ID (WS-SV-I) > UA-SUPERVISOR
              MOVE WS-SV-I TO WS-SV-HIT
           END-IF.

       USRRECRT-SHIFT-SUPERVISOR.
           MOVE SV-ID (WS-SV-J) TO SV-ID (WS-SV-J + 1).

      *-----------------------------------------------------------------
      * ONE PAGE PER SUPERVISOR. THE LIST RUN ENDS EACH PAGE WITH THE
      * SIGN-OFF BLOCK; THE APPLY RUN SAYS WHETHER THE SUPERVISOR
      * RETURNED ANYTHING AT ALL.
      *-----------------------------------------------------------------
       USRRECRT-LIST-SUPERVISOR.
           PERFORM USRRECRT-PAGE-HEADER
           MOVE SPACES TO REPORT-LINE
           IF SV-ID (WS-SV-I) = SPACES
              MOVE "  SUPERVISOR: NONE - ASSIGN ONE THROUGH USRADMIN"
                 TO REPORT-LINE
           ELSE
              STRING "  SUPERVISOR: " SV-ID (WS-SV-I)
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM USRRECRT-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM USRRECRT-WRITE-LINE
           MOVE "  USER" TO REPORT-LINE
           MOVE "ADM" TO REPORT-LINE (21:)
           MOVE "LAST SIGN-ON" TO REPORT-LINE (25:)
           MOVE "STATUS" TO REPORT-LINE (37:)
           MOVE "THIS RUN" TO REPORT-LINE (53:)
           PERFORM USRRECRT-WRITE-LINE
           MOVE 0 TO WS-SUPV-USERS
           PERFORM USRRECRT-LIST-USER
              VARYING WS-UT-I FROM 1 BY 1
              UNTIL WS-UT-I > WS-UT-MAX
           MOVE SPACES TO REPORT-LINE
           PERFORM USRRECRT-WRITE-LINE
           MOVE WS-SUPV-USERS TO WS-EDIT-COUNT
           STRING "  USERS " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM USRRECRT-WRITE-LINE
           IF RC-LIST
              PERFORM USRRECRT-SIGN-OFF-BLOCK
           ELSE
              MOVE "N" TO WS-SUPV-RETURNED
              PERFORM USRRECRT-CHECK-RETURNED
                 VARYING WS-CT-I FROM 1 BY 1
                 UNTIL WS-CT-I > WS-CT-MAX
              IF WS-SUPV-RETURNED = "N"
                 MOVE "  *** NO SIGN-OFF RECEIVED FROM THIS SUPERVISOR"
                    TO REPORT-LINE
                 PERFORM USRRECRT-WRITE-LINE
              END-IF
           END-IF.

       USRRECRT-LIST-USER.
           IF UT-SUPERVISOR (WS-UT-I) = SV-ID (WS-SV-I)
              ADD 1 TO WS-SUPV-USERS
              MOVE UT-USER-ID (WS-UT-I) TO DL-USER-ID
              MOVE UT-ADMIN (WS-UT-I) TO DL-ADMIN
              IF UT-LAST-SIGNON (WS-UT-I) = 0
                 MOVE "NONE" TO DL-LAST-SIGNON
              ELSE
                 MOVE SPACES TO DL-LAST-SIGNON
                 STRING UT-LAST-SIGNON (WS-UT-I) (1:4) "/"
                        UT-LAST-SIGNON (WS-UT-I) (5:2) "/"
                        UT-LAST-SIGNON (WS-UT-I) (7:2)
                    DELIMITED BY SIZE INTO DL-LAST-SIGNON
              END-IF
              MOVE UT-STATUS (WS-UT-I) TO DL-STATUS
              MOVE UT-ACTION (WS-UT-I) TO DL-ACTION
              MOVE WS-DETAIL-LINE TO REPORT-LINE
              PERFORM USRRECRT-WRITE-LINE
              MOVE SPACES TO REPORT-LINE
              IF UT-ROLES (WS-UT-I) = SPACES
                 MOVE "ROLES: NONE - NO ACCESS" TO REPORT-LINE (13:)
              ELSE
                 STRING "            ROLES: " UT-ROLES (WS-UT-I)
                    DELIMITED BY SIZE INTO REPORT-LINE
              END-IF
              PERFORM USRRECRT-WRITE-LINE
           END-IF.

       USRRECRT-CHECK-RETURNED.
           IF CT-SUPERVISOR (WS-CT-I) = SV-ID (WS-SV-I)
              MOVE "Y" TO WS-SUPV-RETURNED
           END-IF.

       USRRECRT-SIGN-OFF-BLOCK.
           MOVE SPACES TO REPORT-LINE
           PERFORM USRRECRT-WRITE-LINE
           MOVE "  FOR EACH USER ABOVE RETURN ONE CERTIN LINE: YOUR ID,"
              TO REPORT-LINE
           PERFORM USRRECRT-WRITE-LINE
           MOVE "  THE USER ID, AND K TO KEEP OR R TO REVOKE ACCESS."
              TO REPORT-LINE
           PERFORM USRRECRT-WRITE-LINE
           MOVE "  A USER NOT KEPT IS LOCKED WHEN SIGN-OFFS APPLY."
              TO REPORT-LINE
           PERFORM USRRECRT-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM USRRECRT-WRITE-LINE
           MOVE "  CERTIFIED BY ____________________" TO REPORT-LINE
           MOVE "DATE __________" TO REPORT-LINE (39:)
           PERFORM USRRECRT-WRITE-LINE.

      *-----------------------------------------------------------------
      * CERTIN LINES THAT DID NOT COUNT FOR ANYTHING.
      *-----------------------------------------------------------------
       USRRECRT-LIST-EXCEPTIONS.
           PERFORM USRRECRT-PAGE-HEADER
           MOVE "  CERTIN LINES NOT APPLIED" TO REPORT-LINE
           PERFORM USRRECRT-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM USRRECRT-WRITE-LINE
           PERFORM USRRECRT-LIST-EXCEPTION
              VARYING WS-CT-I FROM 1 BY 1
              UNTIL WS-CT-I > WS-CT-MAX
           IF WS-EXCEPTION-COUNT = 0
              MOVE "  NONE" TO REPORT-LINE
              PERFORM USRRECRT-WRITE-LINE
           END-IF.

       USRRECRT-LIST-EXCEPTION.
           IF CT-USED (WS-CT-I) NOT = "Y"
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  " CT-SUPERVISOR (WS-CT-I) " "
                     CT-USER-ID (WS-CT-I) " " CT-DECISION (WS-CT-I)
                     "  "
                 DELIMITED BY SIZE INTO REPORT-LINE
              EVALUATE CT-USED (WS-CT-I)
                 WHEN "W"
                    MOVE "NOT THIS USER'S SUPERVISOR"
                       TO REPORT-LINE (24:)
                 WHEN "B"
                    MOVE "DECISION IS NEITHER K NOR R"
                       TO REPORT-LINE (24:)
                 WHEN OTHER
                    MOVE "USER NOT ON USERAUTH" TO REPORT-LINE (24:)
              END-EVALUATE
              PERFORM USRRECRT-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           END-IF.

      *-----------------------------------------------------------------
       USRRECRT-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           PERFORM USRRECRT-PAGE-HEADER
           IF WS-LIST-INCOMPLETE
              MOVE "  *** OVER 3000 USERS OR 500 SUPERVISORS"
                 TO REPORT-LINE
              MOVE "- LISTING INCOMPLETE" TO REPORT-LINE (43:)
              PERFORM USRRECRT-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-USER-COUNT TO WS-EDIT-COUNT
           STRING "  USERS ON USERAUTH . . . . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM USRRECRT-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DORMANT-COUNT TO WS-EDIT-COUNT
           STRING "  LOCKED AS DORMANT . . . . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM USRRECRT-WRITE-LINE
           IF RC-APPLY
              MOVE SPACES TO REPORT-LINE
              MOVE WS-CERTIFIED-COUNT TO WS-EDIT-COUNT
              STRING "  RE-CERTIFIED  . . . . . . . " WS-EDIT-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM USRRECRT-WRITE-LINE
              MOVE SPACES TO REPORT-LINE
              MOVE WS-NOT-CERT-COUNT TO WS-EDIT-COUNT
              STRING "  LOCKED AS NOT RE-CERTIFIED  " WS-EDIT-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM USRRECRT-WRITE-LINE
              MOVE SPACES TO REPORT-LINE
              MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT
              STRING "  CERTIN LINES NOT APPLIED  . " WS-EDIT-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM USRRECRT-WRITE-LINE
           END-IF
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "USRRECRT" TO AL-PROGRAM
           MOVE "RECRT" TO AL-EVENT
           STRING "MODE " RC-MODE " " RC-PERIOD " DORMANT "
                  WS-DORMANT-COUNT " NOT RE-CERTIFIED "
                  WS-NOT-CERT-COUNT
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       USRRECRT-PAGE-HEADER.
      *-----------------------------------------------------------------
           ADD 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM USRRECRT-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM USRRECRT-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM USRRECRT-WRITE-LINE.

      *-----------------------------------------------------------------
       USRRECRT-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "USRRECRT" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       USRRECRT-TERMINATE.
      *-----------------------------------------------------------------
           IF WS-UA-OPEN
              CLOSE USER-AUTH-FILE
           END-IF
           CLOSE REPORT-FILE.
       END PROGRAM USRRECRT.
