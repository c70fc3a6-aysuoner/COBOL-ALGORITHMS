      *    A  ACCTMAST - ACCOUNT MASTER     (KEY = ACCT-ID, 8 CHARS)
      *    E  EMPHLTH  - EMPLOYEE HEALTH    (KEY = EMP-ID,  6 CHARS)
      *    S  STUDMAST - STUDENT MASTER     (KEY = STU-ID,  6 CHARS)
      *    P  PERBAL   - PERIOD BALANCES    (KEY = PB-KEY, 14 CHARS)
      * AFTER A PAGE IS SHOWN, ENTER ALONE PAGES FORWARD FROM THE
      * LAST RECORD SHOWN AND "B" ALONE PAGES BACKWARD FROM THE
      * FIRST - THE COMMAREA CARRIES THE FILE CODE AND THE TWO EDGE
      * COMMANDS, SO THE CALL PASSES DFHEIBLK AND DFHCOMMAREA
      * AHEAD OF THE PARAMETER AREA, AS THE TRANSLATOR EXPECTS
      * FOR A CALLED SUBPROGRAM THAT USES THE EIB.
      * MODIFIED 15/10/2026 - NEW FILE CODE P BROWSES THE PERBAL
      * PERIOD-BALANCE HISTORY (KEY = ACCT-ID + FISCAL YEAR +
      * PERIOD, 14 CHARS), SO A CLERK CAN PAGE THROUGH AN ACCOUNT'S
      * MONTH-END BALANCES. THE START KEY AND THE COMMAREA EDGE KEYS
      * ARE WIDENED TO 14 AND THE COMMAREA TO 38 BYTES.
      * MODIFIED 15/10/2026 - THE AUTHCHK CALL NOW NAMES THE MASTER
      * THE FILE CODE SELECTS, SO THE ANSWER COMES FROM THE USER'S
      * ROLE PROFILES FOR THE BRWS TRANSACTION AND THAT FILE RATHER
      * THAN FROM ONE GLOBAL FLAG.
      * MODIFIED 15/10/2026 - NAME SEARCH. FILE CODE N SEARCHES
      * STUDMAST AND M SEARCHES EMPHLTH BY NAME THROUGH THE NAME
      * ALTERNATE INDEXES (CICS FILES STUDNAME AND EMPNAME): THE
      * CLERK KEYS "USER,N,SURNAME" WITH AS MUCH OF THE SURNAME AS IS
      * KNOWN AND GETS UP TO FIVE MATCHES A PAGE - ID, NAME, SECTION
      * OR DEPARTMENT, AND ENROLLMENT OR EMPLOYMENT STATUS - NUMBERED
      * 1 TO 5. KEYING A LINE NUMBER SHOWS THAT RECORD IN FULL, ENTER
      * ALONE GOES ON TO THE NEXT PAGE OF MATCHES AND "B" GOES BACK
      * TO THE FIRST. THE COMMAREA CARRIES THE SEARCH NAME, THE LAST
      * NAME SHOWN AND HOW MANY RECORDS OF THAT NAME WERE SHOWN, SO A
      * RUN OF SAME-NAMED RECORDS PAGES WITHOUT REPEATS OR GAPS, AND
      * THE IDS ON THE PAGE FOR THE PICK; IT GROWS TO 123 BYTES.
      * AUTHORITY IS CHECKED AGAINST THE MASTER BEHIND THE INDEX.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY "RETCODE.CPY".
       01  WS-MENU-TEXT.
           05 FILLER              PIC X(80) VALUE
              "MASTER BROWSE - ENTER USER,FILE,STARTKEY (A/E/S/P) THEN E
      -        "NTER=FWD B=BACK".
           05 FILLER              PIC X(80) VALUE
              "NAME SEARCH - USER,N,SURNAME FOR STUDENTS OR USER,M,SURNA
      -        "ME FOR EMPLOYEES".
       01  WS-INPUT-LINE           PIC X(60).
       01  WS-INPUT-LEN            PIC S9(4) COMP VALUE 60.
       01  WS-USER-TEXT            PIC X(08).
       01  WS-FILE-CODE            PIC X(01).
       01  WS-START-KEY            PIC X(25).
       01  WS-AUTH-PARM.
           COPY "AUTHUSR.CPY".
       01  WS-DIRECTION            PIC X(01).
       01  WS-ACCT-KEY             PIC X(08).
       01  WS-EMP-KEY              PIC X(06).
       01  WS-STU-KEY              PIC X(06).
       01  WS-PER-KEY              PIC X(14).
       01  WS-NAME-KEY             PIC X(25).
       01  WS-SKIP-LEFT            PIC 9(03).
       01  WS-PICK-NO              PIC 9(01).
       01  WS-MATCH-ID             PIC X(06).
       01  WS-MATCH-NAME           PIC X(25).
       01  WS-STATUS-TEXT          PIC X(11).
       01  WS-MATCH-END-SW         PIC X(01).
           88 WS-MATCH-END         VALUE "Y".
       01  WS-PICK-SW              PIC X(01) VALUE "N".
           88 WS-SHOW-PICK         VALUE "Y".
           COPY "ACCTMAST.CPY".
           COPY "EMPHLTH.CPY".
           COPY "STUMAST.CPY".
           COPY "PERBAL.CPY".
       01  WS-EDIT-COUNT           PIC ZZ9.
       01  WS-EDIT-SUM             PIC ZZ,ZZZ,ZZ9.
       01  WS-EDIT-NEG             PIC ZZ,ZZZ,ZZ9-.
       01  WS-EDIT-WEIGHT          PIC Z(7)9.
       01  WS-EDIT-HEIGHT          PIC Z(7)9.99.
       01  WS-EDIT-GRADE           PIC ZZ9.
       01  WS-EDIT-BALANCE         PIC ZZZ,ZZZ,ZZ9-.
       01  WS-EDIT-ACTIVITY        PIC ZZ,ZZZ,ZZ9-.
       01  WS-EDIT-ITEMS           PIC ZZ,ZZ9.
       01  WS-EDIT-LINE-NO         PIC 9.
       01  WS-EDIT-PROJECTS        PIC Z9.

       01  WS-COMMAREA.
           05 WS-CA-TRIP           PIC X(01).
           05 WS-CA-USER-ID        PIC X(08).
           05 WS-CA-FILE-CODE      PIC X(01).
           05 WS-CA-FIRST-KEY      PIC X(14).
           05 WS-CA-LAST-KEY       PIC X(14).
           05 WS-CA-NAME-PREFIX    PIC X(25).
           05 WS-CA-PREFIX-LEN     PIC 9(02).
           05 WS-CA-LAST-NAME      PIC X(25).
           05 WS-CA-DUP-SHOWN      PIC 9(03).
           05 WS-CA-PICKS.
              10 WS-CA-PICK-ID     PIC X(06) OCCURS 5 TIMES.

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(123).

      ******************************************************************
       PROCEDURE DIVISION USING DFHCOMMAREA.
           EXEC CICS RETURN
              TRANSID("BRWS")
              COMMAREA(WS-COMMAREA)
              LENGTH(123)
           END-EXEC.

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
           EXEC CICS SEND TEXT
              FROM(WS-MENU-TEXT)
              LENGTH(160)
              ERASE
           END-EXEC.

      * A FRESH "FILE,KEY" LINE STARTS A NEW FORWARD BROWSE AT THAT
      * KEY. A LONE "B" PAGES BACKWARD FROM THE FIRST RECORD OF THE
      * LAST PAGE; ANYTHING ELSE (ENTER ALONE) PAGES FORWARD FROM
      * THE LAST. IN A NAME SEARCH "B" STARTS THE MATCHES AGAIN AND A
      * LONE DIGIT 1-5 PICKS THAT LINE OF THE LAST PAGE. THE SEARCH
      * NAME RUNS TO THE FIRST SPACE KEYED.
      *-----------------------------------------------------------------
       ONLNBRW-RESOLVE-REQUEST.
           MOVE SPACES TO WS-USER-TEXT WS-FILE-CODE WS-START-KEY
           UNSTRING WS-INPUT-LINE DELIMITED BY ","
              INTO WS-USER-TEXT WS-FILE-CODE WS-START-KEY
           EVALUATE TRUE
              WHEN WS-FILE-CODE = "A" OR "E" OR "S" OR "P"
                 MOVE WS-USER-TEXT TO WS-CA-USER-ID
                 MOVE WS-FILE-CODE TO WS-CA-FILE-CODE
                 SET WS-BROWSE-FORWARD TO TRUE
              WHEN WS-FILE-CODE = "N" OR "M"
                 MOVE WS-USER-TEXT TO WS-CA-USER-ID
                 MOVE WS-FILE-CODE TO WS-CA-FILE-CODE
                 MOVE FUNCTION UPPER-CASE (WS-START-KEY)
                    TO WS-CA-NAME-PREFIX
                 MOVE 0 TO WS-CA-PREFIX-LEN
                 INSPECT WS-CA-NAME-PREFIX TALLYING WS-CA-PREFIX-LEN
                    FOR CHARACTERS BEFORE INITIAL SPACE
                 IF WS-CA-PREFIX-LEN = 0
                    MOVE SPACE TO WS-CA-FILE-CODE
                 END-IF
                 PERFORM ONLNBRW-RESTART-NAMES
              WHEN (WS-CA-FILE-CODE = "N" OR "M")
                 AND WS-USER-TEXT = "B"
                 PERFORM ONLNBRW-RESTART-NAMES
              WHEN (WS-CA-FILE-CODE = "N" OR "M")
                 AND WS-USER-TEXT (1:1) >= "1"
                 AND WS-USER-TEXT (1:1) <= "5"
                 AND WS-USER-TEXT (2:) = SPACES
                 MOVE WS-USER-TEXT (1:1) TO WS-PICK-NO
                 SET WS-SHOW-PICK TO TRUE
              WHEN WS-USER-TEXT = "B" AND WS-CA-FILE-CODE NOT = SPACE
                 MOVE WS-CA-FIRST-KEY TO WS-START-KEY
                 SET WS-BROWSE-BACKWARD TO TRUE
       ONLNBRW-SHOW-PAGE.
      *-----------------------------------------------------------------
           IF WS-CA-FILE-CODE = SPACE
              MOVE
                 "ENTER USER,FILE,KEY - FILE A/E/S/P, OR N/M,SURNAME"
                 TO WS-LINE-OUT
              PERFORM ONLNBRW-SEND-FIRST-LINE
              GO TO ONLNBRW-SHOW-PAGE-END
           END-IF
           MOVE WS-CA-USER-ID TO AU-USER-ID
           MOVE "ONLNBRW" TO AU-PROGRAM
           EVALUATE WS-CA-FILE-CODE
              WHEN "A"
                 MOVE "ACCTMAST" TO AU-FILE-NAME
              WHEN "E" WHEN "M"
                 MOVE "EMPHLTH" TO AU-FILE-NAME
              WHEN "S" WHEN "N"
                 MOVE "STUDMAST" TO AU-FILE-NAME
              WHEN "P"
                 MOVE "PERBAL" TO AU-FILE-NAME
              WHEN OTHER
                 MOVE SPACES TO AU-FILE-NAME
           END-EVALUATE
           SET AU-REQ-INQUIRE TO TRUE
           CALL "AUTHCHK" USING DFHEIBLK DFHCOMMAREA
              WS-AUTH-PARM
              PERFORM ONLNBRW-SEND-FIRST-LINE
              GO TO ONLNBRW-SHOW-PAGE-END
           END-IF
           IF WS-CA-FILE-CODE = "N" OR "M"
              PERFORM ONLNBRW-NAME-PAGE
                 THRU ONLNBRW-NAME-PAGE-END
              GO TO ONLNBRW-SHOW-PAGE-END
           END-IF
           MOVE 0 TO WS-REC-COUNT
           MOVE SPACES TO WS-LINE-OUT
           STRING "BROWSE OF MASTER " DELIMITED BY SIZE
              WHEN "S"
                 PERFORM ONLNBRW-BROWSE-STU
                    THRU ONLNBRW-BROWSE-STU-END
              WHEN "P"
                 PERFORM ONLNBRW-BROWSE-PER
                    THRU ONLNBRW-BROWSE-PER-END
           END-EVALUATE
           IF WS-REC-COUNT = 0
              MOVE "  NO RECORDS IN THAT DIRECTION" TO WS-LINE-OUT
              PERFORM ONLNBRW-SEND-NEXT-LINE
           END-IF.

      *-----------------------------------------------------------------
      * PERIOD-BALANCE HISTORY - ONE LINE PER ACCOUNT AND FISCAL
      * PERIOD: CLOSING BALANCE, THE PERIOD'S DEBITS AND CREDITS, AND
      * THE LINE-ITEM COUNT. A "P" AFTER THE PERIOD MARKS A
      * PROVISIONAL SNAPSHOT TAKEN BEFORE THE MONTH WAS CLOSED.
      *-----------------------------------------------------------------
       ONLNBRW-BROWSE-PER.
           MOVE WS-START-KEY TO WS-PER-KEY
           EXEC CICS STARTBR
              FILE("PERBAL")
              RIDFLD(WS-PER-KEY)
              GTEQ
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "  CANNOT POSITION INTO PERBAL" TO WS-LINE-OUT
              PERFORM ONLNBRW-SEND-NEXT-LINE
              GO TO ONLNBRW-BROWSE-PER-END
           END-IF
           PERFORM ONLNBRW-READ-ONE-PER
              UNTIL WS-REC-COUNT >= 5 OR WS-RESP NOT = DFHRESP(NORMAL)
           EXEC CICS ENDBR FILE("PERBAL") END-EXEC.
       ONLNBRW-BROWSE-PER-END. EXIT.

       ONLNBRW-READ-ONE-PER.
           IF WS-BROWSE-BACKWARD
              EXEC CICS READPREV
                 FILE("PERBAL")
                 INTO(PERIOD-BALANCE-RECORD)
                 RIDFLD(WS-PER-KEY)
                 RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS READNEXT
                 FILE("PERBAL")
                 INTO(PERIOD-BALANCE-RECORD)
                 RIDFLD(WS-PER-KEY)
                 RESP(WS-RESP)
              END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
              ADD 1 TO WS-REC-COUNT
              IF WS-REC-COUNT = 1
                 MOVE PB-KEY TO WS-CA-FIRST-KEY
              END-IF
              MOVE PB-KEY TO WS-CA-LAST-KEY
              MOVE PB-CLOSING-BALANCE TO WS-EDIT-BALANCE
              MOVE PB-ITEM-COUNT TO WS-EDIT-ITEMS
              MOVE SPACES TO WS-LINE-OUT
              STRING "  " DELIMITED BY SIZE
                     PB-ACCT-ID       DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     PB-FISCAL-YEAR   DELIMITED BY SIZE
                     "/"              DELIMITED BY SIZE
                     PB-FISCAL-PERIOD DELIMITED BY SIZE
                     PB-STATUS        DELIMITED BY SIZE
                     " BAL "          DELIMITED BY SIZE
                     WS-EDIT-BALANCE  DELIMITED BY SIZE
                     " ITEMS "        DELIMITED BY SIZE
                     WS-EDIT-ITEMS    DELIMITED BY SIZE
                 INTO WS-LINE-OUT
              PERFORM ONLNBRW-SEND-NEXT-LINE
              MOVE PB-PERIOD-DEBITS TO WS-EDIT-ACTIVITY
              MOVE SPACES TO WS-LINE-OUT
              STRING "      DEBITS "  DELIMITED BY SIZE
                     WS-EDIT-ACTIVITY DELIMITED BY SIZE
                 INTO WS-LINE-OUT
              MOVE PB-PERIOD-CREDITS TO WS-EDIT-ACTIVITY
              STRING " CREDITS "      DELIMITED BY SIZE
                     WS-EDIT-ACTIVITY DELIMITED BY SIZE
                 INTO WS-LINE-OUT (26:)
              PERFORM ONLNBRW-SEND-NEXT-LINE
           END-IF.

      *-----------------------------------------------------------------
      * NAME SEARCH - UP TO FIVE MATCHES A PAGE, NUMBERED SO THE CLERK
      * CAN KEY A LINE NUMBER TO SEE THAT RECORD IN FULL. THE INDEX
      * GIVES SAME-NAMED RECORDS BACK IN A FIXED ORDER, SO EACH PAGE
      * STARTS AT THE LAST NAME SHOWN AND PASSES OVER AS MANY RECORDS
      * OF THAT NAME AS THE EARLIER PAGES ALREADY SHOWED.
      *-----------------------------------------------------------------
       ONLNBRW-NAME-PAGE.
           IF WS-SHOW-PICK
              IF WS-CA-PICK-ID (WS-PICK-NO) = SPACES
                 MOVE
                  "NO MATCH ON THAT LINE - ENTER ALONE FOR MORE NAMES"
                    TO WS-LINE-OUT
                 PERFORM ONLNBRW-SEND-FIRST-LINE
                 GO TO ONLNBRW-NAME-PAGE-END
              END-IF
              IF WS-CA-FILE-CODE = "N"
                 PERFORM ONLNBRW-PICK-STU
              ELSE
                 PERFORM ONLNBRW-PICK-EMP
              END-IF
              GO TO ONLNBRW-NAME-PAGE-END
           END-IF
           MOVE 0 TO WS-REC-COUNT
           MOVE SPACES TO WS-CA-PICKS
           MOVE SPACES TO WS-LINE-OUT
           STRING "NAME SEARCH FOR "  DELIMITED BY SIZE
                  WS-CA-NAME-PREFIX   DELIMITED BY SPACE
                  " - 1-5 SHOWS A LINE, B = FIRST PAGE"
                                      DELIMITED BY SIZE
              INTO WS-LINE-OUT
           PERFORM ONLNBRW-SEND-FIRST-LINE
           MOVE WS-CA-DUP-SHOWN TO WS-SKIP-LEFT
           MOVE WS-CA-LAST-NAME TO WS-NAME-KEY
           MOVE "N" TO WS-MATCH-END-SW
           IF WS-CA-FILE-CODE = "N"
              PERFORM ONLNBRW-NAME-STU
                 THRU ONLNBRW-NAME-STU-END
           ELSE
              PERFORM ONLNBRW-NAME-EMP
                 THRU ONLNBRW-NAME-EMP-END
           END-IF
           IF WS-REC-COUNT = 0
              MOVE "  NO MORE NAMES MATCH - B FOR THE FIRST PAGE"
                 TO WS-LINE-OUT
              PERFORM ONLNBRW-SEND-NEXT-LINE
           END-IF.
       ONLNBRW-NAME-PAGE-END. EXIT.

      *-----------------------------------------------------------------
      * A NEW SEARCH, OR "B" DURING ONE, STARTS AT THE SEARCH NAME
      * WITH NOTHING YET SHOWN.
      *-----------------------------------------------------------------
       ONLNBRW-RESTART-NAMES.
           MOVE WS-CA-NAME-PREFIX TO WS-CA-LAST-NAME
           MOVE 0 TO WS-CA-DUP-SHOWN
           SET WS-BROWSE-FORWARD TO TRUE.

      *-----------------------------------------------------------------
      * COUNT A MATCH ONTO THE PAGE, KEEP ITS ID FOR THE PICK, AND
      * TRACK HOW MANY RECORDS OF THE LAST NAME HAVE BEEN SHOWN.
      *-----------------------------------------------------------------
       ONLNBRW-NOTE-MATCH.
           ADD 1 TO WS-REC-COUNT
           MOVE WS-REC-COUNT TO WS-EDIT-LINE-NO
           MOVE WS-MATCH-ID TO WS-CA-PICK-ID (WS-REC-COUNT)
           IF WS-MATCH-NAME = WS-CA-LAST-NAME
              ADD 1 TO WS-CA-DUP-SHOWN
           ELSE
              MOVE WS-MATCH-NAME TO WS-CA-LAST-NAME
              MOVE 1 TO WS-CA-DUP-SHOWN
           END-IF.

      *-----------------------------------------------------------------
      * STUDENTS BY NAME THROUGH THE STUDNAME PATH. DUPKEY ONLY SAYS
      * MORE RECORDS OF THE SAME NAME FOLLOW - THE RECORD IS GOOD.
      *-----------------------------------------------------------------
       ONLNBRW-NAME-STU.
           EXEC CICS STARTBR
              FILE("STUDNAME")
              RIDFLD(WS-NAME-KEY)
              GTEQ
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
              GO TO ONLNBRW-NAME-STU-END
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "  CANNOT POSITION INTO STUDNAME" TO WS-LINE-OUT
              PERFORM ONLNBRW-SEND-NEXT-LINE
              GO TO ONLNBRW-NAME-STU-END
           END-IF
           PERFORM ONLNBRW-READ-NAME-STU
              UNTIL WS-REC-COUNT >= 5 OR WS-MATCH-END
           EXEC CICS ENDBR FILE("STUDNAME") END-EXEC.
       ONLNBRW-NAME-STU-END. EXIT.

       ONLNBRW-READ-NAME-STU.
           EXEC CICS READNEXT
              FILE("STUDNAME")
              INTO(STUDENT-MASTER-RECORD)
              RIDFLD(WS-NAME-KEY)
              RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   AND WS-RESP NOT = DFHRESP(DUPKEY)
                 SET WS-MATCH-END TO TRUE
              WHEN STU-NAME (1:WS-CA-PREFIX-LEN) NOT =
                   WS-CA-NAME-PREFIX (1:WS-CA-PREFIX-LEN)
                 SET WS-MATCH-END TO TRUE
              WHEN WS-SKIP-LEFT > 0 AND STU-NAME = WS-CA-LAST-NAME
                 SUBTRACT 1 FROM WS-SKIP-LEFT
              WHEN OTHER
                 MOVE STU-ID TO WS-MATCH-ID
                 MOVE STU-NAME TO WS-MATCH-NAME
                 PERFORM ONLNBRW-NOTE-MATCH
                 PERFORM ONLNBRW-STU-STATUS-TEXT
                 MOVE SPACES TO WS-LINE-OUT
                 STRING "  "             DELIMITED BY SIZE
                        WS-EDIT-LINE-NO  DELIMITED BY SIZE
                        " "              DELIMITED BY SIZE
                        STU-ID           DELIMITED BY SIZE
                        " "              DELIMITED BY SIZE
                        STU-NAME         DELIMITED BY SIZE
                        " SECTION "      DELIMITED BY SIZE
                        STU-SECTION      DELIMITED BY SIZE
                        " "              DELIMITED BY SIZE
                        WS-STATUS-TEXT   DELIMITED BY SIZE
                    INTO WS-LINE-OUT
                 PERFORM ONLNBRW-SEND-NEXT-LINE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * EMPLOYEES BY NAME THROUGH THE EMPNAME PATH, AS FOR STUDENTS.
      *-----------------------------------------------------------------
       ONLNBRW-NAME-EMP.
           EXEC CICS STARTBR
              FILE("EMPNAME")
              RIDFLD(WS-NAME-KEY)
              GTEQ
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
              GO TO ONLNBRW-NAME-EMP-END
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "  CANNOT POSITION INTO EMPNAME" TO WS-LINE-OUT
              PERFORM ONLNBRW-SEND-NEXT-LINE
              GO TO ONLNBRW-NAME-EMP-END
           END-IF
           PERFORM ONLNBRW-READ-NAME-EMP
              UNTIL WS-REC-COUNT >= 5 OR WS-MATCH-END
           EXEC CICS ENDBR FILE("EMPNAME") END-EXEC.
       ONLNBRW-NAME-EMP-END. EXIT.

       ONLNBRW-READ-NAME-EMP.
           EXEC CICS READNEXT
              FILE("EMPNAME")
              INTO(EMPLOYEE-HEALTH-RECORD)
              RIDFLD(WS-NAME-KEY)
              RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   AND WS-RESP NOT = DFHRESP(DUPKEY)
                 SET WS-MATCH-END TO TRUE
              WHEN EMP-NAME (1:WS-CA-PREFIX-LEN) NOT =
                   WS-CA-NAME-PREFIX (1:WS-CA-PREFIX-LEN)
                 SET WS-MATCH-END TO TRUE
              WHEN WS-SKIP-LEFT > 0 AND EMP-NAME = WS-CA-LAST-NAME
                 SUBTRACT 1 FROM WS-SKIP-LEFT
              WHEN OTHER
                 MOVE EMP-ID TO WS-MATCH-ID
                 MOVE EMP-NAME TO WS-MATCH-NAME
                 PERFORM ONLNBRW-NOTE-MATCH
                 PERFORM ONLNBRW-EMP-STATUS-TEXT
                 MOVE SPACES TO WS-LINE-OUT
                 STRING "  "             DELIMITED BY SIZE
                        WS-EDIT-LINE-NO  DELIMITED BY SIZE
                        " "              DELIMITED BY SIZE
                        EMP-ID           DELIMITED BY SIZE
                        " "              DELIMITED BY SIZE
                        EMP-NAME         DELIMITED BY SIZE
                        " DEPT "         DELIMITED BY SIZE
                        EMP-DEPT         DELIMITED BY SIZE
                        " "              DELIMITED BY SIZE
                        WS-STATUS-TEXT   DELIMITED BY SIZE
                    INTO WS-LINE-OUT
                 PERFORM ONLNBRW-SEND-NEXT-LINE
           END-EVALUATE.

       ONLNBRW-STU-STATUS-TEXT.
           EVALUATE TRUE
              WHEN STU-ACTIVE
                 MOVE "ACTIVE" TO WS-STATUS-TEXT
              WHEN STU-WITHDRAWN
                 MOVE "WITHDRAWN" TO WS-STATUS-TEXT
              WHEN STU-TRANSFERRED
                 MOVE "TRANSFERRED" TO WS-STATUS-TEXT
              WHEN STU-MERGED
                 MOVE "MERGED" TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE STU-ENROLL-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.

       ONLNBRW-EMP-STATUS-TEXT.
           EVALUATE TRUE
              WHEN EMP-EMP-ACTIVE
                 MOVE "ACTIVE" TO WS-STATUS-TEXT
              WHEN EMP-SEPARATED
                 MOVE "SEPARATED" TO WS-STATUS-TEXT
              WHEN EMP-ON-LEAVE
                 MOVE "ON LEAVE" TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE EMP-EMPLOY-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.

      *-----------------------------------------------------------------
      * THE PICKED STUDENT IN FULL, READ BY KEY FROM THE MASTER.
      *-----------------------------------------------------------------
       ONLNBRW-PICK-STU.
           MOVE WS-CA-PICK-ID (WS-PICK-NO) TO WS-STU-KEY
           EXEC CICS READ
              FILE("STUDMAST")
              INTO(STUDENT-MASTER-RECORD)
              RIDFLD(WS-STU-KEY)
              RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO WS-LINE-OUT
           IF WS-RESP NOT = DFHRESP(NORMAL)
              STRING "STUDENT "         DELIMITED BY SIZE
                     WS-STU-KEY         DELIMITED BY SIZE
                     " IS NO LONGER ON STUDMAST" DELIMITED BY SIZE
                 INTO WS-LINE-OUT
              PERFORM ONLNBRW-SEND-FIRST-LINE
           ELSE
              PERFORM ONLNBRW-STU-STATUS-TEXT
              STRING "STUDENT "         DELIMITED BY SIZE
                     STU-ID             DELIMITED BY SIZE
                     " "                DELIMITED BY SIZE
                     STU-NAME           DELIMITED BY SIZE
                 INTO WS-LINE-OUT
              PERFORM ONLNBRW-SEND-FIRST-LINE
              MOVE SPACES TO WS-LINE-OUT
              STRING "  SECTION "       DELIMITED BY SIZE
                     STU-SECTION        DELIMITED BY SIZE
                     "  SCHOOL "        DELIMITED BY SIZE
                     STU-SCHOOL         DELIMITED BY SIZE
                     "  GRADE LEVEL "   DELIMITED BY SIZE
                     STU-GRADE-LEVEL    DELIMITED BY SIZE
                     "  ENROLLED "      DELIMITED BY SIZE
                     STU-ENROLL-DATE    DELIMITED BY SIZE
                 INTO WS-LINE-OUT
              PERFORM ONLNBRW-SEND-NEXT-LINE
              MOVE SPACES TO WS-LINE-OUT
              STRING "  STATUS "        DELIMITED BY SIZE
                     WS-STATUS-TEXT     DELIMITED BY SIZE
                     " SINCE "          DELIMITED BY SIZE
                     STU-STATUS-DATE    DELIMITED BY SIZE
                 INTO WS-LINE-OUT
              PERFORM ONLNBRW-SEND-NEXT-LINE
              MOVE STU-EXAM TO WS-EDIT-GRADE
              MOVE STU-PROJECTS TO WS-EDIT-PROJECTS
              MOVE SPACES TO WS-LINE-OUT
              STRING "  EXAM "          DELIMITED BY SIZE
                     WS-EDIT-GRADE      DELIMITED BY SIZE
                     "  PROJECTS "      DELIMITED BY SIZE
                     WS-EDIT-PROJECTS   DELIMITED BY SIZE
                 INTO WS-LINE-OUT
              MOVE STU-FINAL-GRADE TO WS-EDIT-GRADE
              STRING "  FINAL GRADE "   DELIMITED BY SIZE
                     WS-EDIT-GRADE      DELIMITED BY SIZE
                 INTO WS-LINE-OUT (24:)
              PERFORM ONLNBRW-SEND-NEXT-LINE
           END-IF.

      *-----------------------------------------------------------------
      * THE PICKED EMPLOYEE IN FULL, READ BY KEY FROM THE MASTER.
      *-----------------------------------------------------------------
       ONLNBRW-PICK-EMP.
           MOVE WS-CA-PICK-ID (WS-PICK-NO) TO WS-EMP-KEY
           EXEC CICS READ
              FILE("EMPHLTH")
              INTO(EMPLOYEE-HEALTH-RECORD)
              RIDFLD(WS-EMP-KEY)
              RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO WS-LINE-OUT
           IF WS-RESP NOT = DFHRESP(NORMAL)
              STRING "EMPLOYEE "        DELIMITED BY SIZE
                     WS-EMP-KEY         DELIMITED BY SIZE
                     " IS NO LONGER ON EMPHLTH" DELIMITED BY SIZE
                 INTO WS-LINE-OUT
              PERFORM ONLNBRW-SEND-FIRST-LINE
           ELSE
              PERFORM ONLNBRW-EMP-STATUS-TEXT
              STRING "EMPLOYEE "        DELIMITED BY SIZE
                     EMP-ID             DELIMITED BY SIZE
                     " "                DELIMITED BY SIZE
                     EMP-NAME           DELIMITED BY SIZE
                 INTO WS-LINE-OUT
              PERFORM ONLNBRW-SEND-FIRST-LINE
              MOVE SPACES TO WS-LINE-OUT
              STRING "  DEPT "          DELIMITED BY SIZE
                     EMP-DEPT           DELIMITED BY SIZE
                     "  STATUS "        DELIMITED BY SIZE
                     WS-STATUS-TEXT     DELIMITED BY SIZE
                     " SINCE "          DELIMITED BY SIZE
                     EMP-STATUS-DATE    DELIMITED BY SIZE
                     "  BORN "          DELIMITED BY SIZE
                     EMP-BIRTH-YEAR     DELIMITED BY SIZE
                 INTO WS-LINE-OUT
              PERFORM ONLNBRW-SEND-NEXT-LINE
              MOVE EMP-WEIGHT TO WS-EDIT-WEIGHT
              MOVE EMP-HEIGHT TO WS-EDIT-HEIGHT
              MOVE SPACES TO WS-LINE-OUT
              STRING "  WT "            DELIMITED BY SIZE
                     WS-EDIT-WEIGHT     DELIMITED BY SIZE
                     " HT "             DELIMITED BY SIZE
                     WS-EDIT-HEIGHT     DELIMITED BY SIZE
                     " CATEGORY "       DELIMITED BY SIZE
                     EMP-BMI-CATEGORY   DELIMITED BY SIZE
                 INTO WS-LINE-OUT
              PERFORM ONLNBRW-SEND-NEXT-LINE
           END-IF.

      *-----------------------------------------------------------------
       ONLNBRW-SEND-FIRST-LINE.
      *-----------------------------------------------------------------
