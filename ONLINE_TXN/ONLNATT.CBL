      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    ONLNATT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * ONLINE TEACHER ATTENDANCE ENTRY (CICS, TRANSID ATTN). THE
      * ATTENDIN FEED WAS KEYED BY THE FRONT OFFICE FROM PAPER SLIPS
      * THE MORNING AFTER, SO ATTMAST RAN A DAY BEHIND AND A STUDENT
      * ABSENT ALL MORNING GOT NO SAME-DAY CALL HOME. A TEACHER,
      * SIGNED ON THROUGH ONLNSGN AND GATED HERE THROUGH THE SHARED
      * AUTHCHK CHECK LIKE THE REST OF THE SUITE, LISTS A SECTION'S
      * ACTIVE ROSTER STRAIGHT FROM STUDMAST AND MARKS ABSENCES AND
      * TARDIES. EACH ACCEPTED MARK IS WRITTEN AS ONE ATTENDIN
      * RECORD TO THE ATTQ EXTRAPARTITION TRANSIENT DATA QUEUE,
      * WHICH IS ALLOCATED TO THE NEXT ATTENDIN FEED - THE SAME TDQ
      * ROUTE ONLNSTK USES FOR REQUISITIONS THROUGH REQQ.
      *
      * A MARK IS REFUSED FOR A DATE THAT IS NOT A SCHOOL DAY BY THE
      * BIZDAY RULE - A SATURDAY OR SUNDAY, OR A DATE ON THE HOLIDAY
      * CALENDAR. BIZDAY ITSELF READS ITS FLAT HOLIDAYS FILE WITH A
      * NATIVE OPEN, WHICH A TRANSACTION MUST NOT DO, SO THE SAME
      * TEST IS MADE HERE AGAINST HOLMAST THROUGH CICS FILE CONTROL
      * (HOLEXTR BUILDS BIZDAY'S FILE FROM HOLMAST, SO THE TWO
      * AGREE). A FUTURE DATE, A STUDENT WHO IS NOT ACTIVE OR NOT ON
      * THE SECTION'S ROSTER, AND A DATE VALIDATEDATE REJECTS ARE
      * REFUSED AS WELL.
      *
      * EVERY ACCEPTED MARK IS ALSO LOGGED ON THE ATTENTRY FILE BY
      * STUDENT AND DATE. A SECOND MARK FOR THE SAME STUDENT AND
      * DATE IS NOT QUEUED - THE TEACHER IS WARNED WITH WHAT IS
      * ALREADY ENTERED AND BY WHOM, AND RE-KEYS THE LINE WITH A
      * TRAILING Y TO QUEUE IT ANYWAY (A STUDENT MARKED TARDY IN ONE
      * PERIOD WHO THEN LEAVES AND MISSES THE REST OF THE DAY).
      * MODIFIED 15/10/2026 - THE AUTHCHK CALL NOW NAMES THE FILE THE
      * ACTION TOUCHES - STUDMAST FOR THE ROSTER, ATTENTRY FOR AN
      * ABSENCE OR TARDY - SO THE ANSWER COMES FROM THE USER'S ROLE
      * PROFILES FOR THE ATTN TRANSACTION AND THAT FILE RATHER THAN
      * FROM ONE GLOBAL FLAG.
      *
      * INPUT LINE FORMATS:
      *    USER,R,SECTION                        ACTIVE ROSTER
      *    USER,A,SECTION,STUDENT[,DATE[,Y]]     MARK ABSENT
      *    USER,T,SECTION,STUDENT[,DATE[,Y]]     MARK TARDY
      * THE DATE IS YYYYMMDD AND DEFAULTS TO TODAY.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY "RETCODE.CPY".
       01  WS-MENU-TEXT.
           05 FILLER              PIC X(78) VALUE
              "ATTENDANCE - USER,R,SECT / USER,A OR T,SECT,STUDENT[,YYYY
      -        "MMDD[,Y]]".
       01  WS-INPUT-LINE           PIC X(70).
       01  WS-INPUT-LEN            PIC S9(4) COMP VALUE 70.
       01  WS-USER-TEXT            PIC X(08).
       01  WS-AUTH-PARM.
           COPY "AUTHUSR.CPY".
       01  WS-ACTION-CODE          PIC X(01).
       01  WS-SECTION-TEXT         PIC X(03).
       01  WS-STUDENT-TEXT         PIC X(06).
       01  WS-DATE-TEXT            PIC X(08).
       01  WS-FORCE-TEXT           PIC X(01).
       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-STU-KEY              PIC X(06).
           COPY "STUMAST.CPY".
       01  WS-HOL-KEY              PIC 9(08).
       01  WS-HOLIDAY-RECORD.
           05 HM-DATE              PIC 9(08).
           05 FILLER               PIC X(10).
       01  WS-AE-KEY.
           05 WS-AE-KEY-STU        PIC X(06).
           05 WS-AE-KEY-DATE       PIC 9(08).
           COPY "ATTENTRY.CPY".
       01  WS-ATT-LINE.
           05 WAT-STU-ID           PIC X(6).
           05 WAT-EVENT-DATE       PIC 9(8).
           05 WAT-EVENT-TYPE       PIC X(1).
       01  WS-DATE-TIME            PIC X(21).
       01  WS-TODAY                PIC 9(08).
       01  WS-EVENT-DATE           PIC 9(08).
       01  WS-VAL-YEAR             PIC 9(8).
       01  WS-VAL-MONTH            PIC 9(2).
       01  WS-VAL-DAY              PIC 9(2).
       01  WS-DATE-VALID           PIC 9(1).
       01  WS-WEEKDAY              PIC 9(1).
       01  WS-TYPE-WORD            PIC X(07).
       01  WS-ANSWER-LINE          PIC X(78).
      *-----------------------------------------------------------------
      * THE ROSTER, THREE STUDENTS TO A SCREEN LINE.
      *-----------------------------------------------------------------
       01  WS-ROSTER-MAX           PIC 9(02) VALUE 20.
       01  WS-ROSTER-LINES         PIC 9(02) VALUE 0.
       01  WS-ROSTER-I             PIC 9(02).
       01  WS-ROSTER-SLOT          PIC 9(01) VALUE 0.
       01  WS-ROSTER-COUNT         PIC 9(03) VALUE 0.
       01  WS-ROSTER-OVER          PIC 9(03) VALUE 0.
       01  WS-ROSTER-TABLE.
           05 WS-ROSTER-LINE OCCURS 20 TIMES.
              10 WS-ROSTER-ENTRY OCCURS 3 TIMES.
                 15 WR-STU-ID      PIC X(06).
                 15 FILLER         PIC X(01).
                 15 WR-STU-NAME    PIC X(18).
                 15 FILLER         PIC X(01).
       01  WS-EDIT-COUNT           PIC ZZ9.

       01  WS-COMMAREA.
           05 WS-TRIP-MARKER       PIC X(01).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(01).

      ******************************************************************
       PROCEDURE DIVISION USING DFHCOMMAREA.
      ******************************************************************
       ONLNATT-MAIN.
           IF EIBCALEN = 0
              PERFORM ONLNATT-SEND-MENU
           ELSE
              PERFORM ONLNATT-RECEIVE-INPUT
              PERFORM ONLNATT-PROCESS-INPUT
                 THRU ONLNATT-PROCESS-INPUT-END
              PERFORM ONLNATT-SEND-ANSWER
           END-IF
           MOVE "2" TO WS-TRIP-MARKER
           EXEC CICS RETURN
              TRANSID("ATTN")
              COMMAREA(WS-COMMAREA)
              LENGTH(1)
           END-EXEC.

      *-----------------------------------------------------------------
       ONLNATT-SEND-MENU.
      *-----------------------------------------------------------------
           EXEC CICS SEND TEXT
              FROM(WS-MENU-TEXT)
              LENGTH(78)
              ERASE
           END-EXEC.

      *-----------------------------------------------------------------
       ONLNATT-RECEIVE-INPUT.
      *-----------------------------------------------------------------
           MOVE SPACES TO WS-INPUT-LINE
           MOVE 70 TO WS-INPUT-LEN
           EXEC CICS RECEIVE
              INTO(WS-INPUT-LINE)
              LENGTH(WS-INPUT-LEN)
           END-EXEC
           MOVE SPACES TO WS-USER-TEXT WS-ACTION-CODE WS-SECTION-TEXT
              WS-STUDENT-TEXT WS-DATE-TEXT WS-FORCE-TEXT
           UNSTRING WS-INPUT-LINE DELIMITED BY ","
              INTO WS-USER-TEXT WS-ACTION-CODE WS-SECTION-TEXT
                 WS-STUDENT-TEXT WS-DATE-TEXT WS-FORCE-TEXT.

      *-----------------------------------------------------------------
       ONLNATT-PROCESS-INPUT.
      *-----------------------------------------------------------------
           MOVE SPACES TO WS-ANSWER-LINE
           MOVE 0 TO WS-ROSTER-LINES
           MOVE WS-USER-TEXT TO AU-USER-ID
           MOVE "ONLNATT" TO AU-PROGRAM
           IF WS-ACTION-CODE = "R"
              SET AU-REQ-INQUIRE TO TRUE
              MOVE "STUDMAST" TO AU-FILE-NAME
           ELSE
              SET AU-REQ-UPDATE TO TRUE
              MOVE "ATTENTRY" TO AU-FILE-NAME
           END-IF
           CALL "AUTHCHK" USING DFHEIBLK DFHCOMMAREA
              WS-AUTH-PARM
           IF AU-RETCODE NOT = RC-NORMAL
              MOVE "NOT AUTHORIZED FOR THAT ACCESS - SEE SECURITY"
                 TO WS-ANSWER-LINE
              GO TO ONLNATT-PROCESS-INPUT-END
           END-IF
           IF WS-SECTION-TEXT = SPACES
              MOVE "ENTER THE SECTION AFTER THE ACTION CODE"
                 TO WS-ANSWER-LINE
              GO TO ONLNATT-PROCESS-INPUT-END
           END-IF
           EVALUATE WS-ACTION-CODE
              WHEN "R"
                 PERFORM ONLNATT-SHOW-ROSTER
                    THRU ONLNATT-SHOW-ROSTER-END
              WHEN "A"
                 MOVE "ABSENCE" TO WS-TYPE-WORD
                 PERFORM ONLNATT-MARK-ONE
                    THRU ONLNATT-MARK-ONE-END
              WHEN "T"
                 MOVE "TARDY" TO WS-TYPE-WORD
                 PERFORM ONLNATT-MARK-ONE
                    THRU ONLNATT-MARK-ONE-END
              WHEN OTHER
                 MOVE "INVALID ACTION - USE R, A OR T"
                    TO WS-ANSWER-LINE
           END-EVALUATE.
       ONLNATT-PROCESS-INPUT-END. EXIT.

      *-----------------------------------------------------------------
      * THE SECTION'S ACTIVE STUDENTS, BY A BROWSE OF STUDMAST FROM
      * ITS FIRST KEY. STUDMAST HAS NO SECTION INDEX, SO EVERY RECORD
      * IS READ AND THE ROSTER PICKED OUT BY STU-SECTION.
      *-----------------------------------------------------------------
       ONLNATT-SHOW-ROSTER.
           MOVE SPACES TO WS-ROSTER-TABLE
           MOVE 0 TO WS-ROSTER-SLOT WS-ROSTER-COUNT WS-ROSTER-OVER
           MOVE LOW-VALUES TO WS-STU-KEY
           EXEC CICS STARTBR
              FILE("STUDMAST")
              RIDFLD(WS-STU-KEY)
              GTEQ
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "CANNOT POSITION INTO STUDMAST" TO WS-ANSWER-LINE
              GO TO ONLNATT-SHOW-ROSTER-END
           END-IF
           PERFORM ONLNATT-ROSTER-ONE
              UNTIL WS-RESP NOT = DFHRESP(NORMAL)
           EXEC CICS ENDBR FILE("STUDMAST") END-EXEC
           IF WS-ROSTER-COUNT = 0
              MOVE SPACES TO WS-ANSWER-LINE
              STRING "NO ACTIVE STUDENTS IN SECTION " WS-SECTION-TEXT
                 DELIMITED BY SIZE INTO WS-ANSWER-LINE
              GO TO ONLNATT-SHOW-ROSTER-END
           END-IF
           MOVE WS-ROSTER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-ANSWER-LINE
           STRING "SECTION " WS-SECTION-TEXT " - " WS-EDIT-COUNT
                  " ACTIVE STUDENTS" DELIMITED BY SIZE
              INTO WS-ANSWER-LINE
           IF WS-ROSTER-OVER > 0
              MOVE WS-ROSTER-OVER TO WS-EDIT-COUNT
              STRING " (" WS-EDIT-COUNT " NOT SHOWN)"
                 DELIMITED BY SIZE INTO WS-ANSWER-LINE (40:)
           END-IF.
       ONLNATT-SHOW-ROSTER-END. EXIT.

       ONLNATT-ROSTER-ONE.
           EXEC CICS READNEXT
              FILE("STUDMAST")
              INTO(STUDENT-MASTER-RECORD)
              RIDFLD(WS-STU-KEY)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              IF STU-ACTIVE AND STU-SECTION = WS-SECTION-TEXT
                 ADD 1 TO WS-ROSTER-COUNT
                 PERFORM ONLNATT-ROSTER-ADD
              END-IF
           END-IF.

       ONLNATT-ROSTER-ADD.
           IF WS-ROSTER-SLOT = 0 OR WS-ROSTER-SLOT = 3
              IF WS-ROSTER-LINES < WS-ROSTER-MAX
                 ADD 1 TO WS-ROSTER-LINES
                 MOVE 0 TO WS-ROSTER-SLOT
              ELSE
                 ADD 1 TO WS-ROSTER-OVER
              END-IF
           END-IF
           IF WS-ROSTER-SLOT < 3
              ADD 1 TO WS-ROSTER-SLOT
              MOVE STU-ID TO
                 WR-STU-ID (WS-ROSTER-LINES, WS-ROSTER-SLOT)
              MOVE STU-NAME TO
                 WR-STU-NAME (WS-ROSTER-LINES, WS-ROSTER-SLOT)
           END-IF.

      *-----------------------------------------------------------------
      * ONE ABSENCE OR TARDY. EVERY CHECK IS MADE BEFORE ANYTHING IS
      * QUEUED, SO A REFUSED MARK LEAVES NO TRACE ON THE FEED.
      *-----------------------------------------------------------------
       ONLNATT-MARK-ONE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-TODAY
           IF WS-DATE-TEXT = SPACES
              MOVE WS-TODAY TO WS-DATE-TEXT
           END-IF
           PERFORM ONLNATT-VALIDATE-DATE
           IF WS-DATE-VALID NOT = 1
              MOVE "NOT A REAL DATE - ENTER YYYYMMDD" TO WS-ANSWER-LINE
              GO TO ONLNATT-MARK-ONE-END
           END-IF
           MOVE WS-DATE-TEXT TO WS-EVENT-DATE
           IF WS-EVENT-DATE > WS-TODAY
              MOVE "DATE IS IN THE FUTURE - NOT TAKEN" TO WS-ANSWER-LINE
              GO TO ONLNATT-MARK-ONE-END
           END-IF
           COMPUTE WS-WEEKDAY = FUNCTION MOD
              (FUNCTION INTEGER-OF-DATE (WS-EVENT-DATE), 7)
           IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
              MOVE SPACES TO WS-ANSWER-LINE
              STRING WS-DATE-TEXT " IS A WEEKEND - NOT A SCHOOL DAY"
                 DELIMITED BY SIZE INTO WS-ANSWER-LINE
              GO TO ONLNATT-MARK-ONE-END
           END-IF
           MOVE WS-EVENT-DATE TO WS-HOL-KEY
           EXEC CICS READ
              FILE("HOLMAST")
              INTO(WS-HOLIDAY-RECORD)
              RIDFLD(WS-HOL-KEY)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE SPACES TO WS-ANSWER-LINE
              STRING WS-DATE-TEXT " IS A HOLIDAY - NOT A SCHOOL DAY"
                 DELIMITED BY SIZE INTO WS-ANSWER-LINE
              GO TO ONLNATT-MARK-ONE-END
           END-IF
           MOVE WS-STUDENT-TEXT TO WS-STU-KEY
           EXEC CICS READ
              FILE("STUDMAST")
              INTO(STUDENT-MASTER-RECORD)
              RIDFLD(WS-STU-KEY)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO WS-ANSWER-LINE
              STRING "STUDENT " WS-STUDENT-TEXT " NOT ON FILE"
                 DELIMITED BY SIZE INTO WS-ANSWER-LINE
              GO TO ONLNATT-MARK-ONE-END
           END-IF
           IF NOT STU-ACTIVE
              MOVE SPACES TO WS-ANSWER-LINE
              STRING "STUDENT " WS-STUDENT-TEXT " IS NOT ACTIVE"
                 DELIMITED BY SIZE INTO WS-ANSWER-LINE
              GO TO ONLNATT-MARK-ONE-END
           END-IF
           IF STU-SECTION NOT = WS-SECTION-TEXT
              MOVE SPACES TO WS-ANSWER-LINE
              STRING "STUDENT " WS-STUDENT-TEXT
                     " IS NOT ON THE ROSTER OF SECTION "
                     WS-SECTION-TEXT DELIMITED BY SIZE
                 INTO WS-ANSWER-LINE
              GO TO ONLNATT-MARK-ONE-END
           END-IF
           MOVE WS-STUDENT-TEXT TO WS-AE-KEY-STU
           MOVE WS-EVENT-DATE TO WS-AE-KEY-DATE
           EXEC CICS READ
              FILE("ATTENTRY")
              INTO(ATTENDANCE-ENTRY-RECORD)
              RIDFLD(WS-AE-KEY)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) AND WS-FORCE-TEXT NOT = "Y"
              MOVE SPACES TO WS-ANSWER-LINE
              STRING "WARNING - ALREADY MARKED " AE-TYPE " BY "
                     AE-USER-ID " - NOT QUEUED, ADD ,Y TO QUEUE ANYWAY"
                 DELIMITED BY SIZE INTO WS-ANSWER-LINE
              GO TO ONLNATT-MARK-ONE-END
           END-IF
           MOVE WS-STUDENT-TEXT TO WAT-STU-ID
           MOVE WS-EVENT-DATE TO WAT-EVENT-DATE
           MOVE WS-ACTION-CODE TO WAT-EVENT-TYPE
           EXEC CICS WRITEQ TD
              QUEUE("ATTQ")
              FROM(WS-ATT-LINE)
              LENGTH(15)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "QUEUE WRITE FAILED - MARK NOT TAKEN"
                 TO WS-ANSWER-LINE
              GO TO ONLNATT-MARK-ONE-END
           END-IF
           PERFORM ONLNATT-LOG-ENTRY
           MOVE SPACES TO WS-ANSWER-LINE
           STRING WS-TYPE-WORD " QUEUED - " STU-ID " "
                  STU-NAME (1:20) " " WS-DATE-TEXT
              DELIMITED BY SIZE INTO WS-ANSWER-LINE.
       ONLNATT-MARK-ONE-END. EXIT.

       ONLNATT-VALIDATE-DATE.
           MOVE 0 TO WS-DATE-VALID
           IF WS-DATE-TEXT IS NUMERIC
              COMPUTE WS-VAL-YEAR =
                 FUNCTION NUMVAL (WS-DATE-TEXT (1:4))
              COMPUTE WS-VAL-MONTH =
                 FUNCTION NUMVAL (WS-DATE-TEXT (5:2))
              COMPUTE WS-VAL-DAY =
                 FUNCTION NUMVAL (WS-DATE-TEXT (7:2))
              CALL "VALIDATEDATE" USING WS-VAL-YEAR WS-VAL-MONTH
                 WS-VAL-DAY WS-DATE-VALID
           END-IF.

      *-----------------------------------------------------------------
      * THE FIRST MARK FOR A STUDENT AND DATE IS LOGGED. A FORCED
      * SECOND MARK LEAVES THE FIRST ONE'S LOG RECORD AS IT IS, SO
      * THE NEXT WARNING STILL NAMES WHO ENTERED THE DAY FIRST.
      *-----------------------------------------------------------------
       ONLNATT-LOG-ENTRY.
           MOVE SPACES TO ATTENDANCE-ENTRY-RECORD
           MOVE WS-STUDENT-TEXT TO AE-STU-ID
           MOVE WS-EVENT-DATE TO AE-DATE
           MOVE WS-ACTION-CODE TO AE-TYPE
           MOVE WS-SECTION-TEXT TO AE-SECTION
           MOVE WS-USER-TEXT TO AE-USER-ID
           MOVE WS-DATE-TIME (1:14) TO AE-ENTRY-STAMP
           EXEC CICS WRITE
              FILE("ATTENTRY")
              FROM(ATTENDANCE-ENTRY-RECORD)
              RIDFLD(WS-AE-KEY)
              RESP(WS-RESP)
           END-EXEC.

      *-----------------------------------------------------------------
       ONLNATT-SEND-ANSWER.
      *-----------------------------------------------------------------
           EXEC CICS SEND TEXT
              FROM(WS-ANSWER-LINE)
              LENGTH(78)
              ERASE
           END-EXEC
           PERFORM ONLNATT-SEND-ROSTER-LINE
              VARYING WS-ROSTER-I FROM 1 BY 1
              UNTIL WS-ROSTER-I > WS-ROSTER-LINES
           EXEC CICS SEND TEXT
              FROM(WS-MENU-TEXT)
              LENGTH(78)
              ACCUM
           END-EXEC.

       ONLNATT-SEND-ROSTER-LINE.
           EXEC CICS SEND TEXT
              FROM(WS-ROSTER-LINE (WS-ROSTER-I))
              LENGTH(78)
              ACCUM
           END-EXEC.
       END PROGRAM ONLNATT.
