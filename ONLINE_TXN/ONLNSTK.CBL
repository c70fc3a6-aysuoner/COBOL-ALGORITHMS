      * EXTRAPARTITION TRANSIENT DATA QUEUE, WHICH IS ALLOCATED TO
      * THE NEXT CYCLE'S REQIN FEED - THE SAME TDQ ROUTE AUTHCHK
      * USES FOR ITS AUDIT LINES.
      * MODIFIED 15/10/2026 - THE AUTHCHK CALL NOW NAMES THE STKMAST
      * FILE, SO THE ANSWER COMES FROM THE USER'S ROLE PROFILES FOR
      * THE STCK TRANSACTION AND THAT FILE RATHER THAN FROM ONE GLOBAL
      * FLAG.
      *
      * INPUT LINE FORMATS:
      *    USER,I,TYPE,LOC                       ONE LOCATION'S BALANCE
      * A REQUISITION WHOSE SHEETS EXCEED THE TYPE'S TOTAL ON-HAND
      * (AT 500 SHEETS PER REAM) IS REFUSED WITH THE BALANCE SHOWN,
      * SO AN ORDER THE SHELF CANNOT FILL NEVER REACHES THE FEED.
      * MODIFIED 15/10/2026 - A SHORT REQUISITION IS NO LONGER
      * REFUSED. IT IS QUEUED LIKE ANY OTHER AND THE ANSWER SHOWS
      * THE BALANCE AND WARNS THAT THE SHORTFALL WILL BE
      * BACKORDERED - STKISSU ISSUES WHAT THE SHELF HOLDS WHEN THE
      * REQUISITION IS FILLED AND PUTS THE REST ON THE BACKORD FILE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      ******************************************************************
       01  WS-NUM-STUDENTS         PIC S9(5).
       01  WS-NEED-SHEETS          PIC S9(9).
       01  WS-NEED-REAMS           PIC S9(7).
       01  WS-SHORT-SW             PIC X(01).
           88 WS-REQ-SHORT         VALUE "Y".
       01  WS-NC-PARMS.
           COPY "NUMCHVAL.CPY".
       01  WS-HOLD-TEACHER         PIC X(20).
           MOVE SPACES TO WS-ANSWER-LINE
           MOVE WS-USER-TEXT TO AU-USER-ID
           MOVE "ONLNSTK" TO AU-PROGRAM
           MOVE "STKMAST" TO AU-FILE-NAME
           IF WS-ACTION-CODE = "R"
              SET AU-REQ-UPDATE TO TRUE
           ELSE
           END-IF.

      *-----------------------------------------------------------------
      * A REQUISITION IS CHECKED AGAINST THE TYPE'S TOTAL ON-HAND
      * (AT 500 SHEETS PER REAM) BEFORE IT JOINS THE NEXT CYCLE'S
      * REQIN FEED THROUGH THE REQQ TRANSIENT DATA QUEUE. ONE THE
      * SHELF CANNOT COVER STILL GOES IN; THE SECRETARY IS TOLD THE
      * SHORTFALL WILL BE BACKORDERED.
      *-----------------------------------------------------------------
       ONLNSTK-ENTER-REQ.
           COMPUTE WS-NUM-SHEETS = FUNCTION NUMVAL(WS-FIELD2)
              THRU ONLNSTK-SUM-TYPE-END
           COMPUTE WS-NEED-SHEETS = WS-NUM-SHEETS * WS-NUM-STUDENTS
           COMPUTE WS-NEED-REAMS = (WS-NEED-SHEETS + 499) / 500
           MOVE "N" TO WS-SHORT-SW
           IF WS-NEED-REAMS > WS-TOTAL-ON-HAND
              SET WS-REQ-SHORT TO TRUE
           END-IF
           MOVE SPACES TO WS-REQ-LINE
           MOVE WS-HOLD-TEACHER TO WRQ-TEACHER
              MOVE "QUEUE WRITE FAILED - REQUISITION NOT TAKEN"
                 TO WS-ANSWER-LINE
           ELSE
              IF WS-REQ-SHORT
                 MOVE WS-TOTAL-ON-HAND TO WS-EDIT-ONHAND
                 MOVE SPACES TO WS-ANSWER-LINE
                 STRING "ACCEPTED - ONLY " DELIMITED BY SIZE
                        WS-EDIT-ONHAND DELIMITED BY SIZE
                        " REAMS OF " WS-FIELD5 (1:3)
                        " ON HAND, SHORTFALL WILL BE BACKORDERED"
                           DELIMITED BY SIZE
                    INTO WS-ANSWER-LINE
              ELSE
                 MOVE "REQUISITION ACCEPTED FOR NEXT CYCLE"
                    TO WS-ANSWER-LINE
              END-IF
           END-IF.
       ONLNSTK-ENTER-REQ-END. EXIT.

