      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    FEEDMON.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * EXPECTED-FEED ARRIVAL MONITOR. THE CYCLE ONLY FOUND OUT A
      * FEED WAS MISSING WHEN THE STEP THAT READS IT CAME TO OPEN
      * IT, IN THE MIDDLE OF THE NIGHT, WITH NOBODY AT THE SENDING
      * END TO CALL. RUN DURING THE BUSINESS DAY (SEE FEEDMON.JCL),
      * THIS STEP WALKS THE FEEDCAL EXPECTED-FEED CALENDAR:
      *    - A FEED WHOSE CONSUMING STEP IS NOT DUE TODAY ON RUNCAL
      *      IS NOT EXPECTED AND IS LISTED AS SUCH
      *    - AN EXPECTED FEED IS CHECKED THROUGH FEEDCHK AGAINST THE
      *      FEEDLDGR LEDGER - ONCE PER DSTRCTL DISTRICT FOR A FEED
      *      THAT ARRIVES PER DISTRICT
      *    - A FEED NOT IN BY ITS LATEST ACCEPTABLE ARRIVAL TIME
      *      RAISES AN ALERTWTR ALERT NAMING THE SENDER'S CONTACT,
      *      AND A LATE EVENT ON THE AUDIT TRAIL
      * A FILE WHOSE SIGNATURE WAS CONSUMED ON AN EARLIER DAY IS
      * YESTERDAY'S FEED STILL IN PLACE, AND COUNTS AS NOT ARRIVED.
      * EACH RUN ALERTS ON EVERY FEED STILL LATE AT THAT MOMENT, SO
      * SCHEDULE IT SHORTLY AFTER THE DEADLINES IT POLICES. RC 4
      * MEANS AT LEAST ONE FEED IS LATE; RC 12 MEANS NO CALENDAR.
      * NOTHING IS EXPECTED ON A DAY BIZDAY SAYS IS NOT A BUSINESS
      * DAY.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "FEEDCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDCAL-STATUS.
           SELECT RUNCAL-FILE ASSIGN TO "RUNCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAL-STATUS.
           SELECT DISTRICT-FILE ASSIGN TO "DSTRCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DISTR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FEEDMON"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY "FEEDCAL.CPY".

       FD  RUNCAL-FILE.
       01  RUNCAL-RECORD.
           05 RC-STEP-NAME          PIC X(09).
           05 RC-FREQUENCY          PIC X(01).
           05 RC-WEEKDAYS           PIC X(07).

       FD  DISTRICT-FILE.
       01  DISTRICT-RECORD.
           05 DC-DISTRICT-CODE      PIC X(1).

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-ALERT-PARMS.
           COPY "ALERTPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-BIZDAY-PARM.
           COPY "BIZDAY.CPY".
       01  WS-FEEDCHK-PARM.
           COPY "FEEDCKPM.CPY".
       01  WS-JOB-RC                 PIC 9(02) VALUE 0.
       01  WS-FEEDCAL-STATUS         PIC X(02).
       01  WS-RUNCAL-STATUS          PIC X(02).
       01  WS-DISTR-STATUS           PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                 PIC X VALUE "N".
           88 WS-EOF                 VALUE "Y".
       01  WS-BUSINESS-SW            PIC X VALUE "Y".
           88 WS-BUSINESS-DAY        VALUE "Y".
       01  WS-CHECK-STEP             PIC X(09).
       01  WS-CHECK-NAME             PIC X(08).
       01  WS-NOW-HHMM               PIC 9(04).
      *-----------------------------------------------------------------
      * THE DISTRICTS A PER-DISTRICT FEED ARRIVES FOR - THE SAME
      * DSTRCTL LIST MASTCTRL RUNS THE CYCLE OVER.
      *-----------------------------------------------------------------
       01  WS-DISTRICT-MAX           PIC 9(1) VALUE 0.
       01  WS-DISTRICT-I             PIC 9(1).
       01  WS-DISTRICT-LIST.
           05 WS-DISTRICT-CODE       PIC X(1) OCCURS 9 TIMES.
      *-----------------------------------------------------------------
      * THE RUN CALENDAR, LOADED ONCE, AND THE WEEKDAY AND MONTH-END
      * FACTS ITS FREQUENCIES TEST - DERIVED EXACTLY AS MASTCTRL
      * DERIVES THEM.
      *-----------------------------------------------------------------
       01  WS-CAL-MAX                PIC 9(02) VALUE 0.
       01  WS-CAL-I                  PIC 9(02).
       01  WS-CAL-FOUND              PIC 9(02).
       01  WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 50 TIMES.
              10 WS-CAL-STEP         PIC X(09).
              10 WS-CAL-FREQ         PIC X(01).
              10 WS-CAL-DAYS         PIC X(07).
       01  WS-SCHED-SW               PIC X(01).
           88 WS-STEP-DUE            VALUE "Y".
           88 WS-STEP-NOT-DUE        VALUE "N".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-CYC-DATE.
           05 WS-CYC-YEAR            PIC 9(04).
           05 WS-CYC-MONTH           PIC 9(02).
           05 WS-CYC-DAY             PIC 9(02).
       01  WS-CYC-DATE-NUM REDEFINES WS-CYC-DATE PIC 9(08).
       01  WS-CYC-YEAR-FULL          PIC 9(08).
       01  WS-CYC-MONTH-W            PIC 9(02).
       01  WS-CYC-NEXT-DAY           PIC 9(02).
       01  WS-DATE-VALID             PIC 9(01).
       01  WS-DAY-INTEGER            PIC 9(08).
       01  WS-WEEKDAY-NUM            PIC 9(01).
       01  WS-WEEKDAY-CHAR           PIC X(01).
       01  WS-MONTH-END-SW           PIC X(01).
           88 WS-MONTH-END           VALUE "Y".
       01  WS-DAY-HIT-COUNT          PIC 9(01).
       01  WS-DUE-COUNT              PIC 9(03) VALUE 0.
       01  WS-ARRIVED-COUNT          PIC 9(03) VALUE 0.
       01  WS-AWAITED-COUNT          PIC 9(03) VALUE 0.
       01  WS-LATE-COUNT             PIC 9(03) VALUE 0.
       01  WS-NOT-DUE-COUNT          PIC 9(03) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZ9.
       01  WS-EDIT-HHMM.
           05 WS-EDIT-HH             PIC 9(02).
           05 FILLER                 PIC X(01) VALUE ":".
           05 WS-EDIT-MM             PIC 9(02).
       01  WS-FEED-DETAIL-LINE.
           05 FD-FEED-NAME           PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FD-DUE                 PIC X(05).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FD-STATUS              PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FD-SENDER              PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FD-CONTACT             PIC X(30).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       FEEDMON-MAIN.
           PERFORM FEEDMON-INIT
              THRU FEEDMON-INIT-END
           IF WS-JOB-RC < 12 AND WS-BUSINESS-DAY
              PERFORM FEEDMON-PROCESS-ONE UNTIL WS-EOF
              CLOSE CALENDAR-FILE
              PERFORM FEEDMON-SUMMARY
           END-IF
           PERFORM FEEDMON-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       FEEDMON-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-CYC-DATE
           MOVE WS-DATE-TIME (9:4) TO WS-NOW-HHMM
           OPEN OUTPUT REPORT-FILE
           MOVE "EXPECTED FEED ARRIVAL MONITOR" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM FEEDMON-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM FEEDMON-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM FEEDMON-WRITE-LINE
           MOVE WS-NOW-HHMM (1:2) TO WS-EDIT-HH
           MOVE WS-NOW-HHMM (3:2) TO WS-EDIT-MM
           MOVE SPACES TO REPORT-LINE
           STRING "ARRIVALS FOR " WS-CYC-DATE " AS AT " WS-EDIT-HHMM
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM FEEDMON-WRITE-LINE
           SET BZ-IS-BUSINESS-DAY TO TRUE
           MOVE WS-CYC-DATE-NUM TO BZ-DATE
           CALL "BIZDAY" USING WS-BIZDAY-PARM
           IF BZ-NOT-BUSINESS
              MOVE "N" TO WS-BUSINESS-SW
              MOVE "NOT A BUSINESS DAY - NO FEEDS EXPECTED"
                 TO REPORT-LINE
              PERFORM FEEDMON-WRITE-LINE
              GO TO FEEDMON-INIT-END
           END-IF
           PERFORM FEEDMON-SET-CALENDAR-FACTS
           PERFORM FEEDMON-LOAD-RUN-CALENDAR
              THRU FEEDMON-LOAD-RUN-CALENDAR-END
           PERFORM FEEDMON-LOAD-DISTRICTS
           OPEN INPUT CALENDAR-FILE
           IF WS-FEEDCAL-STATUS NOT = "00"
              MOVE "NO FEEDCAL CALENDAR - NOTHING MONITORED"
                 TO REPORT-LINE
              PERFORM FEEDMON-WRITE-LINE
              MOVE 12 TO WS-JOB-RC
              GO TO FEEDMON-INIT-END
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM FEEDMON-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FEED      DUE    STATUS    "  DELIMITED BY SIZE
                  "SENDER                CONTACT" DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM FEEDMON-WRITE-LINE
           PERFORM FEEDMON-READ-CALENDAR.
       FEEDMON-INIT-END. EXIT.

      *-----------------------------------------------------------------
      * THE WEEKDAY DIGIT (1=MONDAY THROUGH 7=SUNDAY) AND WHETHER
      * TODAY IS THE LAST DAY OF ITS MONTH, AS MASTCTRL WORKS THEM.
      *-----------------------------------------------------------------
       FEEDMON-SET-CALENDAR-FACTS.
           COMPUTE WS-DAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-CYC-DATE-NUM)
           COMPUTE WS-WEEKDAY-NUM = FUNCTION REM (WS-DAY-INTEGER, 7)
           IF WS-WEEKDAY-NUM = 0
              MOVE 7 TO WS-WEEKDAY-NUM
           END-IF
           MOVE WS-WEEKDAY-NUM TO WS-WEEKDAY-CHAR
           MOVE WS-CYC-YEAR TO WS-CYC-YEAR-FULL
           MOVE WS-CYC-MONTH TO WS-CYC-MONTH-W
           COMPUTE WS-CYC-NEXT-DAY = WS-CYC-DAY + 1
           CALL "VALIDATEDATE" USING WS-CYC-YEAR-FULL WS-CYC-MONTH-W
              WS-CYC-NEXT-DAY WS-DATE-VALID
           IF WS-DATE-VALID = 0
              MOVE "Y" TO WS-MONTH-END-SW
           ELSE
              MOVE "N" TO WS-MONTH-END-SW
           END-IF.

       FEEDMON-LOAD-RUN-CALENDAR.
           OPEN INPUT RUNCAL-FILE
           IF WS-RUNCAL-STATUS NOT = "00"
              GO TO FEEDMON-LOAD-RUN-CALENDAR-END
           END-IF
           PERFORM FEEDMON-READ-ONE-RUNCAL
              UNTIL WS-RUNCAL-STATUS NOT = "00"
              OR WS-CAL-MAX >= 50
           CLOSE RUNCAL-FILE.
       FEEDMON-LOAD-RUN-CALENDAR-END. EXIT.

       FEEDMON-READ-ONE-RUNCAL.
           READ RUNCAL-FILE
              AT END
                 MOVE "10" TO WS-RUNCAL-STATUS
              NOT AT END
                 ADD 1 TO WS-CAL-MAX
                 MOVE RC-STEP-NAME TO WS-CAL-STEP (WS-CAL-MAX)
                 MOVE RC-FREQUENCY TO WS-CAL-FREQ (WS-CAL-MAX)
                 MOVE RC-WEEKDAYS  TO WS-CAL-DAYS (WS-CAL-MAX)
           END-READ.

      *-----------------------------------------------------------------
      * NO DSTRCTL FILE MEANS A SINGLE-DISTRICT SHOP, WHERE EVERY
      * FEED ARRIVES UNDER ITS PLAIN NAME.
      *-----------------------------------------------------------------
       FEEDMON-LOAD-DISTRICTS.
           OPEN INPUT DISTRICT-FILE
           IF WS-DISTR-STATUS = "00"
              PERFORM FEEDMON-READ-ONE-DISTRICT
                 UNTIL WS-DISTR-STATUS NOT = "00"
                 OR WS-DISTRICT-MAX >= 9
              CLOSE DISTRICT-FILE
           END-IF.

       FEEDMON-READ-ONE-DISTRICT.
           READ DISTRICT-FILE
              AT END
                 MOVE "10" TO WS-DISTR-STATUS
              NOT AT END
                 IF DC-DISTRICT-CODE NOT = SPACE
                    ADD 1 TO WS-DISTRICT-MAX
                    MOVE DC-DISTRICT-CODE TO
                       WS-DISTRICT-CODE (WS-DISTRICT-MAX)
                 END-IF
           END-READ.

       FEEDMON-READ-CALENDAR.
           READ CALENDAR-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       FEEDMON-PROCESS-ONE.
           PERFORM FEEDMON-CHECK-FEED
              THRU FEEDMON-CHECK-FEED-END
           PERFORM FEEDMON-READ-CALENDAR.

      *-----------------------------------------------------------------
      * ONE CALENDAR LINE. THE FEED IS EXPECTED TODAY EXACTLY WHEN
      * ITS CONSUMING STEP IS DUE ON RUNCAL.
      *-----------------------------------------------------------------
       FEEDMON-CHECK-FEED.
           MOVE EF-DUE-HHMM (1:2) TO WS-EDIT-HH
           MOVE EF-DUE-HHMM (3:2) TO WS-EDIT-MM
           MOVE EF-STEP-NAME TO WS-CHECK-STEP
           PERFORM FEEDMON-CHECK-SCHEDULE
              THRU FEEDMON-CHECK-SCHEDULE-END
           IF WS-STEP-NOT-DUE
              ADD 1 TO WS-NOT-DUE-COUNT
              MOVE EF-FEED-NAME TO WS-CHECK-NAME
              MOVE "NOT DUE" TO FD-STATUS
              PERFORM FEEDMON-WRITE-DETAIL
              GO TO FEEDMON-CHECK-FEED-END
           END-IF
           IF EF-DISTQ = "Y" AND WS-DISTRICT-MAX > 0
              PERFORM FEEDMON-CHECK-DISTRICT
                 VARYING WS-DISTRICT-I FROM 1 BY 1
                 UNTIL WS-DISTRICT-I > WS-DISTRICT-MAX
           ELSE
              MOVE EF-FEED-NAME TO WS-CHECK-NAME
              PERFORM FEEDMON-CHECK-ARRIVAL
           END-IF.
       FEEDMON-CHECK-FEED-END. EXIT.

      *-----------------------------------------------------------------
      * THE DISTRICT CODE IN FRONT OF THE FIRST SEVEN CHARACTERS OF
      * THE BASE NAME - THE SAME QUALIFIED NAME MASTCTRL PROBES.
      *-----------------------------------------------------------------
       FEEDMON-CHECK-DISTRICT.
           MOVE SPACES TO WS-CHECK-NAME
           STRING WS-DISTRICT-CODE (WS-DISTRICT-I) DELIMITED BY SIZE
                  EF-FEED-NAME (1:7)               DELIMITED BY SIZE
              INTO WS-CHECK-NAME
           PERFORM FEEDMON-CHECK-ARRIVAL.

      *-----------------------------------------------------------------
      * ARRIVED, STILL INSIDE ITS WINDOW, OR LATE. A STALE FILE -
      * ONE ALREADY CONSUMED ON AN EARLIER DAY - IS LATE ONCE THE
      * WINDOW CLOSES, AND IS SHOWN AS STALE SO THE SENDER IS ASKED
      * FOR TODAY'S FILE RATHER THAN TOLD NOTHING CAME.
      *-----------------------------------------------------------------
       FEEDMON-CHECK-ARRIVAL.
           ADD 1 TO WS-DUE-COUNT
           MOVE WS-CHECK-NAME TO FK-FEED-NAME
           MOVE WS-CYC-DATE-NUM TO FK-DATE
           CALL "FEEDCHK" USING WS-FEEDCHK-PARM
           EVALUATE TRUE
              WHEN FK-ARRIVED
                 ADD 1 TO WS-ARRIVED-COUNT
                 MOVE "ARRIVED" TO FD-STATUS
              WHEN WS-NOW-HHMM < EF-DUE-HHMM
                 ADD 1 TO WS-AWAITED-COUNT
                 MOVE "AWAITED" TO FD-STATUS
              WHEN FK-STALE
                 MOVE "STALE" TO FD-STATUS
                 PERFORM FEEDMON-RAISE-LATE
              WHEN OTHER
                 MOVE "LATE" TO FD-STATUS
                 PERFORM FEEDMON-RAISE-LATE
           END-EVALUATE
           PERFORM FEEDMON-WRITE-DETAIL.

      *-----------------------------------------------------------------
      * A LATE FEED GOES TO THE OPERATOR AS AN ALERT CARRYING THE
      * SENDER'S CONTACT, AND TO THE AUDIT TRAIL AS A LATE EVENT.
      *-----------------------------------------------------------------
       FEEDMON-RAISE-LATE.
           ADD 1 TO WS-LATE-COUNT
           MOVE 4 TO WS-JOB-RC
           MOVE SPACES TO WS-ALERT-PARMS
           IF EF-SEVERITY = "C"
              MOVE "C" TO AW-SEVERITY
           ELSE
              MOVE "W" TO AW-SEVERITY
           END-IF
           MOVE "FEEDMON" TO AW-PROGRAM
           MOVE SPACES TO AW-TEXT
           STRING WS-CHECK-NAME " LATE DUE " WS-EDIT-HHMM
                  " CALL " EF-CONTACT DELIMITED BY SIZE
              INTO AW-TEXT
           CALL "ALERTWTR" USING WS-ALERT-PARMS
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "FEEDMON" TO AL-PROGRAM
           MOVE "LATE " TO AL-EVENT
           STRING WS-CHECK-NAME " NOT ARRIVED BY " WS-EDIT-HHMM
                  " - SENDER " EF-SENDER DELIMITED BY SIZE
              INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

       FEEDMON-WRITE-DETAIL.
           MOVE WS-CHECK-NAME TO FD-FEED-NAME
           MOVE WS-EDIT-HHMM  TO FD-DUE
           MOVE EF-SENDER     TO FD-SENDER
           MOVE EF-CONTACT    TO FD-CONTACT
           MOVE WS-FEED-DETAIL-LINE TO REPORT-LINE
           PERFORM FEEDMON-WRITE-LINE.

      *-----------------------------------------------------------------
      * THE SAME DUE TEST MASTCTRL RUNS - NO CALENDAR LINE MEANS
      * DAILY.
      *-----------------------------------------------------------------
       FEEDMON-CHECK-SCHEDULE.
           SET WS-STEP-DUE TO TRUE
           MOVE 0 TO WS-CAL-FOUND
           PERFORM FEEDMON-MATCH-ONE-CALENDAR
              VARYING WS-CAL-I FROM 1 BY 1
              UNTIL WS-CAL-I > WS-CAL-MAX OR WS-CAL-FOUND > 0
           IF WS-CAL-FOUND = 0
              GO TO FEEDMON-CHECK-SCHEDULE-END
           END-IF
           EVALUATE WS-CAL-FREQ (WS-CAL-FOUND)
              WHEN "D"
                 CONTINUE
              WHEN "W"
                 MOVE 0 TO WS-DAY-HIT-COUNT
                 INSPECT WS-CAL-DAYS (WS-CAL-FOUND)
                    TALLYING WS-DAY-HIT-COUNT
                    FOR ALL WS-WEEKDAY-CHAR
                 IF WS-DAY-HIT-COUNT = 0
                    SET WS-STEP-NOT-DUE TO TRUE
                 END-IF
              WHEN "M"
                 IF NOT WS-MONTH-END
                    SET WS-STEP-NOT-DUE TO TRUE
                 END-IF
              WHEN "Q"
                 IF NOT WS-MONTH-END
                    SET WS-STEP-NOT-DUE TO TRUE
                 ELSE
                    IF WS-CYC-MONTH NOT = 03 AND 06 AND 09 AND 12
                       SET WS-STEP-NOT-DUE TO TRUE
                    END-IF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       FEEDMON-CHECK-SCHEDULE-END. EXIT.

       FEEDMON-MATCH-ONE-CALENDAR.
           IF WS-CAL-STEP (WS-CAL-I) = WS-CHECK-STEP
              MOVE WS-CAL-I TO WS-CAL-FOUND
           END-IF.

      *-----------------------------------------------------------------
       FEEDMON-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM FEEDMON-WRITE-LINE
           MOVE WS-DUE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FEEDS EXPECTED TODAY . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM FEEDMON-WRITE-LINE
           MOVE WS-ARRIVED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ARRIVED  . . . . . . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM FEEDMON-WRITE-LINE
           MOVE WS-AWAITED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  AWAITED, NOT YET DUE . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM FEEDMON-WRITE-LINE
           MOVE WS-LATE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  LATE - ALERT RAISED  . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM FEEDMON-WRITE-LINE
           MOVE WS-NOT-DUE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FEEDS NOT DUE TODAY  . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM FEEDMON-WRITE-LINE.

      *-----------------------------------------------------------------
       FEEDMON-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "FEEDMON" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       FEEDMON-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE REPORT-FILE.
       END PROGRAM FEEDMON.
