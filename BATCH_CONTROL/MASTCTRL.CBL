      * SO BATCH AND ONLINE STOP SILENTLY LOSING EACH OTHER'S
      * WRITES. AN ABORTED CYCLE STAYS QUIESCED - THE MASTERS ARE
      * STILL MID-LOAD.
      * MODIFIED 15/10/2026 - THE RECURGEN RECURRING AND REVERSING
      * JOURNAL GENERATOR JOINS STREAM 1 AHEAD OF REPORT
      * DISTRIBUTION, UNDER THE WARN POLICY, WHENEVER THE RECURMST
      * TEMPLATE MASTER IS PRESENT. IT KEEPS ITS OWN RECORD OF WHAT
      * IT HAS GENERATED, SO IT IS SAFE TO LEAVE DAILY ON RUNCAL.
      * MODIFIED 15/10/2026 - THE CNTYJVX COUNTY JOURNAL-VOUCHER
      * EXPORT FOLLOWS IT IN STREAM 1 WHENEVER THE CNTYXWK CROSSWALK
      * IS PRESENT, AND THE CNTYACK ACKNOWLEDGMENT POSTING WHENEVER
      * THE COUNTY HAS RETURNED A CNTYACK FILE, BOTH UNDER THE WARN
      * POLICY. CNTYJVX MUST RUN AFTER QTRPOST AND ADJRELSE.
      * MODIFIED 15/10/2026 - THE MOTIFSRC RESTRICTION-SITE AND MOTIF
      * SEARCH JOINS STREAM 3 BEHIND PROTXLAT, UNDER THE WARN POLICY,
      * WHENEVER RNAOUT AND THE LAB'S ENZTABLE ARE BOTH PRESENT.
      * MODIFIED 15/10/2026 - A STEP WHOSE INPUT IS A FEED LISTED ON
      * THE FEEDCAL EXPECTED-FEED CALENDAR IS NOW CHECKED THROUGH
      * FEEDCHK AGAINST THE FEEDLDGR LEDGER, NOT MERELY PROBED: A
      * MISSING FEED, OR YESTERDAY'S ALREADY-CONSUMED FILE STILL IN
      * ITS PLACE, SKIPS THE STEP WITH ITS OWN LATE AUDIT EVENT AND
      * A LATEFEED DISPOSITION INSTEAD OF LETTING THE STEP FAIL ON
      * IT. THE FEEDMON DAYTIME MONITOR WORKS FROM THE SAME
      * CALENDAR. THE RUN-CALENDAR TABLE NOW TAKES 50 LINES, SINCE
      * RUNCAL ALSO CARRIES THE STANDALONE CONSUMERS FEEDCAL NAMES.
      * MODIFIED 15/10/2026 - THE EXIT AUDIT EVENT NOW CARRIES THE
      * STEP'S RETURN CODE AND THE NUMBER OF RECORDS ON ITS INPUT
      * EXTRACT (COUNTED JUST BEFORE THE CALL, TRAILER EXCLUDED), SO
      * THE CYCBILL CHARGEBACK CAN PRICE RECORDS PROCESSED FROM THE
      * AUDIT TRAIL ALONE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PROBE-FILE ASSIGN TO DYNAMIC WS-PROBE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.
           SELECT COUNT-FILE ASSIGN TO DYNAMIC WS-PROBE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-STATUS.
           SELECT DISPOSITION-FILE ASSIGN TO "MASTDISP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.
           SELECT RUNCAL-FILE ASSIGN TO "RUNCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAL-STATUS.
           SELECT FEEDCAL-FILE ASSIGN TO "FEEDCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDCAL-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "STEPOVRD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OVRD-STATUS.
       FD  PROBE-FILE.
       01  PROBE-RECORD             PIC X(01).

       FD  COUNT-FILE.
       01  COUNT-RECORD             PIC X(4096).
           COPY "TRLRREC.CPY".

       FD  DISPOSITION-FILE.
       01  DISPOSITION-LINE         PIC X(80).

       01  STREAM-RECORD.
           05 SM-STREAM-NO          PIC 9(1).

       FD  FEEDCAL-FILE.
           COPY "FEEDCAL.CPY".

       FD  OVERRIDE-FILE.
       01  OVERRIDE-RECORD.
           05 OV-STEP-NAME          PIC X(9).
       01  WS-RUNIDF-STATUS         PIC X(02).
       01  WS-RUN-STREAM            PIC 9(1) VALUE 0.
       01  WS-STREAM-TABLE.
           05 WS-STEP-STREAM        PIC 9(1) OCCURS 21 TIMES.
       01  WS-DISP-STATUS           PIC X(02).
       01  WS-DISTR-STATUS          PIC X(02).
       01  WS-DISTRICT-MAX          PIC 9(1) VALUE 0.
           88 WS-SKIPPING           VALUE "Y".
           88 WS-NOT-SKIPPING       VALUE "N".
       01  WS-PROBE-FILENAME        PIC X(08).
       01  WS-PROBE-BASE            PIC X(08).
       01  WS-PROBE-STATUS          PIC X(02).
       01  WS-COUNT-STATUS          PIC X(02).
       01  WS-STEP-RECORDS          PIC 9(09).
       01  WS-EDIT-RECORDS          PIC Z(8)9.
       01  WS-PRESENT-SW            PIC X(01) VALUE "N".
           88 WS-INPUT-PRESENT      VALUE "Y".
           88 WS-INPUT-MISSING      VALUE "N".
      *-----------------------------------------------------------------
      * THE FEEDS FEEDCAL SAYS ARE EXPECTED. A STEP WHOSE INPUT IS ONE
      * OF THEM AND HAS NOT ARRIVED IS A LATE FEED, NOT AN OPTIONAL
      * INPUT THAT SIMPLY WAS NOT SENT.
      *-----------------------------------------------------------------
       01  WS-FEEDCAL-STATUS        PIC X(02).
       01  WS-EXPECT-MAX            PIC 9(02) VALUE 0.
       01  WS-EXPECT-I              PIC 9(02).
       01  WS-EXPECT-FOUND          PIC 9(02).
       01  WS-EXPECT-TABLE.
           05 WS-EXPECT-FEED        PIC X(08) OCCURS 50 TIMES.
       01  WS-FEED-LATE-SW          PIC X(01) VALUE "N".
           88 WS-FEED-LATE          VALUE "Y".
       01  WS-LATE-FEED-NAME        PIC X(08).
       01  WS-RUN-DATE              PIC 9(08).
       01  WS-FEEDCHK-PARM.
           COPY "FEEDCKPM.CPY".
       01  STEP-IDX                 PIC 9(02).
       01  WS-STEP-TABLE.
           05 WS-STEP-PGM           PIC X(9) OCCURS 21 TIMES.
       01  WS-STEP-FILE-TABLE.
           05 WS-STEP-FILE          PIC X(08) OCCURS 21 TIMES.
       01  WS-STEP-FILE2-TABLE.
           05 WS-STEP-FILE2         PIC X(08) OCCURS 21 TIMES
                                        VALUE SPACES.
      *-----------------------------------------------------------------
      * WHICH STEPS READ DISTRICT-QUALIFIED FEEDS. ONLY THE ROSTER,
      * THE UNQUALIFIED NAME EVEN MID-DISTRICT-PASS.
      *-----------------------------------------------------------------
       01  WS-STEP-DISTQ-TABLE.
           05 WS-STEP-DISTQ         PIC X(01) OCCURS 21 TIMES
                                        VALUE SPACES.
      *-----------------------------------------------------------------
      * PER-STEP SEVERITY POLICY APPLIED TO THE RETURN CODE A STEP
      * CYCLE-END DISPOSITION REPORT.
      *-----------------------------------------------------------------
       01  WS-STEP-POLICY-TABLE.
           05 WS-STEP-POLICY        PIC X(01) OCCURS 21 TIMES.
       01  WS-STEP-DISP-TABLE.
           05 WS-STEP-DISP-ENTRY OCCURS 21 TIMES.
              10 WS-STEP-DISP       PIC X(08).
              10 WS-STEP-ACTION     PIC X(08).
       01  WS-STEP-RC               PIC 9(04).
       01  WS-OVRD-I                PIC 9(02).
       01  WS-OVRD-FOUND            PIC 9(02).
       01  WS-OVRD-TABLE.
           05 WS-OVRD-ENTRY OCCURS 21 TIMES.
              10 WS-OVRD-STEP       PIC X(9).
              10 WS-OVRD-ACTION     PIC X(1).
       01  WS-OVRD-ACT              PIC X(1).
       01  WS-CAL-I                 PIC 9(02).
       01  WS-CAL-FOUND             PIC 9(02).
       01  WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 50 TIMES.
              10 WS-CAL-STEP        PIC X(09).
              10 WS-CAL-FREQ        PIC X(01).
              10 WS-CAL-DAYS        PIC X(07).
           PERFORM MASTCTRL-SET-CYCLE-DATE
           PERFORM MASTCTRL-LOAD-RUN-CALENDAR
              THRU MASTCTRL-LOAD-RUN-CALENDAR-END
           PERFORM MASTCTRL-LOAD-FEED-CALENDAR
              THRU MASTCTRL-LOAD-FEED-CALENDAR-END
           PERFORM MASTCTRL-LOAD-OVERRIDES
              THRU MASTCTRL-LOAD-OVERRIDES-END
           PERFORM MASTCTRL-SET-CYCLE-STATE
           MOVE "XOTALLY"   TO WS-STEP-PGM (16)
           MOVE "XOGRIDIN"  TO WS-STEP-FILE (16)
           MOVE "C"         TO WS-STEP-POLICY (16)
           MOVE "RECURGEN"  TO WS-STEP-PGM (17)
           MOVE "RECURMST"  TO WS-STEP-FILE (17)
           MOVE "W"         TO WS-STEP-POLICY (17)
           MOVE "CNTYJVX"   TO WS-STEP-PGM (18)
           MOVE "CNTYXWK"   TO WS-STEP-FILE (18)
           MOVE "W"         TO WS-STEP-POLICY (18)
           MOVE "CNTYACK"   TO WS-STEP-PGM (19)
           MOVE "CNTYACK"   TO WS-STEP-FILE (19)
           MOVE "W"         TO WS-STEP-POLICY (19)
           MOVE "MOTIFSRC"  TO WS-STEP-PGM (20)
           MOVE "RNAOUT"    TO WS-STEP-FILE (20)
           MOVE "ENZTABLE"  TO WS-STEP-FILE2 (20)
           MOVE "W"         TO WS-STEP-POLICY (20)
           MOVE "RPTDIST"   TO WS-STEP-PGM (21)
           MOVE "RCPTCTL"   TO WS-STEP-FILE (21)
           MOVE "C"         TO WS-STEP-POLICY (21)
           MOVE 1 TO WS-STEP-STREAM (1)
           MOVE 1 TO WS-STEP-STREAM (2)
           MOVE 2 TO WS-STEP-STREAM (3)
           MOVE 2 TO WS-STEP-STREAM (14)
           MOVE 1 TO WS-STEP-STREAM (15)
           MOVE 3 TO WS-STEP-STREAM (16)
           MOVE 1 TO WS-STEP-STREAM (17)
           MOVE 1 TO WS-STEP-STREAM (18)
           MOVE 1 TO WS-STEP-STREAM (19)
           MOVE 3 TO WS-STEP-STREAM (20)
      * DISTRIBUTION GATHERS REPORTS FROM EVERY STREAM, SO IN
      * CONCURRENT-STREAM MODE IT RIDES THE LAST-RELEASED STREAM AND
      * THE SCHEDULER MUST HOLD THAT JOB UNTIL THE REPORT-PRODUCING
      * STEPS OF THE OTHER STREAMS HAVE ENDED.
           MOVE 3 TO WS-STEP-STREAM (21)
           PERFORM MASTCTRL-INIT-ONE-DISP
              VARYING STEP-IDX FROM 1 BY 1 UNTIL STEP-IDX > 21.

       MASTCTRL-INIT-ONE-DISP.
           MOVE "NOTRUN" TO WS-STEP-DISP (STEP-IDX)
       MASTCTRL-SET-CYCLE-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-CYCLE-DATE
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           SET BZ-IS-BUSINESS-DAY TO TRUE
           MOVE WS-CYCLE-DATE-NUM TO BZ-DATE
           CALL "BIZDAY" USING WS-BIZDAY-PARM
           END-IF
           PERFORM MASTCTRL-READ-ONE-CALENDAR
              UNTIL WS-RUNCAL-STATUS NOT = "00"
              OR WS-CAL-MAX >= 50
           CLOSE RUNCAL-FILE.
       MASTCTRL-LOAD-RUN-CALENDAR-END. EXIT.

                 MOVE RC-WEEKDAYS  TO WS-CAL-DAYS (WS-CAL-MAX)
           END-READ.

      *-----------------------------------------------------------------
      * THE EXPECTED-FEED NAMES FROM FEEDCAL. NO FILE MEANS NO FEED IS
      * TREATED AS EXPECTED AND EVERY INPUT IS PROBED AS BEFORE.
      *-----------------------------------------------------------------
       MASTCTRL-LOAD-FEED-CALENDAR.
           OPEN INPUT FEEDCAL-FILE
           IF WS-FEEDCAL-STATUS NOT = "00"
              GO TO MASTCTRL-LOAD-FEED-CALENDAR-END
           END-IF
           PERFORM MASTCTRL-READ-ONE-FEED
              UNTIL WS-FEEDCAL-STATUS NOT = "00"
              OR WS-EXPECT-MAX >= 50
           CLOSE FEEDCAL-FILE.
       MASTCTRL-LOAD-FEED-CALENDAR-END. EXIT.

       MASTCTRL-READ-ONE-FEED.
           READ FEEDCAL-FILE
              AT END
                 MOVE "10" TO WS-FEEDCAL-STATUS
              NOT AT END
                 ADD 1 TO WS-EXPECT-MAX
                 MOVE EF-FEED-NAME TO WS-EXPECT-FEED (WS-EXPECT-MAX)
           END-READ.

      *-----------------------------------------------------------------
      * QUIESCE THE MASTERS FOR THE CYCLE - THE ONLINE UPDATE
      * TRANSACTION SEES THE Q STATE AND QUEUES ITS UPDATES INSTEAD
           END-IF
           PERFORM MASTCTRL-READ-ONE-OVERRIDE
              UNTIL WS-OVRD-STATUS NOT = "00"
              OR WS-OVRD-MAX >= 21
           CLOSE OVERRIDE-FILE.
       MASTCTRL-LOAD-OVERRIDES-END. EXIT.

       MASTCTRL-RUN-STEPS.
           PERFORM MASTCTRL-PROCESS-STEP
              THRU MASTCTRL-PROCESS-STEP-END
              VARYING STEP-IDX FROM 1 BY 1 UNTIL STEP-IDX > 21.

      *-----------------------------------------------------------------
      * IF STILL SKIPPING OVER ALREADY-COMPLETED STEPS FROM A PRIOR
                    GO TO MASTCTRL-PROCESS-STEP-END
                 END-IF
              END-IF
              MOVE "N" TO WS-FEED-LATE-SW
              MOVE WS-STEP-FILE (STEP-IDX) TO WS-PROBE-FILENAME
              PERFORM MASTCTRL-QUALIFY-PROBE-NAME
              PERFORM MASTCTRL-PROBE-INPUT-FILE
                 PERFORM MASTCTRL-PROBE-INPUT-FILE
              END-IF
              IF WS-INPUT-PRESENT
                 PERFORM MASTCTRL-COUNT-INPUT
                    THRU MASTCTRL-COUNT-INPUT-END
                 PERFORM MASTCTRL-AUDIT-ENTRY
                 MOVE 0 TO RETURN-CODE
                 CALL WS-CALL-PGM
                 PERFORM MASTCTRL-AUDIT-EXIT
                 PERFORM MASTCTRL-APPLY-STEP-POLICY
              ELSE
                 MOVE "SKIPPED" TO WS-STEP-DISP (STEP-IDX)
                 IF WS-FEED-LATE
                    PERFORM MASTCTRL-AUDIT-LATE-FEED
                    MOVE "LATEFEED" TO WS-STEP-ACTION (STEP-IDX)
                 ELSE
                    PERFORM MASTCTRL-AUDIT-SKIP
                    MOVE "NOINPUT" TO WS-STEP-ACTION (STEP-IDX)
                 END-IF
              END-IF
              IF NOT WS-CYCLE-ABORTED
                 PERFORM MASTCTRL-WRITE-CHECKPOINT
      * READING PER-DISTRICT FEEDS.
      *-----------------------------------------------------------------
       MASTCTRL-QUALIFY-PROBE-NAME.
           MOVE WS-PROBE-FILENAME TO WS-PROBE-BASE
           IF WS-CUR-DISTRICT NOT = SPACE
              AND WS-STEP-DISTQ (STEP-IDX) = "Y"
              MOVE WS-PROBE-FILENAME TO WS-QUALIFY-WORK
           IF WS-PROBE-STATUS = "00"
              SET WS-INPUT-PRESENT TO TRUE
              CLOSE PROBE-FILE
           END-IF
           PERFORM MASTCTRL-CHECK-EXPECTED-FEED.

      *-----------------------------------------------------------------
      * AN EXPECTED FEED MUST BE TODAY'S. FEEDCHK JUDGES A FILE THAT
      * OPENED AGAINST FEEDLDGR, AND ONE WHOSE SIGNATURE WAS ALREADY
      * CONSUMED ON AN EARLIER DAY IS YESTERDAY'S FEED STILL IN
      * PLACE - AS MISSING AS NO FILE AT ALL. EITHER WAY THE STEP IS
      * SKIPPED AS A LATE FEED.
      *-----------------------------------------------------------------
       MASTCTRL-CHECK-EXPECTED-FEED.
           MOVE 0 TO WS-EXPECT-FOUND
           PERFORM MASTCTRL-MATCH-ONE-FEED
              VARYING WS-EXPECT-I FROM 1 BY 1
              UNTIL WS-EXPECT-I > WS-EXPECT-MAX OR WS-EXPECT-FOUND > 0
           IF WS-EXPECT-FOUND > 0
              IF WS-INPUT-PRESENT
                 MOVE WS-PROBE-FILENAME TO FK-FEED-NAME
                 MOVE WS-RUN-DATE TO FK-DATE
                 CALL "FEEDCHK" USING WS-FEEDCHK-PARM
                 IF FK-STALE
                    SET WS-INPUT-MISSING TO TRUE
                 END-IF
              END-IF
              IF WS-INPUT-MISSING
                 SET WS-FEED-LATE TO TRUE
                 MOVE WS-PROBE-FILENAME TO WS-LATE-FEED-NAME
              END-IF
           END-IF.

       MASTCTRL-MATCH-ONE-FEED.
           IF WS-EXPECT-FEED (WS-EXPECT-I) = WS-PROBE-BASE
              MOVE WS-EXPECT-I TO WS-EXPECT-FOUND
           END-IF.

      *-----------------------------------------------------------------
      * COUNT THE RECORDS ON THE STEP'S (FIRST) INPUT EXTRACT FOR THE
      * EXIT EVENT - THE STEP ITSELF HANDS BACK ONLY A RETURN CODE.
      * THE LABELED TRAILER IS NOT A RECORD. A FILE THAT PROBED
      * PRESENT BUT WILL NOT OPEN FOR READING COUNTS AS ZERO AND IS
      * LEFT FOR THE STEP TO FAIL ON.
      *-----------------------------------------------------------------
       MASTCTRL-COUNT-INPUT.
           MOVE 0 TO WS-STEP-RECORDS
           MOVE WS-STEP-FILE (STEP-IDX) TO WS-PROBE-FILENAME
           PERFORM MASTCTRL-QUALIFY-PROBE-NAME
           OPEN INPUT COUNT-FILE
           IF WS-COUNT-STATUS NOT = "00"
              GO TO MASTCTRL-COUNT-INPUT-END
           END-IF
           PERFORM MASTCTRL-COUNT-ONE-RECORD
              UNTIL WS-COUNT-STATUS NOT = "00"
           CLOSE COUNT-FILE.
       MASTCTRL-COUNT-INPUT-END. EXIT.

       MASTCTRL-COUNT-ONE-RECORD.
           READ COUNT-FILE
              AT END CONTINUE
              NOT AT END
                 IF NOT TLR-IS-TRAILER
                    ADD 1 TO WS-STEP-RECORDS
                 END-IF
           END-READ.

      *-----------------------------------------------------------------
      * LOG THE STEP ABOUT TO RUN. AL-DETAIL IS BLANK AT THIS LEVEL
      * SINCE EACH STEP READS ITS OWN INPUT FILE RECORD BY RECORD;
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
      * LOG THAT THE STEP FINISHED AND CONTROL RETURNED TO THE DRIVER,
      * WITH ITS RETURN CODE AND INPUT RECORD COUNT IN FIXED COLUMNS
      * ("RC NNNN RECORDS NNNNNNNNN") FOR THE CHARGEBACK TO PICK UP.
      *-----------------------------------------------------------------
       MASTCTRL-AUDIT-EXIT.
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE WS-STEP-NAME TO AL-PROGRAM
           MOVE "EXIT " TO AL-EVENT
           MOVE WS-STEP-RC TO WS-EDIT-RC
           MOVE WS-STEP-RECORDS TO WS-EDIT-RECORDS
           STRING "RC "        DELIMITED BY SIZE
                  WS-EDIT-RC   DELIMITED BY SIZE
                  " RECORDS "  DELIMITED BY SIZE
                  WS-EDIT-RECORDS DELIMITED BY SIZE
              INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
           MOVE "NO INPUT FILE THIS CYCLE" TO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
      * LOG A STEP BYPASSED BECAUSE AN EXPECTED FEED HAS NOT ARRIVED -
      * ITS OWN EVENT, SO THE FEEDMON ALERT AND THE SKIP IT LED TO
      * LINE UP ON THE AUDIT TRAIL.
      *-----------------------------------------------------------------
       MASTCTRL-AUDIT-LATE-FEED.
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE WS-STEP-NAME TO AL-PROGRAM
           MOVE "LATE " TO AL-EVENT
           STRING "EXPECTED FEED " WS-LATE-FEED-NAME
                  " NOT ARRIVED - STEP SKIPPED" DELIMITED BY SIZE
              INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
      * LOG A STEP THAT FAILED BUT WHOSE POLICY LETS THE CYCLE RUN
      * ON, SO OPERATIONS SEES THE WARNING WITHOUT LOSING THE NIGHT.
           END-IF
           WRITE DISPOSITION-LINE
           PERFORM MASTCTRL-WRITE-ONE-DISP
              VARYING STEP-IDX FROM 1 BY 1 UNTIL STEP-IDX > 21.
       MASTCTRL-WRITE-DISPOSITION-END. EXIT.

      *-----------------------------------------------------------------
