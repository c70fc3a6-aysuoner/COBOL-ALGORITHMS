      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    ADARPT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * AVERAGE DAILY ATTENDANCE (ADA) STATE FUNDING REPORT. STATE
      * AID IS PAID ON ADA AND AVERAGE DAILY MEMBERSHIP (ADM), AND
      * THE FIGURES WERE WORKED UP IN A SPREADSHEET FROM ATTCHRON
      * PRINTOUTS. THIS STEP WORKS THEM FROM THE FILES:
      *   - THE REPORTING PERIODS COME FROM THE ADACTL CARDS, ONE PER
      *     PERIOD (PERIOD ID, ATTENDANCE TERM, FIRST AND LAST DATE).
      *     ATTMAST KEEPS ABSENCES PER TERM, SO EACH PERIOD NAMES THE
      *     TERM WHOSE ABSENCES IT REPORTS,
      *   - THE PERIOD'S INSTRUCTIONAL DAYS ARE ITS BIZDAY BUSINESS
      *     DAYS,
      *   - A STUDENT'S MEMBERSHIP DAYS ARE THE INSTRUCTIONAL DAYS
      *     FROM STU-ENROLL-DATE UP TO (NOT INCLUDING) THE WITHDRAWAL
      *     OR TRANSFER DATE ON STUDMAST; NO ENROLLMENT DATE MEANS
      *     ENROLLED FROM THE START OF THE PERIOD,
      *   - DAYS ATTENDED ARE MEMBERSHIP DAYS LESS THE TERM'S
      *     ABSENCES ON ATTMAST,
      *   - ADA IS AGGREGATE DAYS ATTENDED AND ADM AGGREGATE
      *     MEMBERSHIP DAYS, EACH OVER THE INSTRUCTIONAL DAYS.
      * IT PRINTS ADARPT BY SCHOOL AND GRADE WITH SCHOOL AND PERIOD
      * TOTALS, AND WRITES ADAEXTR, THE STATE'S ATTENDANCE EXTRACT -
      * ONE "AD" RECORD PER PERIOD, SCHOOL AND GRADE, CLOSED BY THE
      * SHOP-STANDARD TRAILER* RECORD (RECORD COUNT AND A HASH OF
      * THE DAYS ATTENDED).
      *
      * A STUDENT WHOSE ATTENDANCE RUNS PAST THEIR MEMBERSHIP - MORE
      * ABSENCES THAN MEMBERSHIP DAYS, AN ATTENDANCE RECORD WITH NO
      * MEMBERSHIP IN THE PERIOD, OR AN ATTENDANCE EVENT ON OR AFTER
      * THE DAY THEY LEFT - OR WITH NO SCHOOL OR GRADE ON STUDMAST,
      * GOES ON THE ADAEXCP EXCEPTION LIST INSTEAD OF INTO THE
      * FIGURES, AND THE STEP ENDS RC 4 SO IT IS CLEARED BEFORE THE
      * EXTRACT IS FILED. A BAD ADACTL CARD IS AN EXCEPTION TOO; NO
      * USABLE PERIOD IS RC 12.
      * MODIFIED 15/10/2026 - AN ID RETIRED BY STUMERGE IS SKIPPED;
      * ITS ATTENDANCE NOW SITS UNDER THE SURVIVING ID.
      * MODIFIED 15/10/2026 - THE REPORTING-PERIOD LOAD IS PERFORMED
      * THRU ITS EXIT, SO A MISSING ADACTL NO LONGER FALLS INTO THE
      * CARD-READING PARAGRAPHS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "ADACTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ATTEND-MASTER ASSIGN TO "ATTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATT-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "ADAEXTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "ADAEXCP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ADARPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-RECORD.
           05 PC-PERIOD              PIC X(2).
           05 PC-TERM                PIC X(5).
           05 PC-START               PIC X(8).
           05 PC-START-NUM REDEFINES PC-START
                                     PIC 9(8).
           05 PC-END                 PIC X(8).
           05 PC-END-NUM REDEFINES PC-END
                                     PIC 9(8).

       FD  STUDENT-MASTER.
           COPY "STUMAST.CPY".

       FD  ATTEND-MASTER.
           COPY "ATTMAST.CPY".

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           05 EXT-RECORD-TYPE        PIC X(2).
           05 EXT-DISTRICT           PIC X(1).
           05 EXT-PERIOD             PIC X(2).
           05 EXT-TERM               PIC X(5).
           05 EXT-SCHOOL             PIC X(4).
           05 EXT-GRADE              PIC X(2).
           05 EXT-INSTR-DAYS         PIC 9(3).
           05 EXT-STUDENTS           PIC 9(5).
           05 EXT-MEMBER-DAYS        PIC 9(7).
           05 EXT-ATTEND-DAYS        PIC 9(7).
           05 EXT-ADA                PIC 9(5)V9(2).
           05 EXT-ADM                PIC 9(5)V9(2).
           05 FILLER                 PIC X(28).

       01  EXTRACT-TRAILER.
           05 EXT-TLR-LITERAL        PIC X(8).
           05 EXT-TLR-COUNT          PIC 9(7).
           05 EXT-TLR-HASH           PIC S9(11)V9(2).
           05 FILLER                 PIC X(52).

       FD  EXCEPT-FILE.
       01  EXCEPT-LINE              PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-DISTRICT-PARM.
           COPY "DISTCDPM.CPY".
       01  WS-BIZDAY-PARM.
           COPY "BIZDAY.CPY".
       01  WS-SORT-PARM.
           COPY "SORTTBL.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-CTL-STATUS             PIC X(02).
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-ATT-STATUS             PIC X(02).
       01  WS-EXTRACT-STATUS         PIC X(02).
       01  WS-EXCEPT-STATUS          PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-CTL-EOF-SW            PIC X VALUE "N".
           88 WS-CTL-EOF            VALUE "Y".
       01  WS-ATT-FOUND-SW          PIC X VALUE "N".
           88 WS-ATT-FOUND          VALUE "Y".
       01  WS-VAL-YEAR               PIC 9(8).
       01  WS-VAL-MONTH              PIC 9(2).
       01  WS-VAL-DAY                PIC 9(2).
       01  WS-DATE-VALID             PIC 9(1).
       01  WS-CHECK-DATE             PIC 9(08).
       01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-YEAR          PIC 9(04).
           05 WS-CHECK-MONTH         PIC 9(02).
           05 WS-CHECK-DAY           PIC 9(02).
       01  WS-REASON                 PIC X(30).
      *-----------------------------------------------------------------
      * THE REPORTING PERIODS OFF ADACTL.
      *-----------------------------------------------------------------
       01  WS-PD-MAX                 PIC 9(02) VALUE 0.
       01  WS-PD-I                   PIC 9(02).
       01  WS-PD-TABLE.
           05 WS-PD-ENTRY OCCURS 12 TIMES.
              10 WS-PD-ID            PIC X(02).
              10 WS-PD-TERM          PIC X(05).
              10 WS-PD-START         PIC 9(08).
              10 WS-PD-END           PIC 9(08).
      *-----------------------------------------------------------------
      * THE PERIOD IN HAND - ITS INSTRUCTIONAL DAYS, IN DATE ORDER.
      *-----------------------------------------------------------------
       01  WS-CAL-DAY                PIC 9(08).
       01  WS-CAL-LAST               PIC 9(08).
       01  WS-DAY-MAX                PIC 9(03) VALUE 0.
       01  WS-DAY-I                  PIC 9(03).
       01  WS-DAY-TABLE.
           05 WS-DAY-DATE OCCURS 270 TIMES PIC 9(08).
      *-----------------------------------------------------------------
      * THE STUDENT IN HAND.
      *-----------------------------------------------------------------
       01  WS-ENROLL-FROM            PIC 9(08).
       01  WS-LEFT-ON                PIC 9(08).
       01  WS-MEMBER-DAYS            PIC 9(03).
       01  WS-ABSENCES               PIC 9(03).
       01  WS-ATTEND-DAYS            PIC 9(03).
      *-----------------------------------------------------------------
      * THE PERIOD'S FIGURES BY SCHOOL AND GRADE, AND THE SORTED
      * PRINT ORDER (SORTTBL PAYLOAD = TABLE SUBSCRIPT).
      *-----------------------------------------------------------------
       01  WS-GR-MAX                 PIC 9(03) VALUE 0.
       01  WS-GR-I                   PIC 9(03).
       01  WS-GR-HIT                 PIC 9(03).
       01  WS-GR-DROPPED             PIC 9(05) VALUE 0.
       01  WS-GR-TABLE.
           05 WS-GR-ENTRY OCCURS 200 TIMES.
              10 WS-GR-SCHOOL        PIC X(04).
              10 WS-GR-GRADE         PIC X(02).
              10 WS-GR-STUDENTS      PIC 9(05).
              10 WS-GR-MEMBER        PIC 9(07).
              10 WS-GR-ATTEND        PIC 9(07).
       01  WS-SORT-I                 PIC 9(04).
       01  WS-SORT-SUB               PIC 9(03).
       01  WS-PREV-SCHOOL            PIC X(04).
      *-----------------------------------------------------------------
      * RUNNING TOTALS - SCHOOL, PERIOD AND RUN.
      *-----------------------------------------------------------------
       01  WS-SCH-STUDENTS           PIC 9(05).
       01  WS-SCH-MEMBER             PIC 9(07).
       01  WS-SCH-ATTEND             PIC 9(07).
       01  WS-PER-STUDENTS           PIC 9(05).
       01  WS-PER-MEMBER             PIC 9(07).
       01  WS-PER-ATTEND             PIC 9(07).
       01  WS-PER-EXCEPTS            PIC 9(05).
       01  WS-LINE-STUDENTS          PIC 9(05).
       01  WS-LINE-MEMBER            PIC 9(07).
       01  WS-LINE-ATTEND            PIC 9(07).
       01  WS-ADA                    PIC 9(05)V9(02).
       01  WS-ADM                    PIC 9(05)V9(02).
       01  WS-PERIOD-COUNT           PIC 9(05) VALUE 0.
       01  WS-CARD-EXCEPTS           PIC 9(05) VALUE 0.
       01  WS-EXCEPT-COUNT           PIC 9(05) VALUE 0.
       01  WS-EXTRACT-COUNT          PIC 9(7) VALUE 0.
       01  WS-HASH-TOTAL             PIC S9(11)V9(2) VALUE 0.
       01  WS-EDIT-DAYS              PIC ZZ9.
       01  WS-EDIT-STUDENTS          PIC ZZ,ZZ9.
       01  WS-EDIT-MEMBER            PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-ATTEND            PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-ADA               PIC ZZ,ZZ9.99.
       01  WS-EDIT-ADM               PIC ZZ,ZZ9.99.
       01  WS-EDIT-ABS               PIC ZZ9.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-PERIODS           PIC ZZZZ9.
       01  WS-EDIT-RECORDS           PIC ZZZZ9.
       01  WS-EDIT-EXCEPTS           PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       ADARPT-MAIN.
           PERFORM ADARPT-INIT
              THRU ADARPT-INIT-END
           IF WS-JOB-RC < 12
              PERFORM ADARPT-RUN-PERIOD
                 THRU ADARPT-RUN-PERIOD-END
                 VARYING WS-PD-I FROM 1 BY 1
                 UNTIL WS-PD-I > WS-PD-MAX
              PERFORM ADARPT-WRITE-TRAILER
              PERFORM ADARPT-WRITE-SUMMARY
           END-IF
           PERFORM ADARPT-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       ADARPT-INIT.
      *-----------------------------------------------------------------
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "ADARPT" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO ADARPT-INIT-END
           END-IF
           OPEN OUTPUT EXCEPT-FILE
           IF WS-EXCEPT-STATUS NOT = "00"
              MOVE "ADARPT" TO FE-PROGRAM
              MOVE "EXCEPT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-EXCEPT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO ADARPT-INIT-END
           END-IF
           MOVE "ADA FUNDING EXCEPTIONS - CLEAR BEFORE FILING"
              TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO EXCEPT-LINE
           PERFORM ADARPT-WRITE-EXCEPT
           MOVE RH-LINE-2 TO EXCEPT-LINE
           PERFORM ADARPT-WRITE-EXCEPT
           MOVE RH-LINE-3 TO EXCEPT-LINE
           PERFORM ADARPT-WRITE-EXCEPT
           MOVE SPACES TO EXCEPT-LINE
           STRING "  PD STUDNT STUDENT NAME              MEMB ABS"
                  "  REASON"
              DELIMITED BY SIZE INTO EXCEPT-LINE
           PERFORM ADARPT-WRITE-EXCEPT
           PERFORM ADARPT-LOAD-PERIODS
              THRU ADARPT-LOAD-PERIODS-END
           IF WS-PD-MAX = 0
              MOVE SPACES TO REPORT-LINE
              MOVE "  NO USABLE REPORTING PERIOD ON ADACTL"
                 TO REPORT-LINE
              PERFORM ADARPT-WRITE-LINE
              MOVE 12 TO WS-JOB-RC
              GO TO ADARPT-INIT-END
           END-IF
           OPEN INPUT ATTEND-MASTER
           IF WS-ATT-STATUS NOT = "00"
              MOVE "ADARPT" TO FE-PROGRAM
              MOVE "ATTEND-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-ATT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO ADARPT-INIT-END
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
              MOVE "ADARPT" TO FE-PROGRAM
              MOVE "EXTRACT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-EXTRACT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO ADARPT-INIT-END
           END-IF
           SET DI-GET-DISTRICT TO TRUE
           CALL "DISTRICT" USING WS-DISTRICT-PARM.
       ADARPT-INIT-END. EXIT.

      *-----------------------------------------------------------------
      * ONE ADACTL CARD PER REPORTING PERIOD. A CARD WITH A BLANK
      * PERIOD OR TERM, A BAD DATE OR THE DATES REVERSED OR MORE
      * THAN A YEAR APART IS AN EXCEPTION AND ITS PERIOD IS NOT RUN.
      *-----------------------------------------------------------------
       ADARPT-LOAD-PERIODS.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
              GO TO ADARPT-LOAD-PERIODS-END
           END-IF
           PERFORM ADARPT-READ-CARD
           PERFORM ADARPT-TAKE-CARD
              THRU ADARPT-TAKE-CARD-END UNTIL WS-CTL-EOF
           CLOSE PERIOD-CONTROL-FILE.
       ADARPT-LOAD-PERIODS-END. EXIT.

       ADARPT-READ-CARD.
           READ PERIOD-CONTROL-FILE
              AT END SET WS-CTL-EOF TO TRUE
           END-READ.

       ADARPT-TAKE-CARD.
           MOVE SPACES TO WS-REASON
           IF PC-PERIOD = SPACES OR PC-TERM = SPACES
              MOVE "PERIOD OR TERM MISSING" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES
              IF PC-START NOT NUMERIC OR PC-END NOT NUMERIC
                 MOVE "PERIOD DATES NOT NUMERIC" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES
              MOVE PC-START-NUM TO WS-CHECK-DATE
              PERFORM ADARPT-VALIDATE-DATE
              IF WS-DATE-VALID = 1
                 MOVE PC-END-NUM TO WS-CHECK-DATE
                 PERFORM ADARPT-VALIDATE-DATE
              END-IF
              IF WS-DATE-VALID NOT = 1
                 MOVE "PERIOD DATE NOT A REAL DATE" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES
              IF PC-END-NUM < PC-START-NUM
                 MOVE "PERIOD ENDS BEFORE IT STARTS" TO WS-REASON
              ELSE
                 IF FUNCTION INTEGER-OF-DATE (PC-END-NUM)
                    - FUNCTION INTEGER-OF-DATE (PC-START-NUM) > 365
                    MOVE "PERIOD LONGER THAN A YEAR" TO WS-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-PD-MAX >= 12
              MOVE "MORE THAN 12 PERIODS" TO WS-REASON
           END-IF
           IF WS-REASON NOT = SPACES
              ADD 1 TO WS-CARD-EXCEPTS
              MOVE SPACES TO REPORT-LINE
              STRING "  ADACTL CARD REJECTED - " PERIOD-CONTROL-RECORD
                     " " WS-REASON
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM ADARPT-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
              PERFORM ADARPT-READ-CARD
              GO TO ADARPT-TAKE-CARD-END
           END-IF
           ADD 1 TO WS-PD-MAX
           MOVE PC-PERIOD TO WS-PD-ID (WS-PD-MAX)
           MOVE PC-TERM TO WS-PD-TERM (WS-PD-MAX)
           MOVE PC-START-NUM TO WS-PD-START (WS-PD-MAX)
           MOVE PC-END-NUM TO WS-PD-END (WS-PD-MAX)
           PERFORM ADARPT-READ-CARD.
       ADARPT-TAKE-CARD-END. EXIT.

       ADARPT-VALIDATE-DATE.
           MOVE WS-CHECK-YEAR TO WS-VAL-YEAR
           MOVE WS-CHECK-MONTH TO WS-VAL-MONTH
           MOVE WS-CHECK-DAY TO WS-VAL-DAY
           CALL "VALIDATEDATE" USING WS-VAL-YEAR WS-VAL-MONTH
              WS-VAL-DAY WS-DATE-VALID.

      *-----------------------------------------------------------------
      * ONE REPORTING PERIOD - ITS CALENDAR, ONE PASS OF STUDMAST,
      * THEN THE SCHOOL AND GRADE LINES AND EXTRACT RECORDS.
      *-----------------------------------------------------------------
       ADARPT-RUN-PERIOD.
           ADD 1 TO WS-PERIOD-COUNT
           PERFORM ADARPT-PERIOD-HEADER
           PERFORM ADARPT-BUILD-CALENDAR
           IF WS-DAY-MAX = 0
              MOVE SPACES TO REPORT-LINE
              MOVE "  NO INSTRUCTIONAL DAYS IN PERIOD - NOT REPORTED"
                 TO REPORT-LINE
              PERFORM ADARPT-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
              GO TO ADARPT-RUN-PERIOD-END
           END-IF
           MOVE 0 TO WS-GR-MAX
           MOVE 0 TO WS-PER-EXCEPTS
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "ADARPT" TO FE-PROGRAM
              MOVE "STUDENT-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              MOVE WS-PD-MAX TO WS-PD-I
              GO TO ADARPT-RUN-PERIOD-END
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM ADARPT-READ-STUDENT
           PERFORM ADARPT-ONE-STUDENT
              THRU ADARPT-ONE-STUDENT-END UNTIL WS-EOF
           CLOSE STUDENT-MASTER
           PERFORM ADARPT-PRINT-GROUPS.
       ADARPT-RUN-PERIOD-END. EXIT.

       ADARPT-PERIOD-HEADER.
           MOVE SPACES TO RH-TITLE
           STRING "ADA / ADM FUNDING REPORT - PERIOD "
                  WS-PD-ID (WS-PD-I)
              DELIMITED BY SIZE INTO RH-TITLE
           MOVE WS-PERIOD-COUNT TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM ADARPT-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM ADARPT-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM ADARPT-WRITE-LINE.

      *-----------------------------------------------------------------
      * EVERY CALENDAR DAY OF THE PERIOD IS PUT TO BIZDAY; THE
      * BUSINESS DAYS ARE THE INSTRUCTIONAL DAYS.
      *-----------------------------------------------------------------
       ADARPT-BUILD-CALENDAR.
           MOVE 0 TO WS-DAY-MAX
           COMPUTE WS-CAL-DAY =
              FUNCTION INTEGER-OF-DATE (WS-PD-START (WS-PD-I))
           COMPUTE WS-CAL-LAST =
              FUNCTION INTEGER-OF-DATE (WS-PD-END (WS-PD-I))
           PERFORM ADARPT-CHECK-CAL-DAY
              VARYING WS-CAL-DAY FROM WS-CAL-DAY BY 1
              UNTIL WS-CAL-DAY > WS-CAL-LAST
           MOVE WS-DAY-MAX TO WS-EDIT-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING "  TERM " WS-PD-TERM (WS-PD-I)
                  "  FROM " WS-PD-START (WS-PD-I)
                  " TO " WS-PD-END (WS-PD-I)
                  "  INSTRUCTIONAL DAYS " WS-EDIT-DAYS
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ADARPT-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM ADARPT-WRITE-LINE.

       ADARPT-CHECK-CAL-DAY.
           SET BZ-IS-BUSINESS-DAY TO TRUE
           COMPUTE BZ-DATE = FUNCTION DATE-OF-INTEGER (WS-CAL-DAY)
           CALL "BIZDAY" USING WS-BIZDAY-PARM
           IF BZ-BUSINESS AND WS-DAY-MAX < 270
              ADD 1 TO WS-DAY-MAX
              MOVE BZ-DATE TO WS-DAY-DATE (WS-DAY-MAX)
           END-IF.

       ADARPT-READ-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONE STUDENT FOR THE PERIOD - MEMBERSHIP DAYS, THE TERM'S
      * ABSENCES, THE EXCEPTION TESTS, THEN THE SCHOOL AND GRADE
      * FIGURES.
      *-----------------------------------------------------------------
       ADARPT-ONE-STUDENT.
           IF STU-MERGED
              GO TO ADARPT-ONE-STUDENT-NEXT
           END-IF
           MOVE 0 TO WS-ENROLL-FROM
           IF STU-ENROLL-DATE NUMERIC
              MOVE STU-ENROLL-DATE TO WS-ENROLL-FROM
           END-IF
           MOVE 99999999 TO WS-LEFT-ON
           IF STU-WITHDRAWN OR STU-TRANSFERRED
              IF STU-STATUS-DATE NUMERIC AND STU-STATUS-DATE > 0
                 MOVE STU-STATUS-DATE TO WS-LEFT-ON
              END-IF
           END-IF
           MOVE 0 TO WS-MEMBER-DAYS
           PERFORM ADARPT-COUNT-MEMBER-DAY
              VARYING WS-DAY-I FROM 1 BY 1
              UNTIL WS-DAY-I > WS-DAY-MAX
           MOVE "N" TO WS-ATT-FOUND-SW
           MOVE 0 TO WS-ABSENCES
           MOVE STU-ID TO ATT-STU-ID
           MOVE WS-PD-TERM (WS-PD-I) TO ATT-TERM
           READ ATTEND-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-ATT-FOUND TO TRUE
                 MOVE ATT-ABSENCES TO WS-ABSENCES
           END-READ
           IF WS-MEMBER-DAYS = 0
              IF WS-ATT-FOUND AND ATT-LAST-DATE NOT < WS-PD-START
                 (WS-PD-I) AND ATT-LAST-DATE NOT > WS-PD-END (WS-PD-I)
                 MOVE "ATTENDANCE BUT NO MEMBERSHIP" TO WS-REASON
                 PERFORM ADARPT-STUDENT-EXCEPTION
              END-IF
              GO TO ADARPT-ONE-STUDENT-NEXT
           END-IF
           IF WS-ABSENCES > WS-MEMBER-DAYS
              MOVE "ABSENCES EXCEED MEMBERSHIP" TO WS-REASON
              PERFORM ADARPT-STUDENT-EXCEPTION
              GO TO ADARPT-ONE-STUDENT-NEXT
           END-IF
           IF WS-ATT-FOUND AND ATT-LAST-DATE NOT < WS-LEFT-ON
              AND WS-LEFT-ON NOT > WS-PD-END (WS-PD-I)
              MOVE "ATTENDANCE AFTER LEAVING" TO WS-REASON
              PERFORM ADARPT-STUDENT-EXCEPTION
              GO TO ADARPT-ONE-STUDENT-NEXT
           END-IF
           IF STU-SCHOOL = SPACES OR STU-GRADE-LEVEL = SPACES
              MOVE "NO SCHOOL OR GRADE ON MASTER" TO WS-REASON
              PERFORM ADARPT-STUDENT-EXCEPTION
              GO TO ADARPT-ONE-STUDENT-NEXT
           END-IF
           COMPUTE WS-ATTEND-DAYS = WS-MEMBER-DAYS - WS-ABSENCES
           PERFORM ADARPT-ADD-TO-GROUP
              THRU ADARPT-ADD-TO-GROUP-END.
       ADARPT-ONE-STUDENT-NEXT.
           PERFORM ADARPT-READ-STUDENT.
       ADARPT-ONE-STUDENT-END. EXIT.

       ADARPT-COUNT-MEMBER-DAY.
           IF WS-DAY-DATE (WS-DAY-I) NOT < WS-ENROLL-FROM
              AND WS-DAY-DATE (WS-DAY-I) < WS-LEFT-ON
              ADD 1 TO WS-MEMBER-DAYS
           END-IF.

       ADARPT-STUDENT-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT
           ADD 1 TO WS-PER-EXCEPTS
           MOVE WS-MEMBER-DAYS TO WS-EDIT-DAYS
           MOVE WS-ABSENCES TO WS-EDIT-ABS
           MOVE SPACES TO EXCEPT-LINE
           STRING "  " WS-PD-ID (WS-PD-I) " " STU-ID " " STU-NAME
                  " " WS-EDIT-DAYS "  " WS-EDIT-ABS "  " WS-REASON
              DELIMITED BY SIZE INTO EXCEPT-LINE
           PERFORM ADARPT-WRITE-EXCEPT
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
      * FIND OR OPEN THE SCHOOL AND GRADE LINE. A FULL TABLE DROPS
      * THE STUDENT TO THE EXCEPTION LIST RATHER THAN UNDER-REPORT
      * SILENTLY.
      *-----------------------------------------------------------------
       ADARPT-ADD-TO-GROUP.
           MOVE 0 TO WS-GR-HIT
           PERFORM ADARPT-CHECK-GROUP
              VARYING WS-GR-I FROM 1 BY 1
              UNTIL WS-GR-I > WS-GR-MAX OR WS-GR-HIT > 0
           IF WS-GR-HIT = 0
              IF WS-GR-MAX >= 200
                 ADD 1 TO WS-GR-DROPPED
                 MOVE "SCHOOL/GRADE TABLE FULL" TO WS-REASON
                 PERFORM ADARPT-STUDENT-EXCEPTION
                 GO TO ADARPT-ADD-TO-GROUP-END
              END-IF
              ADD 1 TO WS-GR-MAX
              MOVE WS-GR-MAX TO WS-GR-HIT
              MOVE STU-SCHOOL TO WS-GR-SCHOOL (WS-GR-HIT)
              MOVE STU-GRADE-LEVEL TO WS-GR-GRADE (WS-GR-HIT)
              MOVE 0 TO WS-GR-STUDENTS (WS-GR-HIT)
              MOVE 0 TO WS-GR-MEMBER (WS-GR-HIT)
              MOVE 0 TO WS-GR-ATTEND (WS-GR-HIT)
           END-IF
           ADD 1 TO WS-GR-STUDENTS (WS-GR-HIT)
           ADD WS-MEMBER-DAYS TO WS-GR-MEMBER (WS-GR-HIT)
           ADD WS-ATTEND-DAYS TO WS-GR-ATTEND (WS-GR-HIT).
       ADARPT-ADD-TO-GROUP-END. EXIT.

       ADARPT-CHECK-GROUP.
           IF WS-GR-SCHOOL (WS-GR-I) = STU-SCHOOL
              AND WS-GR-GRADE (WS-GR-I) = STU-GRADE-LEVEL
              MOVE WS-GR-I TO WS-GR-HIT
           END-IF.

      *-----------------------------------------------------------------
      * THE PERIOD'S LINES IN SCHOOL AND GRADE ORDER THROUGH
      * SORTTBL'S ALPHANUMERIC MODE, A SUBTOTAL AT EACH CHANGE OF
      * SCHOOL AND THE PERIOD TOTAL AT THE END.
      *-----------------------------------------------------------------
       ADARPT-PRINT-GROUPS.
           MOVE SPACES TO REPORT-LINE
           STRING "  SCHL GR  STUDENTS  MEMBER DAYS  ATTEND DAYS"
                  "       ADA       ADM"
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ADARPT-WRITE-LINE
           MOVE 0 TO WS-PER-STUDENTS
           MOVE 0 TO WS-PER-MEMBER
           MOVE 0 TO WS-PER-ATTEND
           MOVE 0 TO WS-SCH-STUDENTS
           MOVE 0 TO WS-SCH-MEMBER
           MOVE 0 TO WS-SCH-ATTEND
           MOVE SPACES TO WS-PREV-SCHOOL
           IF WS-GR-MAX > 0
              MOVE "A" TO ST-KIND
              SET ST-ASCENDING TO TRUE
              MOVE WS-GR-MAX TO ST-ALPHA-LENGTH
              PERFORM ADARPT-LOAD-SORT-KEY
                 VARYING WS-SORT-I FROM 1 BY 1
                 UNTIL WS-SORT-I > WS-GR-MAX
              CALL "SORTTBL" USING WS-SORT-PARM
              PERFORM ADARPT-PRINT-ONE-GROUP
                 VARYING WS-SORT-I FROM 1 BY 1
                 UNTIL WS-SORT-I > WS-GR-MAX
              PERFORM ADARPT-PRINT-SCHOOL-TOTAL
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM ADARPT-WRITE-LINE
           MOVE "PERIOD TOTAL" TO REPORT-LINE (3:12)
           MOVE WS-PER-STUDENTS TO WS-LINE-STUDENTS
           MOVE WS-PER-MEMBER TO WS-LINE-MEMBER
           MOVE WS-PER-ATTEND TO WS-LINE-ATTEND
           PERFORM ADARPT-FORMAT-FIGURES
           PERFORM ADARPT-WRITE-LINE
           MOVE WS-PER-EXCEPTS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  STUDENTS ON THE EXCEPTION LIST . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ADARPT-WRITE-LINE.

       ADARPT-LOAD-SORT-KEY.
           MOVE SPACES TO ST-ALPHA-ENTRY (WS-SORT-I)
           MOVE WS-GR-SCHOOL (WS-SORT-I)
              TO ST-ALPHA-KEY (WS-SORT-I) (1:4)
           MOVE WS-GR-GRADE (WS-SORT-I)
              TO ST-ALPHA-KEY (WS-SORT-I) (5:2)
           MOVE WS-SORT-I TO WS-SORT-SUB
           MOVE WS-SORT-SUB TO ST-ALPHA-PAYLOAD (WS-SORT-I) (1:3).

       ADARPT-PRINT-ONE-GROUP.
           MOVE ST-ALPHA-PAYLOAD (WS-SORT-I) (1:3) TO WS-SORT-SUB
           IF WS-GR-SCHOOL (WS-SORT-SUB) NOT = WS-PREV-SCHOOL
              IF WS-PREV-SCHOOL NOT = SPACES
                 PERFORM ADARPT-PRINT-SCHOOL-TOTAL
              END-IF
              MOVE WS-GR-SCHOOL (WS-SORT-SUB) TO WS-PREV-SCHOOL
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-GR-SCHOOL (WS-SORT-SUB) TO REPORT-LINE (3:4)
           MOVE WS-GR-GRADE (WS-SORT-SUB) TO REPORT-LINE (8:2)
           MOVE WS-GR-STUDENTS (WS-SORT-SUB) TO WS-LINE-STUDENTS
           MOVE WS-GR-MEMBER (WS-SORT-SUB) TO WS-LINE-MEMBER
           MOVE WS-GR-ATTEND (WS-SORT-SUB) TO WS-LINE-ATTEND
           PERFORM ADARPT-FORMAT-FIGURES
           PERFORM ADARPT-WRITE-LINE
           PERFORM ADARPT-WRITE-EXTRACT
           ADD WS-LINE-STUDENTS TO WS-SCH-STUDENTS
           ADD WS-LINE-MEMBER TO WS-SCH-MEMBER
           ADD WS-LINE-ATTEND TO WS-SCH-ATTEND
           ADD WS-LINE-STUDENTS TO WS-PER-STUDENTS
           ADD WS-LINE-MEMBER TO WS-PER-MEMBER
           ADD WS-LINE-ATTEND TO WS-PER-ATTEND.

       ADARPT-PRINT-SCHOOL-TOTAL.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-PREV-SCHOOL TO REPORT-LINE (3:4)
           MOVE "**" TO REPORT-LINE (8:2)
           MOVE WS-SCH-STUDENTS TO WS-LINE-STUDENTS
           MOVE WS-SCH-MEMBER TO WS-LINE-MEMBER
           MOVE WS-SCH-ATTEND TO WS-LINE-ATTEND
           PERFORM ADARPT-FORMAT-FIGURES
           PERFORM ADARPT-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM ADARPT-WRITE-LINE
           MOVE 0 TO WS-SCH-STUDENTS
           MOVE 0 TO WS-SCH-MEMBER
           MOVE 0 TO WS-SCH-ATTEND.

      *-----------------------------------------------------------------
      * FILLS THE FIGURE COLUMNS OF REPORT-LINE FROM THE WS-LINE-
      * COUNTS, WITH ADA AND ADM OVER THE PERIOD'S INSTRUCTIONAL DAYS.
      *-----------------------------------------------------------------
       ADARPT-FORMAT-FIGURES.
           COMPUTE WS-ADA ROUNDED = WS-LINE-ATTEND / WS-DAY-MAX
           COMPUTE WS-ADM ROUNDED = WS-LINE-MEMBER / WS-DAY-MAX
           MOVE WS-LINE-STUDENTS TO WS-EDIT-STUDENTS
           MOVE WS-LINE-MEMBER TO WS-EDIT-MEMBER
           MOVE WS-LINE-ATTEND TO WS-EDIT-ATTEND
           MOVE WS-ADA TO WS-EDIT-ADA
           MOVE WS-ADM TO WS-EDIT-ADM
           MOVE WS-EDIT-STUDENTS TO REPORT-LINE (13:6)
           MOVE WS-EDIT-MEMBER TO REPORT-LINE (23:9)
           MOVE WS-EDIT-ATTEND TO REPORT-LINE (36:9)
           MOVE WS-EDIT-ADA TO REPORT-LINE (46:9)
           MOVE WS-EDIT-ADM TO REPORT-LINE (56:9).

      *-----------------------------------------------------------------
      * ONE STATE RECORD PER PERIOD, SCHOOL AND GRADE; WS-ADA AND
      * WS-ADM ARE STILL THE LINE'S FROM ADARPT-FORMAT-FIGURES.
      *-----------------------------------------------------------------
       ADARPT-WRITE-EXTRACT.
           MOVE SPACES TO EXTRACT-RECORD
           MOVE "AD" TO EXT-RECORD-TYPE
           MOVE DI-CODE TO EXT-DISTRICT
           MOVE WS-PD-ID (WS-PD-I) TO EXT-PERIOD
           MOVE WS-PD-TERM (WS-PD-I) TO EXT-TERM
           MOVE WS-GR-SCHOOL (WS-SORT-SUB) TO EXT-SCHOOL
           MOVE WS-GR-GRADE (WS-SORT-SUB) TO EXT-GRADE
           MOVE WS-DAY-MAX TO EXT-INSTR-DAYS
           MOVE WS-LINE-STUDENTS TO EXT-STUDENTS
           MOVE WS-LINE-MEMBER TO EXT-MEMBER-DAYS
           MOVE WS-LINE-ATTEND TO EXT-ATTEND-DAYS
           MOVE WS-ADA TO EXT-ADA
           MOVE WS-ADM TO EXT-ADM
           WRITE EXTRACT-RECORD
           IF WS-EXTRACT-STATUS NOT = "00"
              MOVE "ADARPT" TO FE-PROGRAM
              MOVE "EXTRACT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-EXTRACT-STATUS TO FE-STATUS
              MOVE EXTRACT-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           ELSE
              ADD 1 TO WS-EXTRACT-COUNT
              ADD WS-LINE-ATTEND TO WS-HASH-TOTAL
           END-IF.

      *-----------------------------------------------------------------
      * THE SHOP-STANDARD TRAILER CLOSES THE EXTRACT SO THE STATE
      * SIDE CAN VERIFY WHAT WAS SENT.
      *-----------------------------------------------------------------
       ADARPT-WRITE-TRAILER.
           MOVE SPACES TO EXTRACT-TRAILER
           MOVE "TRAILER*" TO EXT-TLR-LITERAL
           MOVE WS-EXTRACT-COUNT TO EXT-TLR-COUNT
           MOVE WS-HASH-TOTAL TO EXT-TLR-HASH
           WRITE EXTRACT-TRAILER
           IF WS-EXTRACT-STATUS NOT = "00"
              MOVE "ADARPT" TO FE-PROGRAM
              MOVE "EXTRACT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-EXTRACT-STATUS TO FE-STATUS
              MOVE EXTRACT-TRAILER TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF.

      *-----------------------------------------------------------------
       ADARPT-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM ADARPT-WRITE-LINE
           MOVE WS-PERIOD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  PERIODS REPORTED . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ADARPT-WRITE-LINE
           MOVE WS-CARD-EXCEPTS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ADACTL CARDS REJECTED  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ADARPT-WRITE-LINE
           MOVE WS-EXTRACT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EXTRACT RECORDS  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ADARPT-WRITE-LINE
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  STUDENT EXCEPTIONS . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ADARPT-WRITE-LINE
           IF WS-EXCEPT-COUNT > 0
              MOVE SPACES TO REPORT-LINE
              MOVE "  *** CLEAR THE ADAEXCP LIST BEFORE FILING ***"
                 TO REPORT-LINE
              PERFORM ADARPT-WRITE-LINE
           END-IF
           MOVE "ADARPT" TO AL-PROGRAM
           MOVE "ADARP" TO AL-EVENT
           MOVE WS-PERIOD-COUNT TO WS-EDIT-PERIODS
           MOVE WS-EXTRACT-COUNT TO WS-EDIT-RECORDS
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-EXCEPTS
           MOVE SPACES TO AL-DETAIL
           STRING "ADA PERIODS " WS-EDIT-PERIODS
                  " EXTRACT RECORDS " WS-EDIT-RECORDS
                  " EXCEPTIONS " WS-EDIT-EXCEPTS
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       ADARPT-WRITE-EXCEPT.
      *-----------------------------------------------------------------
           WRITE EXCEPT-LINE
           IF WS-EXCEPT-STATUS NOT = "00"
              MOVE "ADARPT" TO FE-PROGRAM
              MOVE "EXCEPT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-EXCEPT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       ADARPT-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "ADARPT" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       ADARPT-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE ATTEND-MASTER
           CLOSE EXTRACT-FILE
           CLOSE EXCEPT-FILE
           CLOSE REPORT-FILE.
       END PROGRAM ADARPT.
