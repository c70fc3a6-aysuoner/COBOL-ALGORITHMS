      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    INCLAPSE.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * NIGHTLY INCOMPLETE-GRADE SWEEP. GRADCORR RECORDS AN
      * INCOMPLETE ON STUHIST WITH THE DATE THE WORK IS DUE AND THE
      * DEFAULT GRADE IT TURNS INTO IF THE WORK NEVER ARRIVES. THIS
      * STEP READS EVERY OUTSTANDING INCOMPLETE AND:
      *   - LISTS ON INCLAPSR, GROUPED BY TEACHER (THE SECTMAST
      *     TEACHER OF THE STUDENT'S SECTION FOR THAT TERM), EVERY
      *     INCOMPLETE DUE WITHIN THRESHIN INC-NOTICE-DAYS (DEFAULT
      *     14) AND EVERY ONE LAPSING TONIGHT, SO THE TEACHER CAN
      *     CHASE THE WORK OR FILE THE GRADE IN TIME,
      *   - WRITES ONE LAPSCORR RECORD FOR EACH INCOMPLETE WHOSE
      *     DEADLINE HAS PASSED. LAPSCORR IS IN THE CORRIN LAYOUT
      *     WITH THE SYSTEM REASON CODE LAP AND THE SHOP-STANDARD
      *     TRAILER, AND THE NEXT STEP OF THE JOB RUNS IT THROUGH
      *     GRADCORR, SO A LAPSE POSTS THE DEFAULT GRADE BY EXACTLY
      *     THE ROUTE A HAND CORRECTION TAKES AND LANDS ON THE SAME
      *     REGISTER,
      *   - WRITES RANKREQ, ONE RECORD PER TERM IN WHICH ANYTHING
      *     LAPSED, WHICH THE JOB'S STURANK STEP READS AS ITS RANKCTL
      *     SO THOSE TERMS ARE RECUT WITH THE NEW GRADES.
      * A STUDENT WHOSE SECTION HAS NO TEACHER ON SECTMAST IS LISTED
      * UNDER NO TEACHER ON FILE. THE LISTING HOLDS 1000 LINES; PAST
      * THAT THE LINES ARE COUNTED AND THE STEP ENDS RC 8, BUT EVERY
      * LAPSE IS STILL WRITTEN TO LAPSCORR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "STUHIST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS STU-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SECTION-MASTER ASSIGN TO "SECTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS SM-KEY
               FILE STATUS IS WS-SECT-STATUS.
           SELECT LAPSE-FILE ASSIGN TO "LAPSCORR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LAPSE-STATUS.
           SELECT RANK-REQUEST-FILE ASSIGN TO "RANKREQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RANKREQ-STATUS.
           SELECT REPORT-FILE ASSIGN TO "INCLAPSR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY "STUHIST.CPY".

       FD  STUDENT-MASTER.
           COPY "STUMAST.CPY".

       FD  SECTION-MASTER.
           COPY "SECTMAST.CPY".

      *-----------------------------------------------------------------
      * THE GRADCORR CORRIN LAYOUT.
      *-----------------------------------------------------------------
       FD  LAPSE-FILE.
       01  LAPSE-RECORD.
           05 LP-STU-ID              PIC X(6).
           05 LP-TERM                PIC X(5).
           05 LP-EXAM                PIC 9(3).
           05 LP-PROJECTS            PIC 9(2).
           05 LP-REASON              PIC X(3).
           05 LP-INC-DEADLINE        PIC 9(8).
           05 LP-INC-DEFAULT         PIC 9(3).

           COPY "TRLRREC.CPY".

       FD  RANK-REQUEST-FILE.
       01  RANK-REQUEST-RECORD.
           05 RQ-TERM-ID             PIC X(5).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-TH-PARMS.
           COPY "THRSHLD.CPY".
       01  WS-SORT-PARM.
           COPY "SORTTBL.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-HIST-STATUS            PIC X(02).
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-SECT-STATUS            PIC X(02).
       01  WS-LAPSE-STATUS           PIC X(02).
       01  WS-RANKREQ-STATUS         PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-MASTER-OPEN-SW        PIC X VALUE "N".
           88 WS-MASTER-OPEN        VALUE "Y".
       01  WS-SECT-OPEN-SW          PIC X VALUE "N".
           88 WS-SECT-OPEN          VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-DAY-NO             PIC 9(08).
       01  WS-NOTICE-DATE            PIC 9(08).
       01  WS-DAYS-LEFT              PIC 9(05).
      *-----------------------------------------------------------------
      * THE LISTING LINES, SORTED BY TEACHER, THEN DEADLINE, THEN
      * STUDENT (SORTTBL PAYLOAD = TABLE SUBSCRIPT).
      *-----------------------------------------------------------------
       01  WS-IN-MAX                 PIC 9(04) VALUE 0.
       01  WS-IN-TABLE.
           05 WS-IN-ENTRY OCCURS 1000 TIMES.
              10 WS-IN-TEACHER-ID    PIC X(06).
              10 WS-IN-TEACHER-NAME  PIC X(20).
              10 WS-IN-STU-ID        PIC X(06).
              10 WS-IN-STU-NAME      PIC X(25).
              10 WS-IN-TERM          PIC X(05).
              10 WS-IN-SECTION       PIC X(03).
              10 WS-IN-DEADLINE      PIC 9(08).
              10 WS-IN-DEFAULT       PIC 9(03).
              10 WS-IN-DAYS-LEFT     PIC 9(05).
              10 WS-IN-KIND          PIC X(01).
                 88 WS-IN-LAPSING    VALUE "L".
                 88 WS-IN-COMING-DUE VALUE "D".
       01  WS-IN-OVER-COUNT          PIC 9(05) VALUE 0.
       01  WS-SORT-I                 PIC 9(04).
       01  WS-SORT-SUB               PIC 9(04).
       01  WS-PREV-TEACHER           PIC X(06).
      *-----------------------------------------------------------------
      * THE TERMS TO RECUT - ONE RANKREQ RECORD EACH.
      *-----------------------------------------------------------------
       01  WS-RQ-MAX                 PIC 9(02) VALUE 0.
       01  WS-RQ-I                   PIC 9(02).
       01  WS-RQ-TABLE.
           05 WS-RQ-TERM OCCURS 20 TIMES PIC X(05).
       01  WS-RQ-FOUND-SW            PIC X VALUE "N".
           88 WS-RQ-FOUND            VALUE "Y".
       01  WS-KIND                   PIC X(01).
       01  WS-TEACHER-ID             PIC X(06).
       01  WS-TEACHER-NAME           PIC X(20).
       01  WS-STU-NAME               PIC X(25).
       01  WS-SECTION                PIC X(03).
       01  WS-OPEN-COUNT             PIC 9(07) VALUE 0.
       01  WS-DUE-COUNT              PIC 9(07) VALUE 0.
       01  WS-LAPSE-COUNT            PIC 9(07) VALUE 0.
       01  WS-LAPSE-HASH             PIC S9(11)V9(2) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-DAYS              PIC ZZZZ9.
       01  WS-EDIT-DEFAULT           PIC ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       INCLAPSE-MAIN.
           PERFORM INCLAPSE-INIT
              THRU INCLAPSE-INIT-END
           IF WS-JOB-RC < 12
              PERFORM INCLAPSE-PROCESS-ONE
                 THRU INCLAPSE-PROCESS-ONE-END UNTIL WS-EOF
              PERFORM INCLAPSE-WRITE-TRAILER
              PERFORM INCLAPSE-WRITE-RANK-REQUESTS
              PERFORM INCLAPSE-PRINT-LISTING
                 THRU INCLAPSE-PRINT-LISTING-END
              PERFORM INCLAPSE-WRITE-SUMMARY
           END-IF
           PERFORM INCLAPSE-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       INCLAPSE-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           CALL "THRSHLD" USING WS-TH-PARMS
           COMPUTE WS-RUN-DAY-NO =
              FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           COMPUTE WS-NOTICE-DATE = FUNCTION DATE-OF-INTEGER
              (WS-RUN-DAY-NO + TH-INC-NOTICE-DAYS)
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "INCLAPSE" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO INCLAPSE-INIT-END
           END-IF
           MOVE "INCOMPLETE GRADES - COMING DUE AND LAPSED"
              TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM INCLAPSE-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM INCLAPSE-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM INCLAPSE-WRITE-LINE
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
              MOVE "INCLAPSE" TO FE-PROGRAM
              MOVE "HISTORY-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-HIST-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO INCLAPSE-INIT-END
           END-IF
           OPEN OUTPUT LAPSE-FILE
           IF WS-LAPSE-STATUS NOT = "00"
              MOVE "INCLAPSE" TO FE-PROGRAM
              MOVE "LAPSE-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-LAPSE-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO INCLAPSE-INIT-END
           END-IF
           OPEN OUTPUT RANK-REQUEST-FILE
           IF WS-RANKREQ-STATUS NOT = "00"
              MOVE "INCLAPSE" TO FE-PROGRAM
              MOVE "RANK-REQUEST-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-RANKREQ-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO INCLAPSE-INIT-END
           END-IF
      *-----------------------------------------------------------------
      * THE MASTERS ONLY NAME THE STUDENT AND FIND THE TEACHER - A
      * SITE WITHOUT THEM STILL LAPSES ON TIME.
      *-----------------------------------------------------------------
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS = "00"
              SET WS-MASTER-OPEN TO TRUE
           END-IF
           OPEN INPUT SECTION-MASTER
           IF WS-SECT-STATUS = "00"
              SET WS-SECT-OPEN TO TRUE
           END-IF
           PERFORM INCLAPSE-READ-NEXT.
       INCLAPSE-INIT-END. EXIT.

      *-----------------------------------------------------------------
       INCLAPSE-READ-NEXT.
      *-----------------------------------------------------------------
           READ HISTORY-FILE NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONE HISTORY RECORD. ONLY AN OUTSTANDING INCOMPLETE MATTERS:
      * PAST ITS DEADLINE IT LAPSES TONIGHT, WITHIN THE NOTICE
      * WINDOW IT IS LISTED AS COMING DUE, FURTHER OUT IT IS LEFT
      * ALONE.
      *-----------------------------------------------------------------
       INCLAPSE-PROCESS-ONE.
           IF NOT STU-HIST-INC-OPEN
              PERFORM INCLAPSE-READ-NEXT
              GO TO INCLAPSE-PROCESS-ONE-END
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           IF STU-HIST-INC-DEADLINE < WS-RUN-DATE
              PERFORM INCLAPSE-WRITE-LAPSE
              PERFORM INCLAPSE-QUEUE-TERM
              MOVE "L" TO WS-KIND
              PERFORM INCLAPSE-TABLE-ONE
                 THRU INCLAPSE-TABLE-ONE-END
              GO TO INCLAPSE-PROCESS-NEXT
           END-IF
           IF STU-HIST-INC-DEADLINE NOT > WS-NOTICE-DATE
              ADD 1 TO WS-DUE-COUNT
              MOVE "D" TO WS-KIND
              PERFORM INCLAPSE-TABLE-ONE
                 THRU INCLAPSE-TABLE-ONE-END
           END-IF.
       INCLAPSE-PROCESS-NEXT.
           PERFORM INCLAPSE-READ-NEXT.
       INCLAPSE-PROCESS-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * THE LAPSE GOES OUT AS A GRADCORR CORRECTION: THE SAME EXAM
      * AND PROJECTS THE HISTORY HOLDS, REASON LAP, AND THE DEFAULT
      * GRADE THE INCOMPLETE CARRIES.
      *-----------------------------------------------------------------
       INCLAPSE-WRITE-LAPSE.
           MOVE SPACES TO LAPSE-RECORD
           MOVE STU-HIST-ID TO LP-STU-ID
           MOVE STU-HIST-TERM TO LP-TERM
           MOVE STU-HIST-EXAM TO LP-EXAM
           MOVE STU-HIST-PROJECTS TO LP-PROJECTS
           MOVE "LAP" TO LP-REASON
           MOVE STU-HIST-INC-DEADLINE TO LP-INC-DEADLINE
           MOVE STU-HIST-FINAL-GRADE TO LP-INC-DEFAULT
           WRITE LAPSE-RECORD
           IF WS-LAPSE-STATUS NOT = "00"
              MOVE "INCLAPSE" TO FE-PROGRAM
              MOVE "LAPSE-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-LAPSE-STATUS TO FE-STATUS
              MOVE STU-HIST-KEY TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           ELSE
              ADD 1 TO WS-LAPSE-COUNT
              ADD STU-HIST-EXAM TO WS-LAPSE-HASH
           END-IF.

       INCLAPSE-QUEUE-TERM.
           MOVE "N" TO WS-RQ-FOUND-SW
           PERFORM INCLAPSE-FIND-TERM
              VARYING WS-RQ-I FROM 1 BY 1
              UNTIL WS-RQ-I > WS-RQ-MAX OR WS-RQ-FOUND
           IF NOT WS-RQ-FOUND
              IF WS-RQ-MAX < 20
                 ADD 1 TO WS-RQ-MAX
                 MOVE STU-HIST-TERM TO WS-RQ-TERM (WS-RQ-MAX)
              ELSE
                 DISPLAY "INCLAPSE - RANKREQ TERM TABLE FULL, TERM "
                    STU-HIST-TERM " NOT QUEUED"
                 IF WS-JOB-RC < 8
                    MOVE 8 TO WS-JOB-RC
                 END-IF
              END-IF
           END-IF.

       INCLAPSE-FIND-TERM.
           IF WS-RQ-TERM (WS-RQ-I) = STU-HIST-TERM
              SET WS-RQ-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * ONE LISTING LINE. THE TEACHER IS THE ONE ON SECTMAST FOR THE
      * STUDENT'S SECTION IN THE INCOMPLETE'S TERM. PAST THE TABLE
      * CAP THE LINE IS ONLY COUNTED.
      *-----------------------------------------------------------------
       INCLAPSE-TABLE-ONE.
           PERFORM INCLAPSE-FIND-TEACHER
           IF WS-IN-MAX < 1000
              ADD 1 TO WS-IN-MAX
           ELSE
              ADD 1 TO WS-IN-OVER-COUNT
              GO TO INCLAPSE-TABLE-ONE-END
           END-IF
           MOVE WS-TEACHER-ID TO WS-IN-TEACHER-ID (WS-IN-MAX)
           MOVE WS-TEACHER-NAME TO WS-IN-TEACHER-NAME (WS-IN-MAX)
           MOVE STU-HIST-ID TO WS-IN-STU-ID (WS-IN-MAX)
           MOVE WS-STU-NAME TO WS-IN-STU-NAME (WS-IN-MAX)
           MOVE STU-HIST-TERM TO WS-IN-TERM (WS-IN-MAX)
           MOVE WS-SECTION TO WS-IN-SECTION (WS-IN-MAX)
           MOVE STU-HIST-INC-DEADLINE TO WS-IN-DEADLINE (WS-IN-MAX)
           MOVE STU-HIST-FINAL-GRADE TO WS-IN-DEFAULT (WS-IN-MAX)
           MOVE 0 TO WS-DAYS-LEFT
           IF STU-HIST-INC-DEADLINE NOT < WS-RUN-DATE
              COMPUTE WS-DAYS-LEFT =
                 FUNCTION INTEGER-OF-DATE (STU-HIST-INC-DEADLINE)
                 - WS-RUN-DAY-NO
           END-IF
           MOVE WS-DAYS-LEFT TO WS-IN-DAYS-LEFT (WS-IN-MAX)
           MOVE WS-KIND TO WS-IN-KIND (WS-IN-MAX).
       INCLAPSE-TABLE-ONE-END. EXIT.

       INCLAPSE-FIND-TEACHER.
           MOVE HIGH-VALUES TO WS-TEACHER-ID
           MOVE "NO TEACHER ON FILE" TO WS-TEACHER-NAME
           MOVE STU-HIST-NAME TO WS-STU-NAME
           MOVE SPACES TO WS-SECTION
           IF WS-MASTER-OPEN
              MOVE STU-HIST-ID TO STU-ID
              READ STUDENT-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE STU-SECTION TO WS-SECTION
              END-READ
           END-IF
           IF WS-SECT-OPEN AND WS-SECTION NOT = SPACES
              MOVE STU-HIST-TERM TO SM-TERM
              MOVE WS-SECTION TO SM-SECTION
              READ SECTION-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SM-TEACHER-ID NOT = SPACES
                       MOVE SM-TEACHER-ID TO WS-TEACHER-ID
                       MOVE SM-TEACHER-NAME TO WS-TEACHER-NAME
                    END-IF
              END-READ
           END-IF.

      *-----------------------------------------------------------------
      * THE SHOP-STANDARD TRAILER CLOSES LAPSCORR SO GRADCORR CAN
      * PROVE IT READ EVERY LAPSE THIS STEP WROTE.
      *-----------------------------------------------------------------
       INCLAPSE-WRITE-TRAILER.
           MOVE SPACES TO TRAILER-VIEW
           MOVE "TRAILER*" TO TLR-LITERAL
           MOVE WS-LAPSE-COUNT TO TLR-RECORD-COUNT
           MOVE WS-LAPSE-HASH TO TLR-HASH-TOTAL
           WRITE TRAILER-VIEW
           IF WS-LAPSE-STATUS NOT = "00"
              MOVE "INCLAPSE" TO FE-PROGRAM
              MOVE "LAPSE-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-LAPSE-STATUS TO FE-STATUS
              MOVE "TRAILER*" TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF.

       INCLAPSE-WRITE-RANK-REQUESTS.
           PERFORM INCLAPSE-WRITE-ONE-REQUEST
              VARYING WS-RQ-I FROM 1 BY 1
              UNTIL WS-RQ-I > WS-RQ-MAX.

       INCLAPSE-WRITE-ONE-REQUEST.
           MOVE SPACES TO RANK-REQUEST-RECORD
           MOVE WS-RQ-TERM (WS-RQ-I) TO RQ-TERM-ID
           WRITE RANK-REQUEST-RECORD
           IF WS-RANKREQ-STATUS NOT = "00"
              MOVE "INCLAPSE" TO FE-PROGRAM
              MOVE "RANK-REQUEST-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-RANKREQ-STATUS TO FE-STATUS
              MOVE RQ-TERM-ID TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THE LISTING IN TEACHER ORDER THROUGH SORTTBL'S ALPHANUMERIC
      * MODE, EACH TEACHER'S INCOMPLETES SOONEST DEADLINE FIRST.
      *-----------------------------------------------------------------
       INCLAPSE-PRINT-LISTING.
           IF WS-IN-MAX = 0
              MOVE SPACES TO REPORT-LINE
              PERFORM INCLAPSE-WRITE-LINE
              MOVE "  NO INCOMPLETES COMING DUE OR LAPSING"
                 TO REPORT-LINE
              PERFORM INCLAPSE-WRITE-LINE
              GO TO INCLAPSE-PRINT-LISTING-END
           END-IF
           MOVE "A" TO ST-KIND
           SET ST-ASCENDING TO TRUE
           MOVE WS-IN-MAX TO ST-ALPHA-LENGTH
           PERFORM INCLAPSE-LOAD-SORT-KEY
              VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I > WS-IN-MAX
           CALL "SORTTBL" USING WS-SORT-PARM
           MOVE LOW-VALUES TO WS-PREV-TEACHER
           PERFORM INCLAPSE-PRINT-ONE
              VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I > WS-IN-MAX.
       INCLAPSE-PRINT-LISTING-END. EXIT.

       INCLAPSE-LOAD-SORT-KEY.
           MOVE SPACES TO ST-ALPHA-ENTRY (WS-SORT-I)
           MOVE WS-IN-TEACHER-ID (WS-SORT-I)
              TO ST-ALPHA-KEY (WS-SORT-I) (1:6)
           MOVE WS-IN-DEADLINE (WS-SORT-I)
              TO ST-ALPHA-KEY (WS-SORT-I) (7:8)
           MOVE WS-IN-STU-ID (WS-SORT-I)
              TO ST-ALPHA-KEY (WS-SORT-I) (15:6)
           MOVE WS-SORT-I TO WS-SORT-SUB
           MOVE WS-SORT-SUB TO ST-ALPHA-PAYLOAD (WS-SORT-I) (1:4).

       INCLAPSE-PRINT-ONE.
           MOVE ST-ALPHA-PAYLOAD (WS-SORT-I) (1:4) TO WS-SORT-SUB
           IF WS-IN-TEACHER-ID (WS-SORT-SUB) NOT = WS-PREV-TEACHER
              MOVE WS-IN-TEACHER-ID (WS-SORT-SUB) TO WS-PREV-TEACHER
              MOVE SPACES TO REPORT-LINE
              PERFORM INCLAPSE-WRITE-LINE
              MOVE SPACES TO REPORT-LINE
              IF WS-IN-TEACHER-ID (WS-SORT-SUB) = HIGH-VALUES
                 MOVE "  NO TEACHER ON FILE" TO REPORT-LINE
              ELSE
                 STRING "  TEACHER " DELIMITED BY SIZE
                        WS-IN-TEACHER-ID (WS-SORT-SUB)
                           DELIMITED BY SIZE
                        "  " DELIMITED BY SIZE
                        WS-IN-TEACHER-NAME (WS-SORT-SUB)
                           DELIMITED BY SIZE
                    INTO REPORT-LINE
              END-IF
              PERFORM INCLAPSE-WRITE-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "    STUDNT STUDENT NAME              TERM  SEC"
                     " DUE DATE DEF" DELIMITED BY SIZE
                 INTO REPORT-LINE
              MOVE "STATUS" TO REPORT-LINE (68:6)
              PERFORM INCLAPSE-WRITE-LINE
           END-IF
           MOVE WS-IN-DEFAULT (WS-SORT-SUB) TO WS-EDIT-DEFAULT
           MOVE SPACES TO REPORT-LINE
           STRING "    " DELIMITED BY SIZE
                  WS-IN-STU-ID (WS-SORT-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IN-STU-NAME (WS-SORT-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IN-TERM (WS-SORT-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IN-SECTION (WS-SORT-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IN-DEADLINE (WS-SORT-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-DEFAULT DELIMITED BY SIZE
              INTO REPORT-LINE
           IF WS-IN-LAPSING (WS-SORT-SUB)
              MOVE "LAPSED" TO REPORT-LINE (68:6)
           ELSE
              MOVE WS-IN-DAYS-LEFT (WS-SORT-SUB) TO WS-EDIT-DAYS
              STRING "DUE " WS-EDIT-DAYS "D" DELIMITED BY SIZE
                 INTO REPORT-LINE (68:10)
           END-IF
           PERFORM INCLAPSE-WRITE-LINE.

      *-----------------------------------------------------------------
       INCLAPSE-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM INCLAPSE-WRITE-LINE
           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  OUTSTANDING INCOMPLETES  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM INCLAPSE-WRITE-LINE
           MOVE WS-DUE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  COMING DUE WITHIN NOTICE . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM INCLAPSE-WRITE-LINE
           MOVE WS-LAPSE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  LAPSED - SENT TO GRADCORR  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM INCLAPSE-WRITE-LINE
           MOVE WS-RQ-MAX TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  TERMS QUEUED FOR RANKING . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM INCLAPSE-WRITE-LINE
           IF WS-IN-OVER-COUNT > 0
              MOVE WS-IN-OVER-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  *** LINES PAST TABLE CAP, NOT LISTED: "
                        DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM INCLAPSE-WRITE-LINE
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "INCLAPSE" TO AL-PROGRAM
           MOVE "INCLP" TO AL-EVENT
           MOVE SPACES TO AL-DETAIL
           STRING "INCOMPLETES OPEN " DELIMITED BY SIZE
                  WS-OPEN-COUNT DELIMITED BY SIZE
                  " DUE " DELIMITED BY SIZE
                  WS-DUE-COUNT DELIMITED BY SIZE
                  " LAPSED " DELIMITED BY SIZE
                  WS-LAPSE-COUNT DELIMITED BY SIZE
              INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       INCLAPSE-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "INCLAPSE" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       INCLAPSE-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE HISTORY-FILE
           CLOSE LAPSE-FILE
           CLOSE RANK-REQUEST-FILE
           CLOSE REPORT-FILE
           IF WS-MASTER-OPEN
              CLOSE STUDENT-MASTER
           END-IF
           IF WS-SECT-OPEN
              CLOSE SECTION-MASTER
           END-IF.
       END PROGRAM INCLAPSE.
