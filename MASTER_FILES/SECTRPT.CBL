      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    SECTRPT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * TERM CLASS-SIZE AND TEACHER LOAD REPORT FOR STAFFING. FOR THE
      * TERM ON THE SECTCTL CARD (OR THE TERMCTL CURRENT TERM WHEN
      * THERE IS NO CARD) IT PRINTS:
      *   - EVERY SECTION ON THE SECTMAST SECTION MASTER - COURSE,
      *     TEACHER, ROOM, MEETING PATTERN, SEAT CAPACITY, ACTIVE
      *     STUDENTS ENROLLED FROM STUDMAST, OPEN SEATS AND THE
      *     SECTWAIT WAIT LIST - FLAGGING A SECTION THAT IS FULL,
      *     OVER CAPACITY OR CLOSED,
      *   - EACH TEACHER'S LOAD ACROSS THE TERM - SECTIONS TAUGHT,
      *     SEATS OFFERED AND TOTAL STUDENTS.
      * ACTIVE STUDENTS WITH NO SECTION, AND ACTIVE STUDENTS IN A
      * SECTION THE MASTER DOES NOT HAVE FOR THE TERM, ARE COUNTED
      * ON THE TOTALS. A SECTION OVER CAPACITY OR A STUDENT IN AN
      * UNKNOWN SECTION ENDS THE STEP RC 4. NO TERM, NO SECTION
      * MASTER OR NO STUDENT MASTER ENDS IT RC 12; NO WAIT LIST IS
      * JUST NOBODY WAITING.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-CONTROL-FILE ASSIGN TO "SECTCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT SECTION-MASTER ASSIGN TO "SECTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SM-KEY
               FILE STATUS IS WS-SECT-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT WAIT-FILE ASSIGN TO "SECTWAIT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SW-KEY
               FILE STATUS IS WS-WAIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SECTRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  SECTION-CONTROL-FILE.
       01  SECTION-CONTROL-RECORD.
           05 SC-TERM-ID             PIC X(5).

       FD  TERM-CONTROL-FILE.
       01  TERM-CONTROL-RECORD.
           05 TC-TERM-ID             PIC X(5).

       FD  SECTION-MASTER.
           COPY "SECTMAST.CPY".

       FD  STUDENT-MASTER.
           COPY "STUMAST.CPY".

       FD  WAIT-FILE.
           COPY "SECTWAIT.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-CTL-STATUS             PIC X(02).
       01  WS-TERM-STATUS            PIC X(02).
       01  WS-SECT-STATUS            PIC X(02).
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-WAIT-STATUS            PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-SCAN-EOF-SW           PIC X VALUE "N".
           88 WS-SCAN-EOF           VALUE "Y".
       01  WS-RPT-TERM               PIC X(05) VALUE SPACES.
       01  WS-FIND-SECTION           PIC X(03).
       01  WS-FLAG-TEXT              PIC X(06).
      *-----------------------------------------------------------------
      * THE TERM'S SECTIONS WITH THEIR ENROLLED AND WAITING COUNTS,
      * AND THE TEACHER LOADS BUILT FROM THEM.
      *-----------------------------------------------------------------
       01  WS-SEC-MAX                PIC 9(03) VALUE 0.
       01  WS-SEC-I                  PIC 9(03).
       01  WS-SEC-HIT                PIC 9(03).
       01  WS-SEC-DROPPED            PIC 9(05) VALUE 0.
       01  WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 300 TIMES.
              10 WS-SEC-CODE         PIC X(03).
              10 WS-SEC-COURSE       PIC X(08).
              10 WS-SEC-TEACHER-ID   PIC X(06).
              10 WS-SEC-TEACHER-NAME PIC X(20).
              10 WS-SEC-ROOM         PIC X(05).
              10 WS-SEC-DAYS         PIC X(05).
              10 WS-SEC-START        PIC 9(04).
              10 WS-SEC-END          PIC 9(04).
              10 WS-SEC-CAPACITY     PIC 9(03).
              10 WS-SEC-ACTIVE-SW    PIC X(01).
                 88 WS-SEC-ACTIVE    VALUE "Y".
              10 WS-SEC-ENROLLED     PIC 9(04).
              10 WS-SEC-WAITING      PIC 9(04).
       01  WS-TCH-MAX                PIC 9(03) VALUE 0.
       01  WS-TCH-I                  PIC 9(03).
       01  WS-TCH-HIT                PIC 9(03).
       01  WS-TCH-TABLE.
           05 WS-TCH-ENTRY OCCURS 300 TIMES.
              10 WS-TCH-ID           PIC X(06).
              10 WS-TCH-NAME         PIC X(20).
              10 WS-TCH-SECTIONS     PIC 9(03).
              10 WS-TCH-SEATS        PIC 9(05).
              10 WS-TCH-STUDENTS     PIC 9(05).
       01  WS-OPEN-SEATS             PIC 9(04).
       01  WS-TOT-CAPACITY           PIC 9(06) VALUE 0.
       01  WS-TOT-ENROLLED           PIC 9(06) VALUE 0.
       01  WS-TOT-OPEN               PIC 9(06) VALUE 0.
       01  WS-TOT-WAITING            PIC 9(06) VALUE 0.
       01  WS-FULL-COUNT             PIC 9(05) VALUE 0.
       01  WS-OVER-COUNT             PIC 9(05) VALUE 0.
       01  WS-NO-SECTION-COUNT       PIC 9(06) VALUE 0.
       01  WS-UNKNOWN-COUNT          PIC 9(06) VALUE 0.
       01  WS-EDIT-CAP               PIC ZZ9.
       01  WS-EDIT-ENRL              PIC ZZZ9.
       01  WS-EDIT-OPEN              PIC ZZZ9.
       01  WS-EDIT-WAIT              PIC ZZZ9.
       01  WS-EDIT-SECTS             PIC ZZ9.
       01  WS-EDIT-SEATS             PIC ZZ,ZZ9.
       01  WS-EDIT-STUDENTS          PIC ZZ,ZZ9.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       SECTRPT-MAIN.
           PERFORM SECTRPT-INIT
              THRU SECTRPT-INIT-END
           IF WS-JOB-RC < 12
              PERFORM SECTRPT-LOAD-SECTIONS
              PERFORM SECTRPT-COUNT-STUDENTS
              PERFORM SECTRPT-COUNT-WAITING
                 THRU SECTRPT-COUNT-WAITING-END
              PERFORM SECTRPT-PRINT-SECTIONS
              PERFORM SECTRPT-PRINT-TEACHERS
              PERFORM SECTRPT-WRITE-SUMMARY
           END-IF
           PERFORM SECTRPT-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
      * THE REPORT TERM COMES FROM SECTCTL; WITHOUT A CARD THE
      * REGISTRAR'S TERMCTL TERM IS USED.
      *-----------------------------------------------------------------
       SECTRPT-INIT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "SECTRPT" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO SECTRPT-INIT-END
           END-IF
           OPEN INPUT SECTION-CONTROL-FILE
           IF WS-CTL-STATUS = "00"
              READ SECTION-CONTROL-FILE
                 AT END CONTINUE
                 NOT AT END MOVE SC-TERM-ID TO WS-RPT-TERM
              END-READ
              CLOSE SECTION-CONTROL-FILE
           END-IF
           IF WS-RPT-TERM = SPACES
              OPEN INPUT TERM-CONTROL-FILE
              IF WS-TERM-STATUS = "00"
                 READ TERM-CONTROL-FILE
                    AT END CONTINUE
                    NOT AT END MOVE TC-TERM-ID TO WS-RPT-TERM
                 END-READ
                 CLOSE TERM-CONTROL-FILE
              END-IF
           END-IF
           MOVE SPACES TO RH-TITLE
           STRING "CLASS SIZE AND TEACHER LOAD - TERM " WS-RPT-TERM
              DELIMITED BY SIZE INTO RH-TITLE
           MOVE 0 TO RH-PAGE-NO
           IF WS-RPT-TERM = SPACES
              PERFORM SECTRPT-PAGE-HEADER
              MOVE "  *** NO TERM IN SECTCTL OR TERMCTL" TO REPORT-LINE
              PERFORM SECTRPT-WRITE-LINE
              MOVE 12 TO WS-JOB-RC
              GO TO SECTRPT-INIT-END
           END-IF
           OPEN INPUT SECTION-MASTER
           IF WS-SECT-STATUS NOT = "00"
              MOVE "SECTRPT" TO FE-PROGRAM
              MOVE "SECTION-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-SECT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO SECTRPT-INIT-END
           END-IF
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "SECTRPT" TO FE-PROGRAM
              MOVE "STUDENT-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              CLOSE SECTION-MASTER
              GO TO SECTRPT-INIT-END
           END-IF
           OPEN INPUT WAIT-FILE.
       SECTRPT-INIT-END. EXIT.

      *-----------------------------------------------------------------
       SECTRPT-LOAD-SECTIONS.
      *-----------------------------------------------------------------
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE WS-RPT-TERM TO SM-TERM
           MOVE LOW-VALUES TO SM-SECTION
           START SECTION-MASTER KEY >= SM-KEY
              INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           IF NOT WS-SCAN-EOF
              PERFORM SECTRPT-READ-SECTION
           END-IF
           PERFORM SECTRPT-LOAD-ONE-SECTION UNTIL WS-SCAN-EOF.

       SECTRPT-READ-SECTION.
           READ SECTION-MASTER NEXT RECORD
              AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF NOT WS-SCAN-EOF
              AND SM-TERM NOT = WS-RPT-TERM
              SET WS-SCAN-EOF TO TRUE
           END-IF.

       SECTRPT-LOAD-ONE-SECTION.
           IF WS-SEC-MAX < 300
              ADD 1 TO WS-SEC-MAX
              MOVE SM-SECTION TO WS-SEC-CODE (WS-SEC-MAX)
              MOVE SM-COURSE TO WS-SEC-COURSE (WS-SEC-MAX)
              MOVE SM-TEACHER-ID TO WS-SEC-TEACHER-ID (WS-SEC-MAX)
              MOVE SM-TEACHER-NAME TO WS-SEC-TEACHER-NAME (WS-SEC-MAX)
              MOVE SM-ROOM TO WS-SEC-ROOM (WS-SEC-MAX)
              MOVE SM-MEET-DAYS TO WS-SEC-DAYS (WS-SEC-MAX)
              MOVE SM-START-TIME TO WS-SEC-START (WS-SEC-MAX)
              MOVE SM-END-TIME TO WS-SEC-END (WS-SEC-MAX)
              MOVE SM-CAPACITY TO WS-SEC-CAPACITY (WS-SEC-MAX)
              MOVE SM-ACTIVE-SW TO WS-SEC-ACTIVE-SW (WS-SEC-MAX)
              MOVE 0 TO WS-SEC-ENROLLED (WS-SEC-MAX)
              MOVE 0 TO WS-SEC-WAITING (WS-SEC-MAX)
           ELSE
              ADD 1 TO WS-SEC-DROPPED
           END-IF
           PERFORM SECTRPT-READ-SECTION.

      *-----------------------------------------------------------------
      * ACTIVE STUDENTS ONLY - WITHDRAWN AND TRANSFERRED-OUT RECORDS
      * HOLD NO SEAT.
      *-----------------------------------------------------------------
       SECTRPT-COUNT-STUDENTS.
           MOVE "N" TO WS-SCAN-EOF-SW
           PERFORM SECTRPT-READ-STUDENT
           PERFORM SECTRPT-COUNT-ONE-STUDENT UNTIL WS-SCAN-EOF.

       SECTRPT-READ-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
              AT END SET WS-SCAN-EOF TO TRUE
           END-READ.

       SECTRPT-COUNT-ONE-STUDENT.
           IF STU-ACTIVE
              IF STU-SECTION = SPACES
                 ADD 1 TO WS-NO-SECTION-COUNT
              ELSE
                 MOVE STU-SECTION TO WS-FIND-SECTION
                 PERFORM SECTRPT-FIND-SECTION
                 IF WS-SEC-HIT > 0
                    ADD 1 TO WS-SEC-ENROLLED (WS-SEC-HIT)
                 ELSE
                    ADD 1 TO WS-UNKNOWN-COUNT
                 END-IF
              END-IF
           END-IF
           PERFORM SECTRPT-READ-STUDENT.

      *-----------------------------------------------------------------
       SECTRPT-COUNT-WAITING.
      *-----------------------------------------------------------------
           IF WS-WAIT-STATUS NOT = "00"
              GO TO SECTRPT-COUNT-WAITING-END
           END-IF
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES TO SW-KEY
           MOVE WS-RPT-TERM TO SW-TERM
           START WAIT-FILE KEY >= SW-KEY
              INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           IF NOT WS-SCAN-EOF
              PERFORM SECTRPT-READ-WAIT
           END-IF
           PERFORM SECTRPT-COUNT-ONE-WAIT UNTIL WS-SCAN-EOF.
       SECTRPT-COUNT-WAITING-END. EXIT.

       SECTRPT-READ-WAIT.
           READ WAIT-FILE NEXT RECORD
              AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF NOT WS-SCAN-EOF
              AND SW-TERM NOT = WS-RPT-TERM
              SET WS-SCAN-EOF TO TRUE
           END-IF.

       SECTRPT-COUNT-ONE-WAIT.
           MOVE SW-SECTION TO WS-FIND-SECTION
           PERFORM SECTRPT-FIND-SECTION
           IF WS-SEC-HIT > 0
              ADD 1 TO WS-SEC-WAITING (WS-SEC-HIT)
           END-IF
           PERFORM SECTRPT-READ-WAIT.

       SECTRPT-FIND-SECTION.
           MOVE 0 TO WS-SEC-HIT
           PERFORM SECTRPT-CHECK-ONE-SECTION
              VARYING WS-SEC-I FROM 1 BY 1
              UNTIL WS-SEC-I > WS-SEC-MAX OR WS-SEC-HIT > 0.

       SECTRPT-CHECK-ONE-SECTION.
           IF WS-SEC-CODE (WS-SEC-I) = WS-FIND-SECTION
              MOVE WS-SEC-I TO WS-SEC-HIT
           END-IF.

      *-----------------------------------------------------------------
      * ONE LINE PER SECTION, IN SECTION ORDER, ADDING EACH INTO ITS
      * TEACHER'S LOAD AS IT GOES.
      *-----------------------------------------------------------------
       SECTRPT-PRINT-SECTIONS.
           PERFORM SECTRPT-PAGE-HEADER
           MOVE "  SEC COURSE" TO REPORT-LINE
           MOVE "TEACHR" TO REPORT-LINE (16:6)
           MOVE "ROOM" TO REPORT-LINE (23:4)
           MOVE "DAYS" TO REPORT-LINE (29:4)
           MOVE "MEETS" TO REPORT-LINE (35:5)
           MOVE "CAP" TO REPORT-LINE (45:3)
           MOVE "ENRL" TO REPORT-LINE (49:4)
           MOVE "OPEN" TO REPORT-LINE (54:4)
           MOVE "WAIT" TO REPORT-LINE (59:4)
           PERFORM SECTRPT-WRITE-LINE
           IF WS-SEC-MAX = 0
              MOVE "  NO SECTIONS ON FILE FOR THE TERM" TO REPORT-LINE
              PERFORM SECTRPT-WRITE-LINE
           END-IF
           PERFORM SECTRPT-PRINT-ONE-SECTION
              VARYING WS-SEC-I FROM 1 BY 1 UNTIL WS-SEC-I > WS-SEC-MAX
           IF WS-SEC-DROPPED > 0
              MOVE WS-SEC-DROPPED TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  *** SECTION TABLE FULL - NOT REPORTED "
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM SECTRPT-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           END-IF.

       SECTRPT-PRINT-ONE-SECTION.
           MOVE 0 TO WS-OPEN-SEATS
           MOVE SPACES TO WS-FLAG-TEXT
           EVALUATE TRUE
              WHEN WS-SEC-ENROLLED (WS-SEC-I)
                    > WS-SEC-CAPACITY (WS-SEC-I)
                 MOVE "OVER" TO WS-FLAG-TEXT
                 ADD 1 TO WS-OVER-COUNT
                 IF WS-JOB-RC < 4
                    MOVE 4 TO WS-JOB-RC
                 END-IF
              WHEN WS-SEC-ENROLLED (WS-SEC-I)
                    = WS-SEC-CAPACITY (WS-SEC-I)
                 MOVE "FULL" TO WS-FLAG-TEXT
                 ADD 1 TO WS-FULL-COUNT
              WHEN OTHER
                 COMPUTE WS-OPEN-SEATS = WS-SEC-CAPACITY (WS-SEC-I)
                    - WS-SEC-ENROLLED (WS-SEC-I)
           END-EVALUATE
           IF NOT WS-SEC-ACTIVE (WS-SEC-I)
              MOVE "CLOSED" TO WS-FLAG-TEXT
              MOVE 0 TO WS-OPEN-SEATS
           END-IF
           ADD WS-SEC-CAPACITY (WS-SEC-I) TO WS-TOT-CAPACITY
           ADD WS-SEC-ENROLLED (WS-SEC-I) TO WS-TOT-ENROLLED
           ADD WS-OPEN-SEATS TO WS-TOT-OPEN
           ADD WS-SEC-WAITING (WS-SEC-I) TO WS-TOT-WAITING
           MOVE WS-SEC-CAPACITY (WS-SEC-I) TO WS-EDIT-CAP
           MOVE WS-SEC-ENROLLED (WS-SEC-I) TO WS-EDIT-ENRL
           MOVE WS-OPEN-SEATS TO WS-EDIT-OPEN
           MOVE WS-SEC-WAITING (WS-SEC-I) TO WS-EDIT-WAIT
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-SEC-CODE (WS-SEC-I)
                  " " WS-SEC-COURSE (WS-SEC-I)
                  " " WS-SEC-TEACHER-ID (WS-SEC-I)
                  " " WS-SEC-ROOM (WS-SEC-I)
                  " " WS-SEC-DAYS (WS-SEC-I)
                  " " WS-SEC-START (WS-SEC-I)
                  "-" WS-SEC-END (WS-SEC-I)
                  " " WS-EDIT-CAP " " WS-EDIT-ENRL
                  " " WS-EDIT-OPEN " " WS-EDIT-WAIT
                  " " WS-FLAG-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM SECTRPT-WRITE-LINE
           PERFORM SECTRPT-ADD-TEACHER-LOAD
              THRU SECTRPT-ADD-TEACHER-LOAD-END.

      *-----------------------------------------------------------------
      * A TEACHER IS LISTED IN THE ORDER THEIR FIRST SECTION APPEARS.
      *-----------------------------------------------------------------
       SECTRPT-ADD-TEACHER-LOAD.
           MOVE 0 TO WS-TCH-HIT
           PERFORM SECTRPT-CHECK-ONE-TEACHER
              VARYING WS-TCH-I FROM 1 BY 1
              UNTIL WS-TCH-I > WS-TCH-MAX OR WS-TCH-HIT > 0
           IF WS-TCH-HIT = 0
              IF WS-TCH-MAX < 300
                 ADD 1 TO WS-TCH-MAX
                 MOVE WS-TCH-MAX TO WS-TCH-HIT
                 MOVE WS-SEC-TEACHER-ID (WS-SEC-I)
                    TO WS-TCH-ID (WS-TCH-HIT)
                 MOVE WS-SEC-TEACHER-NAME (WS-SEC-I)
                    TO WS-TCH-NAME (WS-TCH-HIT)
                 MOVE 0 TO WS-TCH-SECTIONS (WS-TCH-HIT)
                 MOVE 0 TO WS-TCH-SEATS (WS-TCH-HIT)
                 MOVE 0 TO WS-TCH-STUDENTS (WS-TCH-HIT)
              ELSE
                 GO TO SECTRPT-ADD-TEACHER-LOAD-END
              END-IF
           END-IF
           ADD 1 TO WS-TCH-SECTIONS (WS-TCH-HIT)
           ADD WS-SEC-CAPACITY (WS-SEC-I) TO WS-TCH-SEATS (WS-TCH-HIT)
           ADD WS-SEC-ENROLLED (WS-SEC-I)
              TO WS-TCH-STUDENTS (WS-TCH-HIT).
       SECTRPT-ADD-TEACHER-LOAD-END. EXIT.

       SECTRPT-CHECK-ONE-TEACHER.
           IF WS-TCH-ID (WS-TCH-I) = WS-SEC-TEACHER-ID (WS-SEC-I)
              MOVE WS-TCH-I TO WS-TCH-HIT
           END-IF.

      *-----------------------------------------------------------------
       SECTRPT-PRINT-TEACHERS.
      *-----------------------------------------------------------------
           MOVE SPACES TO RH-TITLE
           STRING "TEACHER STUDENT LOAD - TERM " WS-RPT-TERM
              DELIMITED BY SIZE INTO RH-TITLE
           PERFORM SECTRPT-PAGE-HEADER
           MOVE "  TEACHR NAME" TO REPORT-LINE
           MOVE "SECTS" TO REPORT-LINE (31:5)
           MOVE "SEATS" TO REPORT-LINE (39:5)
           MOVE "STUDENTS" TO REPORT-LINE (46:8)
           PERFORM SECTRPT-WRITE-LINE
           PERFORM SECTRPT-PRINT-ONE-TEACHER
              VARYING WS-TCH-I FROM 1 BY 1 UNTIL WS-TCH-I > WS-TCH-MAX.

       SECTRPT-PRINT-ONE-TEACHER.
           MOVE WS-TCH-SECTIONS (WS-TCH-I) TO WS-EDIT-SECTS
           MOVE WS-TCH-SEATS (WS-TCH-I) TO WS-EDIT-SEATS
           MOVE WS-TCH-STUDENTS (WS-TCH-I) TO WS-EDIT-STUDENTS
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-TCH-ID (WS-TCH-I)
                  " " WS-TCH-NAME (WS-TCH-I)
                  "   " WS-EDIT-SECTS
                  "  " WS-EDIT-SEATS
                  "    " WS-EDIT-STUDENTS
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM SECTRPT-WRITE-LINE.

      *-----------------------------------------------------------------
       SECTRPT-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM SECTRPT-WRITE-LINE
           MOVE WS-SEC-MAX TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  SECTIONS . . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM SECTRPT-WRITE-LINE
           MOVE WS-TOT-CAPACITY TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  SEATS OFFERED  . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM SECTRPT-WRITE-LINE
           MOVE WS-TOT-ENROLLED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  STUDENTS SEATED  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM SECTRPT-WRITE-LINE
           MOVE WS-TOT-OPEN TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  OPEN SEATS . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM SECTRPT-WRITE-LINE
           MOVE WS-TOT-WAITING TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  STUDENTS WAITING . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM SECTRPT-WRITE-LINE
           MOVE WS-FULL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  SECTIONS FULL  . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM SECTRPT-WRITE-LINE
           MOVE WS-OVER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  SECTIONS OVER CAPACITY " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM SECTRPT-WRITE-LINE
           MOVE WS-NO-SECTION-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ACTIVE, NO SECTION . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM SECTRPT-WRITE-LINE
           MOVE WS-UNKNOWN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  IN SECTION NOT ON FILE " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM SECTRPT-WRITE-LINE
           IF WS-UNKNOWN-COUNT > 0 AND WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
       SECTRPT-PAGE-HEADER.
      *-----------------------------------------------------------------
           ADD 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM SECTRPT-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM SECTRPT-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM SECTRPT-WRITE-LINE.

      *-----------------------------------------------------------------
       SECTRPT-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "SECTRPT" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       SECTRPT-TERMINATE.
      *-----------------------------------------------------------------
           IF WS-JOB-RC < 12
              CLOSE SECTION-MASTER
              CLOSE STUDENT-MASTER
              IF WS-WAIT-STATUS = "00"
                 CLOSE WAIT-FILE
              END-IF
           END-IF
           CLOSE REPORT-FILE.
       END PROGRAM SECTRPT.
