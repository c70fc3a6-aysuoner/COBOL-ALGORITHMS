      * CORRECTION TO EITHER NO LONGER COUNTS AS UNCHANGED AND GOES
      * UNAPPLIED. AN UNCHANGED STUDENT STILL POSTS NO HISTORY -
      * ONLY GENUINE ADDS AND CHANGES TOUCH STUDMAST OR STUHIST.
      * MODIFIED 15/10/2026 - THE ROSTER'S SECTION IS NOW CHECKED
      * AGAINST THE SECTMAST SECTION MASTER FOR THE TERMCTL CURRENT
      * TERM BEFORE IT REACHES THE MASTER. A SECTION THAT IS NOT ON
      * THE MASTER OR IS CLOSED IS AN EXCEPTION LINE AND THE
      * STUDENT KEEPS THE SECTION THEY HAD (THE REST OF THE ROSTER
      * LINE IS STILL APPLIED); A FULL SECTION PUTS THE STUDENT ON
      * THE SECTWAIT WAIT LIST AND THEY KEEP THEIR OLD SECTION
      * UNTIL A SEAT OPENS. EACH RUN FIRST OFFERS THE OPEN SEATS TO
      * THE WAIT LIST, OLDEST ENTRY FIRST. SEATS TAKEN ARE COUNTED
      * FROM THE ACTIVE STUDENTS ON STUDMAST AT THE START OF THE RUN.
      * WITH NO TERMCTL TERM OR NO SECTIONS ON FILE FOR THE TERM THE
      * SECTION IS CARRIED UNCHECKED AS BEFORE.
      * MODIFIED 15/10/2026 - THE ROSTER NOW ALSO CARRIES THE
      * STUDENT'S SCHOOL AND GRADE LEVEL, STORED ON EVERY INSERT AND
      * UPDATE AND COVERED BY THE CHANGE DETECTION, AND A NEW
      * STUDENT'S ENROLLMENT DATE IS THE RUN DATE - THE ATTENDANCE
      * FUNDING REPORT COUNTS MEMBERSHIP FROM IT.
      * MODIFIED 15/10/2026 - PASSES STUHPOST'S NEW INCOMPLETE-GRADE
      * PARAMETER WITH A SPACE ACTION, SO A POSTING NEVER OVERLAYS AN
      * OUTSTANDING INCOMPLETE ON THE TERM HISTORY.
      * MODIFIED 15/10/2026 - EVERY STUDMAST ADD AND CHANGE, WAIT-LIST
      * SEATINGS INCLUDED, NOW GOES TO THE CHGJRNL CHANGE JOURNAL WITH
      * ITS BEFORE AND AFTER IMAGE.
      * MODIFIED 15/10/2026 - STUDMAST IS NOW DECLARED WITH ITS
      * STU-NAME ALTERNATE INDEX (DUPLICATES ALLOWED), SO EVERY
      * CHANGE THIS PROGRAM MAKES KEEPS THE ONLNBRW NAME SEARCH IN
      * STEP.
      * MODIFIED 15/10/2026 - THE ROSTER NAME NOW PASSES THROUGH THE
      * SHARED NAMESTD STANDARDIZATION BEFORE IT IS COMPARED WITH OR
      * STORED ON STUDMAST (AND THE WAIT LIST), SO "SMITH, JOHN" AND
      * "john  smith" BOTH LOAD AS "SMITH, JOHN". A NAME NAMESTD
      * COULD NOT READ WITH CONFIDENCE, OR TOO LONG FOR STU-NAME, IS
      * STILL LOADED IN ITS BEST-GUESS FORM BUT IS LISTED AS "NAME
      * UNCLEAR" WITH THE REASON AND COUNTED ON THE SUMMARY (RC 4).
      * THE FIRST RUN AFTER THIS CHANGE COUNTS EVERY STUDENT WHOSE
      * STORED NAME WAS NOT YET IN THE STANDARD FORM AS CHANGED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS STU-ID
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "STULOADR"
               ORGANIZATION LINE SEQUENTIAL
           SELECT ACK-FILE ASSIGN TO "STUACK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT SECTION-MASTER ASSIGN TO "SECTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SM-KEY
               FILE STATUS IS WS-SECT-STATUS.
           SELECT WAIT-FILE ASSIGN TO "SECTWAIT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SW-KEY
               FILE STATUS IS WS-WAIT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05 ROS-STU-EXAM           PIC 9(3).
           05 ROS-STU-PROJECTS       PIC 9(2).
           05 ROS-STU-SECTION        PIC X(3).
           05 ROS-STU-SCHOOL         PIC X(4).
           05 ROS-STU-GRADE          PIC X(2).

           COPY "TRLRREC.CPY".

       FD  ACK-FILE.
       01  ACK-LINE                 PIC X(80).

       FD  TERM-CONTROL-FILE.
       01  TERM-CONTROL-RECORD.
           05 TC-TERM-ID             PIC X(5).

       FD  SECTION-MASTER.
           COPY "SECTMAST.CPY".

       FD  WAIT-FILE.
           COPY "SECTWAIT.CPY".

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-JOURNAL-PARMS          VALUE SPACES.
           COPY "CHGJRNPM.CPY".
       01  WS-TLR-FOUND-SW          PIC X VALUE "N".
           88 WS-TLR-FOUND          VALUE "Y".
       01  WS-TLR-EXP-COUNT         PIC 9(7).
       01  WS-TLR-ACT-HASH          PIC S9(11)V9(2) VALUE 0.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       COPY "RETCODE.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-NS-PARMS.
           COPY "NAMESTPM.CPY".
       01  WS-STD-NAME               PIC X(25).
       01  WS-NAME-UNCLEAR-COUNT     PIC 9(6) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-ROSTER-STATUS          PIC X(02).
      * SPACES TELLS STUHPOST TO POST TO THE TERMCTL CURRENT TERM.
      *-----------------------------------------------------------------
       01  WS-POST-TERM              PIC X(05) VALUE SPACES.
       01  WS-INC-POST               VALUE SPACES.
           COPY "INCPOST.CPY".
       01  WS-BALANCE-TOTAL          PIC 9(6).
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
      *-----------------------------------------------------------------
      * SECTION CHECKING. THE CURRENT TERM'S SECTIONS ARE HELD IN A
      * TABLE WITH THE SEATS TAKEN IN EACH, COUNTED FROM STUDMAST AT
      * THE START OF THE RUN AND KEPT UP TO DATE AS STUDENTS MOVE.
      * THE TERM'S WAIT LIST IS HELD THE SAME WAY, IN KEY ORDER.
      *-----------------------------------------------------------------
       01  WS-TERM-STATUS            PIC X(02).
       01  WS-SECT-STATUS            PIC X(02).
       01  WS-WAIT-STATUS            PIC X(02).
       01  WS-SCAN-EOF-SW           PIC X VALUE "N".
           88 WS-SCAN-EOF           VALUE "Y".
       01  WS-SECT-CHECK-SW         PIC X VALUE "N".
           88 WS-SECT-CHECKING      VALUE "Y".
       01  WS-WAIT-OPEN-SW          PIC X VALUE "N".
           88 WS-WAIT-OPEN          VALUE "Y".
       01  WS-CUR-TERM               PIC X(05) VALUE SPACES.
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-FIND-SECTION           PIC X(03).
       01  WS-OLD-SECTION            PIC X(03).
       01  WS-NEW-SECTION            PIC X(03).
       01  WS-KEEP-SECTION           PIC X(03).
       01  WS-WAIT-REASON            PIC X(24).
       01  WS-SEC-MAX                PIC 9(03) VALUE 0.
       01  WS-SEC-I                  PIC 9(03).
       01  WS-SEC-HIT                PIC 9(03).
       01  WS-SEC-NEW-HIT            PIC 9(03).
       01  WS-SEC-DROPPED            PIC 9(05) VALUE 0.
       01  WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 300 TIMES.
              10 WS-SEC-CODE         PIC X(03).
              10 WS-SEC-CAPACITY     PIC 9(03).
              10 WS-SEC-ENROLLED     PIC 9(04).
              10 WS-SEC-ACTIVE-SW    PIC X(01).
                 88 WS-SEC-ACTIVE    VALUE "Y".
       01  WS-WT-MAX                 PIC 9(03) VALUE 0.
       01  WS-WT-I                   PIC 9(03).
       01  WS-WT-HIT                 PIC 9(03).
       01  WS-WT-DROPPED             PIC 9(05) VALUE 0.
       01  WS-WT-TABLE.
           05 WS-WT-ENTRY OCCURS 500 TIMES.
              10 WS-WT-SECTION       PIC X(03).
              10 WS-WT-DATE          PIC 9(08).
              10 WS-WT-STU-ID        PIC X(06).
              10 WS-WT-GONE-SW       PIC X(01).
                 88 WS-WT-GONE       VALUE "Y".
       01  WS-SECT-REJECT-COUNT      PIC 9(6) VALUE 0.
       01  WS-WAITLIST-COUNT         PIC 9(6) VALUE 0.
       01  WS-PLACED-COUNT           PIC 9(6) VALUE 0.
       01  WS-WAIT-DROP-COUNT        PIC 9(6) VALUE 0.
       01  WS-EDIT-SEATS             PIC ZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM STULOAD-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM STULOAD-WRITE-LINE
           IF NOT WS-EOF
              PERFORM STULOAD-LOAD-SECTIONS
                 THRU STULOAD-LOAD-SECTIONS-END
           END-IF
           IF NOT WS-EOF
              PERFORM STULOAD-READ-NEXT
           END-IF.
           ADD 1 TO WS-ROSTER-COUNT
           ADD 1 TO WS-TLR-ACT-COUNT
           ADD ROS-STU-EXAM TO WS-TLR-ACT-HASH
           PERFORM STULOAD-STANDARDIZE-NAME
           MOVE "N" TO WS-FOUND-SW
           MOVE ROS-STU-ID TO STU-ID
           READ STUDENT-MASTER
                 SET WS-RECORD-FOUND TO TRUE
           END-READ
           IF WS-RECORD-FOUND
              IF STU-ACTIVE
                 MOVE STU-SECTION TO WS-OLD-SECTION
                 PERFORM STULOAD-CHECK-SECTION
                    THRU STULOAD-CHECK-SECTION-END
              END-IF
              EVALUATE TRUE
                 WHEN NOT STU-ACTIVE
                    PERFORM STULOAD-WITHDRAWN-ONE
                 WHEN STU-EXAM = ROS-STU-EXAM
                    AND STU-PROJECTS = ROS-STU-PROJECTS
                    AND STU-NAME = WS-STD-NAME
                    AND STU-SECTION = WS-NEW-SECTION
                    AND STU-SCHOOL = ROS-STU-SCHOOL
                    AND STU-GRADE-LEVEL = ROS-STU-GRADE
                    ADD 1 TO WS-UNCHANGED-COUNT
                 WHEN OTHER
                    PERFORM STULOAD-UPDATE-ONE
              END-EVALUATE
           ELSE
              MOVE SPACES TO WS-OLD-SECTION
              PERFORM STULOAD-CHECK-SECTION
                 THRU STULOAD-CHECK-SECTION-END
              PERFORM STULOAD-INSERT-ONE
           END-IF
           PERFORM STULOAD-READ-NEXT.
              MOVE 4 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
      * THE ROSTER NAME IN THE SHARED STANDARD FORM. ONE NAMESTD
      * COULD NOT READ WITH CONFIDENCE, OR TOO LONG FOR STU-NAME, IS
      * STILL LOADED AS BEST IT CAN BE BUT LISTED FOR THE REGISTRAR.
      *-----------------------------------------------------------------
       STULOAD-STANDARDIZE-NAME.
           MOVE ROS-STU-NAME TO NS-RAW-NAME
           MOVE SPACE TO NS-ORDER-HINT
           CALL "NAMESTD" USING WS-NS-PARMS
           MOVE NS-FILE-NAME TO WS-STD-NAME
           IF NS-RETCODE = RC-NORMAL
              AND NS-FILE-NAME (26:25) NOT = SPACES
              MOVE RC-INVALID-INPUT TO NS-RETCODE
              MOVE "TOO LONG FOR THE MASTER" TO NS-REASON
           END-IF
           IF NS-RETCODE NOT = RC-NORMAL
              ADD 1 TO WS-NAME-UNCLEAR-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  NAME UNCLEAR - " ROS-STU-ID " " ROS-STU-NAME
                     " " NS-REASON DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM STULOAD-WRITE-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "                   STANDARD FORM " WS-STD-NAME
                     DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM STULOAD-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           END-IF.

       STULOAD-UPDATE-ONE.
           MOVE STUDENT-MASTER-RECORD TO CJ-BEFORE
           MOVE WS-STD-NAME      TO STU-NAME
           MOVE ROS-STU-EXAM     TO STU-EXAM
           MOVE ROS-STU-PROJECTS TO STU-PROJECTS
           MOVE WS-NEW-SECTION   TO STU-SECTION
           MOVE ROS-STU-SCHOOL   TO STU-SCHOOL
           MOVE ROS-STU-GRADE    TO STU-GRADE-LEVEL
           CALL "FINALGRADE" USING STU-EXAM STU-PROJECTS
              STU-FINAL-GRADE STU-RETCODE
           ADD 1 TO WS-CHANGE-COUNT
                 DISPLAY "STULOAD - REWRITE FAILED: " STU-ID
                 MOVE 8 TO WS-JOB-RC
              NOT INVALID KEY
                 SET CJ-CHANGE TO TRUE
                 PERFORM STULOAD-JOURNAL-CHANGE
                 CALL "STUHPOST" USING STUDENT-MASTER-RECORD
                    WS-POST-TERM WS-INC-POST
           END-REWRITE.

       STULOAD-INSERT-ONE.
           MOVE SPACES TO STUDENT-MASTER-RECORD
           MOVE ROS-STU-ID       TO STU-ID
           MOVE WS-STD-NAME      TO STU-NAME
           MOVE ROS-STU-EXAM     TO STU-EXAM
           MOVE ROS-STU-PROJECTS TO STU-PROJECTS
           MOVE WS-NEW-SECTION   TO STU-SECTION
           MOVE "A" TO STU-ENROLL-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO STU-STATUS-DATE
           MOVE WS-DATE-TIME (1:8) TO STU-ENROLL-DATE
           MOVE ROS-STU-SCHOOL   TO STU-SCHOOL
           MOVE ROS-STU-GRADE    TO STU-GRADE-LEVEL
           CALL "FINALGRADE" USING STU-EXAM STU-PROJECTS
              STU-FINAL-GRADE STU-RETCODE
           ADD 1 TO WS-ADD-COUNT
                 DISPLAY "STULOAD - WRITE FAILED: " STU-ID
                 MOVE 8 TO WS-JOB-RC
              NOT INVALID KEY
                 SET CJ-ADD TO TRUE
                 MOVE SPACES TO CJ-BEFORE
                 PERFORM STULOAD-JOURNAL-CHANGE
                 CALL "STUHPOST" USING STUDENT-MASTER-RECORD
                    WS-POST-TERM WS-INC-POST
           END-WRITE.

      *-----------------------------------------------------------------
      * LOAD THE CURRENT TERM'S SECTIONS, COUNT THE SEATS TAKEN FROM
      * THE ACTIVE STUDENTS ON STUDMAST, LOAD THE TERM'S WAIT LIST AND
      * OFFER ANY OPEN SEATS TO IT. NO TERM OR NO SECTIONS ON FILE
      * LEAVES SECTION CHECKING OFF.
      *-----------------------------------------------------------------
       STULOAD-LOAD-SECTIONS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN INPUT TERM-CONTROL-FILE
           IF WS-TERM-STATUS = "00"
              READ TERM-CONTROL-FILE
                 AT END CONTINUE
                 NOT AT END MOVE TC-TERM-ID TO WS-CUR-TERM
              END-READ
              CLOSE TERM-CONTROL-FILE
           END-IF
           IF WS-CUR-TERM = SPACES
              MOVE "  NO CURRENT TERM IN TERMCTL - SECTIONS NOT CHECKED"
                 TO REPORT-LINE
              PERFORM STULOAD-WRITE-LINE
              GO TO STULOAD-LOAD-SECTIONS-END
           END-IF
           OPEN INPUT SECTION-MASTER
           IF WS-SECT-STATUS NOT = "00"
              MOVE "  NO SECTION MASTER - SECTIONS NOT CHECKED"
                 TO REPORT-LINE
              PERFORM STULOAD-WRITE-LINE
              GO TO STULOAD-LOAD-SECTIONS-END
           END-IF
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE WS-CUR-TERM TO SM-TERM
           MOVE LOW-VALUES TO SM-SECTION
           START SECTION-MASTER KEY >= SM-KEY
              INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           IF NOT WS-SCAN-EOF
              PERFORM STULOAD-READ-SECTION
           END-IF
           PERFORM STULOAD-LOAD-ONE-SECTION UNTIL WS-SCAN-EOF
           CLOSE SECTION-MASTER
           IF WS-SEC-MAX = 0
              MOVE SPACES TO REPORT-LINE
              STRING "  NO SECTIONS ON FILE FOR TERM " WS-CUR-TERM
                     " - SECTIONS NOT CHECKED" DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM STULOAD-WRITE-LINE
              GO TO STULOAD-LOAD-SECTIONS-END
           END-IF
           IF WS-SEC-DROPPED > 0
              MOVE WS-SEC-DROPPED TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  SECTION TABLE FULL - SECTIONS NOT LOADED "
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM STULOAD-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           END-IF
           SET WS-SECT-CHECKING TO TRUE
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES TO STU-ID
           START STUDENT-MASTER KEY >= STU-ID
              INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           IF NOT WS-SCAN-EOF
              PERFORM STULOAD-READ-STUDENT
           END-IF
           PERFORM STULOAD-COUNT-ONE-STUDENT UNTIL WS-SCAN-EOF
           OPEN I-O WAIT-FILE
           IF WS-WAIT-STATUS = "35"
              OPEN OUTPUT WAIT-FILE
              CLOSE WAIT-FILE
              OPEN I-O WAIT-FILE
           END-IF
           IF WS-WAIT-STATUS NOT = "00"
              MOVE "STULOAD" TO FE-PROGRAM
              MOVE "WAIT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-WAIT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
              GO TO STULOAD-LOAD-SECTIONS-END
           END-IF
           SET WS-WAIT-OPEN TO TRUE
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES TO SW-KEY
           MOVE WS-CUR-TERM TO SW-TERM
           START WAIT-FILE KEY >= SW-KEY
              INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           IF NOT WS-SCAN-EOF
              PERFORM STULOAD-READ-WAIT
           END-IF
           PERFORM STULOAD-LOAD-ONE-WAIT UNTIL WS-SCAN-EOF
           IF WS-WT-DROPPED > 0
              MOVE WS-WT-DROPPED TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  WAIT LIST TABLE FULL - ENTRIES NOT LOADED "
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM STULOAD-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           END-IF
           PERFORM STULOAD-SERVE-ONE-WAIT
              THRU STULOAD-SERVE-ONE-WAIT-END
              VARYING WS-WT-I FROM 1 BY 1 UNTIL WS-WT-I > WS-WT-MAX.
       STULOAD-LOAD-SECTIONS-END. EXIT.

       STULOAD-READ-SECTION.
           READ SECTION-MASTER NEXT RECORD
              AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF NOT WS-SCAN-EOF
              AND SM-TERM NOT = WS-CUR-TERM
              SET WS-SCAN-EOF TO TRUE
           END-IF.

       STULOAD-LOAD-ONE-SECTION.
           IF WS-SEC-MAX < 300
              ADD 1 TO WS-SEC-MAX
              MOVE SM-SECTION TO WS-SEC-CODE (WS-SEC-MAX)
              MOVE SM-CAPACITY TO WS-SEC-CAPACITY (WS-SEC-MAX)
              MOVE 0 TO WS-SEC-ENROLLED (WS-SEC-MAX)
              MOVE SM-ACTIVE-SW TO WS-SEC-ACTIVE-SW (WS-SEC-MAX)
           ELSE
              ADD 1 TO WS-SEC-DROPPED
           END-IF
           PERFORM STULOAD-READ-SECTION.

       STULOAD-READ-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
              AT END SET WS-SCAN-EOF TO TRUE
           END-READ.

       STULOAD-COUNT-ONE-STUDENT.
           IF STU-ACTIVE AND STU-SECTION NOT = SPACES
              MOVE STU-SECTION TO WS-FIND-SECTION
              PERFORM STULOAD-FIND-SECTION
              IF WS-SEC-HIT > 0
                 ADD 1 TO WS-SEC-ENROLLED (WS-SEC-HIT)
              END-IF
           END-IF
           PERFORM STULOAD-READ-STUDENT.

       STULOAD-READ-WAIT.
           READ WAIT-FILE NEXT RECORD
              AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF NOT WS-SCAN-EOF
              AND SW-TERM NOT = WS-CUR-TERM
              SET WS-SCAN-EOF TO TRUE
           END-IF.

       STULOAD-LOAD-ONE-WAIT.
           IF WS-WT-MAX < 500
              ADD 1 TO WS-WT-MAX
              MOVE SW-SECTION TO WS-WT-SECTION (WS-WT-MAX)
              MOVE SW-WAIT-DATE TO WS-WT-DATE (WS-WT-MAX)
              MOVE SW-STU-ID TO WS-WT-STU-ID (WS-WT-MAX)
              MOVE "N" TO WS-WT-GONE-SW (WS-WT-MAX)
           ELSE
              ADD 1 TO WS-WT-DROPPED
           END-IF
           PERFORM STULOAD-READ-WAIT.

      *-----------------------------------------------------------------
      * TABLE LOOKUP OF WS-FIND-SECTION - WS-SEC-HIT IS ZERO WHEN THE
      * SECTION IS NOT ON FILE FOR THE TERM.
      *-----------------------------------------------------------------
       STULOAD-FIND-SECTION.
           MOVE 0 TO WS-SEC-HIT
           PERFORM STULOAD-CHECK-ONE-SECTION
              VARYING WS-SEC-I FROM 1 BY 1
              UNTIL WS-SEC-I > WS-SEC-MAX OR WS-SEC-HIT > 0.

       STULOAD-CHECK-ONE-SECTION.
           IF WS-SEC-CODE (WS-SEC-I) = WS-FIND-SECTION
              MOVE WS-SEC-I TO WS-SEC-HIT
           END-IF.

      *-----------------------------------------------------------------
      * OFFER AN OPEN SEAT TO ONE WAIT-LIST ENTRY. THE ENTRY GOES
      * WHEN THE STUDENT IS SEATED, IS NO LONGER ACTIVE, IS ALREADY
      * IN THE SECTION, OR THE SECTION IS NO LONGER OFFERED.
      *-----------------------------------------------------------------
       STULOAD-SERVE-ONE-WAIT.
           IF WS-WT-GONE (WS-WT-I)
              GO TO STULOAD-SERVE-ONE-WAIT-END
           END-IF
           MOVE WS-WT-SECTION (WS-WT-I) TO WS-FIND-SECTION
           PERFORM STULOAD-FIND-SECTION
           IF WS-SEC-HIT = 0
              MOVE "SECTION NOT OFFERED" TO WS-WAIT-REASON
              PERFORM STULOAD-DROP-WAIT
              GO TO STULOAD-SERVE-ONE-WAIT-END
           END-IF
           IF NOT WS-SEC-ACTIVE (WS-SEC-HIT)
              MOVE "SECTION CLOSED" TO WS-WAIT-REASON
              PERFORM STULOAD-DROP-WAIT
              GO TO STULOAD-SERVE-ONE-WAIT-END
           END-IF
           IF WS-SEC-ENROLLED (WS-SEC-HIT)
                 NOT < WS-SEC-CAPACITY (WS-SEC-HIT)
              GO TO STULOAD-SERVE-ONE-WAIT-END
           END-IF
           MOVE WS-SEC-HIT TO WS-SEC-NEW-HIT
           MOVE WS-WT-STU-ID (WS-WT-I) TO STU-ID
           READ STUDENT-MASTER
              INVALID KEY
                 MOVE "STUDENT NOT ON MASTER" TO WS-WAIT-REASON
                 PERFORM STULOAD-DROP-WAIT
                 GO TO STULOAD-SERVE-ONE-WAIT-END
           END-READ
           IF NOT STU-ACTIVE
              MOVE "STUDENT NOT ACTIVE" TO WS-WAIT-REASON
              PERFORM STULOAD-DROP-WAIT
              GO TO STULOAD-SERVE-ONE-WAIT-END
           END-IF
           IF STU-SECTION = WS-WT-SECTION (WS-WT-I)
              MOVE "ALREADY IN SECTION" TO WS-WAIT-REASON
              PERFORM STULOAD-DROP-WAIT
              GO TO STULOAD-SERVE-ONE-WAIT-END
           END-IF
           MOVE STUDENT-MASTER-RECORD TO CJ-BEFORE
           MOVE STU-SECTION TO WS-OLD-SECTION
           MOVE WS-WT-SECTION (WS-WT-I) TO STU-SECTION
           REWRITE STUDENT-MASTER-RECORD
              INVALID KEY
                 ADD 1 TO WS-ERROR-COUNT
                 DISPLAY "STULOAD - REWRITE FAILED: " STU-ID
                 MOVE 8 TO WS-JOB-RC
                 GO TO STULOAD-SERVE-ONE-WAIT-END
           END-REWRITE
           SET CJ-CHANGE TO TRUE
           PERFORM STULOAD-JOURNAL-CHANGE
           ADD 1 TO WS-SEC-ENROLLED (WS-SEC-NEW-HIT)
           PERFORM STULOAD-RELEASE-SEAT
           ADD 1 TO WS-PLACED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  SEATED FROM WAIT LIST - " STU-ID " " STU-NAME
                  " SECTION " STU-SECTION DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STULOAD-WRITE-LINE
           MOVE "SEATED" TO WS-WAIT-REASON
           PERFORM STULOAD-DROP-WAIT.
       STULOAD-SERVE-ONE-WAIT-END. EXIT.

      *-----------------------------------------------------------------
      * DECIDE THE SECTION A ROSTER LINE LEAVES ON THE MASTER.
      * WS-OLD-SECTION IS WHAT THE STUDENT HAS NOW (SPACES FOR A NEW
      * STUDENT); WS-NEW-SECTION COMES BACK AS WHAT TO STORE.
      *-----------------------------------------------------------------
       STULOAD-CHECK-SECTION.
           MOVE ROS-STU-SECTION TO WS-NEW-SECTION
           IF NOT WS-SECT-CHECKING
              GO TO STULOAD-CHECK-SECTION-END
           END-IF
           MOVE SPACES TO WS-KEEP-SECTION
           IF ROS-STU-SECTION = WS-OLD-SECTION
              MOVE "ROSTER KEEPS OLD SECTION" TO WS-WAIT-REASON
              PERFORM STULOAD-CLEAR-WAITS
              GO TO STULOAD-CHECK-SECTION-END
           END-IF
           IF ROS-STU-SECTION = SPACES
              PERFORM STULOAD-RELEASE-SEAT
              MOVE "ROSTER SECTION BLANK" TO WS-WAIT-REASON
              PERFORM STULOAD-CLEAR-WAITS
              GO TO STULOAD-CHECK-SECTION-END
           END-IF
           MOVE ROS-STU-SECTION TO WS-FIND-SECTION
           PERFORM STULOAD-FIND-SECTION
           IF WS-SEC-HIT = 0
              OR NOT WS-SEC-ACTIVE (WS-SEC-HIT)
              MOVE WS-OLD-SECTION TO WS-NEW-SECTION
              ADD 1 TO WS-SECT-REJECT-COUNT
              MOVE SPACES TO REPORT-LINE
              IF WS-SEC-HIT = 0
                 STRING "  EXCEPTION - " ROS-STU-ID " " ROS-STU-NAME
                        " SECTION " ROS-STU-SECTION
                        " NOT ON FILE" DELIMITED BY SIZE
                    INTO REPORT-LINE
              ELSE
                 STRING "  EXCEPTION - " ROS-STU-ID " " ROS-STU-NAME
                        " SECTION " ROS-STU-SECTION
                        " CLOSED" DELIMITED BY SIZE
                    INTO REPORT-LINE
              END-IF
              PERFORM STULOAD-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
              MOVE "SECTION REJECTED" TO WS-WAIT-REASON
              PERFORM STULOAD-CLEAR-WAITS
              GO TO STULOAD-CHECK-SECTION-END
           END-IF
           IF WS-SEC-ENROLLED (WS-SEC-HIT)
                 < WS-SEC-CAPACITY (WS-SEC-HIT)
              ADD 1 TO WS-SEC-ENROLLED (WS-SEC-HIT)
              PERFORM STULOAD-RELEASE-SEAT
              MOVE "SEATED ON ROSTER" TO WS-WAIT-REASON
              PERFORM STULOAD-CLEAR-WAITS
              GO TO STULOAD-CHECK-SECTION-END
           END-IF
      *-----------------------------------------------------------------
      * THE SECTION IS FULL - THE STUDENT KEEPS THE OLD SECTION AND
      * WAITS FOR THIS ONE, ONCE.
      *-----------------------------------------------------------------
           MOVE WS-OLD-SECTION TO WS-NEW-SECTION
           MOVE ROS-STU-SECTION TO WS-KEEP-SECTION
           MOVE "SENT FOR OTHER SECTION" TO WS-WAIT-REASON
           PERFORM STULOAD-CLEAR-WAITS
           IF WS-WT-HIT > 0
              GO TO STULOAD-CHECK-SECTION-END
           END-IF
           MOVE SPACES TO SECTION-WAIT-RECORD
           MOVE WS-CUR-TERM TO SW-TERM
           MOVE ROS-STU-SECTION TO SW-SECTION
           MOVE WS-RUN-DATE TO SW-WAIT-DATE
           MOVE ROS-STU-ID TO SW-STU-ID
           MOVE WS-STD-NAME TO SW-STU-NAME
           MOVE WS-OLD-SECTION TO SW-PRIOR-SECTION
           MOVE "STULOAD" TO SW-SOURCE
           WRITE SECTION-WAIT-RECORD
              INVALID KEY
                 GO TO STULOAD-CHECK-SECTION-END
           END-WRITE
           IF WS-WT-MAX < 500
              ADD 1 TO WS-WT-MAX
              MOVE ROS-STU-SECTION TO WS-WT-SECTION (WS-WT-MAX)
              MOVE WS-RUN-DATE TO WS-WT-DATE (WS-WT-MAX)
              MOVE ROS-STU-ID TO WS-WT-STU-ID (WS-WT-MAX)
              MOVE "N" TO WS-WT-GONE-SW (WS-WT-MAX)
           END-IF
           ADD 1 TO WS-WAITLIST-COUNT
           MOVE WS-SEC-CAPACITY (WS-SEC-HIT) TO WS-EDIT-SEATS
           MOVE SPACES TO REPORT-LINE
           STRING "  WAIT-LISTED - " ROS-STU-ID " " ROS-STU-NAME
                  " SECTION " ROS-STU-SECTION
                  " FULL AT" WS-EDIT-SEATS DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STULOAD-WRITE-LINE.
       STULOAD-CHECK-SECTION-END. EXIT.

      *-----------------------------------------------------------------
      * THE STUDENT LEAVES WS-OLD-SECTION - ITS SEAT IS FREE AGAIN.
      *-----------------------------------------------------------------
       STULOAD-RELEASE-SEAT.
           IF WS-OLD-SECTION NOT = SPACES
              MOVE WS-OLD-SECTION TO WS-FIND-SECTION
              PERFORM STULOAD-FIND-SECTION
              IF WS-SEC-HIT > 0
                 AND WS-SEC-ENROLLED (WS-SEC-HIT) > 0
                 SUBTRACT 1 FROM WS-SEC-ENROLLED (WS-SEC-HIT)
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * DROP THE ROSTER STUDENT'S WAIT-LIST ENTRIES FOR ANY SECTION
      * BUT WS-KEEP-SECTION. WS-WT-HIT COMES BACK NON-ZERO WHEN THE
      * STUDENT IS ALREADY WAITING FOR WS-KEEP-SECTION.
      *-----------------------------------------------------------------
       STULOAD-CLEAR-WAITS.
           MOVE 0 TO WS-WT-HIT
           PERFORM STULOAD-CLEAR-ONE-WAIT
              VARYING WS-WT-I FROM 1 BY 1 UNTIL WS-WT-I > WS-WT-MAX.

       STULOAD-CLEAR-ONE-WAIT.
           IF NOT WS-WT-GONE (WS-WT-I)
              AND WS-WT-STU-ID (WS-WT-I) = ROS-STU-ID
              IF WS-KEEP-SECTION NOT = SPACES
                 AND WS-WT-SECTION (WS-WT-I) = WS-KEEP-SECTION
                 MOVE WS-WT-I TO WS-WT-HIT
              ELSE
                 PERFORM STULOAD-DROP-WAIT
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * REMOVE WAIT-LIST ENTRY WS-WT-I FROM THE FILE AND THE TABLE.
      *-----------------------------------------------------------------
       STULOAD-DROP-WAIT.
           MOVE WS-CUR-TERM TO SW-TERM
           MOVE WS-WT-SECTION (WS-WT-I) TO SW-SECTION
           MOVE WS-WT-DATE (WS-WT-I) TO SW-WAIT-DATE
           MOVE WS-WT-STU-ID (WS-WT-I) TO SW-STU-ID
           DELETE WAIT-FILE RECORD
              INVALID KEY CONTINUE
           END-DELETE
           SET WS-WT-GONE (WS-WT-I) TO TRUE
           ADD 1 TO WS-WAIT-DROP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  WAIT LIST ENTRY REMOVED - " SW-STU-ID
                  " SECTION " SW-SECTION " " WS-WAIT-REASON
                  DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STULOAD-WRITE-LINE.

      *-----------------------------------------------------------------
      * THE ADDS/CHANGES/UNCHANGED SUMMARY AND THE BALANCE LINE - THE
      * THREE BUCKETS PLUS ERRORS MUST ACCOUNT FOR EVERY ROSTER
                 TO REPORT-LINE
              MOVE 8 TO WS-JOB-RC
           END-IF
           PERFORM STULOAD-WRITE-LINE
      *-----------------------------------------------------------------
      * UNCLEAR NAMES SIT OUTSIDE THE BALANCE - EACH WAS STILL AN
      * ADD, CHANGE, UNCHANGED OR WITHDRAWN ABOVE.
      *-----------------------------------------------------------------
           MOVE WS-NAME-UNCLEAR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NAMES UNCLEAR  . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STULOAD-WRITE-LINE
           IF WS-SECT-CHECKING
              PERFORM STULOAD-WRITE-SECTION-SUMMARY
           END-IF.

      *-----------------------------------------------------------------
      * SECTION-CHECKING COUNTS - THESE SIT OUTSIDE THE BALANCE, AS
      * EACH ONE IS ALSO AN ADD, CHANGE OR UNCHANGED ABOVE.
      *-----------------------------------------------------------------
       STULOAD-WRITE-SECTION-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           STRING "  SECTIONS CHECKED FOR TERM " WS-CUR-TERM
                  DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STULOAD-WRITE-LINE
           MOVE WS-SECT-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  SECTIONS REJECTED  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STULOAD-WRITE-LINE
           MOVE WS-WAITLIST-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NEWLY WAIT-LISTED  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STULOAD-WRITE-LINE
           MOVE WS-PLACED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  SEATED FROM WAIT LIST  " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STULOAD-WRITE-LINE
           MOVE WS-WAIT-DROP-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  WAIT ENTRIES REMOVED . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STULOAD-WRITE-LINE.

      *-----------------------------------------------------------------
           IF WS-ERROR-COUNT > 0
              MOVE "TOP REASONS: MASTER FILE WRITE ERROR" TO ACK-LINE
           ELSE
              IF WS-SECT-REJECT-COUNT > 0
                 MOVE "TOP REASONS: SECTION NOT ON FILE OR CLOSED"
                    TO ACK-LINE
              ELSE
                 MOVE "TOP REASONS: (NONE)" TO ACK-LINE
              END-IF
           END-IF
           WRITE ACK-LINE
           CLOSE ACK-FILE.
              THRU STULOAD-WRITE-ACK-END
           CLOSE ROSTER-FILE
           CLOSE STUDENT-MASTER
           IF WS-WAIT-OPEN
              CLOSE WAIT-FILE
           END-IF
           CLOSE REPORT-FILE.

      *-----------------------------------------------------------------
      * JOURNAL THE POSTED STUDENT - CALLER SETS ACTION AND BEFORE.
      *-----------------------------------------------------------------
       STULOAD-JOURNAL-CHANGE.
           MOVE "STULOAD" TO CJ-PROGRAM
           MOVE "STUDMAST" TO CJ-MASTER
           MOVE STU-ID TO CJ-KEY
           MOVE STUDENT-MASTER-RECORD TO CJ-AFTER
           CALL "CHGJRNL" USING WS-JOURNAL-PARMS.
       END PROGRAM STULOAD.
