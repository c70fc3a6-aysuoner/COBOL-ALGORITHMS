      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    DEGAUDIT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * GRADUATION REQUIREMENTS AUDIT. COUNSELORS USED TO WORK OUT BY
      * HAND EVERY SPRING WHICH SENIORS WERE SHORT OF CREDITS. THIS
      * STEP READS THE CRSHIST COURSE HISTORY STUDENT BY STUDENT,
      * TOTALS THE CREDITS EARNED AND THE CREDITS STILL IN PROGRESS
      * (GRADE IP) IN EACH SUBJECT AREA, AND PRINTS FOR EVERY ACTIVE
      * STUDENT, AGAINST THE GRADREQ REQUIREMENTS FOR THE STUDENT'S
      * CLASS, EACH AREA'S CREDITS REQUIRED, EARNED, IN PROGRESS AND
      * STILL NEEDED. AN AREA WHOSE NEED IS MORE THAN WHAT IS IN
      * PROGRESS IS SHORT. A SENIOR WITH ANY AREA SHORT IS FLAGGED
      * AT RISK OF NOT GRADUATING AND LISTED AGAIN ON THE AT-RISK
      * PAGE, AND THE STEP ENDS RC 4.
      * THE SENIOR CLASS IS THE YEAR ON THE AUDCTL CARD; WITHOUT A
      * CARD IT IS THE CURRENT YEAR FROM JANUARY TO JULY AND NEXT
      * YEAR FROM AUGUST. THE STUDENT'S CLASS IS TAKEN FROM THEIR
      * LATEST COURSE-HISTORY LINE. WITHDRAWN AND TRANSFERRED-OUT
      * STUDENTS ARE NOT AUDITED. A CLASS WITH NO REQUIREMENTS ON
      * FILE IS AN EXCEPTION (RC 4).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT REQUIREMENT-FILE ASSIGN TO "GRADREQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT COURSE-HISTORY ASSIGN TO "CRSHIST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DEGAUDR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  AUDIT-CONTROL-FILE.
       01  AUDIT-CONTROL-RECORD.
           05 AC-SENIOR-CLASS        PIC X(4).
           05 AC-SENIOR-CLASS-NUM REDEFINES AC-SENIOR-CLASS
                                     PIC 9(4).

       FD  REQUIREMENT-FILE.
           COPY "GRADREQ.CPY".

       FD  COURSE-HISTORY.
           COPY "CRSHIST.CPY".

       FD  STUDENT-MASTER.
           COPY "STUMAST.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-CTL-STATUS             PIC X(02).
       01  WS-REQ-STATUS             PIC X(02).
       01  WS-HIST-STATUS            PIC X(02).
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-REQ-EOF-SW            PIC X VALUE "N".
           88 WS-REQ-EOF            VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR            PIC 9(04).
           05 WS-RUN-MONTH           PIC 9(02).
           05 WS-RUN-DAY             PIC 9(02).
       01  WS-SENIOR-CLASS           PIC 9(04) VALUE 0.
      *-----------------------------------------------------------------
      * THE REQUIREMENTS FOR EVERY CLASS, LOADED ONCE.
      *-----------------------------------------------------------------
       01  WS-RQ-MAX                 PIC 9(03) VALUE 0.
       01  WS-RQ-I                   PIC 9(03).
       01  WS-RQ-DROPPED             PIC 9(05) VALUE 0.
       01  WS-RQ-TABLE.
           05 WS-RQ-ENTRY OCCURS 200 TIMES.
              10 WS-RQ-YEAR          PIC 9(04).
              10 WS-RQ-AREA          PIC X(04).
              10 WS-RQ-NAME          PIC X(20).
              10 WS-RQ-CREDITS       PIC 9(02)V9(02).
      *-----------------------------------------------------------------
      * THE STUDENT BEING AUDITED - CREDITS BY SUBJECT AREA.
      *-----------------------------------------------------------------
       01  WS-ST-ID                  PIC X(06).
       01  WS-ST-CLASS               PIC 9(04).
       01  WS-ST-EARNED              PIC 9(03)V9(02).
       01  WS-ST-IN-PROGRESS         PIC 9(03)V9(02).
       01  WS-ST-REQ-FOUND           PIC 9(03).
       01  WS-ST-AREAS-OPEN          PIC 9(03).
       01  WS-ST-AREAS-SHORT         PIC 9(03).
       01  WS-SA-MAX                 PIC 9(03).
       01  WS-SA-I                   PIC 9(03).
       01  WS-SA-HIT                 PIC 9(03).
       01  WS-FIND-AREA              PIC X(04).
       01  WS-SA-TABLE.
           05 WS-SA-ENTRY OCCURS 30 TIMES.
              10 WS-SA-AREA          PIC X(04).
              10 WS-SA-EARNED        PIC 9(03)V9(02).
              10 WS-SA-IN-PROGRESS   PIC 9(03)V9(02).
       01  WS-AREA-EARNED            PIC 9(03)V9(02).
       01  WS-AREA-IN-PROGRESS       PIC 9(03)V9(02).
       01  WS-AREA-NEEDED            PIC 9(03)V9(02).
       01  WS-AREA-FLAG              PIC X(05).
      *-----------------------------------------------------------------
      * SENIORS AT RISK, FOR THE CLOSING PAGE.
      *-----------------------------------------------------------------
       01  WS-RISK-MAX               PIC 9(03) VALUE 0.
       01  WS-RISK-I                 PIC 9(03).
       01  WS-RISK-DROPPED           PIC 9(05) VALUE 0.
       01  WS-RISK-TABLE.
           05 WS-RISK-ENTRY OCCURS 500 TIMES.
              10 WS-RISK-ID          PIC X(06).
              10 WS-RISK-NAME        PIC X(25).
              10 WS-RISK-AREAS       PIC 9(03).
       01  WS-AUDITED-COUNT          PIC 9(05) VALUE 0.
       01  WS-COMPLETE-COUNT         PIC 9(05) VALUE 0.
       01  WS-AT-RISK-COUNT          PIC 9(05) VALUE 0.
       01  WS-NOT-ACTIVE-COUNT       PIC 9(05) VALUE 0.
       01  WS-NOT-ON-MASTER-COUNT    PIC 9(05) VALUE 0.
       01  WS-NO-REQ-COUNT           PIC 9(05) VALUE 0.
       01  WS-EDIT-REQ               PIC ZZ9.99.
       01  WS-EDIT-EARNED            PIC ZZ9.99.
       01  WS-EDIT-IN-PROGRESS       PIC ZZ9.99.
       01  WS-EDIT-NEEDED            PIC ZZ9.99.
       01  WS-EDIT-AREAS             PIC ZZ9.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-AUDITED           PIC ZZZZ9.
       01  WS-EDIT-AT-RISK           PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       DEGAUDIT-MAIN.
           PERFORM DEGAUDIT-INIT
              THRU DEGAUDIT-INIT-END
           IF WS-JOB-RC < 12
              PERFORM DEGAUDIT-PROCESS-STUDENT UNTIL WS-EOF
              PERFORM DEGAUDIT-PRINT-AT-RISK
              PERFORM DEGAUDIT-WRITE-SUMMARY
           END-IF
           PERFORM DEGAUDIT-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       DEGAUDIT-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "DEGAUDIT" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO DEGAUDIT-INIT-END
           END-IF
           OPEN INPUT AUDIT-CONTROL-FILE
           IF WS-CTL-STATUS = "00"
              READ AUDIT-CONTROL-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF AC-SENIOR-CLASS NUMERIC
                       MOVE AC-SENIOR-CLASS-NUM TO WS-SENIOR-CLASS
                    END-IF
              END-READ
              CLOSE AUDIT-CONTROL-FILE
           END-IF
           IF WS-SENIOR-CLASS = 0
              IF WS-RUN-MONTH < 8
                 MOVE WS-RUN-YEAR TO WS-SENIOR-CLASS
              ELSE
                 COMPUTE WS-SENIOR-CLASS = WS-RUN-YEAR + 1
              END-IF
           END-IF
           MOVE SPACES TO RH-TITLE
           STRING "GRADUATION AUDIT - SENIOR CLASS OF "
                  WS-SENIOR-CLASS DELIMITED BY SIZE
              INTO RH-TITLE
           MOVE 0 TO RH-PAGE-NO
           PERFORM DEGAUDIT-PAGE-HEADER
           OPEN INPUT REQUIREMENT-FILE
           IF WS-REQ-STATUS NOT = "00"
              MOVE "DEGAUDIT" TO FE-PROGRAM
              MOVE "REQUIREMENT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REQ-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO DEGAUDIT-INIT-END
           END-IF
           PERFORM DEGAUDIT-READ-REQUIREMENT
           PERFORM DEGAUDIT-LOAD-REQUIREMENT UNTIL WS-REQ-EOF
           CLOSE REQUIREMENT-FILE
           IF WS-RQ-DROPPED > 0
              MOVE WS-RQ-DROPPED TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  *** REQUIREMENT TABLE FULL - LINES NOT LOADED "
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM DEGAUDIT-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           END-IF
           OPEN INPUT COURSE-HISTORY
           IF WS-HIST-STATUS NOT = "00"
              MOVE "DEGAUDIT" TO FE-PROGRAM
              MOVE "COURSE-HISTORY" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-HIST-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO DEGAUDIT-INIT-END
           END-IF
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "DEGAUDIT" TO FE-PROGRAM
              MOVE "STUDENT-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              CLOSE COURSE-HISTORY
              GO TO DEGAUDIT-INIT-END
           END-IF
           MOVE "    AREA NAME" TO REPORT-LINE
           MOVE "REQUIRED" TO REPORT-LINE (30:8)
           MOVE "EARNED" TO REPORT-LINE (42:6)
           MOVE "IN PROG" TO REPORT-LINE (49:7)
           MOVE "NEEDED" TO REPORT-LINE (59:6)
           PERFORM DEGAUDIT-WRITE-LINE
           PERFORM DEGAUDIT-READ-COURSE.
       DEGAUDIT-INIT-END. EXIT.

       DEGAUDIT-READ-REQUIREMENT.
           READ REQUIREMENT-FILE
              AT END SET WS-REQ-EOF TO TRUE
           END-READ.

       DEGAUDIT-LOAD-REQUIREMENT.
           IF WS-RQ-MAX < 200
              ADD 1 TO WS-RQ-MAX
              MOVE GQ-GRAD-YEAR TO WS-RQ-YEAR (WS-RQ-MAX)
              MOVE GQ-AREA TO WS-RQ-AREA (WS-RQ-MAX)
              MOVE GQ-AREA-NAME TO WS-RQ-NAME (WS-RQ-MAX)
              MOVE GQ-CREDITS-REQUIRED TO WS-RQ-CREDITS (WS-RQ-MAX)
           ELSE
              ADD 1 TO WS-RQ-DROPPED
           END-IF
           PERFORM DEGAUDIT-READ-REQUIREMENT.

       DEGAUDIT-READ-COURSE.
           READ COURSE-HISTORY NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONE STUDENT: TOTAL EVERY COURSE LINE FOR THE STUDENT, THEN
      * AUDIT THE TOTALS.
      *-----------------------------------------------------------------
       DEGAUDIT-PROCESS-STUDENT.
           MOVE CH-STU-ID TO WS-ST-ID
           MOVE 0 TO WS-ST-EARNED WS-ST-IN-PROGRESS WS-SA-MAX
           PERFORM DEGAUDIT-ADD-COURSE
              UNTIL WS-EOF OR CH-STU-ID NOT = WS-ST-ID
           PERFORM DEGAUDIT-AUDIT-STUDENT
              THRU DEGAUDIT-AUDIT-STUDENT-END.

       DEGAUDIT-ADD-COURSE.
           MOVE CH-AREA TO WS-FIND-AREA
           PERFORM DEGAUDIT-FIND-AREA
           IF WS-SA-HIT = 0 AND WS-SA-MAX < 30
              ADD 1 TO WS-SA-MAX
              MOVE WS-SA-MAX TO WS-SA-HIT
              MOVE CH-AREA TO WS-SA-AREA (WS-SA-HIT)
              MOVE 0 TO WS-SA-EARNED (WS-SA-HIT)
              MOVE 0 TO WS-SA-IN-PROGRESS (WS-SA-HIT)
           END-IF
           IF CH-IN-PROGRESS
              ADD CH-CREDITS-ATTEMPTED TO WS-ST-IN-PROGRESS
              IF WS-SA-HIT > 0
                 ADD CH-CREDITS-ATTEMPTED
                    TO WS-SA-IN-PROGRESS (WS-SA-HIT)
              END-IF
           ELSE
              ADD CH-CREDITS-EARNED TO WS-ST-EARNED
              IF WS-SA-HIT > 0
                 ADD CH-CREDITS-EARNED TO WS-SA-EARNED (WS-SA-HIT)
              END-IF
           END-IF
           MOVE CH-GRAD-YEAR TO WS-ST-CLASS
           PERFORM DEGAUDIT-READ-COURSE.

       DEGAUDIT-FIND-AREA.
           MOVE 0 TO WS-SA-HIT
           PERFORM DEGAUDIT-CHECK-ONE-AREA
              VARYING WS-SA-I FROM 1 BY 1
              UNTIL WS-SA-I > WS-SA-MAX OR WS-SA-HIT > 0.

       DEGAUDIT-CHECK-ONE-AREA.
           IF WS-SA-AREA (WS-SA-I) = WS-FIND-AREA
              MOVE WS-SA-I TO WS-SA-HIT
           END-IF.

      *-----------------------------------------------------------------
      * PRINT THE STUDENT'S AUDIT AGAINST THEIR CLASS REQUIREMENTS.
      *-----------------------------------------------------------------
       DEGAUDIT-AUDIT-STUDENT.
           MOVE WS-ST-ID TO STU-ID
           READ STUDENT-MASTER
              INVALID KEY
                 ADD 1 TO WS-NOT-ON-MASTER-COUNT
                 MOVE SPACES TO REPORT-LINE
                 STRING "  EXCEPTION - " WS-ST-ID
                        " HAS COURSE HISTORY BUT IS NOT ON STUDMAST"
                        DELIMITED BY SIZE
                    INTO REPORT-LINE
                 PERFORM DEGAUDIT-WRITE-LINE
                 IF WS-JOB-RC < 4
                    MOVE 4 TO WS-JOB-RC
                 END-IF
                 GO TO DEGAUDIT-AUDIT-STUDENT-END
           END-READ
           IF NOT STU-ACTIVE
              ADD 1 TO WS-NOT-ACTIVE-COUNT
              GO TO DEGAUDIT-AUDIT-STUDENT-END
           END-IF
           ADD 1 TO WS-AUDITED-COUNT
           MOVE SPACES TO REPORT-LINE
           PERFORM DEGAUDIT-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  " STU-ID " " STU-NAME " CLASS OF " WS-ST-CLASS
              DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-ST-CLASS = WS-SENIOR-CLASS
              MOVE "SENIOR" TO REPORT-LINE (52:6)
           END-IF
           PERFORM DEGAUDIT-WRITE-LINE
           MOVE 0 TO WS-ST-REQ-FOUND WS-ST-AREAS-OPEN
                     WS-ST-AREAS-SHORT
           PERFORM DEGAUDIT-AUDIT-ONE-AREA
              VARYING WS-RQ-I FROM 1 BY 1 UNTIL WS-RQ-I > WS-RQ-MAX
           IF WS-ST-REQ-FOUND = 0
              ADD 1 TO WS-NO-REQ-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "    *** NO REQUIREMENTS ON FILE FOR CLASS OF "
                     WS-ST-CLASS DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM DEGAUDIT-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
              GO TO DEGAUDIT-AUDIT-STUDENT-END
           END-IF
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
              WHEN WS-ST-AREAS-OPEN = 0
                 ADD 1 TO WS-COMPLETE-COUNT
                 MOVE "    COMPLETE - ALL REQUIREMENTS MET"
                    TO REPORT-LINE
              WHEN WS-ST-AREAS-SHORT = 0
                 MOVE "    ON TRACK - REMAINING NEED IS IN PROGRESS"
                    TO REPORT-LINE
              WHEN WS-ST-CLASS = WS-SENIOR-CLASS
                 MOVE WS-ST-AREAS-SHORT TO WS-EDIT-AREAS
                 STRING "    *** AT RISK - AREAS SHORT "
                        WS-EDIT-AREAS DELIMITED BY SIZE
                    INTO REPORT-LINE
                 PERFORM DEGAUDIT-ADD-AT-RISK
              WHEN OTHER
                 MOVE WS-ST-AREAS-SHORT TO WS-EDIT-AREAS
                 STRING "    STILL TO SCHEDULE - AREAS SHORT "
                        WS-EDIT-AREAS DELIMITED BY SIZE
                    INTO REPORT-LINE
           END-EVALUATE
           PERFORM DEGAUDIT-WRITE-LINE.
       DEGAUDIT-AUDIT-STUDENT-END. EXIT.

      *-----------------------------------------------------------------
      * ONE REQUIREMENT LINE - ONLY THE STUDENT'S CLASS COUNTS. THE
      * TOTL AREA IS MEASURED AGAINST ALL CREDITS IN EVERY AREA.
      *-----------------------------------------------------------------
       DEGAUDIT-AUDIT-ONE-AREA.
           IF WS-RQ-YEAR (WS-RQ-I) = WS-ST-CLASS
              ADD 1 TO WS-ST-REQ-FOUND
              IF WS-RQ-AREA (WS-RQ-I) = "TOTL"
                 MOVE WS-ST-EARNED TO WS-AREA-EARNED
                 MOVE WS-ST-IN-PROGRESS TO WS-AREA-IN-PROGRESS
              ELSE
                 MOVE WS-RQ-AREA (WS-RQ-I) TO WS-FIND-AREA
                 PERFORM DEGAUDIT-FIND-AREA
                 IF WS-SA-HIT > 0
                    MOVE WS-SA-EARNED (WS-SA-HIT) TO WS-AREA-EARNED
                    MOVE WS-SA-IN-PROGRESS (WS-SA-HIT)
                       TO WS-AREA-IN-PROGRESS
                 ELSE
                    MOVE 0 TO WS-AREA-EARNED WS-AREA-IN-PROGRESS
                 END-IF
              END-IF
              MOVE 0 TO WS-AREA-NEEDED
              MOVE SPACES TO WS-AREA-FLAG
              IF WS-AREA-EARNED < WS-RQ-CREDITS (WS-RQ-I)
                 COMPUTE WS-AREA-NEEDED =
                    WS-RQ-CREDITS (WS-RQ-I) - WS-AREA-EARNED
                 ADD 1 TO WS-ST-AREAS-OPEN
                 IF WS-AREA-NEEDED > WS-AREA-IN-PROGRESS
                    ADD 1 TO WS-ST-AREAS-SHORT
                    MOVE "SHORT" TO WS-AREA-FLAG
                 END-IF
              END-IF
              MOVE WS-RQ-CREDITS (WS-RQ-I) TO WS-EDIT-REQ
              MOVE WS-AREA-EARNED TO WS-EDIT-EARNED
              MOVE WS-AREA-IN-PROGRESS TO WS-EDIT-IN-PROGRESS
              MOVE WS-AREA-NEEDED TO WS-EDIT-NEEDED
              MOVE SPACES TO REPORT-LINE
              STRING "    " WS-RQ-AREA (WS-RQ-I)
                     " " WS-RQ-NAME (WS-RQ-I)
                     "  " WS-EDIT-REQ
                     "    " WS-EDIT-EARNED
                     "  " WS-EDIT-IN-PROGRESS
                     "   " WS-EDIT-NEEDED
                     "  " WS-AREA-FLAG
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM DEGAUDIT-WRITE-LINE
           END-IF.

       DEGAUDIT-ADD-AT-RISK.
           ADD 1 TO WS-AT-RISK-COUNT
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF
           IF WS-RISK-MAX < 500
              ADD 1 TO WS-RISK-MAX
              MOVE STU-ID TO WS-RISK-ID (WS-RISK-MAX)
              MOVE STU-NAME TO WS-RISK-NAME (WS-RISK-MAX)
              MOVE WS-ST-AREAS-SHORT TO WS-RISK-AREAS (WS-RISK-MAX)
           ELSE
              ADD 1 TO WS-RISK-DROPPED
           END-IF.

      *-----------------------------------------------------------------
      * THE COUNSELORS' WORKING LIST - EVERY SENIOR AT RISK.
      *-----------------------------------------------------------------
       DEGAUDIT-PRINT-AT-RISK.
           MOVE SPACES TO RH-TITLE
           STRING "SENIORS AT RISK OF NOT GRADUATING - CLASS OF "
                  WS-SENIOR-CLASS DELIMITED BY SIZE
              INTO RH-TITLE
           PERFORM DEGAUDIT-PAGE-HEADER
           IF WS-RISK-MAX = 0
              MOVE "  NO SENIORS AT RISK" TO REPORT-LINE
              PERFORM DEGAUDIT-WRITE-LINE
           END-IF
           PERFORM DEGAUDIT-PRINT-ONE-RISK
              VARYING WS-RISK-I FROM 1 BY 1
              UNTIL WS-RISK-I > WS-RISK-MAX
           IF WS-RISK-DROPPED > 0
              MOVE WS-RISK-DROPPED TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  *** LIST FULL - FURTHER SENIORS AT RISK "
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM DEGAUDIT-WRITE-LINE
           END-IF.

       DEGAUDIT-PRINT-ONE-RISK.
           MOVE WS-RISK-AREAS (WS-RISK-I) TO WS-EDIT-AREAS
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-RISK-ID (WS-RISK-I)
                  " " WS-RISK-NAME (WS-RISK-I)
                  "  AREAS SHORT " WS-EDIT-AREAS
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM DEGAUDIT-WRITE-LINE.

      *-----------------------------------------------------------------
       DEGAUDIT-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM DEGAUDIT-WRITE-LINE
           MOVE WS-AUDITED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  STUDENTS AUDITED . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM DEGAUDIT-WRITE-LINE
           MOVE WS-COMPLETE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  REQUIREMENTS COMPLETE  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM DEGAUDIT-WRITE-LINE
           MOVE WS-AT-RISK-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  SENIORS AT RISK  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM DEGAUDIT-WRITE-LINE
           MOVE WS-NO-REQ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NO REQUIREMENTS ON FILE" DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM DEGAUDIT-WRITE-LINE
           MOVE WS-NOT-ACTIVE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NOT ACTIVE - SKIPPED . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM DEGAUDIT-WRITE-LINE
           MOVE WS-NOT-ON-MASTER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NOT ON STUDENT MASTER  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM DEGAUDIT-WRITE-LINE
           MOVE "DEGAUDIT" TO AL-PROGRAM
           MOVE "DEGAU" TO AL-EVENT
           MOVE WS-AUDITED-COUNT TO WS-EDIT-AUDITED
           MOVE WS-AT-RISK-COUNT TO WS-EDIT-AT-RISK
           MOVE SPACES TO AL-DETAIL
           STRING "DEGREE AUDIT CLASS " WS-SENIOR-CLASS
                  " AUDITED " WS-EDIT-AUDITED
                  " SENIORS AT RISK " WS-EDIT-AT-RISK
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       DEGAUDIT-PAGE-HEADER.
      *-----------------------------------------------------------------
           ADD 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM DEGAUDIT-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM DEGAUDIT-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM DEGAUDIT-WRITE-LINE.

      *-----------------------------------------------------------------
       DEGAUDIT-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "DEGAUDIT" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       DEGAUDIT-TERMINATE.
      *-----------------------------------------------------------------
           IF WS-JOB-RC < 12
              CLOSE COURSE-HISTORY
              CLOSE STUDENT-MASTER
           END-IF
           CLOSE REPORT-FILE.
       END PROGRAM DEGAUDIT.
