      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    ORPHCHK.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * WEEKLY CROSS-MASTER REFERENTIAL INTEGRITY SWEEP. VSAMCHK
      * PROVES EACH MASTER SOUND ON ITS OWN, BUT NOTHING PROVED THE
      * MASTERS AGREED WITH ONE ANOTHER, AND CHILD RECORDS KEPT
      * TURNING UP FOR PARENTS LONG GONE. EACH RELATIONSHIP BELOW IS
      * SWEPT IN TURN - THE CHILD FILE READ END TO END, ITS PARENT
      * READ BY KEY - AND EVERY ORPHAN IS LISTED UNDER THE
      * RELATIONSHIP'S OWN HEADING WITH ITS KEY AND A COUNT:
      *    1  ATTMAST   ATTENDANCE FOR A STU-ID NOT ON STUDMAST
      *    2  RANKMAST  CLASS RANK FOR A STU-ID NOT ON STUDMAST
      *    3  APPTMAST  APPOINTMENT FOR AN EMP-ID NOT ON EMPHLTH
      *    4  BADGMAST  BADGE FOR AN EMP-ID NOT ON EMPHLTH
      *    5  FRAUDCSE  CASE FOR A VENDOR PREFIX NOT ON VENDMAST
      *    6  PENDADJ   ADJUSTMENT FOR AN ACCOUNT NOT ON ACCTMAST
      *    7  BADGMAST  BADGE STILL ACTIVE FOR A SEPARATED EMPLOYEE
      *    8  APPTMAST  APPOINTMENT STILL BOOKED FOR A SEPARATED
      *                 EMPLOYEE
      * AN ATTENDANCE OR RANK RECORD LEFT UNDER A STU-ID STUMERGE HAS
      * RETIRED COUNTS AS AN ORPHAN TOO - ITS STUDENT LIVES UNDER THE
      * SURVIVING ID NOW. A RELATIONSHIP WHOSE COUNT GOES OVER THE
      * THRESHIN ORPHAN-TOLERANCE RAISES AN ALERTWTR WARNING. ANY
      * ORPHAN ENDS THE STEP RC 4; A CHILD FILE THAT WILL NOT OPEN IS
      * REPORTED AND SKIPPED (RC 8); A PARENT MASTER THAT WILL NOT
      * OPEN STOPS THE SWEEP (RC 12). THE SWEEP ONLY READS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-STATUS.
           SELECT EMPLOYEE-HEALTH ASSIGN TO "EMPHLTH"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS VEND-PREFIX
               FILE STATUS IS WS-VEND-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT ATTENDANCE-MASTER ASSIGN TO "ATTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-CHILD-STATUS.
           SELECT RANK-MASTER ASSIGN TO "RANKMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS RANK-KEY
               FILE STATUS IS WS-CHILD-STATUS.
           SELECT APPOINTMENT-MASTER ASSIGN TO "APPTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS APPT-EMP-ID
               FILE STATUS IS WS-CHILD-STATUS.
           SELECT BADGE-MASTER ASSIGN TO "BADGMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS BDG-CODE
               FILE STATUS IS WS-CHILD-STATUS.
           SELECT FRAUD-CASE-FILE ASSIGN TO "FRAUDCSE"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-CHILD-STATUS.
           SELECT PENDING-ADJ-FILE ASSIGN TO "PENDADJ"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS ADJ-KEY
               FILE STATUS IS WS-CHILD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ORPHCHK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY "STUMAST.CPY".

       FD  EMPLOYEE-HEALTH.
           COPY "EMPHLTH.CPY".

       FD  VENDOR-MASTER.
           COPY "VENDMAST.CPY".

       FD  ACCOUNT-MASTER.
           COPY "ACCTMAST.CPY".

       FD  ATTENDANCE-MASTER.
           COPY "ATTMAST.CPY".

       FD  RANK-MASTER.
           COPY "RANKMAST.CPY".

       FD  APPOINTMENT-MASTER.
           COPY "APPTMAST.CPY".

       FD  BADGE-MASTER.
           COPY "BADGMAST.CPY".

       FD  FRAUD-CASE-FILE.
           COPY "FRAUDCSE.CPY".

       FD  PENDING-ADJ-FILE.
           COPY "PENDADJ.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-ALERT-PARMS.
           COPY "ALERTPM.CPY".
       01  WS-TH-PARMS.
           COPY "THRSHLD.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-STU-STATUS             PIC X(02).
       01  WS-EMP-STATUS             PIC X(02).
       01  WS-VEND-STATUS            PIC X(02).
       01  WS-ACCT-STATUS            PIC X(02).
       01  WS-CHILD-STATUS           PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-OPEN-FILE              PIC X(16).
       01  WS-OPEN-STATUS            PIC X(02).
      *-----------------------------------------------------------------
      * ONE ENTRY PER RELATIONSHIP, IN SWEEP ORDER - THE HEADING, THE
      * CHILD FILE'S DD NAME, AND THE ORPHAN COUNT THE SWEEP LEAVES
      * FOR THE CLOSING SUMMARY.
      *-----------------------------------------------------------------
       01  WS-REL-MAX                PIC 9(02) VALUE 8.
       01  WS-REL                    PIC 9(02).
       01  WS-REL-VALUES.
           05 FILLER PIC X(48) VALUE
              "ATTMAST  ATTENDANCE - STU-ID NOT ON STUDMAST".
           05 FILLER PIC X(48) VALUE
              "RANKMAST CLASS RANK - STU-ID NOT ON STUDMAST".
           05 FILLER PIC X(48) VALUE
              "APPTMAST APPOINTMENT - EMP-ID NOT ON EMPHLTH".
           05 FILLER PIC X(48) VALUE
              "BADGMAST BADGE - EMP-ID NOT ON EMPHLTH".
           05 FILLER PIC X(48) VALUE
              "FRAUDCSE FRAUD CASE - PREFIX NOT ON VENDMAST".
           05 FILLER PIC X(48) VALUE
              "PENDADJ  ADJUSTMENT - ACCOUNT NOT ON ACCTMAST".
           05 FILLER PIC X(48) VALUE
              "BADGMAST ACTIVE BADGE - EMPLOYEE SEPARATED".
           05 FILLER PIC X(48) VALUE
              "APPTMAST BOOKED APPOINTMENT - EMPLOYEE SEPARATED".
       01  WS-REL-TABLE REDEFINES WS-REL-VALUES.
           05 WS-REL-ENTRY OCCURS 8 TIMES.
              10 REL-CHILD           PIC X(08).
              10 FILLER              PIC X(01).
              10 REL-TITLE           PIC X(39).
       01  WS-REL-COUNTS.
           05 REL-ORPHANS            PIC 9(06) OCCURS 8 TIMES.
       01  WS-ORPHAN-KEY             PIC X(30).
       01  WS-ORPHAN-TEXT            PIC X(40).
       01  WS-CHILD-COUNT            PIC 9(06).
       01  WS-ORPHAN-COUNT           PIC 9(06).
       01  WS-TOTAL-ORPHANS          PIC 9(06) VALUE 0.
       01  WS-ALERT-COUNT            PIC 9(02) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-TOLERANCE         PIC ZZ,ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       ORPHCHK-MAIN.
           PERFORM ORPHCHK-INIT
           IF WS-JOB-RC < 12
              PERFORM ORPHCHK-CHECK-RELATION
                 VARYING WS-REL FROM 1 BY 1
                 UNTIL WS-REL > WS-REL-MAX
              PERFORM ORPHCHK-WRITE-SUMMARY
           END-IF
           PERFORM ORPHCHK-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
      * THE REPORT FIRST, SO A PARENT MASTER THAT WILL NOT OPEN CAN
      * SAY SO ON IT. EVERY PARENT MUST OPEN OR NOTHING IS SWEPT - AN
      * UNREADABLE PARENT WOULD MAKE EVERY CHILD LOOK ORPHANED.
      *-----------------------------------------------------------------
       ORPHCHK-INIT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "REPORT-FILE" TO WS-OPEN-FILE
              MOVE WS-REPORT-STATUS TO WS-OPEN-STATUS
              PERFORM ORPHCHK-OPEN-ERROR
              MOVE 12 TO WS-JOB-RC
           END-IF
           MOVE "CROSS-MASTER INTEGRITY SWEEP" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM ORPHCHK-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM ORPHCHK-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM ORPHCHK-WRITE-LINE
           CALL "THRSHLD" USING WS-TH-PARMS
           MOVE TH-ORPHAN-TOLERANCE TO WS-EDIT-TOLERANCE
           MOVE SPACES TO REPORT-LINE
           STRING "  ALERT TOLERANCE PER RELATIONSHIP "
                  WS-EDIT-TOLERANCE
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ORPHCHK-WRITE-LINE
           INITIALIZE WS-REL-COUNTS
           OPEN INPUT STUDENT-MASTER
           IF WS-STU-STATUS NOT = "00"
              MOVE "STUDENT-MASTER" TO WS-OPEN-FILE
              MOVE WS-STU-STATUS TO WS-OPEN-STATUS
              PERFORM ORPHCHK-PARENT-FAILED
           END-IF
           OPEN INPUT EMPLOYEE-HEALTH
           IF WS-EMP-STATUS NOT = "00"
              MOVE "EMPLOYEE-HEALTH" TO WS-OPEN-FILE
              MOVE WS-EMP-STATUS TO WS-OPEN-STATUS
              PERFORM ORPHCHK-PARENT-FAILED
           END-IF
           OPEN INPUT VENDOR-MASTER
           IF WS-VEND-STATUS NOT = "00"
              MOVE "VENDOR-MASTER" TO WS-OPEN-FILE
              MOVE WS-VEND-STATUS TO WS-OPEN-STATUS
              PERFORM ORPHCHK-PARENT-FAILED
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-STATUS NOT = "00"
              MOVE "ACCOUNT-MASTER" TO WS-OPEN-FILE
              MOVE WS-ACCT-STATUS TO WS-OPEN-STATUS
              PERFORM ORPHCHK-PARENT-FAILED
           END-IF.

       ORPHCHK-PARENT-FAILED.
           PERFORM ORPHCHK-OPEN-ERROR
           MOVE SPACES TO REPORT-LINE
           STRING "  *** " WS-OPEN-FILE " WILL NOT OPEN - STATUS "
                  WS-OPEN-STATUS " - NOTHING SWEPT"
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ORPHCHK-WRITE-LINE
           MOVE 12 TO WS-JOB-RC.

       ORPHCHK-OPEN-ERROR.
           MOVE "ORPHCHK" TO FE-PROGRAM
           MOVE WS-OPEN-FILE TO FE-FILE-NAME
           MOVE "OPEN" TO FE-OPERATION
           MOVE WS-OPEN-STATUS TO FE-STATUS
           MOVE SPACES TO FE-LAST-RECORD
           CALL "FILEERR" USING WS-FE-PARMS.

      *-----------------------------------------------------------------
      * ONE RELATIONSHIP: ITS HEADING, THE SWEEP OF ITS CHILD FILE,
      * AND ITS COUNT LINE. A COUNT OVER THE TOLERANCE RAISES THE
      * ALERT HERE, ONE ALERT PER RELATIONSHIP.
      *-----------------------------------------------------------------
       ORPHCHK-CHECK-RELATION.
           MOVE 0 TO WS-CHILD-COUNT
           MOVE 0 TO WS-ORPHAN-COUNT
           MOVE "N" TO WS-EOF-SW
           MOVE SPACES TO REPORT-LINE
           PERFORM ORPHCHK-WRITE-LINE
           STRING WS-REL ". " REL-CHILD (WS-REL) " "
                  REL-TITLE (WS-REL)
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ORPHCHK-WRITE-LINE
           EVALUATE WS-REL
              WHEN 1
                 PERFORM ORPHCHK-SWEEP-ATTEND
                    THRU ORPHCHK-SWEEP-ATTEND-END
              WHEN 2
                 PERFORM ORPHCHK-SWEEP-RANK
                    THRU ORPHCHK-SWEEP-RANK-END
              WHEN 3
              WHEN 8
                 PERFORM ORPHCHK-SWEEP-APPT
                    THRU ORPHCHK-SWEEP-APPT-END
              WHEN 4
              WHEN 7
                 PERFORM ORPHCHK-SWEEP-BADGE
                    THRU ORPHCHK-SWEEP-BADGE-END
              WHEN 5
                 PERFORM ORPHCHK-SWEEP-FRAUD
                    THRU ORPHCHK-SWEEP-FRAUD-END
              WHEN 6
                 PERFORM ORPHCHK-SWEEP-ADJ
                    THRU ORPHCHK-SWEEP-ADJ-END
           END-EVALUATE
           MOVE WS-ORPHAN-COUNT TO REL-ORPHANS (WS-REL)
           ADD WS-ORPHAN-COUNT TO WS-TOTAL-ORPHANS
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CHILD-COUNT TO WS-EDIT-COUNT
           STRING "     RECORDS READ " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           MOVE WS-ORPHAN-COUNT TO WS-EDIT-COUNT
           STRING "   ORPHANS " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE (33:)
           PERFORM ORPHCHK-WRITE-LINE
           IF WS-ORPHAN-COUNT > TH-ORPHAN-TOLERANCE
              PERFORM ORPHCHK-RAISE-ALERT
           END-IF.

       ORPHCHK-RAISE-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "     *** OVER TOLERANCE - ALERT RAISED"
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ORPHCHK-WRITE-LINE
           MOVE SPACES TO WS-ALERT-PARMS
           MOVE "W" TO AW-SEVERITY
           MOVE "ORPHCHK" TO AW-PROGRAM
           STRING "ORPHANS " REL-CHILD (WS-REL) " REL " WS-REL
                  " COUNT " WS-EDIT-COUNT " TOLERANCE "
                  WS-EDIT-TOLERANCE
              DELIMITED BY SIZE INTO AW-TEXT
           CALL "ALERTWTR" USING WS-ALERT-PARMS.

      *-----------------------------------------------------------------
      * A CHILD FILE THAT WILL NOT OPEN LEAVES ITS RELATIONSHIP
      * UNCHECKED, NOT CLEAN - IT IS SAID SO ON THE REPORT AND THE
      * SWEEP MOVES ON TO THE NEXT.
      *-----------------------------------------------------------------
       ORPHCHK-CHILD-FAILED.
           MOVE REL-CHILD (WS-REL) TO WS-OPEN-FILE
           MOVE WS-CHILD-STATUS TO WS-OPEN-STATUS
           PERFORM ORPHCHK-OPEN-ERROR
           MOVE SPACES TO REPORT-LINE
           STRING "     *** " REL-CHILD (WS-REL)
                  " WILL NOT OPEN - STATUS " WS-CHILD-STATUS
                  " - NOT CHECKED"
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ORPHCHK-WRITE-LINE
           IF WS-JOB-RC < 8
              MOVE 8 TO WS-JOB-RC
           END-IF.

       ORPHCHK-READ-ERROR.
           MOVE "ORPHCHK" TO FE-PROGRAM
           MOVE REL-CHILD (WS-REL) TO FE-FILE-NAME
           MOVE "READ NEXT" TO FE-OPERATION
           MOVE WS-CHILD-STATUS TO FE-STATUS
           MOVE WS-ORPHAN-KEY TO FE-LAST-RECORD
           CALL "FILEERR" USING WS-FE-PARMS
           IF WS-JOB-RC < 8
              MOVE 8 TO WS-JOB-RC
           END-IF
           SET WS-EOF TO TRUE.

      *-----------------------------------------------------------------
      * RELATIONSHIP 1 - ATTENDANCE UNDER A MISSING OR MERGED STU-ID.
      *-----------------------------------------------------------------
       ORPHCHK-SWEEP-ATTEND.
           OPEN INPUT ATTENDANCE-MASTER
           IF WS-CHILD-STATUS NOT = "00"
              PERFORM ORPHCHK-CHILD-FAILED
              GO TO ORPHCHK-SWEEP-ATTEND-END
           END-IF
           PERFORM ORPHCHK-READ-ATTEND
           PERFORM ORPHCHK-CHECK-ATTEND UNTIL WS-EOF
           CLOSE ATTENDANCE-MASTER.
       ORPHCHK-SWEEP-ATTEND-END. EXIT.

       ORPHCHK-READ-ATTEND.
           READ ATTENDANCE-MASTER NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ
           IF WS-CHILD-STATUS NOT = "00" AND NOT = "10"
              PERFORM ORPHCHK-READ-ERROR
           END-IF.

       ORPHCHK-CHECK-ATTEND.
           ADD 1 TO WS-CHILD-COUNT
           MOVE SPACES TO WS-ORPHAN-KEY
           STRING ATT-STU-ID " TERM " ATT-TERM
              DELIMITED BY SIZE INTO WS-ORPHAN-KEY
           MOVE ATT-STU-ID TO STU-ID
           PERFORM ORPHCHK-CHECK-STUDENT
           PERFORM ORPHCHK-READ-ATTEND.

      *-----------------------------------------------------------------
      * RELATIONSHIP 2 - CLASS RANK UNDER A MISSING OR MERGED STU-ID.
      *-----------------------------------------------------------------
       ORPHCHK-SWEEP-RANK.
           OPEN INPUT RANK-MASTER
           IF WS-CHILD-STATUS NOT = "00"
              PERFORM ORPHCHK-CHILD-FAILED
              GO TO ORPHCHK-SWEEP-RANK-END
           END-IF
           PERFORM ORPHCHK-READ-RANK
           PERFORM ORPHCHK-CHECK-RANK UNTIL WS-EOF
           CLOSE RANK-MASTER.
       ORPHCHK-SWEEP-RANK-END. EXIT.

       ORPHCHK-READ-RANK.
           READ RANK-MASTER NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ
           IF WS-CHILD-STATUS NOT = "00" AND NOT = "10"
              PERFORM ORPHCHK-READ-ERROR
           END-IF.

       ORPHCHK-CHECK-RANK.
           ADD 1 TO WS-CHILD-COUNT
           MOVE SPACES TO WS-ORPHAN-KEY
           STRING RANK-STU-ID " TERM " RANK-TERM
              DELIMITED BY SIZE INTO WS-ORPHAN-KEY
           MOVE RANK-STU-ID TO STU-ID
           PERFORM ORPHCHK-CHECK-STUDENT
           PERFORM ORPHCHK-READ-RANK.

       ORPHCHK-CHECK-STUDENT.
           READ STUDENT-MASTER
              INVALID KEY
                 MOVE "STU-ID NOT ON STUDMAST" TO WS-ORPHAN-TEXT
                 PERFORM ORPHCHK-WRITE-ORPHAN
              NOT INVALID KEY
                 IF STU-MERGED
                    MOVE "STU-ID RETIRED BY A MERGE"
                       TO WS-ORPHAN-TEXT
                    PERFORM ORPHCHK-WRITE-ORPHAN
                 END-IF
           END-READ.

      *-----------------------------------------------------------------
      * RELATIONSHIPS 3 AND 8 - AN APPOINTMENT WITH NO EMPLOYEE, OR
      * (8) ONE STILL BOOKED FOR AN EMPLOYEE WHO HAS SEPARATED.
      *-----------------------------------------------------------------
       ORPHCHK-SWEEP-APPT.
           OPEN INPUT APPOINTMENT-MASTER
           IF WS-CHILD-STATUS NOT = "00"
              PERFORM ORPHCHK-CHILD-FAILED
              GO TO ORPHCHK-SWEEP-APPT-END
           END-IF
           PERFORM ORPHCHK-READ-APPT
           PERFORM ORPHCHK-CHECK-APPT UNTIL WS-EOF
           CLOSE APPOINTMENT-MASTER.
       ORPHCHK-SWEEP-APPT-END. EXIT.

       ORPHCHK-READ-APPT.
           READ APPOINTMENT-MASTER NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ
           IF WS-CHILD-STATUS NOT = "00" AND NOT = "10"
              PERFORM ORPHCHK-READ-ERROR
           END-IF.

       ORPHCHK-CHECK-APPT.
           ADD 1 TO WS-CHILD-COUNT
           MOVE SPACES TO WS-ORPHAN-KEY
           STRING APPT-EMP-ID " ON " APPT-DATE
              DELIMITED BY SIZE INTO WS-ORPHAN-KEY
           MOVE APPT-EMP-ID TO EMP-ID
           READ EMPLOYEE-HEALTH
              INVALID KEY
                 IF WS-REL = 3
                    MOVE "EMP-ID NOT ON EMPHLTH" TO WS-ORPHAN-TEXT
                    PERFORM ORPHCHK-WRITE-ORPHAN
                 END-IF
              NOT INVALID KEY
                 IF WS-REL = 8 AND EMP-SEPARATED AND APPT-ASSIGNED
                    MOVE SPACES TO WS-ORPHAN-TEXT
                    STRING "SEPARATED " EMP-STATUS-DATE
                       DELIMITED BY SIZE INTO WS-ORPHAN-TEXT
                    PERFORM ORPHCHK-WRITE-ORPHAN
                 END-IF
           END-READ
           PERFORM ORPHCHK-READ-APPT.

      *-----------------------------------------------------------------
      * RELATIONSHIPS 4 AND 7 - A BADGE WITH NO EMPLOYEE, OR (7) ONE
      * STILL ACTIVE FOR AN EMPLOYEE WHO HAS SEPARATED.
      *-----------------------------------------------------------------
       ORPHCHK-SWEEP-BADGE.
           OPEN INPUT BADGE-MASTER
           IF WS-CHILD-STATUS NOT = "00"
              PERFORM ORPHCHK-CHILD-FAILED
              GO TO ORPHCHK-SWEEP-BADGE-END
           END-IF
           PERFORM ORPHCHK-READ-BADGE
           PERFORM ORPHCHK-CHECK-BADGE UNTIL WS-EOF
           CLOSE BADGE-MASTER.
       ORPHCHK-SWEEP-BADGE-END. EXIT.

       ORPHCHK-READ-BADGE.
           READ BADGE-MASTER NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ
           IF WS-CHILD-STATUS NOT = "00" AND NOT = "10"
              PERFORM ORPHCHK-READ-ERROR
           END-IF.

       ORPHCHK-CHECK-BADGE.
           ADD 1 TO WS-CHILD-COUNT
           MOVE SPACES TO WS-ORPHAN-KEY
           STRING BDG-CODE " " BDG-EMP-ID
              DELIMITED BY SIZE INTO WS-ORPHAN-KEY
           MOVE BDG-EMP-ID TO EMP-ID
           READ EMPLOYEE-HEALTH
              INVALID KEY
                 IF WS-REL = 4
                    MOVE "EMP-ID NOT ON EMPHLTH" TO WS-ORPHAN-TEXT
                    PERFORM ORPHCHK-WRITE-ORPHAN
                 END-IF
              NOT INVALID KEY
                 IF WS-REL = 7 AND EMP-SEPARATED AND BDG-ACTIVE
                    MOVE SPACES TO WS-ORPHAN-TEXT
                    STRING "SEPARATED " EMP-STATUS-DATE
                       DELIMITED BY SIZE INTO WS-ORPHAN-TEXT
                    PERFORM ORPHCHK-WRITE-ORPHAN
                 END-IF
           END-READ
           PERFORM ORPHCHK-READ-BADGE.

      *-----------------------------------------------------------------
      * RELATIONSHIP 5 - A FRAUD CASE FOR AN UNKNOWN VENDOR PREFIX.
      *-----------------------------------------------------------------
       ORPHCHK-SWEEP-FRAUD.
           OPEN INPUT FRAUD-CASE-FILE
           IF WS-CHILD-STATUS NOT = "00"
              PERFORM ORPHCHK-CHILD-FAILED
              GO TO ORPHCHK-SWEEP-FRAUD-END
           END-IF
           PERFORM ORPHCHK-READ-FRAUD
           PERFORM ORPHCHK-CHECK-FRAUD UNTIL WS-EOF
           CLOSE FRAUD-CASE-FILE.
       ORPHCHK-SWEEP-FRAUD-END. EXIT.

       ORPHCHK-READ-FRAUD.
           READ FRAUD-CASE-FILE NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ
           IF WS-CHILD-STATUS NOT = "00" AND NOT = "10"
              PERFORM ORPHCHK-READ-ERROR
           END-IF.

       ORPHCHK-CHECK-FRAUD.
           ADD 1 TO WS-CHILD-COUNT
           MOVE SPACES TO WS-ORPHAN-KEY
           STRING FC-PREFIX " CASE " FC-CASE-NO
              DELIMITED BY SIZE INTO WS-ORPHAN-KEY
           MOVE FC-PREFIX TO VEND-PREFIX
           READ VENDOR-MASTER
              INVALID KEY
                 MOVE SPACES TO WS-ORPHAN-TEXT
                 STRING "PREFIX NOT ON VENDMAST - DISPOSITION "
                        FC-DISPOSITION
                    DELIMITED BY SIZE INTO WS-ORPHAN-TEXT
                 PERFORM ORPHCHK-WRITE-ORPHAN
           END-READ
           PERFORM ORPHCHK-READ-FRAUD.

      *-----------------------------------------------------------------
      * RELATIONSHIP 6 - A PENDING ADJUSTMENT FOR A CLOSED ACCOUNT.
      *-----------------------------------------------------------------
       ORPHCHK-SWEEP-ADJ.
           OPEN INPUT PENDING-ADJ-FILE
           IF WS-CHILD-STATUS NOT = "00"
              PERFORM ORPHCHK-CHILD-FAILED
              GO TO ORPHCHK-SWEEP-ADJ-END
           END-IF
           PERFORM ORPHCHK-READ-ADJ
           PERFORM ORPHCHK-CHECK-ADJ UNTIL WS-EOF
           CLOSE PENDING-ADJ-FILE.
       ORPHCHK-SWEEP-ADJ-END. EXIT.

       ORPHCHK-READ-ADJ.
           READ PENDING-ADJ-FILE NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ
           IF WS-CHILD-STATUS NOT = "00" AND NOT = "10"
              PERFORM ORPHCHK-READ-ERROR
           END-IF.

       ORPHCHK-CHECK-ADJ.
           ADD 1 TO WS-CHILD-COUNT
           MOVE SPACES TO WS-ORPHAN-KEY
           STRING ADJ-ACCT-ID " RUN " ADJ-RUN-DATE
              DELIMITED BY SIZE INTO WS-ORPHAN-KEY
           MOVE ADJ-ACCT-ID TO ACCT-ID
           READ ACCOUNT-MASTER
              INVALID KEY
                 MOVE SPACES TO WS-ORPHAN-TEXT
                 STRING "ACCOUNT NOT ON ACCTMAST - STATUS "
                        ADJ-STATUS
                    DELIMITED BY SIZE INTO WS-ORPHAN-TEXT
                 PERFORM ORPHCHK-WRITE-ORPHAN
           END-READ
           PERFORM ORPHCHK-READ-ADJ.

      *-----------------------------------------------------------------
       ORPHCHK-WRITE-ORPHAN.
      *-----------------------------------------------------------------
           ADD 1 TO WS-ORPHAN-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "     " WS-ORPHAN-KEY " " WS-ORPHAN-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ORPHCHK-WRITE-LINE
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
       ORPHCHK-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM ORPHCHK-WRITE-LINE
           MOVE "  SUMMARY BY RELATIONSHIP" TO REPORT-LINE
           PERFORM ORPHCHK-WRITE-LINE
           PERFORM ORPHCHK-SUMMARY-LINE
              VARYING WS-REL FROM 1 BY 1
              UNTIL WS-REL > WS-REL-MAX
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-ORPHANS TO WS-EDIT-COUNT
           STRING "  TOTAL ORPHANS . . . . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ORPHCHK-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ALERT-COUNT TO WS-EDIT-COUNT
           STRING "  ALERTS RAISED . . . . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ORPHCHK-WRITE-LINE
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "ORPHCHK" TO AL-PROGRAM
           MOVE "ORPHN" TO AL-EVENT
           MOVE WS-TOTAL-ORPHANS TO WS-EDIT-COUNT
           STRING "CROSS-MASTER SWEEP ORPHANS " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

       ORPHCHK-SUMMARY-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE REL-ORPHANS (WS-REL) TO WS-EDIT-COUNT
           STRING "  " WS-REL ". " REL-CHILD (WS-REL) " "
                  REL-TITLE (WS-REL) " " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ORPHCHK-WRITE-LINE.

      *-----------------------------------------------------------------
       ORPHCHK-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "ORPHCHK" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       ORPHCHK-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE STUDENT-MASTER
           CLOSE EMPLOYEE-HEALTH
           CLOSE VENDOR-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE REPORT-FILE.
       END PROGRAM ORPHCHK.
