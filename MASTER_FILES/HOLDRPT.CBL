      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    HOLDRPT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * LITIGATION-HOLD REPORT FOR COUNSEL. LISTS EVERY ACTIVE HOLD
      * ON THE LEGLHOLD REGISTRY AND, UNDER EACH, THE RECORDS IT IS
      * PROTECTING TODAY FROM THE RETENTION JOBS:
      *    STU   THE STUDENT'S STUHIST TERMS POSTED IN THE HOLD RANGE
      *          (KEPT BY HISTARCH)
      *    EMP   THE EMPLOYEE'S EMPHIST SCREENINGS IN THE HOLD RANGE
      *          (KEPT BY HISTARCH)
      *    ACCT  THE ACCOUNT'S ACCTMAST YEAR ACCUMULATORS (LEFT
      *          UNRESET BY YEARCLSE)
      *    PGM   EVERY AUDIT ARCHIVE ON THE AUDAINV INVENTORY HOLDING
      *          LINES WRITTEN BY THE PROGRAM IN THE HOLD RANGE (KEPT
      *          BY AUDARCH), WITH THE LINE COUNT IN EACH
      * A HOLD WITH NOTHING ON FILE YET IS STILL LISTED - IT WILL
      * CATCH WHATEVER ARRIVES. RELEASED HOLDS ARE COUNTED BUT NOT
      * LISTED. A MASTER THAT CANNOT BE OPENED IS NAMED UNDER EACH
      * HOLD THAT NEEDED IT AND THE STEP ENDS RC 4 - THE REPORT IS
      * INCOMPLETE, NOT WRONG.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "LEGLHOLD"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "STUHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS STU-HIST-KEY
               FILE STATUS IS WS-STUH-STATUS.
           SELECT EMP-HISTORY-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EMP-HIST-KEY
               FILE STATUS IS WS-EMPH-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT INVENTORY-FILE ASSIGN TO "AUDAINV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "HOLDRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  HOLD-FILE.
           COPY "LEGLHOLD.CPY".

       FD  HISTORY-FILE.
           COPY "STUHIST.CPY".

       FD  EMP-HISTORY-FILE.
           COPY "EMPHIST.CPY".

       FD  ACCOUNT-MASTER.
           COPY "ACCTMAST.CPY".

       FD  INVENTORY-FILE.
       01  INVENTORY-RECORD.
           05 INV-DATE               PIC 9(08).
           05 INV-FILE-NAME          PIC X(16).
           05 INV-LINE-COUNT         PIC 9(07).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE.
           05 AA-LINE-DATE           PIC 9(08).
           05 FILLER                 PIC X(25).
           05 AA-PROGRAM             PIC X(09).
           05 FILLER                 PIC X(67).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-HOLD-STATUS            PIC X(02).
       01  WS-STUH-STATUS            PIC X(02).
       01  WS-EMPH-STATUS            PIC X(02).
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-INV-STATUS             PIC X(02).
       01  WS-ARCHIVE-STATUS         PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-ARCHIVE-NAME           PIC X(16).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-BROWSE-END-SW         PIC X VALUE "N".
           88 WS-BROWSE-END         VALUE "Y".
       01  WS-HOLD-OPEN-SW          PIC X VALUE "N".
           88 WS-HOLD-OPEN          VALUE "Y".
       01  WS-STUH-OPEN-SW          PIC X VALUE "N".
           88 WS-STUH-OPEN          VALUE "Y".
       01  WS-EMPH-OPEN-SW          PIC X VALUE "N".
           88 WS-EMPH-OPEN          VALUE "Y".
       01  WS-ACCT-OPEN-SW          PIC X VALUE "N".
           88 WS-ACCT-OPEN          VALUE "Y".
       01  WS-IN-RANGE-SW           PIC X VALUE "N".
           88 WS-IN-RANGE           VALUE "Y".
       01  WS-UNCHECKED-FILE         PIC X(08).
       01  WS-TEST-DATE              PIC 9(08).
       01  WS-RANGE-TO               PIC 9(08).
       01  WS-INV-I                  PIC 9(03).
       01  WS-INV-MAX                PIC 9(03) VALUE 0.
      *-----------------------------------------------------------------
      * THE AUDIT ARCHIVES ON HAND, READ ONCE FROM AUDAINV SO EVERY
      * PROGRAM HOLD WALKS THE SAME LIST.
      *-----------------------------------------------------------------
       01  WS-INVENTORY-TABLE.
           05 WS-INV-ENTRY OCCURS 100 TIMES.
              10 WS-INV-FILE-NAME    PIC X(16).
       01  WS-ARCH-LINES             PIC 9(07).
       01  WS-HOLD-PROTECTED         PIC 9(07).
       01  WS-TOTAL-PROTECTED        PIC 9(07) VALUE 0.
       01  WS-ACTIVE-COUNT           PIC 9(05) VALUE 0.
       01  WS-RELEASED-COUNT         PIC 9(05) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-POS               PIC ZZ,ZZZ,ZZ9.
       01  WS-EDIT-NEG               PIC -(8)9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       HOLDRPT-MAIN.
           PERFORM HOLDRPT-INIT
           PERFORM HOLDRPT-REPORT-ONE-HOLD
              THRU HOLDRPT-REPORT-ONE-HOLD-END UNTIL WS-EOF
           PERFORM HOLDRPT-WRITE-SUMMARY
           PERFORM HOLDRPT-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
      * NO LEGLHOLD FILE MEANS NO HOLD HAS EVER BEEN PLACED - AN
      * EMPTY REPORT, NOT A FAILURE. THE MASTERS ARE OPENED ONLY TO
      * LOOK, AND ONE THAT WILL NOT OPEN IS NOTED, NOT FATAL.
      *-----------------------------------------------------------------
       HOLDRPT-INIT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "HOLDRPT" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           MOVE "LITIGATION HOLDS AND THE RECORDS THEY PROTECT"
              TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM HOLDRPT-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM HOLDRPT-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM HOLDRPT-WRITE-LINE
           MOVE "MATTER     TYPE KEY       FROM     TO       PLACED BY"
              TO REPORT-LINE
           PERFORM HOLDRPT-WRITE-LINE
           OPEN INPUT HOLD-FILE
           EVALUATE WS-HOLD-STATUS
              WHEN "00"
                 SET WS-HOLD-OPEN TO TRUE
              WHEN "35"
                 MOVE "  NO LITIGATION HOLD HAS BEEN PLACED"
                    TO REPORT-LINE
                 PERFORM HOLDRPT-WRITE-LINE
                 SET WS-EOF TO TRUE
              WHEN OTHER
                 MOVE "HOLDRPT" TO FE-PROGRAM
                 MOVE "HOLD-FILE" TO FE-FILE-NAME
                 MOVE "OPEN" TO FE-OPERATION
                 MOVE WS-HOLD-STATUS TO FE-STATUS
                 MOVE SPACES TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 MOVE 12 TO WS-JOB-RC
                 SET WS-EOF TO TRUE
           END-EVALUATE
           OPEN INPUT HISTORY-FILE
           IF WS-STUH-STATUS = "00"
              SET WS-STUH-OPEN TO TRUE
           END-IF
           OPEN INPUT EMP-HISTORY-FILE
           IF WS-EMPH-STATUS = "00"
              SET WS-EMPH-OPEN TO TRUE
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-MASTER-STATUS = "00"
              SET WS-ACCT-OPEN TO TRUE
           END-IF
           PERFORM HOLDRPT-LOAD-INVENTORY
           IF NOT WS-EOF
              PERFORM HOLDRPT-READ-HOLD
           END-IF.

       HOLDRPT-LOAD-INVENTORY.
           OPEN INPUT INVENTORY-FILE
           IF WS-INV-STATUS = "00"
              MOVE "N" TO WS-BROWSE-END-SW
              PERFORM HOLDRPT-READ-INVENTORY
              PERFORM HOLDRPT-STORE-ONE-INVENTORY UNTIL WS-BROWSE-END
              CLOSE INVENTORY-FILE
           END-IF.

       HOLDRPT-READ-INVENTORY.
           READ INVENTORY-FILE
              AT END SET WS-BROWSE-END TO TRUE
           END-READ.

       HOLDRPT-STORE-ONE-INVENTORY.
           IF WS-INV-MAX < 100
              ADD 1 TO WS-INV-MAX
              MOVE INV-FILE-NAME TO WS-INV-FILE-NAME (WS-INV-MAX)
           END-IF
           PERFORM HOLDRPT-READ-INVENTORY.

      *-----------------------------------------------------------------
       HOLDRPT-READ-HOLD.
      *-----------------------------------------------------------------
           READ HOLD-FILE NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONE ACTIVE HOLD - ITS REGISTRY LINE, THEN WHAT IT PROTECTS.
      *-----------------------------------------------------------------
       HOLDRPT-REPORT-ONE-HOLD.
           IF NOT LH-ACTIVE
              ADD 1 TO WS-RELEASED-COUNT
              PERFORM HOLDRPT-READ-HOLD
              GO TO HOLDRPT-REPORT-ONE-HOLD-END
           END-IF
           ADD 1 TO WS-ACTIVE-COUNT
           MOVE 0 TO WS-HOLD-PROTECTED
           MOVE LH-TO-DATE TO WS-RANGE-TO
           IF LH-TO-DATE = 0
              MOVE 99999999 TO WS-RANGE-TO
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM HOLDRPT-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           STRING LH-MATTER " " LH-SUBJ-TYPE " " LH-SUBJ-KEY
                  " " LH-FROM-DATE " " LH-TO-DATE " " LH-PLACED-BY
                  " ON " LH-PLACED-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM HOLDRPT-WRITE-LINE
           EVALUATE TRUE
              WHEN LH-STUDENT
                 PERFORM HOLDRPT-SHOW-STUDENT
                    THRU HOLDRPT-SHOW-STUDENT-END
              WHEN LH-EMPLOYEE
                 PERFORM HOLDRPT-SHOW-EMPLOYEE
                    THRU HOLDRPT-SHOW-EMPLOYEE-END
              WHEN LH-ACCOUNT
                 PERFORM HOLDRPT-SHOW-ACCOUNT
                    THRU HOLDRPT-SHOW-ACCOUNT-END
              WHEN LH-PROGRAM
                 PERFORM HOLDRPT-SHOW-PROGRAM
                    VARYING WS-INV-I FROM 1 BY 1
                    UNTIL WS-INV-I > WS-INV-MAX
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           IF WS-HOLD-PROTECTED = 0
              MOVE "    NOTHING ON FILE UNDER THIS HOLD YET"
                 TO REPORT-LINE
           ELSE
              MOVE WS-HOLD-PROTECTED TO WS-EDIT-COUNT
              STRING "    RECORDS PROTECTED " WS-EDIT-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM HOLDRPT-WRITE-LINE
           ADD WS-HOLD-PROTECTED TO WS-TOTAL-PROTECTED
           PERFORM HOLDRPT-READ-HOLD.
       HOLDRPT-REPORT-ONE-HOLD-END. EXIT.

      *-----------------------------------------------------------------
      * A RECORD IS UNDER THE HOLD WHEN ITS DATE FALLS IN THE RANGE.
      * AN UNDATED RECORD IS COUNTED IN - HOLDCHK KEEPS IT TOO.
      *-----------------------------------------------------------------
       HOLDRPT-TEST-DATE.
           MOVE "N" TO WS-IN-RANGE-SW
           IF WS-TEST-DATE = 0
              OR (WS-TEST-DATE NOT < LH-FROM-DATE
                  AND WS-TEST-DATE NOT > WS-RANGE-TO)
              SET WS-IN-RANGE TO TRUE
           END-IF.

       HOLDRPT-NOT-CHECKED.
           MOVE SPACES TO REPORT-LINE
           STRING "    " WS-UNCHECKED-FILE
                  " COULD NOT BE OPENED - NOT CHECKED"
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM HOLDRPT-WRITE-LINE
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
      * EVERY TERM ON FILE FOR THE STUDENT, BROWSED FROM THE FIRST
      * KEY FOR THE ID.
      *-----------------------------------------------------------------
       HOLDRPT-SHOW-STUDENT.
           IF NOT WS-STUH-OPEN
              MOVE "STUHIST" TO WS-UNCHECKED-FILE
              PERFORM HOLDRPT-NOT-CHECKED
              GO TO HOLDRPT-SHOW-STUDENT-END
           END-IF
           MOVE "N" TO WS-BROWSE-END-SW
           MOVE LH-SUBJ-KEY TO STU-HIST-ID
           MOVE LOW-VALUES TO STU-HIST-TERM
           START HISTORY-FILE KEY IS NOT LESS THAN STU-HIST-KEY
              INVALID KEY
                 SET WS-BROWSE-END TO TRUE
           END-START
           IF NOT WS-BROWSE-END
              PERFORM HOLDRPT-READ-STUDENT
           END-IF
           PERFORM HOLDRPT-SHOW-ONE-TERM UNTIL WS-BROWSE-END.
       HOLDRPT-SHOW-STUDENT-END. EXIT.

       HOLDRPT-READ-STUDENT.
           READ HISTORY-FILE NEXT RECORD
              AT END SET WS-BROWSE-END TO TRUE
           END-READ
           IF NOT WS-BROWSE-END AND STU-HIST-ID NOT = LH-SUBJ-KEY
              SET WS-BROWSE-END TO TRUE
           END-IF.

       HOLDRPT-SHOW-ONE-TERM.
           MOVE STU-HIST-POST-DATE TO WS-TEST-DATE
           PERFORM HOLDRPT-TEST-DATE
           IF WS-IN-RANGE
              ADD 1 TO WS-HOLD-PROTECTED
              MOVE SPACES TO REPORT-LINE
              STRING "    STUHIST  TERM " STU-HIST-TERM
                     "  POSTED " STU-HIST-POST-DATE
                     DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM HOLDRPT-WRITE-LINE
           END-IF
           PERFORM HOLDRPT-READ-STUDENT.

      *-----------------------------------------------------------------
      * EVERY SCREENING ON FILE FOR THE EMPLOYEE.
      *-----------------------------------------------------------------
       HOLDRPT-SHOW-EMPLOYEE.
           IF NOT WS-EMPH-OPEN
              MOVE "EMPHIST" TO WS-UNCHECKED-FILE
              PERFORM HOLDRPT-NOT-CHECKED
              GO TO HOLDRPT-SHOW-EMPLOYEE-END
           END-IF
           MOVE "N" TO WS-BROWSE-END-SW
           MOVE LH-SUBJ-KEY TO EMP-HIST-ID
           MOVE 0 TO EMP-HIST-DATE
           START EMP-HISTORY-FILE KEY IS NOT LESS THAN EMP-HIST-KEY
              INVALID KEY
                 SET WS-BROWSE-END TO TRUE
           END-START
           IF NOT WS-BROWSE-END
              PERFORM HOLDRPT-READ-EMPLOYEE
           END-IF
           PERFORM HOLDRPT-SHOW-ONE-SCREEN UNTIL WS-BROWSE-END.
       HOLDRPT-SHOW-EMPLOYEE-END. EXIT.

       HOLDRPT-READ-EMPLOYEE.
           READ EMP-HISTORY-FILE NEXT RECORD
              AT END SET WS-BROWSE-END TO TRUE
           END-READ
           IF NOT WS-BROWSE-END AND EMP-HIST-ID NOT = LH-SUBJ-KEY
              SET WS-BROWSE-END TO TRUE
           END-IF.

       HOLDRPT-SHOW-ONE-SCREEN.
           MOVE EMP-HIST-DATE TO WS-TEST-DATE
           PERFORM HOLDRPT-TEST-DATE
           IF WS-IN-RANGE
              ADD 1 TO WS-HOLD-PROTECTED
              MOVE SPACES TO REPORT-LINE
              STRING "    EMPHIST  SCREENED " EMP-HIST-DATE
                     "  " EMP-HIST-CATEGORY
                     DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM HOLDRPT-WRITE-LINE
           END-IF
           PERFORM HOLDRPT-READ-EMPLOYEE.

      *-----------------------------------------------------------------
      * THE ACCOUNT'S RUNNING YEAR TOTALS - WHAT YEARCLSE WOULD
      * OTHERWISE ZERO.
      *-----------------------------------------------------------------
       HOLDRPT-SHOW-ACCOUNT.
           IF NOT WS-ACCT-OPEN
              MOVE "ACCTMAST" TO WS-UNCHECKED-FILE
              PERFORM HOLDRPT-NOT-CHECKED
              GO TO HOLDRPT-SHOW-ACCOUNT-END
           END-IF
           MOVE LH-SUBJ-KEY TO ACCT-ID
           READ ACCOUNT-MASTER
              INVALID KEY
                 GO TO HOLDRPT-SHOW-ACCOUNT-END
           END-READ
           ADD 1 TO WS-HOLD-PROTECTED
           MOVE ACCT-SUM-POSITIVE TO WS-EDIT-POS
           MOVE ACCT-SUM-NEGATIVE TO WS-EDIT-NEG
           MOVE SPACES TO REPORT-LINE
           STRING "    ACCTMAST YEAR TOTALS " WS-EDIT-POS
                  " " WS-EDIT-NEG " - NOT RESET AT YEAR END"
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM HOLDRPT-WRITE-LINE.
       HOLDRPT-SHOW-ACCOUNT-END. EXIT.

      *-----------------------------------------------------------------
      * ONE AUDIT ARCHIVE - COUNT THE PROGRAM'S LINES DATED IN THE
      * HOLD RANGE. AN ARCHIVE WITH NONE IS NOT PROTECTED BY THIS
      * HOLD AND IS NOT LISTED.
      *-----------------------------------------------------------------
       HOLDRPT-SHOW-PROGRAM.
           MOVE WS-INV-FILE-NAME (WS-INV-I) TO WS-ARCHIVE-NAME
           MOVE 0 TO WS-ARCH-LINES
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
              MOVE "N" TO WS-BROWSE-END-SW
              PERFORM HOLDRPT-READ-ARCHIVE
              PERFORM HOLDRPT-COUNT-ONE-LINE UNTIL WS-BROWSE-END
              CLOSE ARCHIVE-FILE
           END-IF
           IF WS-ARCH-LINES > 0
              ADD WS-ARCH-LINES TO WS-HOLD-PROTECTED
              MOVE WS-ARCH-LINES TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "    AUDIT ARCHIVE " WS-ARCHIVE-NAME
                     WS-EDIT-COUNT " LINES"
                     DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM HOLDRPT-WRITE-LINE
           END-IF.

       HOLDRPT-READ-ARCHIVE.
           READ ARCHIVE-FILE
              AT END SET WS-BROWSE-END TO TRUE
           END-READ.

       HOLDRPT-COUNT-ONE-LINE.
           IF AA-PROGRAM = LH-SUBJ-KEY
              MOVE AA-LINE-DATE TO WS-TEST-DATE
              PERFORM HOLDRPT-TEST-DATE
              IF WS-IN-RANGE
                 ADD 1 TO WS-ARCH-LINES
              END-IF
           END-IF
           PERFORM HOLDRPT-READ-ARCHIVE.

      *-----------------------------------------------------------------
       HOLDRPT-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM HOLDRPT-WRITE-LINE
           MOVE WS-ACTIVE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ACTIVE HOLDS . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM HOLDRPT-WRITE-LINE
           MOVE WS-RELEASED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  RELEASED HOLDS . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM HOLDRPT-WRITE-LINE
           MOVE WS-TOTAL-PROTECTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  RECORDS PROTECTED  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM HOLDRPT-WRITE-LINE.

      *-----------------------------------------------------------------
       HOLDRPT-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "HOLDRPT" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       HOLDRPT-TERMINATE.
      *-----------------------------------------------------------------
           IF WS-HOLD-OPEN
              CLOSE HOLD-FILE
           END-IF
           IF WS-STUH-OPEN
              CLOSE HISTORY-FILE
           END-IF
           IF WS-EMPH-OPEN
              CLOSE EMP-HISTORY-FILE
           END-IF
           IF WS-ACCT-OPEN
              CLOSE ACCOUNT-MASTER
           END-IF
           CLOSE REPORT-FILE.
       END PROGRAM HOLDRPT.
