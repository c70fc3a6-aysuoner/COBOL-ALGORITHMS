      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    ACCSRECN.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * WEEKLY DOOR-ACCESS FULL-FILE RECONCILIATION. THE DAILY
      * ACCSFEED DELTA ONLY SAYS WHAT CHANGED; A FILE THE VENDOR
      * FAILED TO LOAD, OR A HAND CHANGE AT THE SECURITY DESK, LEAVES
      * THE DOOR SYSTEM DIFFERENT FROM BADGMAST WITH NOTHING TO SHOW
      * IT. THE VENDOR'S WEEKLY ACCSEXP EXPORT LISTS EVERY BADGE
      * ENROLLED AT THE DOORS WITH ITS HOLDER AND STATUS (A ACTIVE,
      * S SUSPENDED); THIS STEP COMPARES IT WITH BADGMAST, AND WITH
      * EMPHLTH FOR WHO IS ON LEAVE, AND LISTS EVERY MISMATCH:
      *    A RETURNED BADGE STILL ENROLLED AT THE VENDOR
      *    AN ACTIVE BADGE THE VENDOR DOES NOT HAVE
      *    A BADGE ENROLLED TO A DIFFERENT EMPLOYEE
      *    A HOLDER ON LEAVE NOT SUSPENDED, OR SUSPENDED NOT ON LEAVE
      *    A BADGE AT THE VENDOR THAT BADGMAST HAS NEVER ISSUED
      *    A BADGE LISTED TWICE ON THE EXPORT
      * ANY MISMATCH ENDS THE STEP RC 4. AN EXPORT TOO LARGE FOR THE
      * TABLE ENDS IT RC 12 WITHOUT A COMPARISON.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPORT-FILE ASSIGN TO "ACCSEXP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           SELECT BADGE-MASTER ASSIGN TO "BADGMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS BDG-CODE
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT EMPLOYEE-HEALTH ASSIGN TO "EMPHLTH"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ACCSRECR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  EXPORT-FILE.
       01  EXPORT-RECORD.
           05 AX-BADGE-CODE          PIC X(20).
           05 AX-EMP-ID              PIC X(6).
           05 AX-STATUS              PIC X(1).
              88 AX-SUSPENDED        VALUE "S".

       FD  BADGE-MASTER.
           COPY "BADGMAST.CPY".

       FD  EMPLOYEE-HEALTH.
           COPY "EMPHLTH.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-EXPORT-STATUS          PIC X(02).
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-EMP-STATUS             PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-OVERFLOW-SW            PIC X VALUE "N".
           88 WS-TABLE-OVERFLOW      VALUE "Y".
      *-----------------------------------------------------------------
      * THE VENDOR'S EXPORT, HELD WHILE BADGMAST IS SWEPT ONCE.
      * XB-MATCHED IS SET AS EACH ENTRY IS FOUND ON BADGMAST; WHAT IS
      * LEFT UNMATCHED AFTERWARDS THE VENDOR HAS AND WE NEVER ISSUED.
      *-----------------------------------------------------------------
       01  WS-XB-MAX                 PIC 9(04) VALUE 0.
       01  WS-XB-I                   PIC 9(04).
       01  WS-XB-HIT                 PIC 9(04).
       01  WS-XB-TABLE.
           05 WS-XB-ENTRY OCCURS 5000 TIMES.
              10 XB-BADGE-CODE       PIC X(20).
              10 XB-EMP-ID           PIC X(06).
              10 XB-STATUS           PIC X(01).
              10 XB-MATCHED          PIC X(01).
       01  WS-WANT-STATE             PIC X(01).
       01  WS-MISMATCH-TEXT          PIC X(40).
       01  WS-EXPORT-COUNT           PIC 9(06) VALUE 0.
       01  WS-BADGE-COUNT            PIC 9(06) VALUE 0.
       01  WS-MISMATCH-COUNT         PIC 9(06) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       ACCSRECN-MAIN.
           PERFORM ACCSRECN-INIT
           IF WS-JOB-RC < 12
              PERFORM ACCSRECN-LOAD-ONE UNTIL WS-EOF
              IF WS-TABLE-OVERFLOW
                 MOVE "  *** EXPORT OVER 5000 BADGES - NOT RECONCILED"
                    TO REPORT-LINE
                 PERFORM ACCSRECN-WRITE-LINE
                 MOVE 12 TO WS-JOB-RC
              END-IF
           END-IF
           IF WS-JOB-RC < 12
              MOVE "N" TO WS-EOF-SW
              PERFORM ACCSRECN-READ-BADGE
              PERFORM ACCSRECN-CHECK-BADGE
                 THRU ACCSRECN-CHECK-BADGE-END UNTIL WS-EOF
              PERFORM ACCSRECN-LIST-UNKNOWN
                 VARYING WS-XB-I FROM 1 BY 1
                 UNTIL WS-XB-I > WS-XB-MAX
              PERFORM ACCSRECN-WRITE-SUMMARY
           END-IF
           PERFORM ACCSRECN-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       ACCSRECN-INIT.
      *-----------------------------------------------------------------
           OPEN INPUT EXPORT-FILE
           IF WS-EXPORT-STATUS NOT = "00"
              MOVE "ACCSRECN" TO FE-PROGRAM
              MOVE "EXPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-EXPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN INPUT BADGE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "ACCSRECN" TO FE-PROGRAM
              MOVE "BADGE-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN INPUT EMPLOYEE-HEALTH
           IF WS-EMP-STATUS NOT = "00"
              MOVE "ACCSRECN" TO FE-PROGRAM
              MOVE "EMPLOYEE-HEALTH" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-EMP-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "ACCSRECN" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           MOVE "DOOR-ACCESS RECONCILIATION" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM ACCSRECN-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM ACCSRECN-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM ACCSRECN-WRITE-LINE
           IF NOT WS-EOF
              PERFORM ACCSRECN-READ-EXPORT
           END-IF.

       ACCSRECN-READ-EXPORT.
           READ EXPORT-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * A BADGE THE EXPORT LISTS A SECOND TIME IS A MISMATCH IN ITS
      * OWN RIGHT AND IS NOT LOADED AGAIN.
      *-----------------------------------------------------------------
       ACCSRECN-LOAD-ONE.
           ADD 1 TO WS-EXPORT-COUNT
           MOVE 0 TO WS-XB-HIT
           PERFORM ACCSRECN-FIND-EXPORT
              VARYING WS-XB-I FROM 1 BY 1
              UNTIL WS-XB-I > WS-XB-MAX OR WS-XB-HIT > 0
           EVALUATE TRUE
              WHEN WS-XB-HIT > 0
                 MOVE "LISTED TWICE ON VENDOR EXPORT"
                    TO WS-MISMATCH-TEXT
                 MOVE AX-BADGE-CODE TO BDG-CODE
                 MOVE AX-EMP-ID TO BDG-EMP-ID
                 PERFORM ACCSRECN-WRITE-MISMATCH
              WHEN WS-XB-MAX >= 5000
                 SET WS-TABLE-OVERFLOW TO TRUE
              WHEN OTHER
                 ADD 1 TO WS-XB-MAX
                 MOVE AX-BADGE-CODE TO XB-BADGE-CODE (WS-XB-MAX)
                 MOVE AX-EMP-ID TO XB-EMP-ID (WS-XB-MAX)
                 IF AX-SUSPENDED
                    MOVE "S" TO XB-STATUS (WS-XB-MAX)
                 ELSE
                    MOVE "A" TO XB-STATUS (WS-XB-MAX)
                 END-IF
                 MOVE "N" TO XB-MATCHED (WS-XB-MAX)
           END-EVALUATE
           PERFORM ACCSRECN-READ-EXPORT.

       ACCSRECN-FIND-EXPORT.
           IF XB-BADGE-CODE (WS-XB-I) = AX-BADGE-CODE
              MOVE WS-XB-I TO WS-XB-HIT
           END-IF.

       ACCSRECN-FIND-BADGE.
           IF XB-BADGE-CODE (WS-XB-I) = BDG-CODE
              MOVE WS-XB-I TO WS-XB-HIT
           END-IF.

      *-----------------------------------------------------------------
       ACCSRECN-READ-BADGE.
      *-----------------------------------------------------------------
           READ BADGE-MASTER NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONE BADGE: WHAT THE DOORS SHOULD SAY (D NOT ENROLLED, S
      * SUSPENDED, A ACTIVE) AGAINST WHAT THE VENDOR SAYS.
      *-----------------------------------------------------------------
       ACCSRECN-CHECK-BADGE.
           ADD 1 TO WS-BADGE-COUNT
           IF BDG-RETURNED
              MOVE "D" TO WS-WANT-STATE
           ELSE
              MOVE "A" TO WS-WANT-STATE
              MOVE BDG-EMP-ID TO EMP-ID
              READ EMPLOYEE-HEALTH
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF EMP-ON-LEAVE
                       MOVE "S" TO WS-WANT-STATE
                    END-IF
              END-READ
           END-IF
           MOVE 0 TO WS-XB-HIT
           PERFORM ACCSRECN-FIND-BADGE
              VARYING WS-XB-I FROM 1 BY 1
              UNTIL WS-XB-I > WS-XB-MAX OR WS-XB-HIT > 0
           IF WS-XB-HIT = 0
              IF WS-WANT-STATE NOT = "D"
                 MOVE "ACTIVE ON BADGMAST - NOT AT VENDOR"
                    TO WS-MISMATCH-TEXT
                 PERFORM ACCSRECN-WRITE-MISMATCH
              END-IF
              PERFORM ACCSRECN-READ-BADGE
              GO TO ACCSRECN-CHECK-BADGE-END
           END-IF
           MOVE "Y" TO XB-MATCHED (WS-XB-HIT)
           EVALUATE TRUE
              WHEN WS-WANT-STATE = "D"
                 MOVE "RETURNED - STILL ENROLLED AT VENDOR"
                    TO WS-MISMATCH-TEXT
                 PERFORM ACCSRECN-WRITE-MISMATCH
              WHEN XB-EMP-ID (WS-XB-HIT) NOT = BDG-EMP-ID
                 MOVE SPACES TO WS-MISMATCH-TEXT
                 STRING "VENDOR HAS IT ENROLLED TO "
                        XB-EMP-ID (WS-XB-HIT)
                    DELIMITED BY SIZE INTO WS-MISMATCH-TEXT
                 PERFORM ACCSRECN-WRITE-MISMATCH
              WHEN WS-WANT-STATE = "S"
                 AND XB-STATUS (WS-XB-HIT) NOT = "S"
                 MOVE "ON LEAVE - NOT SUSPENDED AT VENDOR"
                    TO WS-MISMATCH-TEXT
                 PERFORM ACCSRECN-WRITE-MISMATCH
              WHEN WS-WANT-STATE = "A"
                 AND XB-STATUS (WS-XB-HIT) = "S"
                 MOVE "SUSPENDED AT VENDOR - NOT ON LEAVE"
                    TO WS-MISMATCH-TEXT
                 PERFORM ACCSRECN-WRITE-MISMATCH
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM ACCSRECN-READ-BADGE.
       ACCSRECN-CHECK-BADGE-END. EXIT.

       ACCSRECN-LIST-UNKNOWN.
           IF XB-MATCHED (WS-XB-I) = "N"
              MOVE XB-BADGE-CODE (WS-XB-I) TO BDG-CODE
              MOVE XB-EMP-ID (WS-XB-I) TO BDG-EMP-ID
              MOVE "AT VENDOR - NEVER ISSUED ON BADGMAST"
                 TO WS-MISMATCH-TEXT
              PERFORM ACCSRECN-WRITE-MISMATCH
           END-IF.

       ACCSRECN-WRITE-MISMATCH.
           ADD 1 TO WS-MISMATCH-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  " BDG-CODE " " BDG-EMP-ID " " WS-MISMATCH-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ACCSRECN-WRITE-LINE
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
       ACCSRECN-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM ACCSRECN-WRITE-LINE
           MOVE WS-BADGE-COUNT TO WS-EDIT-COUNT
           STRING "  BADGES ON BADGMAST . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ACCSRECN-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-EXPORT-COUNT TO WS-EDIT-COUNT
           STRING "  BADGES ON VENDOR EXPORT" WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ACCSRECN-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-MISMATCH-COUNT TO WS-EDIT-COUNT
           STRING "  MISMATCHES . . . . . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ACCSRECN-WRITE-LINE
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "ACCSRECN" TO AL-PROGRAM
           MOVE "ACCSR" TO AL-EVENT
           STRING "DOOR-ACCESS RECONCILIATION MISMATCHES "
                  WS-EDIT-COUNT
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       ACCSRECN-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "ACCSRECN" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       ACCSRECN-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE EXPORT-FILE
           CLOSE BADGE-MASTER
           CLOSE EMPLOYEE-HEALTH
           CLOSE REPORT-FILE.
       END PROGRAM ACCSRECN.
