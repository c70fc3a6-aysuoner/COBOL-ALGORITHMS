      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    RISKDEPT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * DEPARTMENT HEALTH RISK REPORT. THE WELLNESS COMMITTEE TARGETS
      * ITS PROGRAMS BY DEPARTMENT AND HAD NO VIEW OF WHERE THE HIGH
      * RISK EMPLOYEES SIT. THIS STEP READS THE EMPBIO SCREENINGS
      * RISKSTRT HAS SCORED, TAKES EACH EMPLOYEE'S DEPARTMENT FROM
      * EMPHLTH, AND PRINTS ONE LINE PER DEPARTMENT IN DEPARTMENT
      * ORDER - HEAD COUNT, LOW / MODERATE / HIGH / UNSCORED COUNTS
      * AND THE PERCENT HIGH RISK - WITH A GRAND TOTAL LINE. ONLY
      * ACTIVE EMPLOYEES COUNT; A SEPARATED OR ON-LEAVE EMPLOYEE IS
      * LEFT OUT OF THE DEPARTMENT. DEPARTMENTS ARE COLLECTED AS THEY
      * ARE MET AND PUT IN ORDER ONCE THROUGH THE SHARED SORTTBL
      * UTILITY'S ALPHANUMERIC MODE. PAST 500 DEPARTMENTS THE STEP
      * STOPS ACCUMULATING AND ENDS RC 8 RATHER THAN PRINT A SHORT
      * REPORT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIOMETRIC-MASTER ASSIGN TO "EMPBIO"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS BIO-EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT EMPLOYEE-HEALTH ASSIGN TO "EMPHLTH"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RISKDEPR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  BIOMETRIC-MASTER.
           COPY "BIOMAST.CPY".

       FD  EMPLOYEE-HEALTH.
           COPY "EMPHLTH.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-EMP-STATUS             PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-OVERFLOW-SW            PIC X VALUE "N".
           88 WS-TABLE-OVERFLOW      VALUE "Y".
       01  WS-DEPT                   PIC X(04).
       01  WS-DEPT-MAX               PIC 9(03) VALUE 0.
       01  WS-DEPT-I                 PIC 9(03).
       01  WS-DEPT-HIT               PIC 9(03).
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 500 TIMES.
              10 WS-DEPT-CODE        PIC X(04).
              10 WS-DEPT-COUNTS.
                 15 WS-DEPT-HEADS    PIC 9(05).
                 15 WS-DEPT-LOW      PIC 9(05).
                 15 WS-DEPT-MOD      PIC 9(05).
                 15 WS-DEPT-HIGH     PIC 9(05).
                 15 WS-DEPT-UNSCORED PIC 9(05).
       01  WS-ORDER-TABLE.
           05 WS-ORDER-ENTRY         PIC 9(03) OCCURS 500 TIMES.
       01  WS-TOTALS.
           05 WS-TOT-HEADS           PIC 9(05) VALUE 0.
           05 WS-TOT-LOW             PIC 9(05) VALUE 0.
           05 WS-TOT-MOD             PIC 9(05) VALUE 0.
           05 WS-TOT-HIGH            PIC 9(05) VALUE 0.
           05 WS-TOT-UNSCORED        PIC 9(05) VALUE 0.
       01  WS-READ-COUNT             PIC 9(06) VALUE 0.
       01  WS-INACTIVE-COUNT         PIC 9(06) VALUE 0.
       01  WS-NO-EMP-COUNT           PIC 9(06) VALUE 0.
       01  WS-PCT-HIGH               PIC 9(03)V9(01).
       01  WS-PRINT-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PL-DEPT                PIC X(06).
           05 PL-HEADS               PIC ZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PL-LOW                 PIC ZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PL-MOD                 PIC ZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PL-HIGH                PIC ZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PL-UNSCORED            PIC ZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 PL-PCT-HIGH            PIC ZZ9.9.
           05 FILLER                 PIC X(01) VALUE "%".
           05 FILLER                 PIC X(23) VALUE SPACES.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-SORT-PARM.
           COPY "SORTTBL.CPY".

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       RISKDEPT-MAIN.
           PERFORM RISKDEPT-INIT
           IF WS-JOB-RC < 12
              PERFORM RISKDEPT-READ-NEXT
              PERFORM RISKDEPT-PROCESS-ONE
                 THRU RISKDEPT-PROCESS-ONE-END UNTIL WS-EOF
              PERFORM RISKDEPT-SORT-DEPTS
                 THRU RISKDEPT-SORT-DEPTS-END
              PERFORM RISKDEPT-PRINT-ONE-DEPT
                 VARYING WS-DEPT-I FROM 1 BY 1
                 UNTIL WS-DEPT-I > WS-DEPT-MAX
              PERFORM RISKDEPT-WRITE-SUMMARY
           END-IF
           PERFORM RISKDEPT-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       RISKDEPT-INIT.
      *-----------------------------------------------------------------
           INITIALIZE WS-DEPT-TABLE
           OPEN INPUT BIOMETRIC-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "RISKDEPT" TO FE-PROGRAM
              MOVE "BIOMETRIC-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           OPEN INPUT EMPLOYEE-HEALTH
           IF WS-EMP-STATUS NOT = "00"
              MOVE "RISKDEPT" TO FE-PROGRAM
              MOVE "EMPLOYEE-HEALTH" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-EMP-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "RISKDEPT" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           MOVE "DEPARTMENT HEALTH RISK REPORT" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM RISKDEPT-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM RISKDEPT-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM RISKDEPT-WRITE-LINE
           MOVE "  DEPT   HEADS     LOW     MOD    HIGH  UNSCRD  %HIGH"
              TO REPORT-LINE
           PERFORM RISKDEPT-WRITE-LINE.

       RISKDEPT-READ-NEXT.
           READ BIOMETRIC-MASTER NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * AN EMPLOYEE WITH NO EMPHLTH RECORD, OR NOT ACTIVE, IS COUNTED
      * BUT BELONGS TO NO DEPARTMENT.
      *-----------------------------------------------------------------
       RISKDEPT-PROCESS-ONE.
           ADD 1 TO WS-READ-COUNT
           MOVE BIO-EMP-ID TO EMP-ID
           READ EMPLOYEE-HEALTH
              INVALID KEY
                 ADD 1 TO WS-NO-EMP-COUNT
                 PERFORM RISKDEPT-READ-NEXT
                 GO TO RISKDEPT-PROCESS-ONE-END
           END-READ
           IF NOT EMP-EMP-ACTIVE
              ADD 1 TO WS-INACTIVE-COUNT
              PERFORM RISKDEPT-READ-NEXT
              GO TO RISKDEPT-PROCESS-ONE-END
           END-IF
           MOVE EMP-DEPT TO WS-DEPT
           IF WS-DEPT = SPACES
              MOVE "NONE" TO WS-DEPT
           END-IF
           MOVE 0 TO WS-DEPT-HIT
           PERFORM RISKDEPT-SCAN-ONE-DEPT
              VARYING WS-DEPT-I FROM 1 BY 1
              UNTIL WS-DEPT-I > WS-DEPT-MAX OR WS-DEPT-HIT > 0
           IF WS-DEPT-HIT = 0
              IF WS-DEPT-MAX >= 500
                 SET WS-TABLE-OVERFLOW TO TRUE
                 PERFORM RISKDEPT-READ-NEXT
                 GO TO RISKDEPT-PROCESS-ONE-END
              END-IF
              ADD 1 TO WS-DEPT-MAX
              MOVE WS-DEPT-MAX TO WS-DEPT-HIT
              MOVE WS-DEPT TO WS-DEPT-CODE (WS-DEPT-HIT)
           END-IF
           ADD 1 TO WS-DEPT-HEADS (WS-DEPT-HIT)
           ADD 1 TO WS-TOT-HEADS
           EVALUATE TRUE
              WHEN BIO-RISK-HIGH
                 ADD 1 TO WS-DEPT-HIGH (WS-DEPT-HIT)
                 ADD 1 TO WS-TOT-HIGH
              WHEN BIO-RISK-MODERATE
                 ADD 1 TO WS-DEPT-MOD (WS-DEPT-HIT)
                 ADD 1 TO WS-TOT-MOD
              WHEN BIO-RISK-LOW
                 ADD 1 TO WS-DEPT-LOW (WS-DEPT-HIT)
                 ADD 1 TO WS-TOT-LOW
              WHEN OTHER
                 ADD 1 TO WS-DEPT-UNSCORED (WS-DEPT-HIT)
                 ADD 1 TO WS-TOT-UNSCORED
           END-EVALUATE
           PERFORM RISKDEPT-READ-NEXT.
       RISKDEPT-PROCESS-ONE-END. EXIT.

       RISKDEPT-SCAN-ONE-DEPT.
           IF WS-DEPT-CODE (WS-DEPT-I) = WS-DEPT
              MOVE WS-DEPT-I TO WS-DEPT-HIT
           END-IF.

      *-----------------------------------------------------------------
      * THE DEPARTMENT CODES GO THROUGH THE SHARED SORT ONCE, EACH
      * CARRYING ITS TABLE SLOT AS THE PAYLOAD, SO THE PRINT WALKS
      * THE SLOTS IN DEPARTMENT ORDER.
      *-----------------------------------------------------------------
       RISKDEPT-SORT-DEPTS.
           PERFORM RISKDEPT-NATURAL-ORDER
              VARYING WS-DEPT-I FROM 1 BY 1
              UNTIL WS-DEPT-I > WS-DEPT-MAX
           IF WS-DEPT-MAX < 2
              GO TO RISKDEPT-SORT-DEPTS-END
           END-IF
           MOVE "A" TO ST-KIND
           SET ST-ASCENDING TO TRUE
           MOVE WS-DEPT-MAX TO ST-ALPHA-LENGTH
           PERFORM RISKDEPT-LOAD-ONE-SORT-KEY
              VARYING WS-DEPT-I FROM 1 BY 1
              UNTIL WS-DEPT-I > WS-DEPT-MAX
           CALL "SORTTBL" USING WS-SORT-PARM
           PERFORM RISKDEPT-TAKE-ONE-SORT-KEY
              VARYING WS-DEPT-I FROM 1 BY 1
              UNTIL WS-DEPT-I > WS-DEPT-MAX.
       RISKDEPT-SORT-DEPTS-END. EXIT.

       RISKDEPT-NATURAL-ORDER.
           MOVE WS-DEPT-I TO WS-ORDER-ENTRY (WS-DEPT-I).

       RISKDEPT-LOAD-ONE-SORT-KEY.
           MOVE SPACES TO ST-ALPHA-ENTRY (WS-DEPT-I)
           MOVE WS-DEPT-CODE (WS-DEPT-I)
              TO ST-ALPHA-KEY (WS-DEPT-I) (1:4)
           MOVE WS-DEPT-I TO ST-ALPHA-PAYLOAD (WS-DEPT-I) (1:3).

       RISKDEPT-TAKE-ONE-SORT-KEY.
           MOVE ST-ALPHA-PAYLOAD (WS-DEPT-I) (1:3)
              TO WS-ORDER-ENTRY (WS-DEPT-I).

       RISKDEPT-PRINT-ONE-DEPT.
           MOVE WS-ORDER-ENTRY (WS-DEPT-I) TO WS-DEPT-HIT
           MOVE WS-DEPT-CODE (WS-DEPT-HIT) TO PL-DEPT
           MOVE WS-DEPT-HEADS (WS-DEPT-HIT) TO PL-HEADS
           MOVE WS-DEPT-LOW (WS-DEPT-HIT) TO PL-LOW
           MOVE WS-DEPT-MOD (WS-DEPT-HIT) TO PL-MOD
           MOVE WS-DEPT-HIGH (WS-DEPT-HIT) TO PL-HIGH
           MOVE WS-DEPT-UNSCORED (WS-DEPT-HIT) TO PL-UNSCORED
           COMPUTE WS-PCT-HIGH ROUNDED =
              WS-DEPT-HIGH (WS-DEPT-HIT) * 100
                 / WS-DEPT-HEADS (WS-DEPT-HIT)
           MOVE WS-PCT-HIGH TO PL-PCT-HIGH
           MOVE WS-PRINT-LINE TO REPORT-LINE
           PERFORM RISKDEPT-WRITE-LINE.

      *-----------------------------------------------------------------
       RISKDEPT-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM RISKDEPT-WRITE-LINE
           MOVE "TOTAL" TO PL-DEPT
           MOVE WS-TOT-HEADS TO PL-HEADS
           MOVE WS-TOT-LOW TO PL-LOW
           MOVE WS-TOT-MOD TO PL-MOD
           MOVE WS-TOT-HIGH TO PL-HIGH
           MOVE WS-TOT-UNSCORED TO PL-UNSCORED
           MOVE 0 TO WS-PCT-HIGH
           IF WS-TOT-HEADS > 0
              COMPUTE WS-PCT-HIGH ROUNDED =
                 WS-TOT-HIGH * 100 / WS-TOT-HEADS
           END-IF
           MOVE WS-PCT-HIGH TO PL-PCT-HIGH
           MOVE WS-PRINT-LINE TO REPORT-LINE
           PERFORM RISKDEPT-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM RISKDEPT-WRITE-LINE
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  SCREENINGS READ  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM RISKDEPT-WRITE-LINE
           MOVE WS-INACTIVE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NOT ACTIVE - LEFT OUT  " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM RISKDEPT-WRITE-LINE
           MOVE WS-NO-EMP-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NOT ON EMPHLTH . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM RISKDEPT-WRITE-LINE
           IF WS-TABLE-OVERFLOW
              MOVE "  *** MORE THAN 500 DEPARTMENTS - REPORT INCOMPLETE"
                 TO REPORT-LINE
              PERFORM RISKDEPT-WRITE-LINE
              MOVE 8 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
       RISKDEPT-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "RISKDEPT" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       RISKDEPT-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE BIOMETRIC-MASTER
           CLOSE EMPLOYEE-HEALTH
           CLOSE REPORT-FILE.
       END PROGRAM RISKDEPT.
