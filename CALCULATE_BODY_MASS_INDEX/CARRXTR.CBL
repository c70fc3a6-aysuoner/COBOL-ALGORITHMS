      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    CARRXTR.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * DE-IDENTIFIED AGGREGATE WELLNESS EXTRACT FOR THE INSURANCE
      * CARRIER. THE HEALTH PLAN CARRIER PRICES OUR RENEWAL FROM
      * QUARTERLY POPULATION BMI AND SCREENING PARTICIPATION FIGURES,
      * AND NOTHING THAT IDENTIFIES AN EMPLOYEE MAY LEAVE THE SHOP.
      * THIS STEP READS EVERY ACTIVE EMPLOYEE ON EMPHLTH, PLACES THEM
      * IN A CELL BY DEPARTMENT, AGE BAND (FROM THE BIRTH YEAR) AND
      * BMI CATEGORY, AND COUNTS THOSE WITH AN EMPHIST SCREENING IN
      * THE TWELVE MONTHS TO THE RUN DATE AS PARTICIPANTS. ANY CELL
      * SMALLER THAN THRESHIN'S CARRIER-MIN-CELL IS SUPPRESSED INTO
      * A SINGLE OTHER LINE; WHEN THE OTHER LINE WOULD ITSELF FALL
      * UNDER THE MINIMUM (AND SO EXPOSE THE CELLS IN IT) THE
      * SMALLEST PUBLISHED CELLS ARE SUPPRESSED WITH IT UNTIL IT
      * DOES NOT. THE CARRXTR EXTRACT CARRIES ONLY THE CELL KEYS,
      * COUNTS AND DERIVED RATES - NEVER AN EMPLOYEE ID - CLOSED BY
      * THE SHOP-STANDARD TRLRREC TRAILER WHOSE HASH IS THE
      * POPULATION TOTAL.
      * THE CARRXTRC CONTROL REPORT LISTS EVERY SUPPRESSED CELL AND
      * WHY, AND PROVES THE PUBLISHED CELLS PLUS THE OTHER LINE ADD
      * BACK TO THE POPULATION. THE EXTRACT IS WRITTEN ONLY WHEN THAT
      * PROOF BALANCES; AN IMBALANCE, A FULL CELL TABLE OR A
      * POPULATION TOO SMALL TO PUBLISH AT ALL LEAVES IT EMPTY AND
      * ENDS THE STEP RC 12, SO NOTHING IS RELEASED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-HEALTH ASSIGN TO "EMPHLTH"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EMP-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "CARRXTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CARRXTRC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  EMPLOYEE-HEALTH.
           COPY "EMPHLTH.CPY".

       FD  HISTORY-FILE.
           COPY "EMPHIST.CPY".

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           05 CX-RECORD-TYPE         PIC X(2).
           05 CX-QUARTER             PIC X(6).
           05 CX-DEPT                PIC X(4).
           05 CX-AGE-BAND            PIC X(11).
           05 CX-CATEGORY            PIC X(11).
           05 CX-EMPLOYEES           PIC 9(6).
           05 CX-SCREENED            PIC 9(6).
           05 CX-PART-RATE           PIC 9(3)V9(1).
           05 CX-POP-SHARE           PIC 9(3)V9(1).
           05 FILLER                 PIC X(10).

           COPY "TRLRREC.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-TH-PARMS.
           COPY "THRSHLD.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-EMP-STATUS             PIC X(02).
       01  WS-HIST-STATUS            PIC X(02).
       01  WS-EXTRACT-STATUS         PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-HIST-END-SW            PIC X VALUE "N".
           88 WS-HIST-END            VALUE "Y".
       01  WS-OVERFLOW-SW            PIC X VALUE "N".
           88 WS-TABLE-OVERFLOW      VALUE "Y".
       01  WS-CANDIDATE-SW           PIC X VALUE "Y".
           88 WS-NO-CANDIDATE        VALUE "N".
       01  WS-RELEASE-SW             PIC X VALUE "Y".
           88 WS-RELEASE-OK          VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR            PIC 9(04).
           05 WS-RUN-MONTH           PIC 9(02).
           05 WS-RUN-DAY             PIC 9(02).
       01  WS-CUTOFF-DATE            PIC 9(08).
       01  WS-QUARTER.
           05 WS-QTR-YEAR            PIC 9(04).
           05 FILLER                 PIC X(01) VALUE "Q".
           05 WS-QTR-NO              PIC 9(01).
       01  WS-AGE                    PIC 9(04).
      *-----------------------------------------------------------------
      * ONE EMPLOYEE'S CELL KEY AND PARTICIPATION.
      *-----------------------------------------------------------------
       01  WS-WORK-KEY.
           05 WS-WORK-DEPT           PIC X(04).
           05 WS-WORK-BAND           PIC X(01).
           05 WS-WORK-CATEGORY       PIC X(11).
       01  WS-SCREENED-SW            PIC X.
           88 WS-SCREENED            VALUE "Y".
      *-----------------------------------------------------------------
      * THE CELLS. CL-SUPPRESS IS SPACE FOR A PUBLISHED CELL, P FOR
      * ONE UNDER THE MINIMUM, S FOR ONE SUPPRESSED TO PROTECT THE
      * OTHER LINE.
      *-----------------------------------------------------------------
       01  WS-CELL-MAX               PIC 9(04) VALUE 0.
       01  WS-CELL-I                 PIC 9(04).
       01  WS-CELL-HIT               PIC 9(04).
       01  WS-CELL-SMALL             PIC 9(04).
       01  WS-CELL-TABLE.
           05 WS-CELL-ENTRY OCCURS 1000 TIMES.
              10 CL-KEY.
                 15 CL-DEPT          PIC X(04).
                 15 CL-BAND          PIC X(01).
                 15 CL-CATEGORY      PIC X(11).
              10 CL-EMPLOYEES        PIC 9(06).
              10 CL-SCREENED         PIC 9(06).
              10 CL-SUPPRESS         PIC X(01).
                 88 CL-PUBLISHED     VALUE " ".
                 88 CL-PRIMARY       VALUE "P".
                 88 CL-SECONDARY     VALUE "S".
       01  WS-ORDER-TABLE.
           05 WS-ORDER-ENTRY         PIC 9(04) OCCURS 1000 TIMES.
       01  WS-BAND-LABEL             PIC X(11).
       01  WS-POPULATION             PIC 9(06) VALUE 0.
       01  WS-POP-SCREENED           PIC 9(06) VALUE 0.
       01  WS-INACTIVE-COUNT         PIC 9(06) VALUE 0.
       01  WS-PUB-CELLS              PIC 9(06) VALUE 0.
       01  WS-PUB-EMPS               PIC 9(06) VALUE 0.
       01  WS-PUB-SCREENED           PIC 9(06) VALUE 0.
       01  WS-OTHER-CELLS            PIC 9(06) VALUE 0.
       01  WS-OTHER-EMPS             PIC 9(06) VALUE 0.
       01  WS-OTHER-SCREENED         PIC 9(06) VALUE 0.
       01  WS-PROOF-EMPS             PIC 9(06).
       01  WS-PROOF-SCREENED         PIC 9(06).
       01  WS-XTR-COUNT              PIC 9(07) VALUE 0.
       01  WS-XTR-HASH               PIC S9(11)V9(2) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-COUNT-2           PIC ZZZ,ZZ9.
       01  WS-EDIT-MIN               PIC ZZ9.
       01  WS-SORT-PARM.
           COPY "SORTTBL.CPY".

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       CARRXTR-MAIN.
           PERFORM CARRXTR-INIT
           IF WS-JOB-RC < 12
              PERFORM CARRXTR-READ-NEXT
              PERFORM CARRXTR-PROCESS-ONE
                 THRU CARRXTR-PROCESS-ONE-END UNTIL WS-EOF
              PERFORM CARRXTR-SUPPRESS-CELLS
              PERFORM CARRXTR-SORT-CELLS
                 THRU CARRXTR-SORT-CELLS-END
              PERFORM CARRXTR-WRITE-CONTROL
              IF WS-RELEASE-OK
                 PERFORM CARRXTR-WRITE-EXTRACT
              END-IF
           END-IF
           PERFORM CARRXTR-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       CARRXTR-INIT.
      *-----------------------------------------------------------------
           CALL "THRSHLD" USING WS-TH-PARMS
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           COMPUTE WS-CUTOFF-DATE = WS-RUN-DATE - 10000
           MOVE WS-RUN-YEAR TO WS-QTR-YEAR
           COMPUTE WS-QTR-NO = (WS-RUN-MONTH - 1) / 3 + 1
           INITIALIZE WS-CELL-TABLE
           OPEN INPUT EMPLOYEE-HEALTH
           IF WS-EMP-STATUS NOT = "00"
              MOVE "CARRXTR" TO FE-PROGRAM
              MOVE "EMPLOYEE-HEALTH" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-EMP-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
              MOVE "CARRXTR" TO FE-PROGRAM
              MOVE "HISTORY-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-HIST-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
              MOVE "CARRXTR" TO FE-PROGRAM
              MOVE "EXTRACT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-EXTRACT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "CARRXTR" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           MOVE "CARRIER WELLNESS EXTRACT CONTROL REPORT" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM CARRXTR-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM CARRXTR-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM CARRXTR-WRITE-LINE
           MOVE TH-CARRIER-MIN-CELL TO WS-EDIT-MIN
           MOVE SPACES TO REPORT-LINE
           STRING "  QUARTER " WS-QUARTER
                  "   MINIMUM CELL SIZE " WS-EDIT-MIN
                  "   SCREENED SINCE " WS-CUTOFF-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM CARRXTR-WRITE-LINE.

       CARRXTR-READ-NEXT.
           READ EMPLOYEE-HEALTH NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONLY ACTIVE EMPLOYEES ARE THE CARRIER'S POPULATION.
      *-----------------------------------------------------------------
       CARRXTR-PROCESS-ONE.
           IF NOT EMP-EMP-ACTIVE
              ADD 1 TO WS-INACTIVE-COUNT
              PERFORM CARRXTR-READ-NEXT
              GO TO CARRXTR-PROCESS-ONE-END
           END-IF
           MOVE EMP-DEPT TO WS-WORK-DEPT
           IF WS-WORK-DEPT = SPACES
              MOVE "NONE" TO WS-WORK-DEPT
           END-IF
           MOVE EMP-BMI-CATEGORY TO WS-WORK-CATEGORY
           IF WS-WORK-CATEGORY = SPACES
              MOVE "UNKNOWN" TO WS-WORK-CATEGORY
           END-IF
           PERFORM CARRXTR-SET-BAND
           PERFORM CARRXTR-CHECK-SCREENED
              THRU CARRXTR-CHECK-SCREENED-END
           MOVE 0 TO WS-CELL-HIT
           PERFORM CARRXTR-SCAN-ONE-CELL
              VARYING WS-CELL-I FROM 1 BY 1
              UNTIL WS-CELL-I > WS-CELL-MAX OR WS-CELL-HIT > 0
           IF WS-CELL-HIT = 0
              IF WS-CELL-MAX >= 1000
                 SET WS-TABLE-OVERFLOW TO TRUE
                 SET WS-EOF TO TRUE
                 GO TO CARRXTR-PROCESS-ONE-END
              END-IF
              ADD 1 TO WS-CELL-MAX
              MOVE WS-CELL-MAX TO WS-CELL-HIT
              MOVE WS-WORK-KEY TO CL-KEY (WS-CELL-HIT)
           END-IF
           ADD 1 TO CL-EMPLOYEES (WS-CELL-HIT)
           ADD 1 TO WS-POPULATION
           IF WS-SCREENED
              ADD 1 TO CL-SCREENED (WS-CELL-HIT)
              ADD 1 TO WS-POP-SCREENED
           END-IF
           PERFORM CARRXTR-READ-NEXT.
       CARRXTR-PROCESS-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * TEN-YEAR AGE BANDS AS OF THE RUN YEAR. NO BIRTH YEAR ON FILE
      * BANDS AS UNKNOWN.
      *-----------------------------------------------------------------
       CARRXTR-SET-BAND.
           MOVE "9" TO WS-WORK-BAND
           IF EMP-BIRTH-YEAR IS NUMERIC
              AND EMP-BIRTH-YEAR > 0
              AND EMP-BIRTH-YEAR NOT > WS-RUN-YEAR
              COMPUTE WS-AGE = WS-RUN-YEAR - EMP-BIRTH-YEAR
              EVALUATE TRUE
                 WHEN WS-AGE < 30
                    MOVE "1" TO WS-WORK-BAND
                 WHEN WS-AGE < 40
                    MOVE "2" TO WS-WORK-BAND
                 WHEN WS-AGE < 50
                    MOVE "3" TO WS-WORK-BAND
                 WHEN WS-AGE < 60
                    MOVE "4" TO WS-WORK-BAND
                 WHEN OTHER
                    MOVE "5" TO WS-WORK-BAND
              END-EVALUATE
           END-IF.

       CARRXTR-BAND-LABEL.
           EVALUATE WS-WORK-BAND
              WHEN "1"
                 MOVE "UNDER 30" TO WS-BAND-LABEL
              WHEN "2"
                 MOVE "30-39" TO WS-BAND-LABEL
              WHEN "3"
                 MOVE "40-49" TO WS-BAND-LABEL
              WHEN "4"
                 MOVE "50-59" TO WS-BAND-LABEL
              WHEN "5"
                 MOVE "60 AND OVER" TO WS-BAND-LABEL
              WHEN OTHER
                 MOVE "UNKNOWN" TO WS-BAND-LABEL
           END-EVALUATE.

      *-----------------------------------------------------------------
      * A PARTICIPANT HAS AT LEAST ONE EMPHIST SCREENING DATED WITHIN
      * THE TWELVE MONTHS TO THE RUN DATE.
      *-----------------------------------------------------------------
       CARRXTR-CHECK-SCREENED.
           MOVE "N" TO WS-SCREENED-SW
           MOVE "N" TO WS-HIST-END-SW
           MOVE EMP-ID TO EMP-HIST-ID
           MOVE WS-CUTOFF-DATE TO EMP-HIST-DATE
           START HISTORY-FILE KEY IS NOT LESS THAN EMP-HIST-KEY
              INVALID KEY
                 GO TO CARRXTR-CHECK-SCREENED-END
           END-START
           READ HISTORY-FILE NEXT RECORD
              AT END
                 GO TO CARRXTR-CHECK-SCREENED-END
           END-READ
           IF EMP-HIST-ID = EMP-ID
              SET WS-SCREENED TO TRUE
           END-IF.
       CARRXTR-CHECK-SCREENED-END. EXIT.

       CARRXTR-SCAN-ONE-CELL.
           IF CL-KEY (WS-CELL-I) = WS-WORK-KEY
              MOVE WS-CELL-I TO WS-CELL-HIT
           END-IF.

      *-----------------------------------------------------------------
      * PRIMARY SUPPRESSION TAKES EVERY CELL UNDER THE MINIMUM INTO
      * THE OTHER LINE. IF THE OTHER LINE IS THEN ITSELF UNDER THE
      * MINIMUM, THE SMALLEST PUBLISHED CELL FOLLOWS IT THERE, ONE AT
      * A TIME, UNTIL IT IS NOT.
      *-----------------------------------------------------------------
       CARRXTR-SUPPRESS-CELLS.
           PERFORM CARRXTR-PRIMARY-ONE
              VARYING WS-CELL-I FROM 1 BY 1
              UNTIL WS-CELL-I > WS-CELL-MAX
           MOVE "Y" TO WS-CANDIDATE-SW
           PERFORM CARRXTR-SECONDARY-ONE
              UNTIL WS-OTHER-EMPS = 0
              OR WS-OTHER-EMPS NOT < TH-CARRIER-MIN-CELL
              OR WS-NO-CANDIDATE.

       CARRXTR-PRIMARY-ONE.
           IF CL-EMPLOYEES (WS-CELL-I) < TH-CARRIER-MIN-CELL
              SET CL-PRIMARY (WS-CELL-I) TO TRUE
              PERFORM CARRXTR-ADD-TO-OTHER
           END-IF.

       CARRXTR-SECONDARY-ONE.
           MOVE 0 TO WS-CELL-SMALL
           PERFORM CARRXTR-FIND-SMALLEST
              VARYING WS-CELL-I FROM 1 BY 1
              UNTIL WS-CELL-I > WS-CELL-MAX
           IF WS-CELL-SMALL = 0
              SET WS-NO-CANDIDATE TO TRUE
           ELSE
              MOVE WS-CELL-SMALL TO WS-CELL-I
              SET CL-SECONDARY (WS-CELL-I) TO TRUE
              PERFORM CARRXTR-ADD-TO-OTHER
           END-IF.

       CARRXTR-FIND-SMALLEST.
           IF CL-PUBLISHED (WS-CELL-I)
              IF WS-CELL-SMALL = 0
                 MOVE WS-CELL-I TO WS-CELL-SMALL
              ELSE
                 IF CL-EMPLOYEES (WS-CELL-I)
                    < CL-EMPLOYEES (WS-CELL-SMALL)
                    MOVE WS-CELL-I TO WS-CELL-SMALL
                 END-IF
              END-IF
           END-IF.

       CARRXTR-ADD-TO-OTHER.
           ADD 1 TO WS-OTHER-CELLS
           ADD CL-EMPLOYEES (WS-CELL-I) TO WS-OTHER-EMPS
           ADD CL-SCREENED (WS-CELL-I) TO WS-OTHER-SCREENED.

      *-----------------------------------------------------------------
      * THE CELL KEYS GO THROUGH THE SHARED SORT ONCE, EACH CARRYING
      * ITS TABLE SLOT AS THE PAYLOAD, SO THE REPORT AND THE EXTRACT
      * BOTH WALK THE CELLS IN DEPARTMENT / BAND / CATEGORY ORDER.
      *-----------------------------------------------------------------
       CARRXTR-SORT-CELLS.
           PERFORM CARRXTR-NATURAL-ORDER
              VARYING WS-CELL-I FROM 1 BY 1
              UNTIL WS-CELL-I > WS-CELL-MAX
           IF WS-CELL-MAX < 2
              GO TO CARRXTR-SORT-CELLS-END
           END-IF
           MOVE "A" TO ST-KIND
           SET ST-ASCENDING TO TRUE
           MOVE WS-CELL-MAX TO ST-ALPHA-LENGTH
           PERFORM CARRXTR-LOAD-ONE-SORT-KEY
              VARYING WS-CELL-I FROM 1 BY 1
              UNTIL WS-CELL-I > WS-CELL-MAX
           CALL "SORTTBL" USING WS-SORT-PARM
           PERFORM CARRXTR-TAKE-ONE-SORT-KEY
              VARYING WS-CELL-I FROM 1 BY 1
              UNTIL WS-CELL-I > WS-CELL-MAX.
       CARRXTR-SORT-CELLS-END. EXIT.

       CARRXTR-NATURAL-ORDER.
           MOVE WS-CELL-I TO WS-ORDER-ENTRY (WS-CELL-I).

       CARRXTR-LOAD-ONE-SORT-KEY.
           MOVE SPACES TO ST-ALPHA-ENTRY (WS-CELL-I)
           MOVE CL-KEY (WS-CELL-I) TO ST-ALPHA-KEY (WS-CELL-I) (1:16)
           MOVE WS-CELL-I TO ST-ALPHA-PAYLOAD (WS-CELL-I) (1:4).

       CARRXTR-TAKE-ONE-SORT-KEY.
           MOVE ST-ALPHA-PAYLOAD (WS-CELL-I) (1:4)
              TO WS-ORDER-ENTRY (WS-CELL-I).

      *-----------------------------------------------------------------
      * THE CONTROL REPORT - EVERY SUPPRESSED CELL, THEN THE PROOF
      * THAT PUBLISHED CELLS PLUS THE OTHER LINE EQUAL THE
      * POPULATION. THE EXTRACT IS RELEASED ONLY ON A CLEAN PROOF.
      *-----------------------------------------------------------------
       CARRXTR-WRITE-CONTROL.
           MOVE SPACES TO REPORT-LINE
           PERFORM CARRXTR-WRITE-LINE
           MOVE "  SUPPRESSED CELLS" TO REPORT-LINE
           PERFORM CARRXTR-WRITE-LINE
           PERFORM CARRXTR-LIST-ONE-CELL
              VARYING WS-CELL-I FROM 1 BY 1
              UNTIL WS-CELL-I > WS-CELL-MAX
           COMPUTE WS-PUB-CELLS = WS-CELL-MAX - WS-OTHER-CELLS
           COMPUTE WS-PUB-EMPS = WS-POPULATION - WS-OTHER-EMPS
           COMPUTE WS-PUB-SCREENED =
              WS-POP-SCREENED - WS-OTHER-SCREENED
           MOVE 0 TO WS-PROOF-EMPS
           MOVE 0 TO WS-PROOF-SCREENED
           PERFORM CARRXTR-PROVE-ONE-CELL
              VARYING WS-CELL-I FROM 1 BY 1
              UNTIL WS-CELL-I > WS-CELL-MAX
           ADD WS-OTHER-EMPS TO WS-PROOF-EMPS
           ADD WS-OTHER-SCREENED TO WS-PROOF-SCREENED
           MOVE SPACES TO REPORT-LINE
           PERFORM CARRXTR-WRITE-LINE
           MOVE WS-INACTIVE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NOT ACTIVE - EXCLUDED  . . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM CARRXTR-WRITE-LINE
           MOVE WS-POPULATION TO WS-EDIT-COUNT
           MOVE WS-POP-SCREENED TO WS-EDIT-COUNT-2
           MOVE SPACES TO REPORT-LINE
           STRING "  POPULATION TOTAL . . . . . . " WS-EDIT-COUNT
                  "  SCREENED " WS-EDIT-COUNT-2
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM CARRXTR-WRITE-LINE
           MOVE WS-PUB-CELLS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  PUBLISHED CELLS  . . . . . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM CARRXTR-WRITE-LINE
           MOVE WS-PUB-EMPS TO WS-EDIT-COUNT
           MOVE WS-PUB-SCREENED TO WS-EDIT-COUNT-2
           MOVE SPACES TO REPORT-LINE
           STRING "    EMPLOYEES IN THEM  . . . . " WS-EDIT-COUNT
                  "  SCREENED " WS-EDIT-COUNT-2
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM CARRXTR-WRITE-LINE
           MOVE WS-OTHER-CELLS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  CELLS SUPPRESSED TO OTHER  . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM CARRXTR-WRITE-LINE
           MOVE WS-OTHER-EMPS TO WS-EDIT-COUNT
           MOVE WS-OTHER-SCREENED TO WS-EDIT-COUNT-2
           MOVE SPACES TO REPORT-LINE
           STRING "    EMPLOYEES IN OTHER LINE  . " WS-EDIT-COUNT
                  "  SCREENED " WS-EDIT-COUNT-2
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM CARRXTR-WRITE-LINE
           MOVE WS-PROOF-EMPS TO WS-EDIT-COUNT
           MOVE WS-PROOF-SCREENED TO WS-EDIT-COUNT-2
           MOVE SPACES TO REPORT-LINE
           STRING "  DETAIL CELLS PLUS OTHER  . . " WS-EDIT-COUNT
                  "  SCREENED " WS-EDIT-COUNT-2
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM CARRXTR-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
              WHEN WS-TABLE-OVERFLOW
                 MOVE "  *** MORE THAN 1000 CELLS - EXTRACT NOT RELEASE
      -             "D" TO REPORT-LINE
                 MOVE "N" TO WS-RELEASE-SW
              WHEN WS-PROOF-EMPS NOT = WS-POPULATION
                 OR WS-PROOF-SCREENED NOT = WS-POP-SCREENED
                 MOVE "  *** OUT OF BALANCE - EXTRACT NOT RELEASED"
                    TO REPORT-LINE
                 MOVE "N" TO WS-RELEASE-SW
              WHEN WS-OTHER-EMPS > 0
                 AND WS-OTHER-EMPS < TH-CARRIER-MIN-CELL
                 MOVE "  *** POPULATION BELOW MINIMUM CELL SIZE - EXTR
      -             "ACT NOT RELEASED" TO REPORT-LINE
                 MOVE "N" TO WS-RELEASE-SW
              WHEN OTHER
                 MOVE "  BALANCED - DETAIL PLUS OTHER EQUALS POPULATIO
      -             "N" TO REPORT-LINE
           END-EVALUATE
           PERFORM CARRXTR-WRITE-LINE
           IF NOT WS-RELEASE-OK
              MOVE 12 TO WS-JOB-RC
           END-IF.

       CARRXTR-LIST-ONE-CELL.
           MOVE WS-ORDER-ENTRY (WS-CELL-I) TO WS-CELL-HIT
           IF NOT CL-PUBLISHED (WS-CELL-HIT)
              MOVE CL-BAND (WS-CELL-HIT) TO WS-WORK-BAND
              PERFORM CARRXTR-BAND-LABEL
              MOVE CL-EMPLOYEES (WS-CELL-HIT) TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
              IF CL-PRIMARY (WS-CELL-HIT)
                 STRING "    " CL-DEPT (WS-CELL-HIT) " "
                        WS-BAND-LABEL " " CL-CATEGORY (WS-CELL-HIT)
                        WS-EDIT-COUNT "  UNDER MINIMUM"
                    DELIMITED BY SIZE INTO REPORT-LINE
              ELSE
                 STRING "    " CL-DEPT (WS-CELL-HIT) " "
                        WS-BAND-LABEL " " CL-CATEGORY (WS-CELL-HIT)
                        WS-EDIT-COUNT "  PROTECTS OTHER LINE"
                    DELIMITED BY SIZE INTO REPORT-LINE
              END-IF
              PERFORM CARRXTR-WRITE-LINE
           END-IF.

       CARRXTR-PROVE-ONE-CELL.
           IF CL-PUBLISHED (WS-CELL-I)
              ADD CL-EMPLOYEES (WS-CELL-I) TO WS-PROOF-EMPS
              ADD CL-SCREENED (WS-CELL-I) TO WS-PROOF-SCREENED
           END-IF.

      *-----------------------------------------------------------------
      * THE EXTRACT - PUBLISHED CELLS IN ORDER, THE OTHER LINE, AND
      * THE TRAILER. COUNTS AND RATES ONLY.
      *-----------------------------------------------------------------
       CARRXTR-WRITE-EXTRACT.
           PERFORM CARRXTR-EXTRACT-ONE-CELL
              VARYING WS-CELL-I FROM 1 BY 1
              UNTIL WS-CELL-I > WS-CELL-MAX
           IF WS-OTHER-EMPS > 0
              MOVE SPACES TO EXTRACT-RECORD
              MOVE "OT" TO CX-RECORD-TYPE
              MOVE WS-QUARTER TO CX-QUARTER
              MOVE "*ALL" TO CX-DEPT
              MOVE "OTHER" TO CX-AGE-BAND
              MOVE "OTHER" TO CX-CATEGORY
              MOVE WS-OTHER-EMPS TO CX-EMPLOYEES
              MOVE WS-OTHER-SCREENED TO CX-SCREENED
              COMPUTE CX-PART-RATE ROUNDED =
                 WS-OTHER-SCREENED * 100 / WS-OTHER-EMPS
              COMPUTE CX-POP-SHARE ROUNDED =
                 WS-OTHER-EMPS * 100 / WS-POPULATION
              PERFORM CARRXTR-WRITE-EXTRACT-REC
           END-IF
           MOVE SPACES TO EXTRACT-RECORD
           MOVE "TRAILER*" TO TLR-LITERAL
           MOVE WS-XTR-COUNT TO TLR-RECORD-COUNT
           MOVE WS-XTR-HASH TO TLR-HASH-TOTAL
           WRITE TRAILER-VIEW
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "CARRXTR" TO AL-PROGRAM
           MOVE "CARRX" TO AL-EVENT
           MOVE WS-POPULATION TO WS-EDIT-COUNT
           MOVE WS-OTHER-CELLS TO WS-EDIT-COUNT-2
           STRING "CARRIER EXTRACT " WS-QUARTER " POP " WS-EDIT-COUNT
                  " SUPPRESSED " WS-EDIT-COUNT-2
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

       CARRXTR-EXTRACT-ONE-CELL.
           MOVE WS-ORDER-ENTRY (WS-CELL-I) TO WS-CELL-HIT
           IF CL-PUBLISHED (WS-CELL-HIT)
              MOVE SPACES TO EXTRACT-RECORD
              MOVE "CL" TO CX-RECORD-TYPE
              MOVE WS-QUARTER TO CX-QUARTER
              MOVE CL-DEPT (WS-CELL-HIT) TO CX-DEPT
              MOVE CL-BAND (WS-CELL-HIT) TO WS-WORK-BAND
              PERFORM CARRXTR-BAND-LABEL
              MOVE WS-BAND-LABEL TO CX-AGE-BAND
              MOVE CL-CATEGORY (WS-CELL-HIT) TO CX-CATEGORY
              MOVE CL-EMPLOYEES (WS-CELL-HIT) TO CX-EMPLOYEES
              MOVE CL-SCREENED (WS-CELL-HIT) TO CX-SCREENED
              COMPUTE CX-PART-RATE ROUNDED =
                 CL-SCREENED (WS-CELL-HIT) * 100
                    / CL-EMPLOYEES (WS-CELL-HIT)
              COMPUTE CX-POP-SHARE ROUNDED =
                 CL-EMPLOYEES (WS-CELL-HIT) * 100 / WS-POPULATION
              PERFORM CARRXTR-WRITE-EXTRACT-REC
           END-IF.

       CARRXTR-WRITE-EXTRACT-REC.
           ADD 1 TO WS-XTR-COUNT
           ADD CX-EMPLOYEES TO WS-XTR-HASH
           WRITE EXTRACT-RECORD
           IF WS-EXTRACT-STATUS NOT = "00"
              MOVE "CARRXTR" TO FE-PROGRAM
              MOVE "EXTRACT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-EXTRACT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
       CARRXTR-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "CARRXTR" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       CARRXTR-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE EMPLOYEE-HEALTH
           CLOSE HISTORY-FILE
           CLOSE EXTRACT-FILE
           CLOSE REPORT-FILE.
       END PROGRAM CARRXTR.
