      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    BACKORPT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * DAILY BACKORDER REPORTING. STKISSU PUTS THE REAMS A
      * REQUISITION COULD NOT GET ON THE BACKORD FILE AND BOFILL
      * FILLS THEM AS STKRECV AND STKXFER BRING STOCK IN - BUT THE
      * SCHOOLS NEVER HEARD ABOUT EITHER, AND KEPT PHONING. THIS
      * STEP RUNS AFTER THE DAY'S POSTINGS AND PRINTS:
      *   - BONOTICR, A BACKORDER-FILLED NOTICE FOR EACH SCHOOL ON
      *     ITS OWN PAGE, FROM THE BOFILLN FILE BOFILL APPENDS TO -
      *     EVERY REQUISITION FILLED SINCE THE LAST RUN, THE REAMS
      *     SENT AND WHAT IS STILL TO COME. ONCE THE NOTICES ARE
      *     PRINTED BOFILLN IS EMPTIED FOR THE NEXT DAY,
      *   - BOAGED, THE AGED LIST OF EVERY BACKORDER STILL OPEN,
      *     BY PAPER TYPE AND LOCATION, OLDEST FIRST, WITH ITS AGE
      *     IN DAYS AND TOTALS FOR 0-7, 8-14, 15-30 AND OVER 30
      *     DAYS. A BACKORDER OVER 30 DAYS OLD IS FLAGGED AND THE
      *     STEP ENDS RC 4, SO PURCHASING CHASES IT.
      * NO BOFILLN (NOTHING FILLED YET) OR NO BACKORD (NOTHING EVER
      * BACKORDERED) IS NOT AN ERROR - THE REPORT SAYS SO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-FILE ASSIGN TO "BOFILLN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS BO-KEY
               FILE STATUS IS WS-BO-STATUS.
           SELECT NOTICE-REPORT ASSIGN TO "BONOTICR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NRPT-STATUS.
           SELECT AGED-REPORT ASSIGN TO "BOAGED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARPT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  NOTICE-FILE.
           COPY "BONOTICE.CPY".

       FD  BACKORDER-FILE.
           COPY "BACKORD.CPY".

       FD  NOTICE-REPORT.
       01  NOTICE-LINE               PIC X(80).

       FD  AGED-REPORT.
       01  AGED-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-JOB-RC                 PIC 9(02) VALUE 0.
       01  WS-NOTICE-STATUS          PIC X(02).
       01  WS-BO-STATUS              PIC X(02).
       01  WS-NRPT-STATUS            PIC X(02).
       01  WS-ARPT-STATUS            PIC X(02).
       01  WS-EOF-SW                 PIC X VALUE "N".
           88 WS-EOF                 VALUE "Y".
       01  WS-NOTICE-SW              PIC X VALUE "N".
           88 WS-NOTICE-OPEN         VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-DAYS               PIC 9(07).
      *-----------------------------------------------------------------
      * THE FILLS SINCE THE LAST RUN, HELD SO EACH SCHOOL'S NOTICE
      * CAN BE PRINTED TOGETHER FROM A FILE WRITTEN IN POSTING ORDER.
      * A FILL PAST THE 2000TH IS NOT PRINTED - IT IS COUNTED, THE
      * STEP ENDS RC 8 AND BOFILLN IS KEPT SO NO NOTICE IS LOST.
      *-----------------------------------------------------------------
       01  WS-FIL-MAX                PIC 9(04) VALUE 0.
       01  WS-FIL-I                  PIC 9(04).
       01  WS-FIL-TABLE.
           05 WS-FIL-ENTRY OCCURS 2000 TIMES.
              10 WS-FIL-SCHOOL       PIC X(4).
              10 WS-FIL-REQ-ID       PIC X(8).
              10 WS-FIL-ORDER-DATE   PIC 9(8).
              10 WS-FIL-TYPE         PIC X(3).
              10 WS-FIL-LOCATION     PIC X(4).
              10 WS-FIL-REAMS        PIC 9(5).
              10 WS-FIL-OPEN         PIC 9(5).
              10 WS-FIL-DATE         PIC 9(8).
              10 WS-FIL-SOURCE       PIC X(8).
       01  WS-FIL-OVERFLOW           PIC 9(05) VALUE 0.
      *-----------------------------------------------------------------
      * ONE NOTICE PER SCHOOL, IN THE ORDER THE SCHOOLS FIRST APPEAR.
      * A SCHOOL PAST THE 200TH IS COUNTED WITH THE OVERFLOW.
      *-----------------------------------------------------------------
       01  WS-SCH-MAX                PIC 9(03) VALUE 0.
       01  WS-SCH-I                  PIC 9(03).
       01  WS-SCH-FOUND              PIC 9(03).
       01  WS-SCH-TABLE.
           05 WS-SCH-ENTRY OCCURS 200 TIMES.
              10 WS-SCH-CODE         PIC X(4).
              10 WS-SCH-REAMS        PIC 9(7).
              10 WS-SCH-FILLS        PIC 9(5).
      *-----------------------------------------------------------------
      * AGE BUCKETS FOR THE OPEN BACKORDERS - THE UPPER DAY LIMIT OF
      * EACH, ITS LABEL, AND THE COUNT AND REAMS STILL OPEN IN IT.
      *-----------------------------------------------------------------
       01  WS-AGE-LIMITS.
           05 FILLER                 PIC X(19) VALUE
              "0007  0 -  7 DAYS ".
           05 FILLER                 PIC X(19) VALUE
              "0014  8 - 14 DAYS ".
           05 FILLER                 PIC X(19) VALUE
              "0030 15 - 30 DAYS ".
           05 FILLER                 PIC X(19) VALUE
              "9999 OVER 30 DAYS ".
       01  WS-AGE-LIMIT-TABLE REDEFINES WS-AGE-LIMITS.
           05 WS-AGE-LIMIT-ENTRY OCCURS 4 TIMES.
              10 WS-AGE-LIMIT        PIC 9(4).
              10 WS-AGE-LABEL        PIC X(15).
       01  WS-AGE-TOTALS.
           05 WS-AGE-TOTAL-ENTRY OCCURS 4 TIMES.
              10 WS-AGE-COUNT        PIC 9(6).
              10 WS-AGE-REAMS        PIC 9(8).
       01  WS-AGE-I                  PIC 9(01).
       01  WS-AGE-FOUND              PIC 9(01).
       01  WS-AGE-DAYS               PIC 9(05).
       01  WS-OPEN-COUNT             PIC 9(06) VALUE 0.
       01  WS-OPEN-REAMS             PIC 9(08) VALUE 0.
       01  WS-NOTICE-READ            PIC 9(06) VALUE 0.
       01  WS-NOTICE-REAMS           PIC 9(08) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-OPEN              PIC ZZZ,ZZ9.
       01  WS-EDIT-OLD               PIC ZZZ,ZZ9.
       01  WS-EDIT-REAMS             PIC ZZ,ZZZ,ZZ9.
       01  WS-NOTICE-DETAIL.
           05 FILLER                 PIC X(2).
           05 ND-REQ-ID              PIC X(8).
           05 FILLER                 PIC X(2).
           05 ND-ORDER-DATE          PIC 9(8).
           05 FILLER                 PIC X(2).
           05 ND-TYPE                PIC X(3).
           05 FILLER                 PIC X(3).
           05 ND-LOCATION            PIC X(4).
           05 FILLER                 PIC X(2).
           05 ND-FILLED              PIC ZZ,ZZ9.
           05 FILLER                 PIC X(3).
           05 ND-OPEN                PIC ZZ,ZZ9.
           05 FILLER                 PIC X(3).
           05 ND-FILL-DATE           PIC 9(8).
           05 FILLER                 PIC X(2).
           05 ND-SOURCE              PIC X(8).
       01  WS-AGED-DETAIL.
           05 FILLER                 PIC X(2).
           05 AD-TYPE                PIC X(3).
           05 FILLER                 PIC X(2).
           05 AD-LOCATION            PIC X(4).
           05 FILLER                 PIC X(2).
           05 AD-ORDER-DATE          PIC 9(8).
           05 FILLER                 PIC X(2).
           05 AD-SCHOOL              PIC X(4).
           05 FILLER                 PIC X(2).
           05 AD-REQ-ID              PIC X(8).
           05 FILLER                 PIC X(2).
           05 AD-ORDERED             PIC ZZ,ZZ9.
           05 FILLER                 PIC X(2).
           05 AD-OPEN                PIC ZZ,ZZ9.
           05 FILLER                 PIC X(2).
           05 AD-AGE                 PIC ZZZ9.
           05 FILLER                 PIC X(2).
           05 AD-NOTE                PIC X(12).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       BACKORPT-MAIN.
           PERFORM BACKORPT-INIT
              THRU BACKORPT-INIT-END
           IF WS-JOB-RC < 12
              PERFORM BACKORPT-LOAD-NOTICE UNTIL WS-EOF
              PERFORM BACKORPT-WRITE-NOTICES
                 THRU BACKORPT-WRITE-NOTICES-END
              PERFORM BACKORPT-CLEAR-NOTICES
                 THRU BACKORPT-CLEAR-NOTICES-END
              PERFORM BACKORPT-AGED-REPORT
                 THRU BACKORPT-AGED-REPORT-END
              PERFORM BACKORPT-WRITE-AUDIT
           END-IF
           PERFORM BACKORPT-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       BACKORPT-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DAYS = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           INITIALIZE WS-AGE-TOTALS
           OPEN OUTPUT NOTICE-REPORT
           IF WS-NRPT-STATUS NOT = "00"
              MOVE "BACKORPT" TO FE-PROGRAM
              MOVE "NOTICE-REPORT" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-NRPT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO BACKORPT-INIT-END
           END-IF
           OPEN OUTPUT AGED-REPORT
           IF WS-ARPT-STATUS NOT = "00"
              MOVE "BACKORPT" TO FE-PROGRAM
              MOVE "AGED-REPORT" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-ARPT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO BACKORPT-INIT-END
           END-IF
      *-----------------------------------------------------------------
      * NO BOFILLN YET MEANS NOTHING HAS BEEN FILLED - THERE IS
      * SIMPLY NO NOTICE TO PRINT.
      *-----------------------------------------------------------------
           OPEN INPUT NOTICE-FILE
           IF WS-NOTICE-STATUS = "00"
              SET WS-NOTICE-OPEN TO TRUE
           ELSE
              SET WS-EOF TO TRUE
              IF WS-NOTICE-STATUS NOT = "35"
                 MOVE "BACKORPT" TO FE-PROGRAM
                 MOVE "NOTICE-FILE" TO FE-FILE-NAME
                 MOVE "OPEN" TO FE-OPERATION
                 MOVE WS-NOTICE-STATUS TO FE-STATUS
                 MOVE SPACES TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF
           MOVE 0 TO RH-PAGE-NO.
       BACKORPT-INIT-END. EXIT.

      *-----------------------------------------------------------------
      * ONE NOTICE RECORD INTO THE TABLE, AND ITS SCHOOL INTO THE
      * SCHOOL TABLE THE FIRST TIME IT IS SEEN.
      *-----------------------------------------------------------------
       BACKORPT-LOAD-NOTICE.
           READ NOTICE-FILE
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-NOTICE-READ
                 PERFORM BACKORPT-TAKE-NOTICE
                    THRU BACKORPT-TAKE-NOTICE-END
           END-READ.

       BACKORPT-TAKE-NOTICE.
           MOVE 0 TO WS-SCH-FOUND
           PERFORM BACKORPT-FIND-SCHOOL
              VARYING WS-SCH-I FROM 1 BY 1
              UNTIL WS-SCH-I > WS-SCH-MAX
                 OR WS-SCH-FOUND > 0
           IF WS-SCH-FOUND = 0
              IF WS-SCH-MAX NOT < 200
                 ADD 1 TO WS-FIL-OVERFLOW
                 MOVE 8 TO WS-JOB-RC
                 GO TO BACKORPT-TAKE-NOTICE-END
              END-IF
           END-IF
           IF WS-FIL-MAX NOT < 2000
              ADD 1 TO WS-FIL-OVERFLOW
              MOVE 8 TO WS-JOB-RC
              GO TO BACKORPT-TAKE-NOTICE-END
           END-IF
           IF WS-SCH-FOUND = 0
              ADD 1 TO WS-SCH-MAX
              MOVE WS-SCH-MAX TO WS-SCH-FOUND
              MOVE BN-SCHOOL TO WS-SCH-CODE (WS-SCH-FOUND)
              MOVE 0 TO WS-SCH-REAMS (WS-SCH-FOUND)
              MOVE 0 TO WS-SCH-FILLS (WS-SCH-FOUND)
           END-IF
           ADD 1 TO WS-FIL-MAX
           MOVE BN-SCHOOL TO WS-FIL-SCHOOL (WS-FIL-MAX)
           MOVE BN-REQ-ID TO WS-FIL-REQ-ID (WS-FIL-MAX)
           MOVE BN-ORDER-DATE TO WS-FIL-ORDER-DATE (WS-FIL-MAX)
           MOVE BN-PAPER-TYPE TO WS-FIL-TYPE (WS-FIL-MAX)
           MOVE BN-LOCATION TO WS-FIL-LOCATION (WS-FIL-MAX)
           MOVE BN-REAMS-FILLED TO WS-FIL-REAMS (WS-FIL-MAX)
           MOVE BN-REAMS-OPEN TO WS-FIL-OPEN (WS-FIL-MAX)
           MOVE BN-FILL-DATE TO WS-FIL-DATE (WS-FIL-MAX)
           MOVE BN-SOURCE TO WS-FIL-SOURCE (WS-FIL-MAX)
           ADD 1 TO WS-SCH-FILLS (WS-SCH-FOUND)
           ADD BN-REAMS-FILLED TO WS-SCH-REAMS (WS-SCH-FOUND)
           ADD BN-REAMS-FILLED TO WS-NOTICE-REAMS.
       BACKORPT-TAKE-NOTICE-END. EXIT.

       BACKORPT-FIND-SCHOOL.
           IF WS-SCH-CODE (WS-SCH-I) = BN-SCHOOL
              MOVE WS-SCH-I TO WS-SCH-FOUND
           END-IF.

      *-----------------------------------------------------------------
      * ONE PAGE PER SCHOOL; A DAY WITH NOTHING FILLED GETS A SINGLE
      * PAGE SAYING SO.
      *-----------------------------------------------------------------
       BACKORPT-WRITE-NOTICES.
           MOVE "BACKORDERED PAPER FILLED - SCHOOL NOTICE" TO RH-TITLE
           IF WS-SCH-MAX = 0
              PERFORM BACKORPT-NOTICE-HEADER
              MOVE "  NO BACKORDERS FILLED SINCE THE LAST RUN"
                 TO NOTICE-LINE
              PERFORM BACKORPT-WRITE-NOTICE-LINE
              GO TO BACKORPT-WRITE-NOTICES-END
           END-IF
           PERFORM BACKORPT-WRITE-SCHOOL
              VARYING WS-SCH-I FROM 1 BY 1
              UNTIL WS-SCH-I > WS-SCH-MAX
           IF WS-FIL-OVERFLOW > 0
              MOVE WS-FIL-OVERFLOW TO WS-EDIT-COUNT
              MOVE SPACES TO NOTICE-LINE
              STRING "  FILLS PAST TABLE LIMIT - NOT PRINTED "
                        DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO NOTICE-LINE
              PERFORM BACKORPT-WRITE-NOTICE-LINE
           END-IF.
       BACKORPT-WRITE-NOTICES-END. EXIT.

       BACKORPT-WRITE-SCHOOL.
           PERFORM BACKORPT-NOTICE-HEADER
           MOVE SPACES TO NOTICE-LINE
           STRING "TO SCHOOL " DELIMITED BY SIZE
                  WS-SCH-CODE (WS-SCH-I) DELIMITED BY SIZE
                  " - PAPER YOU WERE WAITING FOR IS ON ITS WAY"
                     DELIMITED BY SIZE
              INTO NOTICE-LINE
           PERFORM BACKORPT-WRITE-NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           PERFORM BACKORPT-WRITE-NOTICE-LINE
           MOVE "  REQUISN   ORDERED   TYPE  FROM   FILLED"
              TO NOTICE-LINE
           MOVE "TO COME" TO NOTICE-LINE (43:7)
           MOVE "FILLED ON" TO NOTICE-LINE (53:9)
           MOVE "BY" TO NOTICE-LINE (63:2)
           PERFORM BACKORPT-WRITE-NOTICE-LINE
           PERFORM BACKORPT-WRITE-SCHOOL-FILL
              VARYING WS-FIL-I FROM 1 BY 1
              UNTIL WS-FIL-I > WS-FIL-MAX
           MOVE SPACES TO NOTICE-LINE
           PERFORM BACKORPT-WRITE-NOTICE-LINE
           MOVE WS-SCH-FILLS (WS-SCH-I) TO WS-EDIT-COUNT
           MOVE WS-SCH-REAMS (WS-SCH-I) TO WS-EDIT-REAMS
           MOVE SPACES TO NOTICE-LINE
           STRING "  REQUISITION LINES FILLED " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  "   REAMS " DELIMITED BY SIZE
                  WS-EDIT-REAMS DELIMITED BY SIZE
              INTO NOTICE-LINE
           PERFORM BACKORPT-WRITE-NOTICE-LINE.

       BACKORPT-WRITE-SCHOOL-FILL.
           IF WS-FIL-SCHOOL (WS-FIL-I) = WS-SCH-CODE (WS-SCH-I)
              MOVE SPACES TO WS-NOTICE-DETAIL
              MOVE WS-FIL-REQ-ID (WS-FIL-I) TO ND-REQ-ID
              MOVE WS-FIL-ORDER-DATE (WS-FIL-I) TO ND-ORDER-DATE
              MOVE WS-FIL-TYPE (WS-FIL-I) TO ND-TYPE
              MOVE WS-FIL-LOCATION (WS-FIL-I) TO ND-LOCATION
              MOVE WS-FIL-REAMS (WS-FIL-I) TO ND-FILLED
              MOVE WS-FIL-OPEN (WS-FIL-I) TO ND-OPEN
              MOVE WS-FIL-DATE (WS-FIL-I) TO ND-FILL-DATE
              MOVE WS-FIL-SOURCE (WS-FIL-I) TO ND-SOURCE
              MOVE WS-NOTICE-DETAIL TO NOTICE-LINE
              PERFORM BACKORPT-WRITE-NOTICE-LINE
           END-IF.

      *-----------------------------------------------------------------
      * THE NOTICES ARE OUT - EMPTY BOFILLN SO TOMORROW'S RUN DOES
      * NOT SEND THEM AGAIN. IT IS KEPT WHEN ANY FILL DID NOT MAKE
      * THE TABLE.
      *-----------------------------------------------------------------
       BACKORPT-CLEAR-NOTICES.
           IF NOT WS-NOTICE-OPEN
              GO TO BACKORPT-CLEAR-NOTICES-END
           END-IF
           CLOSE NOTICE-FILE
           MOVE "N" TO WS-NOTICE-SW
           IF WS-FIL-OVERFLOW > 0 OR WS-NOTICE-READ = 0
              GO TO BACKORPT-CLEAR-NOTICES-END
           END-IF
           OPEN OUTPUT NOTICE-FILE
           IF WS-NOTICE-STATUS NOT = "00"
              MOVE "BACKORPT" TO FE-PROGRAM
              MOVE "NOTICE-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-NOTICE-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 8 TO WS-JOB-RC
              GO TO BACKORPT-CLEAR-NOTICES-END
           END-IF
           CLOSE NOTICE-FILE.
       BACKORPT-CLEAR-NOTICES-END. EXIT.

      *-----------------------------------------------------------------
      * EVERY OPEN BACKORDER IN KEY ORDER - PAPER TYPE, LOCATION,
      * THEN OLDEST FIRST - WITH ITS AGE, THEN THE AGE BUCKETS.
      *-----------------------------------------------------------------
       BACKORPT-AGED-REPORT.
           MOVE "OPEN BACKORDERS BY AGE" TO RH-TITLE
           MOVE 0 TO RH-PAGE-NO
           PERFORM BACKORPT-AGED-HEADER
           OPEN INPUT BACKORDER-FILE
           IF WS-BO-STATUS = "35"
              MOVE "  NO OPEN BACKORDERS" TO AGED-LINE
              PERFORM BACKORPT-WRITE-AGED-LINE
              GO TO BACKORPT-AGED-REPORT-END
           END-IF
           IF WS-BO-STATUS NOT = "00"
              MOVE "BACKORPT" TO FE-PROGRAM
              MOVE "BACKORDER-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-BO-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 8 TO WS-JOB-RC
              GO TO BACKORPT-AGED-REPORT-END
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM BACKORPT-AGE-ONE UNTIL WS-EOF
           CLOSE BACKORDER-FILE
           IF WS-OPEN-COUNT = 0
              MOVE "  NO OPEN BACKORDERS" TO AGED-LINE
              PERFORM BACKORPT-WRITE-AGED-LINE
           END-IF
           MOVE SPACES TO AGED-LINE
           PERFORM BACKORPT-WRITE-AGED-LINE
           MOVE "  AGE               BACKORDERS   REAMS OPEN"
              TO AGED-LINE
           PERFORM BACKORPT-WRITE-AGED-LINE
           PERFORM BACKORPT-WRITE-BUCKET
              VARYING WS-AGE-I FROM 1 BY 1
              UNTIL WS-AGE-I > 4
           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
           MOVE WS-OPEN-REAMS TO WS-EDIT-REAMS
           MOVE SPACES TO AGED-LINE
           STRING "  TOTAL OPEN . . .   " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-REAMS DELIMITED BY SIZE
              INTO AGED-LINE
           PERFORM BACKORPT-WRITE-AGED-LINE
           IF WS-AGE-COUNT (4) > 0 AND WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF.
       BACKORPT-AGED-REPORT-END. EXIT.

       BACKORPT-AGE-ONE.
           READ BACKORDER-FILE NEXT RECORD
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 PERFORM BACKORPT-LIST-BACKORDER
           END-READ.

       BACKORPT-LIST-BACKORDER.
           MOVE 0 TO WS-AGE-DAYS
           IF BO-ORDER-DATE IS NUMERIC
              AND BO-ORDER-DATE > 16010101
              AND BO-ORDER-DATE NOT > WS-RUN-DATE
              COMPUTE WS-AGE-DAYS = WS-RUN-DAYS
                 - FUNCTION INTEGER-OF-DATE (BO-ORDER-DATE)
           END-IF
           MOVE 0 TO WS-AGE-FOUND
           PERFORM BACKORPT-FIND-BUCKET
              VARYING WS-AGE-I FROM 1 BY 1
              UNTIL WS-AGE-I > 4
                 OR WS-AGE-FOUND > 0
           IF WS-AGE-FOUND = 0
              MOVE 4 TO WS-AGE-FOUND
           END-IF
           ADD 1 TO WS-AGE-COUNT (WS-AGE-FOUND)
           ADD BO-REAMS-OPEN TO WS-AGE-REAMS (WS-AGE-FOUND)
           ADD 1 TO WS-OPEN-COUNT
           ADD BO-REAMS-OPEN TO WS-OPEN-REAMS
           MOVE SPACES TO WS-AGED-DETAIL
           MOVE BO-PAPER-TYPE TO AD-TYPE
           MOVE BO-LOCATION TO AD-LOCATION
           MOVE BO-ORDER-DATE TO AD-ORDER-DATE
           MOVE BO-SCHOOL TO AD-SCHOOL
           MOVE BO-REQ-ID TO AD-REQ-ID
           MOVE BO-REAMS-ORDERED TO AD-ORDERED
           MOVE BO-REAMS-OPEN TO AD-OPEN
           MOVE WS-AGE-DAYS TO AD-AGE
           IF WS-AGE-FOUND = 4
              MOVE "** OVER 30" TO AD-NOTE
           END-IF
           MOVE WS-AGED-DETAIL TO AGED-LINE
           PERFORM BACKORPT-WRITE-AGED-LINE.

       BACKORPT-FIND-BUCKET.
           IF WS-AGE-DAYS NOT > WS-AGE-LIMIT (WS-AGE-I)
              MOVE WS-AGE-I TO WS-AGE-FOUND
           END-IF.

       BACKORPT-WRITE-BUCKET.
           MOVE WS-AGE-COUNT (WS-AGE-I) TO WS-EDIT-COUNT
           MOVE WS-AGE-REAMS (WS-AGE-I) TO WS-EDIT-REAMS
           MOVE SPACES TO AGED-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-AGE-LABEL (WS-AGE-I) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-REAMS DELIMITED BY SIZE
              INTO AGED-LINE
           PERFORM BACKORPT-WRITE-AGED-LINE.

      *-----------------------------------------------------------------
       BACKORPT-WRITE-AUDIT.
      *-----------------------------------------------------------------
           MOVE WS-NOTICE-READ TO WS-EDIT-COUNT
           MOVE WS-OPEN-COUNT TO WS-EDIT-OPEN
           MOVE WS-AGE-COUNT (4) TO WS-EDIT-OLD
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "BACKORPT" TO AL-PROGRAM
           MOVE "BORPT" TO AL-EVENT
           STRING "FILLS " WS-EDIT-COUNT
                  " OPEN " WS-EDIT-OPEN
                  " OVER 30 DAYS " WS-EDIT-OLD
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       BACKORPT-NOTICE-HEADER.
      *-----------------------------------------------------------------
           ADD 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO NOTICE-LINE
           PERFORM BACKORPT-WRITE-NOTICE-LINE
           MOVE RH-LINE-2 TO NOTICE-LINE
           PERFORM BACKORPT-WRITE-NOTICE-LINE
           MOVE RH-LINE-3 TO NOTICE-LINE
           PERFORM BACKORPT-WRITE-NOTICE-LINE.

      *-----------------------------------------------------------------
       BACKORPT-AGED-HEADER.
      *-----------------------------------------------------------------
           ADD 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO AGED-LINE
           PERFORM BACKORPT-WRITE-AGED-LINE
           MOVE RH-LINE-2 TO AGED-LINE
           PERFORM BACKORPT-WRITE-AGED-LINE
           MOVE RH-LINE-3 TO AGED-LINE
           PERFORM BACKORPT-WRITE-AGED-LINE
           MOVE "  TYPE LOC   SINCE     SCHL  REQUISN"
              TO AGED-LINE
           MOVE "ORDERED" TO AGED-LINE (39:7)
           MOVE "OPEN" TO AGED-LINE (50:4)
           MOVE "DAYS" TO AGED-LINE (56:4)
           PERFORM BACKORPT-WRITE-AGED-LINE.

      *-----------------------------------------------------------------
       BACKORPT-WRITE-NOTICE-LINE.
      *-----------------------------------------------------------------
           WRITE NOTICE-LINE
           IF WS-NRPT-STATUS NOT = "00"
              MOVE "BACKORPT" TO FE-PROGRAM
              MOVE "NOTICE-REPORT" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-NRPT-STATUS TO FE-STATUS
              MOVE NOTICE-LINE TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       BACKORPT-WRITE-AGED-LINE.
      *-----------------------------------------------------------------
           WRITE AGED-LINE
           IF WS-ARPT-STATUS NOT = "00"
              MOVE "BACKORPT" TO FE-PROGRAM
              MOVE "AGED-REPORT" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-ARPT-STATUS TO FE-STATUS
              MOVE AGED-LINE TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       BACKORPT-TERMINATE.
      *-----------------------------------------------------------------
           IF WS-NOTICE-OPEN
              CLOSE NOTICE-FILE
           END-IF
           CLOSE NOTICE-REPORT
           CLOSE AGED-REPORT.
       END PROGRAM BACKORPT.
