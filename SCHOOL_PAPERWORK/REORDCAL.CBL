      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    REORDCAL.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * DEMAND-BASED REORDER POINT REVIEW. STK-REORDER-POINT AND
      * STK-TARGET-LEVEL WERE TYPED IN ONCE WHEN A LOCATION WAS SET
      * UP AND NEVER LOOKED AT AGAIN, SO SOME LOCATIONS RAN OUT EVERY
      * SEPTEMBER WHILE OTHERS SAT ON TWO YEARS OF PAPER. THIS STEP
      * MEASURES, FOR EACH PAPER TYPE AND LOCATION ON STKMAST:
      *   - USAGE - THE REAMS ISSUED EACH WEEK OVER THE LAST
      *     ROP-HISTORY-WEEKS WEEKS OF THE ISSUEHST ISSUE HISTORY
      *     STKISSU WRITES (FEWER WHILE THE HISTORY IS YOUNGER THAN
      *     THAT), GIVING THE AVERAGE DAILY USAGE AND ITS STANDARD
      *     DEVIATION,
      *   - LEAD TIME - THE AVERAGE DAYS FROM POR-ORDER-DATE TO THE
      *     RECEIPT STKRECV STAMPED ON POREG, FOR ORDERS RECEIVED IN
      *     THE SAME WINDOW. A LOCATION WITH NO RECEIPTS TAKES THE
      *     AVERAGE FOR ITS PAPER TYPE, AND A TYPE WITH NONE TAKES
      *     THE THRESHIN PO-LEAD-DAYS EXPECTED LEAD TIME,
      * AND RECOMMENDS
      *   REORDER POINT = DAILY USAGE X LEAD TIME
      *                 + Z X DAILY STD DEVIATION X ROOT(LEAD TIME)
      *   TARGET LEVEL  = REORDER POINT
      *                 + DAILY USAGE X ROP-REVIEW-DAYS
      * BOTH ROUNDED UP TO A WHOLE REAM, WHERE Z IS THE NORMAL
      * FACTOR FOR THE THRESHIN ROP-SERVICE-PCT SERVICE LEVEL.
      *
      * THE REORDRPT REVIEW REPORT LISTS THE CURRENT AND RECOMMENDED
      * VALUES SIDE BY SIDE, AND REORDREC CARRIES THE SAME
      * RECOMMENDATIONS IN THE REORDAPP LAYOUT. NOTHING IS CHANGED
      * UNTIL PURCHASING APPROVES IT: THE LINES HANDED BACK ON THE
      * REORDAPP CONTROL FILE WITH AN APPROVER ARE POSTED TO STKMAST
      * ON THE NEXT RUN (WITH AN AUDIT EVENT EACH), SO POGEN ORDERS
      * FROM REAL DEMAND. A LINE WITH NO APPROVER, FOR A LOCATION NOT
      * ON STKMAST OR WITH A TARGET BELOW ITS REORDER POINT IS NOT
      * POSTED AND IS LISTED; THE STEP THEN ENDS RC 4.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-MASTER ASSIGN TO "STKMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS STK-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "ISSUEHST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "POREG"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS POR-KEY
               FILE STATUS IS WS-REG-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "REORDAPP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.
           SELECT RECOMMEND-FILE ASSIGN TO "REORDREC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "REORDRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  STOCK-MASTER.
           COPY "STKMAST.CPY".

       FD  HISTORY-FILE.
           COPY "ISSUEHST.CPY".

       FD  REGISTER-FILE.
           COPY "POREG.CPY".

       FD  APPROVAL-FILE.
       01  APPROVAL-LINE             PIC X(30).

       FD  RECOMMEND-FILE.
       01  RECOMMEND-RECORD          PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-TH-PARMS.
           COPY "THRSHLD.CPY".
           COPY "REORDAPP.CPY".
       01  WS-JOB-RC                 PIC 9(02) VALUE 0.
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-HIST-STATUS            PIC X(02).
       01  WS-REG-STATUS             PIC X(02).
       01  WS-APPR-STATUS            PIC X(02).
       01  WS-RECM-STATUS            PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                 PIC X VALUE "N".
           88 WS-EOF                 VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-DAYS               PIC 9(07).
       01  WS-EVENT-DAYS             PIC 9(07).
       01  WS-ORDER-DAYS             PIC 9(07).
       01  WS-FIRST-DAYS             PIC 9(07) VALUE 0.
       01  WS-AGE-DAYS               PIC S9(07).
       01  WS-LEAD-DAYS              PIC S9(05).
       01  WS-WINDOW-DAYS            PIC 9(05).
       01  WS-MAX-WEEKS              PIC 9(03).
       01  WS-HIST-WEEKS             PIC 9(03) VALUE 0.
       01  WS-WEEK-NO                PIC 9(03).
       01  WS-Z-FACTOR               PIC 9V9(2).
      *-----------------------------------------------------------------
      * ONE ENTRY PER STKMAST TYPE AND LOCATION, WITH ITS REAMS
      * ISSUED IN EACH OF THE LAST 52 WEEKS (WEEK 1 IS THE SEVEN DAYS
      * ENDING ON THE RUN DATE), ITS RECEIPT LEAD TIMES AND ANY
      * APPROVAL WAITING FOR IT.
      *-----------------------------------------------------------------
       01  WS-PR-MAX                 PIC 9(03) VALUE 0.
       01  WS-PR-I                   PIC 9(03).
       01  WS-PR-FOUND               PIC 9(03).
       01  WS-WK-I                   PIC 9(03).
       01  WS-PAIR-TABLE.
           05 WS-PR-ENTRY OCCURS 300 TIMES.
              10 WS-PR-TYPE          PIC X(3).
              10 WS-PR-LOC           PIC X(4).
              10 WS-PR-ON-HAND       PIC S9(7).
              10 WS-PR-CUR-ROP       PIC 9(5).
              10 WS-PR-CUR-TGT       PIC 9(5).
              10 WS-PR-USE-TOTAL     PIC 9(9).
              10 WS-PR-LEAD-TOTAL    PIC 9(7).
              10 WS-PR-LEAD-COUNT    PIC 9(5).
              10 WS-PR-APPR-SW       PIC X(1).
                 88 WS-PR-APPROVED   VALUE "Y".
              10 WS-PR-APP-ROP       PIC 9(5).
              10 WS-PR-APP-TGT       PIC 9(5).
              10 WS-PR-APP-BY        PIC X(8).
              10 WS-PR-WEEK-USE      PIC 9(7) OCCURS 52 TIMES.
      *-----------------------------------------------------------------
      * LEAD TIMES BY PAPER TYPE, FOR A LOCATION THAT HAS NO RECEIPT
      * OF ITS OWN IN THE WINDOW.
      *-----------------------------------------------------------------
       01  WS-TY-MAX                 PIC 9(02) VALUE 0.
       01  WS-TY-I                   PIC 9(02).
       01  WS-TY-FOUND               PIC 9(02).
       01  WS-TYPE-TABLE.
           05 WS-TY-ENTRY OCCURS 20 TIMES.
              10 WS-TY-TYPE          PIC X(3).
              10 WS-TY-LEAD-TOTAL    PIC 9(7).
              10 WS-TY-LEAD-COUNT    PIC 9(5).
      *-----------------------------------------------------------------
      * APPROVAL LINES THAT COULD NOT BE POSTED, HELD FOR THE
      * EXCEPTION PAGE AT THE END OF THE REPORT.
      *-----------------------------------------------------------------
       01  WS-RJ-MAX                 PIC 9(03) VALUE 0.
       01  WS-RJ-I                   PIC 9(03).
       01  WS-REJECT-TABLE.
           05 WS-RJ-ENTRY OCCURS 100 TIMES.
              10 WS-RJ-LINE          PIC X(30).
              10 WS-RJ-REASON        PIC X(20).
       01  WS-REJECT-REASON          PIC X(20).
      *-----------------------------------------------------------------
      * THE CALCULATION FOR ONE TYPE AND LOCATION.
      *-----------------------------------------------------------------
       01  WS-MEAN-WEEK              PIC 9(7)V9(4).
       01  WS-SUM-SQUARES            PIC 9(15)V9(4).
       01  WS-SD-WEEK                PIC 9(7)V9(4).
       01  WS-DAILY-USE              PIC 9(5)V9(4).
       01  WS-DAILY-SD               PIC 9(5)V9(4).
       01  WS-LEAD-TIME              PIC 9(3)V9(2).
       01  WS-ROOT-LEAD              PIC 9(3)V9(4).
       01  WS-LEAD-SOURCE            PIC X(1).
           88 WS-LEAD-OWN            VALUE "O".
           88 WS-LEAD-BY-TYPE        VALUE "T".
           88 WS-LEAD-DEFAULT        VALUE "D".
       01  WS-RAW-LEVEL              PIC 9(7)V9(4).
       01  WS-NEW-ROP                PIC 9(7).
       01  WS-NEW-TGT                PIC 9(7).
      *-----------------------------------------------------------------
       01  WS-STOCK-COUNT            PIC 9(05) VALUE 0.
       01  WS-NOT-REVIEWED           PIC 9(05) VALUE 0.
       01  WS-HIST-COUNT             PIC 9(07) VALUE 0.
       01  WS-HIST-UNKNOWN           PIC 9(07) VALUE 0.
       01  WS-LEAD-COUNT             PIC 9(05) VALUE 0.
       01  WS-NO-USAGE-COUNT         PIC 9(05) VALUE 0.
       01  WS-CHANGED-COUNT          PIC 9(05) VALUE 0.
       01  WS-APPR-COUNT             PIC 9(05) VALUE 0.
       01  WS-APPLIED-COUNT          PIC 9(05) VALUE 0.
       01  WS-REJECT-COUNT           PIC 9(05) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-PCT               PIC ZZ9.99.
       01  WS-EDIT-Z                 PIC 9.99.
       01  WS-EDIT-ROP               PIC ZZZZ9.
       01  WS-EDIT-TGT               PIC ZZZZ9.
       01  WS-DETAIL-LINE.
           05 FILLER                 PIC X(2).
           05 DL-TYPE                PIC X(3).
           05 FILLER                 PIC X(1).
           05 DL-LOC                 PIC X(4).
           05 FILLER                 PIC X(1).
           05 DL-ON-HAND             PIC -(6)9.
           05 FILLER                 PIC X(2).
           05 DL-DAILY               PIC ZZ9.99.
           05 FILLER                 PIC X(2).
           05 DL-SD                  PIC ZZ9.99.
           05 FILLER                 PIC X(2).
           05 DL-LEAD                PIC ZZ9.
           05 FILLER                 PIC X(2).
           05 DL-CUR-ROP             PIC ZZZZ9.
           05 FILLER                 PIC X(1).
           05 DL-NEW-ROP             PIC ZZZZ9.
           05 FILLER                 PIC X(2).
           05 DL-CUR-TGT             PIC ZZZZ9.
           05 FILLER                 PIC X(1).
           05 DL-NEW-TGT             PIC ZZZZ9.
           05 FILLER                 PIC X(2).
           05 DL-NOTE                PIC X(13).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       REORDCAL-MAIN.
           PERFORM REORDCAL-INIT
              THRU REORDCAL-INIT-END
           IF WS-JOB-RC < 12
              PERFORM REORDCAL-LOAD-STOCK
              PERFORM REORDCAL-LOAD-HISTORY
                 THRU REORDCAL-LOAD-HISTORY-END
              PERFORM REORDCAL-LOAD-LEADS
                 THRU REORDCAL-LOAD-LEADS-END
              PERFORM REORDCAL-LOAD-APPROVALS
                 THRU REORDCAL-LOAD-APPROVALS-END
              PERFORM REORDCAL-REVIEW-ONE
                 THRU REORDCAL-REVIEW-ONE-END
                 VARYING WS-PR-I FROM 1 BY 1
                 UNTIL WS-PR-I > WS-PR-MAX
              PERFORM REORDCAL-WRITE-REJECTS
                 THRU REORDCAL-WRITE-REJECTS-END
              PERFORM REORDCAL-WRITE-SUMMARY
           END-IF
           PERFORM REORDCAL-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
      * THE MEASURING WINDOW IS ROP-HISTORY-WEEKS WEEKS BACK FROM THE
      * RUN DATE, HELD TO 1 - 52. THE SERVICE LEVEL IS TURNED INTO
      * ITS NORMAL FACTOR HERE; BELOW 50 PERCENT THERE IS NO SAFETY
      * STOCK AT ALL.
      *-----------------------------------------------------------------
       REORDCAL-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DAYS = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           CALL "THRSHLD" USING WS-TH-PARMS
           INITIALIZE WS-PAIR-TABLE WS-TYPE-TABLE
           MOVE TH-ROP-HISTORY-WEEKS TO WS-MAX-WEEKS
           IF WS-MAX-WEEKS > 52
              MOVE 52 TO WS-MAX-WEEKS
           END-IF
           IF WS-MAX-WEEKS = 0
              MOVE 1 TO WS-MAX-WEEKS
           END-IF
           COMPUTE WS-WINDOW-DAYS = WS-MAX-WEEKS * 7
           EVALUATE TRUE
              WHEN TH-ROP-SERVICE-PCT >= 99.9
                 MOVE 3.09 TO WS-Z-FACTOR
              WHEN TH-ROP-SERVICE-PCT >= 99.5
                 MOVE 2.58 TO WS-Z-FACTOR
              WHEN TH-ROP-SERVICE-PCT >= 99
                 MOVE 2.33 TO WS-Z-FACTOR
              WHEN TH-ROP-SERVICE-PCT >= 98
                 MOVE 2.05 TO WS-Z-FACTOR
              WHEN TH-ROP-SERVICE-PCT >= 97.5
                 MOVE 1.96 TO WS-Z-FACTOR
              WHEN TH-ROP-SERVICE-PCT >= 97
                 MOVE 1.88 TO WS-Z-FACTOR
              WHEN TH-ROP-SERVICE-PCT >= 95
                 MOVE 1.65 TO WS-Z-FACTOR
              WHEN TH-ROP-SERVICE-PCT >= 90
                 MOVE 1.28 TO WS-Z-FACTOR
              WHEN TH-ROP-SERVICE-PCT >= 85
                 MOVE 1.04 TO WS-Z-FACTOR
              WHEN TH-ROP-SERVICE-PCT >= 80
                 MOVE 0.84 TO WS-Z-FACTOR
              WHEN TH-ROP-SERVICE-PCT >= 75
                 MOVE 0.67 TO WS-Z-FACTOR
              WHEN TH-ROP-SERVICE-PCT >= 50
                 MOVE 0.25 TO WS-Z-FACTOR
              WHEN OTHER
                 MOVE 0 TO WS-Z-FACTOR
           END-EVALUATE
           OPEN I-O STOCK-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "REORDCAL" TO FE-PROGRAM
              MOVE "STOCK-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO REORDCAL-INIT-END
           END-IF
           OPEN OUTPUT RECOMMEND-FILE
           IF WS-RECM-STATUS NOT = "00"
              MOVE "REORDCAL" TO FE-PROGRAM
              MOVE "RECOMMEND-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-RECM-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO REORDCAL-INIT-END
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "REORDCAL" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO REORDCAL-INIT-END
           END-IF
           MOVE "REORDER POINT REVIEW" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM REORDCAL-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM REORDCAL-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM REORDCAL-WRITE-LINE
           MOVE TH-ROP-SERVICE-PCT TO WS-EDIT-PCT
           MOVE WS-Z-FACTOR TO WS-EDIT-Z
           MOVE TH-ROP-REVIEW-DAYS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "SERVICE LEVEL " WS-EDIT-PCT
                  " PCT (Z " WS-EDIT-Z ")  REVIEW CYCLE"
                  WS-EDIT-COUNT " DAYS AS OF " WS-RUN-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM REORDCAL-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM REORDCAL-WRITE-LINE
           MOVE "  TYP LOC  ON HAND  AVG/DY   SD/DY LEAD  ---ROP---"
              TO REPORT-LINE
           MOVE "---TARGET--" TO REPORT-LINE (55:11)
           PERFORM REORDCAL-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "NOW" TO REPORT-LINE (44:3)
           MOVE "NEW" TO REPORT-LINE (50:3)
           MOVE "NOW" TO REPORT-LINE (57:3)
           MOVE "NEW" TO REPORT-LINE (63:3)
           PERFORM REORDCAL-WRITE-LINE.
       REORDCAL-INIT-END. EXIT.

      *-----------------------------------------------------------------
      * EVERY TYPE AND LOCATION ON THE STOCK MASTER, IN KEY ORDER.
      * MORE THAN THE TABLE HOLDS ARE COUNTED AND LEFT UNREVIEWED.
      *-----------------------------------------------------------------
       REORDCAL-LOAD-STOCK.
           MOVE "N" TO WS-EOF-SW
           PERFORM REORDCAL-READ-ONE-STOCK UNTIL WS-EOF.

       REORDCAL-READ-ONE-STOCK.
           READ STOCK-MASTER NEXT RECORD
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-STOCK-COUNT
                 IF WS-PR-MAX < 300
                    ADD 1 TO WS-PR-MAX
                    MOVE STK-PAPER-TYPE TO WS-PR-TYPE (WS-PR-MAX)
                    MOVE STK-LOCATION TO WS-PR-LOC (WS-PR-MAX)
                    MOVE STK-ON-HAND TO WS-PR-ON-HAND (WS-PR-MAX)
                    MOVE STK-REORDER-POINT TO
                       WS-PR-CUR-ROP (WS-PR-MAX)
                    MOVE STK-TARGET-LEVEL TO
                       WS-PR-CUR-TGT (WS-PR-MAX)
                 ELSE
                    ADD 1 TO WS-NOT-REVIEWED
                 END-IF
           END-READ.

      *-----------------------------------------------------------------
      * THE ISSUE HISTORY, BUCKETED BY WEEK. THE EARLIEST ISSUE ON
      * FILE FIXES HOW MANY WEEKS OF HISTORY THERE REALLY ARE, SO A
      * YOUNG HISTORY IS NOT AVERAGED OVER WEEKS IT NEVER SAW. NO
      * ISSUEHST YET AND EVERY LOCATION SHOWS NO USAGE.
      *-----------------------------------------------------------------
       REORDCAL-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
              GO TO REORDCAL-LOAD-HISTORY-END
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM REORDCAL-READ-ONE-ISSUE UNTIL WS-EOF
           CLOSE HISTORY-FILE
           IF WS-FIRST-DAYS > 0
              COMPUTE WS-HIST-WEEKS =
                 (WS-RUN-DAYS - WS-FIRST-DAYS) / 7 + 1
              IF WS-HIST-WEEKS > WS-MAX-WEEKS
                 MOVE WS-MAX-WEEKS TO WS-HIST-WEEKS
              END-IF
           END-IF.
       REORDCAL-LOAD-HISTORY-END. EXIT.

       REORDCAL-READ-ONE-ISSUE.
           READ HISTORY-FILE
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 PERFORM REORDCAL-BUCKET-ISSUE
           END-READ.

       REORDCAL-BUCKET-ISSUE.
           IF IH-ISSUE-DATE NOT NUMERIC OR IH-ISSUE-DATE = 0
              OR IH-REAMS NOT NUMERIC
              ADD 1 TO WS-HIST-UNKNOWN
           ELSE
              COMPUTE WS-EVENT-DAYS =
                 FUNCTION INTEGER-OF-DATE (IH-ISSUE-DATE)
              COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-EVENT-DAYS
              IF WS-AGE-DAYS >= 0 AND WS-AGE-DAYS < WS-WINDOW-DAYS
                 IF WS-FIRST-DAYS = 0
                    OR WS-EVENT-DAYS < WS-FIRST-DAYS
                    MOVE WS-EVENT-DAYS TO WS-FIRST-DAYS
                 END-IF
                 COMPUTE WS-WEEK-NO = WS-AGE-DAYS / 7 + 1
                 MOVE 0 TO WS-PR-FOUND
                 PERFORM REORDCAL-MATCH-ONE-ISSUE
                    VARYING WS-PR-I FROM 1 BY 1
                    UNTIL WS-PR-I > WS-PR-MAX OR WS-PR-FOUND > 0
                 IF WS-PR-FOUND > 0
                    ADD 1 TO WS-HIST-COUNT
                    ADD IH-REAMS TO
                       WS-PR-WEEK-USE (WS-PR-FOUND, WS-WEEK-NO)
                    ADD IH-REAMS TO WS-PR-USE-TOTAL (WS-PR-FOUND)
                 ELSE
                    ADD 1 TO WS-HIST-UNKNOWN
                 END-IF
              END-IF
           END-IF.

       REORDCAL-MATCH-ONE-ISSUE.
           IF WS-PR-TYPE (WS-PR-I) = IH-PAPER-TYPE
              AND WS-PR-LOC (WS-PR-I) = IH-LOCATION
              MOVE WS-PR-I TO WS-PR-FOUND
           END-IF.

      *-----------------------------------------------------------------
      * RECEIPT LEAD TIMES FROM THE ORDER REGISTER - EVERY ORDER
      * STKRECV HAS STAMPED A RECEIPT ON WITHIN THE WINDOW, BY
      * LOCATION AND BY PAPER TYPE. NO REGISTER AND EVERY LOCATION
      * TAKES THE THRESHIN DEFAULT.
      *-----------------------------------------------------------------
       REORDCAL-LOAD-LEADS.
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
              GO TO REORDCAL-LOAD-LEADS-END
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM REORDCAL-READ-ONE-ORDER UNTIL WS-EOF
           CLOSE REGISTER-FILE.
       REORDCAL-LOAD-LEADS-END. EXIT.

       REORDCAL-READ-ONE-ORDER.
           READ REGISTER-FILE NEXT RECORD
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 IF POR-RECEIVED-DATE IS NUMERIC
                    AND POR-RECEIVED-DATE > 0
                    AND POR-RECEIVED-DATE >= POR-ORDER-DATE
                    PERFORM REORDCAL-TIME-ORDER
                       THRU REORDCAL-TIME-ORDER-END
                 END-IF
           END-READ.

       REORDCAL-TIME-ORDER.
           COMPUTE WS-EVENT-DAYS =
              FUNCTION INTEGER-OF-DATE (POR-RECEIVED-DATE)
           COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-EVENT-DAYS
           IF WS-AGE-DAYS < 0 OR WS-AGE-DAYS >= WS-WINDOW-DAYS
              GO TO REORDCAL-TIME-ORDER-END
           END-IF
           COMPUTE WS-ORDER-DAYS =
              FUNCTION INTEGER-OF-DATE (POR-ORDER-DATE)
           COMPUTE WS-LEAD-DAYS = WS-EVENT-DAYS - WS-ORDER-DAYS
           ADD 1 TO WS-LEAD-COUNT
           MOVE 0 TO WS-PR-FOUND
           PERFORM REORDCAL-MATCH-ONE-ORDER
              VARYING WS-PR-I FROM 1 BY 1
              UNTIL WS-PR-I > WS-PR-MAX OR WS-PR-FOUND > 0
           IF WS-PR-FOUND > 0
              ADD WS-LEAD-DAYS TO WS-PR-LEAD-TOTAL (WS-PR-FOUND)
              ADD 1 TO WS-PR-LEAD-COUNT (WS-PR-FOUND)
           END-IF
           MOVE 0 TO WS-TY-FOUND
           PERFORM REORDCAL-MATCH-ONE-TYPE
              VARYING WS-TY-I FROM 1 BY 1
              UNTIL WS-TY-I > WS-TY-MAX OR WS-TY-FOUND > 0
           IF WS-TY-FOUND = 0 AND WS-TY-MAX < 20
              ADD 1 TO WS-TY-MAX
              MOVE WS-TY-MAX TO WS-TY-FOUND
              MOVE POR-PAPER-TYPE TO WS-TY-TYPE (WS-TY-FOUND)
           END-IF
           IF WS-TY-FOUND > 0
              ADD WS-LEAD-DAYS TO WS-TY-LEAD-TOTAL (WS-TY-FOUND)
              ADD 1 TO WS-TY-LEAD-COUNT (WS-TY-FOUND)
           END-IF.
       REORDCAL-TIME-ORDER-END. EXIT.

       REORDCAL-MATCH-ONE-ORDER.
           IF WS-PR-TYPE (WS-PR-I) = POR-PAPER-TYPE
              AND WS-PR-LOC (WS-PR-I) = POR-LOCATION
              MOVE WS-PR-I TO WS-PR-FOUND
           END-IF.

       REORDCAL-MATCH-ONE-TYPE.
           IF WS-TY-TYPE (WS-TY-I) = POR-PAPER-TYPE
              MOVE WS-TY-I TO WS-TY-FOUND
           END-IF.

      *-----------------------------------------------------------------
      * PURCHASING'S APPROVALS FROM THE LAST REVIEW. THE CONTROL FILE
      * IS OPTIONAL - WITHOUT IT THE RUN ONLY RECOMMENDS.
      *-----------------------------------------------------------------
       REORDCAL-LOAD-APPROVALS.
           OPEN INPUT APPROVAL-FILE
           IF WS-APPR-STATUS NOT = "00"
              GO TO REORDCAL-LOAD-APPROVALS-END
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM REORDCAL-READ-ONE-APPROVAL UNTIL WS-EOF
           CLOSE APPROVAL-FILE.
       REORDCAL-LOAD-APPROVALS-END. EXIT.

       REORDCAL-READ-ONE-APPROVAL.
           READ APPROVAL-FILE INTO REORDER-APPROVAL-RECORD
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-APPR-COUNT
                 PERFORM REORDCAL-CHECK-APPROVAL
                    THRU REORDCAL-CHECK-APPROVAL-END
           END-READ.

       REORDCAL-CHECK-APPROVAL.
           IF RA-APPROVED-BY = SPACES
              MOVE "NO APPROVER" TO WS-REJECT-REASON
              PERFORM REORDCAL-REJECT
              GO TO REORDCAL-CHECK-APPROVAL-END
           END-IF
           IF RA-REORDER-POINT NOT NUMERIC
              OR RA-TARGET-LEVEL NOT NUMERIC
              MOVE "LEVEL NOT NUMERIC" TO WS-REJECT-REASON
              PERFORM REORDCAL-REJECT
              GO TO REORDCAL-CHECK-APPROVAL-END
           END-IF
           IF RA-TARGET-LEVEL < RA-REORDER-POINT
              MOVE "TARGET BELOW ROP" TO WS-REJECT-REASON
              PERFORM REORDCAL-REJECT
              GO TO REORDCAL-CHECK-APPROVAL-END
           END-IF
           MOVE 0 TO WS-PR-FOUND
           PERFORM REORDCAL-MATCH-ONE-APPROVAL
              VARYING WS-PR-I FROM 1 BY 1
              UNTIL WS-PR-I > WS-PR-MAX OR WS-PR-FOUND > 0
           IF WS-PR-FOUND = 0
              MOVE "NOT ON STKMAST" TO WS-REJECT-REASON
              PERFORM REORDCAL-REJECT
              GO TO REORDCAL-CHECK-APPROVAL-END
           END-IF
           SET WS-PR-APPROVED (WS-PR-FOUND) TO TRUE
           MOVE RA-REORDER-POINT TO WS-PR-APP-ROP (WS-PR-FOUND)
           MOVE RA-TARGET-LEVEL TO WS-PR-APP-TGT (WS-PR-FOUND)
           MOVE RA-APPROVED-BY TO WS-PR-APP-BY (WS-PR-FOUND).
       REORDCAL-CHECK-APPROVAL-END. EXIT.

       REORDCAL-MATCH-ONE-APPROVAL.
           IF WS-PR-TYPE (WS-PR-I) = RA-PAPER-TYPE
              AND WS-PR-LOC (WS-PR-I) = RA-LOCATION
              MOVE WS-PR-I TO WS-PR-FOUND
           END-IF.

       REORDCAL-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           IF WS-RJ-MAX < 100
              ADD 1 TO WS-RJ-MAX
              MOVE REORDER-APPROVAL-RECORD TO WS-RJ-LINE (WS-RJ-MAX)
              MOVE WS-REJECT-REASON TO WS-RJ-REASON (WS-RJ-MAX)
           END-IF.

      *-----------------------------------------------------------------
      * ONE TYPE AND LOCATION: USAGE, VARIABILITY AND LEAD TIME,
      * THE RECOMMENDED LEVELS, THE REVIEW LINE AND THE REORDREC
      * LINE - THEN ANY APPROVED LEVELS ARE POSTED.
      *-----------------------------------------------------------------
       REORDCAL-REVIEW-ONE.
           MOVE 0 TO WS-MEAN-WEEK WS-SD-WEEK WS-SUM-SQUARES
           IF WS-HIST-WEEKS > 0
              COMPUTE WS-MEAN-WEEK ROUNDED =
                 WS-PR-USE-TOTAL (WS-PR-I) / WS-HIST-WEEKS
           END-IF
           IF WS-HIST-WEEKS > 1
              PERFORM REORDCAL-ADD-SQUARE
                 VARYING WS-WK-I FROM 1 BY 1
                 UNTIL WS-WK-I > WS-HIST-WEEKS
              COMPUTE WS-SD-WEEK ROUNDED =
                 (WS-SUM-SQUARES / (WS-HIST-WEEKS - 1)) ** 0.5
           END-IF
           COMPUTE WS-DAILY-USE ROUNDED = WS-MEAN-WEEK / 7
           COMPUTE WS-DAILY-SD ROUNDED = WS-SD-WEEK / (7 ** 0.5)
           EVALUATE TRUE
              WHEN WS-PR-LEAD-COUNT (WS-PR-I) > 0
                 SET WS-LEAD-OWN TO TRUE
                 COMPUTE WS-LEAD-TIME ROUNDED =
                    WS-PR-LEAD-TOTAL (WS-PR-I)
                    / WS-PR-LEAD-COUNT (WS-PR-I)
              WHEN OTHER
                 PERFORM REORDCAL-TYPE-LEAD
           END-EVALUATE
           COMPUTE WS-ROOT-LEAD ROUNDED = WS-LEAD-TIME ** 0.5
           COMPUTE WS-RAW-LEVEL =
              WS-DAILY-USE * WS-LEAD-TIME
              + WS-Z-FACTOR * WS-DAILY-SD * WS-ROOT-LEAD
           MOVE WS-RAW-LEVEL TO WS-NEW-ROP
           IF WS-NEW-ROP < WS-RAW-LEVEL
              ADD 1 TO WS-NEW-ROP
           END-IF
           COMPUTE WS-RAW-LEVEL =
              WS-NEW-ROP + WS-DAILY-USE * TH-ROP-REVIEW-DAYS
           MOVE WS-RAW-LEVEL TO WS-NEW-TGT
           IF WS-NEW-TGT < WS-RAW-LEVEL
              ADD 1 TO WS-NEW-TGT
           END-IF
           IF WS-NEW-ROP > 99999
              MOVE 99999 TO WS-NEW-ROP
           END-IF
           IF WS-NEW-TGT > 99999
              MOVE 99999 TO WS-NEW-TGT
           END-IF
           IF WS-NEW-ROP NOT = WS-PR-CUR-ROP (WS-PR-I)
              OR WS-NEW-TGT NOT = WS-PR-CUR-TGT (WS-PR-I)
              ADD 1 TO WS-CHANGED-COUNT
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-PR-TYPE (WS-PR-I) TO DL-TYPE
           MOVE WS-PR-LOC (WS-PR-I) TO DL-LOC
           MOVE WS-PR-ON-HAND (WS-PR-I) TO DL-ON-HAND
           MOVE WS-DAILY-USE TO DL-DAILY
           MOVE WS-DAILY-SD TO DL-SD
           MOVE WS-LEAD-TIME TO DL-LEAD
           MOVE WS-PR-CUR-ROP (WS-PR-I) TO DL-CUR-ROP
           MOVE WS-NEW-ROP TO DL-NEW-ROP
           MOVE WS-PR-CUR-TGT (WS-PR-I) TO DL-CUR-TGT
           MOVE WS-NEW-TGT TO DL-NEW-TGT
           EVALUATE TRUE
              WHEN WS-PR-USE-TOTAL (WS-PR-I) = 0
                 MOVE "NO USAGE" TO DL-NOTE
                 ADD 1 TO WS-NO-USAGE-COUNT
              WHEN WS-LEAD-DEFAULT
                 MOVE "LEAD DEFAULT" TO DL-NOTE
              WHEN WS-LEAD-BY-TYPE
                 MOVE "LEAD BY TYPE" TO DL-NOTE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM REORDCAL-WRITE-LINE
           MOVE SPACES TO REORDER-APPROVAL-RECORD
           MOVE WS-PR-TYPE (WS-PR-I) TO RA-PAPER-TYPE
           MOVE WS-PR-LOC (WS-PR-I) TO RA-LOCATION
           MOVE WS-NEW-ROP TO RA-REORDER-POINT
           MOVE WS-NEW-TGT TO RA-TARGET-LEVEL
           WRITE RECOMMEND-RECORD FROM REORDER-APPROVAL-RECORD
           IF WS-RECM-STATUS NOT = "00"
              MOVE "REORDCAL" TO FE-PROGRAM
              MOVE "RECOMMEND-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-RECM-STATUS TO FE-STATUS
              MOVE RECOMMEND-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 8 TO WS-JOB-RC
           END-IF
           IF WS-PR-APPROVED (WS-PR-I)
              PERFORM REORDCAL-APPLY-ONE
                 THRU REORDCAL-APPLY-ONE-END
           END-IF.
       REORDCAL-REVIEW-ONE-END. EXIT.

       REORDCAL-ADD-SQUARE.
           COMPUTE WS-SUM-SQUARES = WS-SUM-SQUARES +
              (WS-PR-WEEK-USE (WS-PR-I, WS-WK-I) - WS-MEAN-WEEK) ** 2.

       REORDCAL-TYPE-LEAD.
           MOVE 0 TO WS-TY-FOUND
           PERFORM REORDCAL-FIND-TYPE-LEAD
              VARYING WS-TY-I FROM 1 BY 1
              UNTIL WS-TY-I > WS-TY-MAX OR WS-TY-FOUND > 0
           IF WS-TY-FOUND > 0
              SET WS-LEAD-BY-TYPE TO TRUE
              COMPUTE WS-LEAD-TIME ROUNDED =
                 WS-TY-LEAD-TOTAL (WS-TY-FOUND)
                 / WS-TY-LEAD-COUNT (WS-TY-FOUND)
           ELSE
              SET WS-LEAD-DEFAULT TO TRUE
              MOVE TH-PO-LEAD-DAYS TO WS-LEAD-TIME
           END-IF.

       REORDCAL-FIND-TYPE-LEAD.
           IF WS-TY-TYPE (WS-TY-I) = WS-PR-TYPE (WS-PR-I)
              MOVE WS-TY-I TO WS-TY-FOUND
           END-IF.

      *-----------------------------------------------------------------
      * POST PURCHASING'S APPROVED LEVELS - AS APPROVED, WHICH NEED
      * NOT BE THE FIGURES RECOMMENDED TODAY - AND AUDIT THE CHANGE.
      *-----------------------------------------------------------------
       REORDCAL-APPLY-ONE.
           MOVE WS-PR-TYPE (WS-PR-I) TO STK-PAPER-TYPE
           MOVE WS-PR-LOC (WS-PR-I) TO STK-LOCATION
           READ STOCK-MASTER
              INVALID KEY
                 MOVE "STKMAST READ" TO WS-REJECT-REASON
                 MOVE SPACES TO REORDER-APPROVAL-RECORD
                 MOVE WS-PR-TYPE (WS-PR-I) TO RA-PAPER-TYPE
                 MOVE WS-PR-LOC (WS-PR-I) TO RA-LOCATION
                 MOVE WS-PR-APP-ROP (WS-PR-I) TO RA-REORDER-POINT
                 MOVE WS-PR-APP-TGT (WS-PR-I) TO RA-TARGET-LEVEL
                 MOVE WS-PR-APP-BY (WS-PR-I) TO RA-APPROVED-BY
                 PERFORM REORDCAL-REJECT
                 GO TO REORDCAL-APPLY-ONE-END
           END-READ
           MOVE WS-PR-APP-ROP (WS-PR-I) TO STK-REORDER-POINT
           MOVE WS-PR-APP-TGT (WS-PR-I) TO STK-TARGET-LEVEL
           REWRITE STOCK-MASTER-RECORD
              INVALID KEY
                 MOVE "REORDCAL" TO FE-PROGRAM
                 MOVE "STOCK-MASTER" TO FE-FILE-NAME
                 MOVE "REWRITE" TO FE-OPERATION
                 MOVE WS-MASTER-STATUS TO FE-STATUS
                 MOVE STOCK-MASTER-RECORD TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 MOVE 8 TO WS-JOB-RC
                 GO TO REORDCAL-APPLY-ONE-END
           END-REWRITE
           ADD 1 TO WS-APPLIED-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-PR-APP-ROP (WS-PR-I) TO WS-EDIT-ROP
           MOVE WS-PR-APP-TGT (WS-PR-I) TO WS-EDIT-TGT
           STRING "      APPLIED BY " WS-PR-APP-BY (WS-PR-I)
                  " - REORDER POINT " WS-EDIT-ROP
                  "  TARGET " WS-EDIT-TGT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM REORDCAL-WRITE-LINE
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "REORDCAL" TO AL-PROGRAM
           MOVE "ROPUP" TO AL-EVENT
           MOVE WS-PR-CUR-ROP (WS-PR-I) TO DL-CUR-ROP
           MOVE WS-PR-CUR-TGT (WS-PR-I) TO DL-CUR-TGT
           STRING WS-PR-TYPE (WS-PR-I) " " WS-PR-LOC (WS-PR-I)
                  " ROP" DL-CUR-ROP " >" WS-EDIT-ROP
                  " TGT" DL-CUR-TGT " >" WS-EDIT-TGT
                  " BY " WS-PR-APP-BY (WS-PR-I)
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.
       REORDCAL-APPLY-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * APPROVAL LINES THAT WERE NOT POSTED, AS PURCHASING SENT THEM.
      *-----------------------------------------------------------------
       REORDCAL-WRITE-REJECTS.
           IF WS-REJECT-COUNT = 0
              GO TO REORDCAL-WRITE-REJECTS-END
           END-IF
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM REORDCAL-WRITE-LINE
           MOVE "APPROVALS NOT POSTED" TO REPORT-LINE
           PERFORM REORDCAL-WRITE-LINE
           MOVE "  REORDAPP LINE                   REASON"
              TO REPORT-LINE
           PERFORM REORDCAL-WRITE-LINE
           PERFORM REORDCAL-WRITE-ONE-REJECT
              VARYING WS-RJ-I FROM 1 BY 1
              UNTIL WS-RJ-I > WS-RJ-MAX.
       REORDCAL-WRITE-REJECTS-END. EXIT.

       REORDCAL-WRITE-ONE-REJECT.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-RJ-LINE (WS-RJ-I) TO REPORT-LINE (3:30)
           MOVE WS-RJ-REASON (WS-RJ-I) TO REPORT-LINE (35:20)
           PERFORM REORDCAL-WRITE-LINE.

      *-----------------------------------------------------------------
       REORDCAL-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           IF WS-NOT-REVIEWED > 0 AND WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM REORDCAL-WRITE-LINE
           MOVE WS-PR-MAX TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  LOCATIONS REVIEWED . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM REORDCAL-WRITE-LINE
           MOVE WS-NOT-REVIEWED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NOT REVIEWED - TABLE FULL  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM REORDCAL-WRITE-LINE
           MOVE WS-HIST-WEEKS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  WEEKS OF USAGE MEASURED  . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM REORDCAL-WRITE-LINE
           MOVE WS-HIST-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ISSUES COUNTED . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM REORDCAL-WRITE-LINE
           MOVE WS-HIST-UNKNOWN TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ISSUES NOT ON STKMAST  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM REORDCAL-WRITE-LINE
           MOVE WS-LEAD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  RECEIPTS TIMED . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM REORDCAL-WRITE-LINE
           MOVE WS-NO-USAGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  LOCATIONS WITH NO USAGE  . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM REORDCAL-WRITE-LINE
           MOVE WS-CHANGED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  RECOMMENDED CHANGES  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM REORDCAL-WRITE-LINE
           MOVE WS-APPR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  APPROVAL LINES READ  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM REORDCAL-WRITE-LINE
           MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  APPROVALS POSTED . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM REORDCAL-WRITE-LINE
           MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  APPROVALS NOT POSTED . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM REORDCAL-WRITE-LINE.

      *-----------------------------------------------------------------
       REORDCAL-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "REORDCAL" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE REPORT-LINE TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       REORDCAL-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE STOCK-MASTER
           CLOSE RECOMMEND-FILE
           CLOSE REPORT-FILE.
       END PROGRAM REORDCAL.
