      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    TRIALBAL.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * TRIAL BALANCE OVER THE ACCOUNT MASTER. ACCTMAST HOLDS EACH
      * ACCOUNT'S RUNNING SUMS BUT NOT WHAT KIND OF ACCOUNT IT IS;
      * THE COAMAST CHART OF ACCOUNTS SUPPLIES THAT. THIS STEP READS
      * BOTH IN ACCOUNT-ID ORDER AND MATCHES THEM, THEN PRINTS EVERY
      * ACCOUNT'S BALANCE IN A DEBIT OR CREDIT COLUMN, ONE PAGE PER
      * FUND, GROUPED BY ACCOUNT TYPE (ASSETS, LIABILITIES, FUND
      * BALANCE, REVENUE, EXPENDITURES) WITH TYPE AND FUND TOTALS.
      *
      * AN ACCOUNT'S BALANCE IS ACCT-SUM-POSITIVE PLUS THE SIGNED
      * ACCT-SUM-NEGATIVE - A NET DEBIT WHEN POSITIVE, A NET CREDIT
      * WHEN NEGATIVE, THE SAME SIGN CONVENTION THE GLTRXIN
      * JOURNALS USE. A BALANCE ON THE OPPOSITE SIDE FROM THE
      * CHART'S NORMAL SIDE IS NOTED "ABNORMAL", AND AN INACTIVE
      * ACCOUNT STILL CARRYING A BALANCE IS NOTED "INACTIVE".
      *
      * AN ACCTMAST ACCOUNT THAT IS NOT ON THE CHART IS LISTED ON
      * ITS OWN PAGE AND ENDS THE STEP RC 4 - ITS BALANCE STILL
      * COUNTS IN THE GRAND TOTALS, SO THE PROOF COVERS THE WHOLE
      * MASTER. THE STEP PROVES TOTAL DEBITS EQUAL TOTAL CREDITS AND
      * ENDS RC 8 WHEN THEY DO NOT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-MASTER ASSIGN TO "COAMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS COA-ACCT-ID
               FILE STATUS IS WS-CHART-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TRIALBAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CHART-MASTER.
           COPY "COAMAST.CPY".

       FD  ACCOUNT-MASTER.
           COPY "ACCTMAST.CPY".

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
       01  WS-CHART-STATUS           PIC X(02).
       01  WS-CHART-OPEN-SW          PIC X VALUE "N".
           88 WS-CHART-OPEN          VALUE "Y".
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-CHART-EOF-SW          PIC X VALUE "N".
           88 WS-CHART-EOF          VALUE "Y".
      *-----------------------------------------------------------------
      * THE CHART, LOADED IN KEY ORDER. THE ENTRY AFTER THE LAST ONE
      * LOADED IS SET TO HIGH-VALUES SO THE MATCH AGAINST ACCTMAST
      * (ALSO IN KEY ORDER) CAN STEP FORWARD WITHOUT RUNNING OFF THE
      * END. A CHART PAST 2000 ACCOUNTS IS NOT LOADED BEYOND THAT -
      * THE REST WOULD SHOW AS NOT IN CHART - SO THE STEP ENDS RC 8
      * UNTIL THE TABLE IS WIDENED.
      *-----------------------------------------------------------------
       01  WS-CH-MAX                 PIC 9(04) VALUE 0.
       01  WS-CH-I                   PIC 9(04).
       01  WS-CH-OVERFLOW            PIC 9(05) VALUE 0.
       01  WS-CH-TABLE.
           05 WS-CH-ENTRY OCCURS 2001 TIMES.
              10 WS-CH-ACCT-ID       PIC X(8).
              10 WS-CH-DESC          PIC X(22).
              10 WS-CH-TYPE          PIC X(1).
              10 WS-CH-FUND          PIC X(4).
              10 WS-CH-FUNCTION      PIC X(4).
              10 WS-CH-NORMAL        PIC X(1).
                 88 WS-CH-NORMAL-DEBIT  VALUE "D".
                 88 WS-CH-NORMAL-CREDIT VALUE "C".
              10 WS-CH-ACTIVE        PIC X(1).
                 88 WS-CH-IS-ACTIVE  VALUE "Y".
              10 WS-CH-ON-MASTER     PIC X(1).
                 88 WS-CH-POSTED     VALUE "Y".
              10 WS-CH-BALANCE       PIC S9(9).
      *-----------------------------------------------------------------
      * THE FUNDS THAT CARRY AT LEAST ONE ACCTMAST ACCOUNT, KEPT IN
      * ASCENDING ORDER AS THEY ARE FOUND SO THE PAGES COME OUT IN
      * FUND ORDER. THE 101ST ENTRY IS NEVER FILLED; IT ONLY GIVES
      * THE PLACE SEARCH ROOM TO STEP PAST A FULL LIST.
      *-----------------------------------------------------------------
       01  WS-FUND-MAX               PIC 9(03) VALUE 0.
       01  WS-FUND-I                 PIC 9(03).
       01  WS-FUND-J                 PIC 9(03).
       01  WS-FUND-AT                PIC 9(03).
       01  WS-FUND-TABLE.
           05 WS-FUND-ENTRY OCCURS 101 TIMES.
              10 WS-FUND-CODE        PIC X(4).
       01  WS-FUND-OVERFLOW          PIC 9(05) VALUE 0.
      *-----------------------------------------------------------------
      * THE ORDER THE ACCOUNT TYPES PRINT IN WITHIN A FUND.
      *-----------------------------------------------------------------
       01  WS-TYPE-VALUES.
           05 FILLER                 PIC X(21)
                                     VALUE "AASSETS".
           05 FILLER                 PIC X(21)
                                     VALUE "LLIABILITIES".
           05 FILLER                 PIC X(21)
                                     VALUE "QFUND BALANCE".
           05 FILLER                 PIC X(21)
                                     VALUE "RREVENUE".
           05 FILLER                 PIC X(21)
                                     VALUE "EEXPENDITURES".
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
           05 WS-TYPE-ENTRY OCCURS 5 TIMES.
              10 WS-TYPE-CODE        PIC X(1).
              10 WS-TYPE-NAME        PIC X(20).
       01  WS-TYPE-I                 PIC 9(01).
       01  WS-TYPE-HEAD-SW           PIC X VALUE "N".
           88 WS-TYPE-HEAD-DONE      VALUE "Y".
      *-----------------------------------------------------------------
      * ACCTMAST ACCOUNTS WITH NO CHART ENTRY. PAST 500 THEY ARE
      * COUNTED AND TOTALLED BUT NOT LISTED.
      *-----------------------------------------------------------------
       01  WS-MISS-MAX               PIC 9(03) VALUE 0.
       01  WS-MISS-I                 PIC 9(03).
       01  WS-MISS-COUNT             PIC 9(05) VALUE 0.
       01  WS-MISS-TABLE.
           05 WS-MISS-ENTRY OCCURS 500 TIMES.
              10 WS-MISS-ACCT-ID     PIC X(8).
              10 WS-MISS-BALANCE     PIC S9(9).
       01  WS-BALANCE                PIC S9(9).
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-TYPE-DEBIT             PIC S9(11).
       01  WS-TYPE-CREDIT            PIC S9(11).
       01  WS-FUND-DEBIT             PIC S9(11).
       01  WS-FUND-CREDIT            PIC S9(11).
       01  WS-MISS-DEBIT             PIC S9(11) VALUE 0.
       01  WS-MISS-CREDIT            PIC S9(11) VALUE 0.
       01  WS-TOTAL-DEBIT            PIC S9(11) VALUE 0.
       01  WS-TOTAL-CREDIT           PIC S9(11) VALUE 0.
       01  WS-DIFFERENCE             PIC S9(11).
       01  WS-LISTED-COUNT           PIC 9(05) VALUE 0.
       01  WS-UNPOSTED-COUNT         PIC 9(05) VALUE 0.
       01  WS-ABNORMAL-COUNT         PIC 9(05) VALUE 0.
       01  WS-INACTIVE-COUNT         PIC 9(05) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-TOTAL             PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-DIFF              PIC -,---,---,--9.
       01  WS-EDIT-DEBIT             PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-CREDIT            PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-MISSING           PIC ZZZZ9.
       01  WS-TB-DETAIL.
           05 FILLER                 PIC X(2).
           05 TD-ACCT-ID             PIC X(8).
           05 FILLER                 PIC X(1).
           05 TD-DESC                PIC X(22).
           05 FILLER                 PIC X(1).
           05 TD-FUNCTION            PIC X(4).
           05 FILLER                 PIC X(1).
           05 TD-DEBIT               PIC Z,ZZZ,ZZZ,ZZ9
                                     BLANK WHEN ZERO.
           05 FILLER                 PIC X(1).
           05 TD-CREDIT              PIC Z,ZZZ,ZZZ,ZZ9
                                     BLANK WHEN ZERO.
           05 FILLER                 PIC X(1).
           05 TD-NOTE                PIC X(13).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       TRIALBAL-MAIN.
           PERFORM TRIALBAL-INIT
              THRU TRIALBAL-INIT-END
           IF WS-JOB-RC < 12
              PERFORM TRIALBAL-LOAD-CHART
                 THRU TRIALBAL-LOAD-CHART-END
              MOVE HIGH-VALUES TO WS-CH-ENTRY (WS-CH-MAX + 1)
              MOVE 1 TO WS-CH-I
              PERFORM TRIALBAL-READ-ACCOUNT
              PERFORM TRIALBAL-POST-ACCOUNT UNTIL WS-EOF
              PERFORM TRIALBAL-WRITE-FUND
                 VARYING WS-FUND-I FROM 1 BY 1
                 UNTIL WS-FUND-I > WS-FUND-MAX
              PERFORM TRIALBAL-WRITE-MISSING
                 THRU TRIALBAL-WRITE-MISSING-END
              PERFORM TRIALBAL-WRITE-PROOF
              PERFORM TRIALBAL-WRITE-SUMMARY
           END-IF
           PERFORM TRIALBAL-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       TRIALBAL-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN INPUT ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "TRIALBAL" TO FE-PROGRAM
              MOVE "ACCOUNT-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO TRIALBAL-INIT-END
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "TRIALBAL" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO TRIALBAL-INIT-END
           END-IF
      *-----------------------------------------------------------------
      * A SITE THAT HAS NOT LOADED ITS CHART YET STILL GETS A TRIAL
      * BALANCE - EVERY ACCOUNT SIMPLY LANDS ON THE NOT-IN-CHART
      * PAGE. ANY OTHER OPEN FAILURE STOPS THE STEP.
      *-----------------------------------------------------------------
           OPEN INPUT CHART-MASTER
           EVALUATE WS-CHART-STATUS
              WHEN "00"
                 SET WS-CHART-OPEN TO TRUE
              WHEN "35"
                 SET WS-CHART-EOF TO TRUE
              WHEN OTHER
                 MOVE "TRIALBAL" TO FE-PROGRAM
                 MOVE "CHART-MASTER" TO FE-FILE-NAME
                 MOVE "OPEN" TO FE-OPERATION
                 MOVE WS-CHART-STATUS TO FE-STATUS
                 MOVE SPACES TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 MOVE 12 TO WS-JOB-RC
           END-EVALUATE
           MOVE "TRIAL BALANCE BY FUND AND ACCOUNT TYPE" TO RH-TITLE
           MOVE 0 TO RH-PAGE-NO.
       TRIALBAL-INIT-END. EXIT.

      *-----------------------------------------------------------------
       TRIALBAL-LOAD-CHART.
      *-----------------------------------------------------------------
           IF NOT WS-CHART-OPEN
              GO TO TRIALBAL-LOAD-CHART-END
           END-IF
           PERFORM TRIALBAL-READ-ONE-CHART UNTIL WS-CHART-EOF
           CLOSE CHART-MASTER
           MOVE "N" TO WS-CHART-OPEN-SW
           IF WS-CH-OVERFLOW > 0
              MOVE 8 TO WS-JOB-RC
           END-IF.
       TRIALBAL-LOAD-CHART-END. EXIT.

       TRIALBAL-READ-ONE-CHART.
           READ CHART-MASTER
              AT END
                 SET WS-CHART-EOF TO TRUE
              NOT AT END
                 IF WS-CH-MAX < 2000
                    ADD 1 TO WS-CH-MAX
                    MOVE COA-ACCT-ID TO WS-CH-ACCT-ID (WS-CH-MAX)
                    MOVE COA-DESCRIPTION TO WS-CH-DESC (WS-CH-MAX)
                    MOVE COA-ACCT-TYPE TO WS-CH-TYPE (WS-CH-MAX)
                    MOVE COA-FUND TO WS-CH-FUND (WS-CH-MAX)
                    MOVE COA-FUNCTION TO WS-CH-FUNCTION (WS-CH-MAX)
                    MOVE COA-NORMAL-BAL TO WS-CH-NORMAL (WS-CH-MAX)
                    MOVE COA-ACTIVE-SW TO WS-CH-ACTIVE (WS-CH-MAX)
                    MOVE "N" TO WS-CH-ON-MASTER (WS-CH-MAX)
                    MOVE 0 TO WS-CH-BALANCE (WS-CH-MAX)
                 ELSE
                    ADD 1 TO WS-CH-OVERFLOW
                 END-IF
           END-READ.

      *-----------------------------------------------------------------
       TRIALBAL-READ-ACCOUNT.
      *-----------------------------------------------------------------
           READ ACCOUNT-MASTER
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * MATCH ONE ACCTMAST ACCOUNT AGAINST THE CHART. BOTH ARE IN
      * ACCOUNT-ID ORDER, SO THE CHART POINTER ONLY EVER STEPS
      * FORWARD; THE HIGH-VALUES ENTRY STOPS IT AT THE END.
      *-----------------------------------------------------------------
       TRIALBAL-POST-ACCOUNT.
           COMPUTE WS-BALANCE = ACCT-SUM-POSITIVE + ACCT-SUM-NEGATIVE
           IF WS-BALANCE > 0
              ADD WS-BALANCE TO WS-TOTAL-DEBIT
           ELSE
              SUBTRACT WS-BALANCE FROM WS-TOTAL-CREDIT
           END-IF
           PERFORM TRIALBAL-STEP-CHART
              UNTIL WS-CH-ACCT-ID (WS-CH-I) NOT < ACCT-ID
           IF WS-CH-ACCT-ID (WS-CH-I) = ACCT-ID
              MOVE "Y" TO WS-CH-ON-MASTER (WS-CH-I)
              MOVE WS-BALANCE TO WS-CH-BALANCE (WS-CH-I)
              PERFORM TRIALBAL-ADD-FUND
                 THRU TRIALBAL-ADD-FUND-END
           ELSE
              PERFORM TRIALBAL-ADD-MISSING
           END-IF
           PERFORM TRIALBAL-READ-ACCOUNT.

       TRIALBAL-STEP-CHART.
           ADD 1 TO WS-CH-I.

      *-----------------------------------------------------------------
      * FIND THE FUND'S PLACE IN THE ASCENDING FUND LIST AND, IF IT
      * IS NOT THERE YET, OPEN A GAP FOR IT.
      *-----------------------------------------------------------------
       TRIALBAL-ADD-FUND.
           MOVE 1 TO WS-FUND-AT
           PERFORM TRIALBAL-FIND-FUND
              UNTIL WS-FUND-AT > WS-FUND-MAX
                 OR WS-FUND-CODE (WS-FUND-AT)
                    NOT < WS-CH-FUND (WS-CH-I)
           IF WS-FUND-AT <= WS-FUND-MAX
              IF WS-FUND-CODE (WS-FUND-AT) = WS-CH-FUND (WS-CH-I)
                 GO TO TRIALBAL-ADD-FUND-END
              END-IF
           END-IF
           IF WS-FUND-MAX >= 100
              ADD 1 TO WS-FUND-OVERFLOW
              GO TO TRIALBAL-ADD-FUND-END
           END-IF
           PERFORM TRIALBAL-SHIFT-FUND
              VARYING WS-FUND-J FROM WS-FUND-MAX BY -1
              UNTIL WS-FUND-J < WS-FUND-AT
           MOVE WS-CH-FUND (WS-CH-I) TO WS-FUND-CODE (WS-FUND-AT)
           ADD 1 TO WS-FUND-MAX.
       TRIALBAL-ADD-FUND-END. EXIT.

       TRIALBAL-FIND-FUND.
           ADD 1 TO WS-FUND-AT.

       TRIALBAL-SHIFT-FUND.
           MOVE WS-FUND-CODE (WS-FUND-J)
             TO WS-FUND-CODE (WS-FUND-J + 1).

       TRIALBAL-ADD-MISSING.
           ADD 1 TO WS-MISS-COUNT
           IF WS-BALANCE > 0
              ADD WS-BALANCE TO WS-MISS-DEBIT
           ELSE
              SUBTRACT WS-BALANCE FROM WS-MISS-CREDIT
           END-IF
           IF WS-MISS-MAX < 500
              ADD 1 TO WS-MISS-MAX
              MOVE ACCT-ID TO WS-MISS-ACCT-ID (WS-MISS-MAX)
              MOVE WS-BALANCE TO WS-MISS-BALANCE (WS-MISS-MAX)
           END-IF.

      *-----------------------------------------------------------------
      * ONE FUND'S PAGE: EACH ACCOUNT TYPE IN TURN, THEN THE FUND
      * TOTAL.
      *-----------------------------------------------------------------
       TRIALBAL-WRITE-FUND.
           PERFORM TRIALBAL-WRITE-PAGE-HEADER
           MOVE SPACES TO REPORT-LINE
           STRING "FUND " WS-FUND-CODE (WS-FUND-I)
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM TRIALBAL-WRITE-LINE
           MOVE 0 TO WS-FUND-DEBIT WS-FUND-CREDIT
           PERFORM TRIALBAL-WRITE-TYPE
              VARYING WS-TYPE-I FROM 1 BY 1 UNTIL WS-TYPE-I > 5
           MOVE SPACES TO REPORT-LINE
           PERFORM TRIALBAL-WRITE-LINE
           MOVE SPACES TO WS-TB-DETAIL
           STRING "TOTAL FUND " WS-FUND-CODE (WS-FUND-I)
              DELIMITED BY SIZE INTO TD-DESC
           MOVE WS-FUND-DEBIT TO TD-DEBIT
           MOVE WS-FUND-CREDIT TO TD-CREDIT
           MOVE WS-TB-DETAIL TO REPORT-LINE
           PERFORM TRIALBAL-WRITE-LINE.

       TRIALBAL-WRITE-TYPE.
           MOVE "N" TO WS-TYPE-HEAD-SW
           MOVE 0 TO WS-TYPE-DEBIT WS-TYPE-CREDIT
           PERFORM TRIALBAL-WRITE-ACCOUNT
              THRU TRIALBAL-WRITE-ACCOUNT-END
              VARYING WS-CH-I FROM 1 BY 1 UNTIL WS-CH-I > WS-CH-MAX
           IF WS-TYPE-HEAD-DONE
              MOVE SPACES TO WS-TB-DETAIL
              STRING "TOTAL " WS-TYPE-NAME (WS-TYPE-I)
                 DELIMITED BY SIZE INTO TD-DESC
              MOVE WS-TYPE-DEBIT TO TD-DEBIT
              MOVE WS-TYPE-CREDIT TO TD-CREDIT
              MOVE WS-TB-DETAIL TO REPORT-LINE
              PERFORM TRIALBAL-WRITE-LINE
              ADD WS-TYPE-DEBIT TO WS-FUND-DEBIT
              ADD WS-TYPE-CREDIT TO WS-FUND-CREDIT
           END-IF.

      *-----------------------------------------------------------------
      * AN ACCOUNT WITH A TYPE OUTSIDE THE FIVE WOULD NEVER PRINT,
      * BUT COALOAD REFUSES ONE, SO THE CHART CANNOT HOLD IT.
      *-----------------------------------------------------------------
       TRIALBAL-WRITE-ACCOUNT.
           IF NOT WS-CH-POSTED (WS-CH-I)
              OR WS-CH-FUND (WS-CH-I) NOT = WS-FUND-CODE (WS-FUND-I)
              OR WS-CH-TYPE (WS-CH-I) NOT = WS-TYPE-CODE (WS-TYPE-I)
              GO TO TRIALBAL-WRITE-ACCOUNT-END
           END-IF
           IF NOT WS-TYPE-HEAD-DONE
              SET WS-TYPE-HEAD-DONE TO TRUE
              MOVE SPACES TO REPORT-LINE
              PERFORM TRIALBAL-WRITE-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "  " WS-TYPE-NAME (WS-TYPE-I)
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM TRIALBAL-WRITE-LINE
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           MOVE SPACES TO WS-TB-DETAIL
           MOVE WS-CH-ACCT-ID (WS-CH-I) TO TD-ACCT-ID
           MOVE WS-CH-DESC (WS-CH-I) TO TD-DESC
           MOVE WS-CH-FUNCTION (WS-CH-I) TO TD-FUNCTION
           MOVE WS-CH-BALANCE (WS-CH-I) TO WS-BALANCE
           IF WS-BALANCE > 0
              MOVE WS-BALANCE TO TD-DEBIT
              ADD WS-BALANCE TO WS-TYPE-DEBIT
              IF WS-CH-NORMAL-CREDIT (WS-CH-I)
                 MOVE "ABNORMAL" TO TD-NOTE
                 ADD 1 TO WS-ABNORMAL-COUNT
              END-IF
           ELSE
              MOVE 0 TO TD-DEBIT
              SUBTRACT WS-BALANCE FROM WS-TYPE-CREDIT
              COMPUTE TD-CREDIT = 0 - WS-BALANCE
              IF WS-BALANCE < 0 AND WS-CH-NORMAL-DEBIT (WS-CH-I)
                 MOVE "ABNORMAL" TO TD-NOTE
                 ADD 1 TO WS-ABNORMAL-COUNT
              END-IF
           END-IF
           IF NOT WS-CH-IS-ACTIVE (WS-CH-I) AND WS-BALANCE NOT = 0
              ADD 1 TO WS-INACTIVE-COUNT
              IF TD-NOTE = SPACES
                 MOVE "INACTIVE" TO TD-NOTE
              ELSE
                 MOVE "INACT ABNORM" TO TD-NOTE
              END-IF
           END-IF
           MOVE WS-TB-DETAIL TO REPORT-LINE
           PERFORM TRIALBAL-WRITE-LINE.
       TRIALBAL-WRITE-ACCOUNT-END. EXIT.

      *-----------------------------------------------------------------
      * THE ACCTMAST ACCOUNTS THE CHART DOES NOT KNOW, ON THEIR OWN
      * PAGE. THEY CANNOT BE GROUPED BY FUND OR TYPE, SO THEY ARE
      * LISTED IN ACCOUNT ORDER WITH THEIR OWN TOTAL.
      *-----------------------------------------------------------------
       TRIALBAL-WRITE-MISSING.
           IF WS-MISS-COUNT = 0
              GO TO TRIALBAL-WRITE-MISSING-END
           END-IF
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF
           PERFORM TRIALBAL-WRITE-PAGE-HEADER
           MOVE "*** ACCTMAST ACCOUNTS NOT IN CHART OF ACCOUNTS ***"
              TO REPORT-LINE
           PERFORM TRIALBAL-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM TRIALBAL-WRITE-LINE
           PERFORM TRIALBAL-WRITE-ONE-MISSING
              VARYING WS-MISS-I FROM 1 BY 1
              UNTIL WS-MISS-I > WS-MISS-MAX
           IF WS-MISS-COUNT > WS-MISS-MAX
              MOVE SPACES TO REPORT-LINE
              STRING "  (ONLY THE FIRST 500 ARE LISTED - ALL ARE "
                     "IN THE TOTAL)" DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM TRIALBAL-WRITE-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM TRIALBAL-WRITE-LINE
           MOVE SPACES TO WS-TB-DETAIL
           MOVE "TOTAL NOT IN CHART" TO TD-DESC
           MOVE WS-MISS-DEBIT TO TD-DEBIT
           MOVE WS-MISS-CREDIT TO TD-CREDIT
           MOVE WS-TB-DETAIL TO REPORT-LINE
           PERFORM TRIALBAL-WRITE-LINE.
       TRIALBAL-WRITE-MISSING-END. EXIT.

       TRIALBAL-WRITE-ONE-MISSING.
           MOVE SPACES TO WS-TB-DETAIL
           MOVE WS-MISS-ACCT-ID (WS-MISS-I) TO TD-ACCT-ID
           MOVE "** NOT IN CHART" TO TD-DESC
           IF WS-MISS-BALANCE (WS-MISS-I) > 0
              MOVE WS-MISS-BALANCE (WS-MISS-I) TO TD-DEBIT
              MOVE 0 TO TD-CREDIT
           ELSE
              MOVE 0 TO TD-DEBIT
              COMPUTE TD-CREDIT = 0 - WS-MISS-BALANCE (WS-MISS-I)
           END-IF
           MOVE WS-TB-DETAIL TO REPORT-LINE
           PERFORM TRIALBAL-WRITE-LINE.

      *-----------------------------------------------------------------
      * THE PROOF: EVERY ACCTMAST BALANCE, CHARTED OR NOT, ON ONE
      * SIDE OR THE OTHER, AND THE TWO SIDES MUST AGREE.
      *-----------------------------------------------------------------
       TRIALBAL-WRITE-PROOF.
           MOVE SPACES TO REPORT-LINE
           PERFORM TRIALBAL-WRITE-LINE
           MOVE SPACES TO WS-TB-DETAIL
           MOVE "GRAND TOTAL" TO TD-DESC
           MOVE WS-TOTAL-DEBIT TO TD-DEBIT
           MOVE WS-TOTAL-CREDIT TO TD-CREDIT
           MOVE WS-TB-DETAIL TO REPORT-LINE
           PERFORM TRIALBAL-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM TRIALBAL-WRITE-LINE
           COMPUTE WS-DIFFERENCE = WS-TOTAL-DEBIT - WS-TOTAL-CREDIT
           IF WS-DIFFERENCE = 0
              MOVE "  TOTAL DEBITS EQUAL TOTAL CREDITS - IN BALANCE"
                 TO REPORT-LINE
           ELSE
              MOVE WS-DIFFERENCE TO WS-EDIT-DIFF
              MOVE SPACES TO REPORT-LINE
              STRING "  *** OUT OF BALANCE - DEBITS LESS CREDITS "
                     DELIMITED BY SIZE
                     WS-EDIT-DIFF DELIMITED BY SIZE
                 INTO REPORT-LINE
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF
           PERFORM TRIALBAL-WRITE-LINE.

      *-----------------------------------------------------------------
       TRIALBAL-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           PERFORM TRIALBAL-COUNT-UNPOSTED
              VARYING WS-CH-I FROM 1 BY 1 UNTIL WS-CH-I > WS-CH-MAX
           MOVE SPACES TO REPORT-LINE
           PERFORM TRIALBAL-WRITE-LINE
           MOVE WS-LISTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCOUNTS LISTED  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TRIALBAL-WRITE-LINE
           MOVE WS-MISS-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NOT IN CHART . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TRIALBAL-WRITE-LINE
           MOVE WS-ABNORMAL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ABNORMAL BALANCES  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TRIALBAL-WRITE-LINE
           MOVE WS-INACTIVE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  INACTIVE WITH BALANCE  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TRIALBAL-WRITE-LINE
           MOVE WS-UNPOSTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  CHARTED, NOT ON ACCTMAST " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TRIALBAL-WRITE-LINE
           IF WS-CH-OVERFLOW > 0
              MOVE WS-CH-OVERFLOW TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  *** CHART ENTRIES PAST 2000 NOT LOADED "
                     DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM TRIALBAL-WRITE-LINE
           END-IF
           IF WS-FUND-OVERFLOW > 0
              MOVE WS-FUND-OVERFLOW TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  *** ACCOUNTS IN FUNDS PAST 100 NOT LISTED "
                     DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM TRIALBAL-WRITE-LINE
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF
           MOVE "TRIALBAL" TO AL-PROGRAM
           MOVE "TRBAL" TO AL-EVENT
           MOVE WS-TOTAL-DEBIT TO WS-EDIT-DEBIT
           MOVE WS-TOTAL-CREDIT TO WS-EDIT-CREDIT
           MOVE WS-MISS-COUNT TO WS-EDIT-MISSING
           MOVE SPACES TO AL-DETAIL
           STRING "DR " WS-EDIT-DEBIT
                  " CR " WS-EDIT-CREDIT
                  " NOT IN CHART " WS-EDIT-MISSING
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

       TRIALBAL-COUNT-UNPOSTED.
           IF NOT WS-CH-POSTED (WS-CH-I)
              ADD 1 TO WS-UNPOSTED-COUNT
           END-IF.

      *-----------------------------------------------------------------
       TRIALBAL-WRITE-PAGE-HEADER.
      *-----------------------------------------------------------------
           ADD 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM TRIALBAL-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM TRIALBAL-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM TRIALBAL-WRITE-LINE
           MOVE "  ACCOUNT  DESCRIPTION            FUNC" TO REPORT-LINE
           MOVE "DEBIT" TO REPORT-LINE (48:5)
           MOVE "CREDIT" TO REPORT-LINE (61:6)
           MOVE "NOTE" TO REPORT-LINE (68:4)
           PERFORM TRIALBAL-WRITE-LINE.

      *-----------------------------------------------------------------
       TRIALBAL-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "TRIALBAL" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE REPORT-LINE TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       TRIALBAL-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE ACCOUNT-MASTER
           CLOSE REPORT-FILE
           IF WS-CHART-OPEN
              CLOSE CHART-MASTER
           END-IF.
       END PROGRAM TRIALBAL.
