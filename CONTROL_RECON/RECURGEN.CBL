      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    RECURGEN.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * RECURRING AND REVERSING JOURNAL GENERATOR. THE SAME ACCRUALS,
      * RENT ALLOCATIONS AND STANDING TRANSFERS WERE KEYED INTO THE
      * GL FEED BY HAND EVERY MONTH, AND MONTH-END ACCRUALS WERE
      * OFTEN NOT REVERSED. THIS STEP RUNS ON THE MASTCTRL RUN
      * CALENDAR, READS EVERY TEMPLATE ON RECURMST (MAINTAINED BY
      * RECLOAD) AND WRITES THE JOURNAL (RECURGL) IN THE GLTRXIN
      * LAYOUT, SO IT IS CONCATENATED INTO GLTRXRAW AND GOES THROUGH
      * GLSEQCHK AND CTLRECON LIKE ANY OTHER GL FEED:
      *   - A TEMPLATE DUE IN THE CURRENT PERIOD (ITS FREQUENCY
      *     COUNTED FROM ITS START MONTH, INSIDE ITS START AND END
      *     DATES) IS GENERATED ONCE THE CYCLE DATE REACHES ITS
      *     POSTING DAY - THE FIRST OR LAST BUSINESS DAY OF THE
      *     MONTH PER BIZDAY - AND IS DATED THAT DAY;
      *   - A REVERSING TEMPLATE'S ENTRY IS REVERSED, WITH THE SIGNS
      *     TURNED ROUND, ON THE FIRST BUSINESS DAY OF THE NEXT
      *     PERIOD (THE FIRST CYCLE ON OR AFTER IT).
      * THE PERIOD GENERATED AND THE REVERSAL OWED ARE RECORDED ON
      * THE TEMPLATE AS THEY ARE WRITTEN, SO A STEP RUN EVERY CYCLE
      * (OR RERUN AFTER A RESTART) NEVER PRODUCES AN ENTRY TWICE FOR
      * ONE PERIOD. THE STEP SHOULD BE LEFT DAILY ON RUNCAL SO BOTH
      * POSTING DAYS ARE SEEN.
      * THE GL AMOUNT FIELD IS WHOLE DOLLARS, S9(4), SO A TEMPLATE
      * AMOUNT OVER 9,999 GOES OUT AS SEVERAL DEBIT/CREDIT PAIRS, AS
      * CHGBACK DOES - EVERY PAIR BALANCES ON ITS OWN. A TEMPLATE
      * WHOSE ACCOUNT THE CHART OF ACCOUNTS NO LONGER ACCEPTS IS NOT
      * GENERATED; IT IS LISTED AND THE STEP ENDS RC 4, AND THE NEXT
      * CYCLE TRIES IT AGAIN.
      *
      * THE CYCLE DATE IS TODAY, OR THE BUSINESS DAY BEFORE IT WHEN
      * TODAY IS A WEEKEND OR HOLIDAY, AS MASTCTRL DERIVES IT. THE
      * OPTIONAL RECURPRM FILE CAN NAME ANOTHER CYCLE DATE (YYYYMMDD)
      * FOR A CATCH-UP RUN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "RECURPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT TEMPLATE-MASTER ASSIGN TO "RECURMST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS RE-TEMPLATE-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "RECURGL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RECURRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05 PRM-CYCLE-DATE         PIC X(8).

       FD  TEMPLATE-MASTER.
           COPY "RECURMST.CPY".

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 TRX-ACCT-ID            PIC X(8).
           05 TRX-AMOUNT             PIC S9(4).
           05 TRX-DATE               PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-CK-PARMS.
           COPY "COACHKPM.CPY".
       01  WS-BIZDAY-PARM.
           COPY "BIZDAY.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-PARM-STATUS            PIC X(02).
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-JRNL-STATUS            PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-CHANGED-SW            PIC X VALUE "N".
           88 WS-TEMPLATE-CHANGED   VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
      *-----------------------------------------------------------------
      * THE CYCLE DATE AND THE BUSINESS DAYS OF ITS PERIOD, WORKED
      * OUT ONCE: THE FIRST AND LAST BUSINESS DAYS OF THE CYCLE
      * MONTH, AND THE FIRST BUSINESS DAY OF THE MONTH AFTER (THE
      * REVERSAL DAY FOR THIS PERIOD'S ENTRIES).
      *-----------------------------------------------------------------
       01  WS-CYCLE-DATE             PIC 9(08).
       01  WS-CYCLE-PARTS REDEFINES WS-CYCLE-DATE.
           05 WS-CYC-YYYY            PIC 9(04).
           05 WS-CYC-MM              PIC 9(02).
           05 WS-CYC-DD              PIC 9(02).
       01  WS-PERIOD                 PIC 9(06).
       01  WS-WORK-DATE              PIC 9(08).
       01  WS-WORK-PARTS REDEFINES WS-WORK-DATE.
           05 WS-WORK-YYYY           PIC 9(04).
           05 WS-WORK-MM             PIC 9(02).
           05 WS-WORK-DD             PIC 9(02).
       01  WS-FIRST-BIZ-DATE         PIC 9(08).
       01  WS-PERIOD-FIRST-BIZ       PIC 9(08).
       01  WS-PERIOD-LAST-BIZ        PIC 9(08).
       01  WS-NEXT-FIRST-BIZ         PIC 9(08).
       01  WS-POST-DATE              PIC 9(08).
       01  WS-START-PARTS.
           05 WS-START-YYYY          PIC 9(04).
           05 WS-START-MM            PIC 9(02).
           05 WS-START-DD            PIC 9(02).
       01  WS-MONTHS-SINCE           PIC S9(05).
       01  WS-INTERVAL               PIC 9(02).
       01  WS-QUOTIENT               PIC 9(05).
       01  WS-REMAINDER              PIC 9(02).
      *-----------------------------------------------------------------
      * ONE JOURNAL ENTRY - DEBIT AND CREDIT ACCOUNTS, AMOUNT AND
      * DATE - WRITTEN IN PAIRS OF AT MOST 9,999.
      *-----------------------------------------------------------------
       01  WS-ENTRY-DEBIT            PIC X(08).
       01  WS-ENTRY-CREDIT           PIC X(08).
       01  WS-ENTRY-DATE             PIC 9(08).
       01  WS-REMAIN-DOLLARS         PIC 9(07).
       01  WS-PAIR-DOLLARS           PIC 9(04).
       01  WS-ENTRY-TYPE             PIC X(09).
       01  WS-REASON                 PIC X(28).
       01  WS-TEMPLATE-COUNT         PIC 9(05) VALUE 0.
       01  WS-GEN-COUNT              PIC 9(05) VALUE 0.
       01  WS-REV-COUNT              PIC 9(05) VALUE 0.
       01  WS-DONE-COUNT             PIC 9(05) VALUE 0.
       01  WS-EXCEPT-COUNT           PIC 9(05) VALUE 0.
       01  WS-JRNL-COUNT             PIC 9(07) VALUE 0.
       01  WS-TOTAL-DOLLARS          PIC 9(09) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT            PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-DOLLARS           PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-GENS              PIC ZZZZ9.
       01  WS-EDIT-REVS              PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       RECURGEN-MAIN.
           PERFORM RECURGEN-INIT
              THRU RECURGEN-INIT-END
           IF WS-JOB-RC < 12
              PERFORM RECURGEN-READ-TEMPLATE
              PERFORM RECURGEN-PROCESS-ONE UNTIL WS-EOF
              PERFORM RECURGEN-WRITE-SUMMARY
           END-IF
           PERFORM RECURGEN-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       RECURGEN-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-CYCLE-DATE
           SET BZ-IS-BUSINESS-DAY TO TRUE
           MOVE WS-CYCLE-DATE TO BZ-DATE
           CALL "BIZDAY" USING WS-BIZDAY-PARM
           IF BZ-NOT-BUSINESS
              SET BZ-PREV-BUSINESS-DAY TO TRUE
              MOVE WS-CYCLE-DATE TO BZ-DATE
              CALL "BIZDAY" USING WS-BIZDAY-PARM
              MOVE BZ-RESULT-DATE TO WS-CYCLE-DATE
           END-IF
           PERFORM RECURGEN-LOAD-PARM
           MOVE WS-CYCLE-DATE (1:6) TO WS-PERIOD
      *    FIRST BUSINESS DAY OF THIS MONTH
           MOVE WS-CYCLE-DATE TO WS-WORK-DATE
           MOVE 1 TO WS-WORK-DD
           PERFORM RECURGEN-FIRST-BUSINESS-DAY
           MOVE WS-FIRST-BIZ-DATE TO WS-PERIOD-FIRST-BIZ
      *    FIRST BUSINESS DAY OF NEXT MONTH, AND THE LAST OF THIS ONE
           MOVE WS-CYCLE-DATE TO WS-WORK-DATE
           MOVE 1 TO WS-WORK-DD
           IF WS-WORK-MM = 12
              ADD 1 TO WS-WORK-YYYY
              MOVE 1 TO WS-WORK-MM
           ELSE
              ADD 1 TO WS-WORK-MM
           END-IF
           PERFORM RECURGEN-FIRST-BUSINESS-DAY
           MOVE WS-FIRST-BIZ-DATE TO WS-NEXT-FIRST-BIZ
           SET BZ-PREV-BUSINESS-DAY TO TRUE
           MOVE WS-WORK-DATE TO BZ-DATE
           CALL "BIZDAY" USING WS-BIZDAY-PARM
           MOVE BZ-RESULT-DATE TO WS-PERIOD-LAST-BIZ
           OPEN I-O TEMPLATE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "RECURGEN" TO FE-PROGRAM
              MOVE "TEMPLATE-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO RECURGEN-INIT-END
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
              MOVE "RECURGEN" TO FE-PROGRAM
              MOVE "JOURNAL-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-JRNL-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO RECURGEN-INIT-END
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "RECURGEN" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO RECURGEN-INIT-END
           END-IF
           MOVE "RECURRING JOURNAL GENERATION REGISTER" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM RECURGEN-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM RECURGEN-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM RECURGEN-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CYCLE DATE " WS-CYCLE-DATE
                  "   PERIOD " WS-PERIOD
                  "   FIRST/LAST BUSINESS DAY " WS-PERIOD-FIRST-BIZ
                  "/" WS-PERIOD-LAST-BIZ
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM RECURGEN-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM RECURGEN-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "TEMPLATE" TO REPORT-LINE (3:8)
           MOVE "ENTRY" TO REPORT-LINE (12:5)
           MOVE "DEBIT" TO REPORT-LINE (22:5)
           MOVE "CREDIT" TO REPORT-LINE (31:6)
           MOVE "AMOUNT" TO REPORT-LINE (43:6)
           MOVE "DATED" TO REPORT-LINE (50:5)
           MOVE "NOTE" TO REPORT-LINE (60:4)
           PERFORM RECURGEN-WRITE-LINE.
       RECURGEN-INIT-END. EXIT.

      *-----------------------------------------------------------------
      * A CATCH-UP RUN CAN NAME ITS OWN CYCLE DATE. NO RECURPRM FILE,
      * OR A DATE THAT IS NOT EIGHT DIGITS, KEEPS THE DERIVED ONE.
      *-----------------------------------------------------------------
       RECURGEN-LOAD-PARM.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS = "00"
              READ PARAMETER-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PRM-CYCLE-DATE IS NUMERIC
                       MOVE PRM-CYCLE-DATE TO WS-CYCLE-DATE
                    END-IF
              END-READ
              CLOSE PARAMETER-FILE
           END-IF.

      *-----------------------------------------------------------------
      * THE FIRST BUSINESS DAY ON OR AFTER WS-WORK-DATE, INTO
      * WS-FIRST-BIZ-DATE. BIZDAY'S NEXT-BUSINESS-DAY IS STRICTLY
      * AFTER ITS DATE, SO THE DAY ITSELF IS TRIED FIRST.
      *-----------------------------------------------------------------
       RECURGEN-FIRST-BUSINESS-DAY.
           SET BZ-IS-BUSINESS-DAY TO TRUE
           MOVE WS-WORK-DATE TO BZ-DATE
           CALL "BIZDAY" USING WS-BIZDAY-PARM
           IF BZ-BUSINESS
              MOVE WS-WORK-DATE TO WS-FIRST-BIZ-DATE
           ELSE
              SET BZ-NEXT-BUSINESS-DAY TO TRUE
              MOVE WS-WORK-DATE TO BZ-DATE
              CALL "BIZDAY" USING WS-BIZDAY-PARM
              MOVE BZ-RESULT-DATE TO WS-FIRST-BIZ-DATE
           END-IF.

      *-----------------------------------------------------------------
       RECURGEN-READ-TEMPLATE.
      *-----------------------------------------------------------------
           READ TEMPLATE-MASTER
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONE TEMPLATE: FIRST ANY REVERSAL IT OWES (EVEN IF IT HAS SINCE
      * BEEN RETIRED), THEN THIS PERIOD'S ENTRY IF ONE IS DUE. THE
      * TEMPLATE IS REWRITTEN ONLY WHEN ONE OF THEM WAS WRITTEN.
      *-----------------------------------------------------------------
       RECURGEN-PROCESS-ONE.
           ADD 1 TO WS-TEMPLATE-COUNT
           MOVE "N" TO WS-CHANGED-SW
           IF RE-REV-DUE-DATE NOT = 0
              AND RE-REV-DUE-DATE NOT > WS-CYCLE-DATE
              PERFORM RECURGEN-REVERSE-ONE
                 THRU RECURGEN-REVERSE-ONE-END
           END-IF
           PERFORM RECURGEN-GENERATE-ONE
              THRU RECURGEN-GENERATE-ONE-END
           IF WS-TEMPLATE-CHANGED
              REWRITE RECURRING-ENTRY-RECORD
              END-REWRITE
              IF WS-MASTER-STATUS NOT = "00"
                 MOVE "RECURGEN" TO FE-PROGRAM
                 MOVE "TEMPLATE-MASTER" TO FE-FILE-NAME
                 MOVE "REWRITE" TO FE-OPERATION
                 MOVE WS-MASTER-STATUS TO FE-STATUS
                 MOVE RECURRING-ENTRY-RECORD TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 IF WS-JOB-RC < 8
                    MOVE 8 TO WS-JOB-RC
                 END-IF
              END-IF
           END-IF
           PERFORM RECURGEN-READ-TEMPLATE.

      *-----------------------------------------------------------------
      * THE REVERSAL OF THE ENTRY LAST GENERATED, FROM THE ACCOUNTS
      * AND AMOUNT KEPT WHEN IT WAS WRITTEN: THE CREDIT ACCOUNT IS
      * DEBITED AND THE DEBIT ACCOUNT CREDITED, DATED THE REVERSAL
      * DAY EVEN IF THE CYCLE THAT WRITES IT IS LATER.
      *-----------------------------------------------------------------
       RECURGEN-REVERSE-ONE.
           MOVE RE-REV-CREDIT-ACCT TO CK-ACCT-ID
           CALL "COACHK" USING WS-CK-PARMS
           IF NOT CK-POSTABLE
              MOVE "REVERSAL" TO WS-ENTRY-TYPE
              MOVE "CREDIT ACCOUNT NOT POSTABLE" TO WS-REASON
              PERFORM RECURGEN-WRITE-EXCEPTION
              GO TO RECURGEN-REVERSE-ONE-END
           END-IF
           MOVE RE-REV-DEBIT-ACCT TO CK-ACCT-ID
           CALL "COACHK" USING WS-CK-PARMS
           IF NOT CK-POSTABLE
              MOVE "REVERSAL" TO WS-ENTRY-TYPE
              MOVE "DEBIT ACCOUNT NOT POSTABLE" TO WS-REASON
              PERFORM RECURGEN-WRITE-EXCEPTION
              GO TO RECURGEN-REVERSE-ONE-END
           END-IF
           MOVE RE-REV-CREDIT-ACCT TO WS-ENTRY-DEBIT
           MOVE RE-REV-DEBIT-ACCT TO WS-ENTRY-CREDIT
           MOVE RE-REV-DUE-DATE TO WS-ENTRY-DATE
           MOVE RE-REV-AMOUNT TO WS-REMAIN-DOLLARS
           PERFORM RECURGEN-WRITE-PAIR UNTIL WS-REMAIN-DOLLARS = 0
           ADD RE-REV-AMOUNT TO WS-TOTAL-DOLLARS
           ADD 1 TO WS-REV-COUNT
           MOVE "REVERSAL" TO WS-ENTRY-TYPE
           MOVE RE-REV-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-REASON
           STRING "REVERSES " RE-LAST-GEN-PERIOD
              DELIMITED BY SIZE INTO WS-REASON
           PERFORM RECURGEN-WRITE-DETAIL
           MOVE RE-REV-DUE-DATE TO RE-LAST-REV-DATE
           MOVE 0 TO RE-REV-DUE-DATE
           SET WS-TEMPLATE-CHANGED TO TRUE.
       RECURGEN-REVERSE-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * THIS PERIOD'S ENTRY. NOT DUE: INACTIVE, OUTSIDE ITS DATES,
      * NOT ITS MONTH BY FREQUENCY, OR THE POSTING DAY NOT YET
      * REACHED. ALREADY GENERATED FOR THE PERIOD: COUNTED, NOT
      * WRITTEN AGAIN.
      *-----------------------------------------------------------------
       RECURGEN-GENERATE-ONE.
           IF NOT RE-ACTIVE
              GO TO RECURGEN-GENERATE-ONE-END
           END-IF
           IF RE-AT-PERIOD-END
              MOVE WS-PERIOD-LAST-BIZ TO WS-POST-DATE
           ELSE
              MOVE WS-PERIOD-FIRST-BIZ TO WS-POST-DATE
           END-IF
           IF WS-POST-DATE > WS-CYCLE-DATE
              GO TO RECURGEN-GENERATE-ONE-END
           END-IF
           IF RE-START-DATE (1:6) > WS-PERIOD
              GO TO RECURGEN-GENERATE-ONE-END
           END-IF
           IF RE-END-DATE NOT = 0
              AND RE-END-DATE (1:6) < WS-PERIOD
              GO TO RECURGEN-GENERATE-ONE-END
           END-IF
           MOVE RE-START-DATE TO WS-START-PARTS
           COMPUTE WS-MONTHS-SINCE =
              (WS-CYC-YYYY * 12 + WS-CYC-MM)
              - (WS-START-YYYY * 12 + WS-START-MM)
           EVALUATE TRUE
              WHEN RE-QUARTERLY
                 MOVE 3 TO WS-INTERVAL
              WHEN RE-HALF-YEARLY
                 MOVE 6 TO WS-INTERVAL
              WHEN RE-ANNUAL
                 MOVE 12 TO WS-INTERVAL
              WHEN OTHER
                 MOVE 1 TO WS-INTERVAL
           END-EVALUATE
           DIVIDE WS-MONTHS-SINCE BY WS-INTERVAL
              GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
           IF WS-REMAINDER NOT = 0
              GO TO RECURGEN-GENERATE-ONE-END
           END-IF
           IF RE-LAST-GEN-PERIOD NOT < WS-PERIOD
              ADD 1 TO WS-DONE-COUNT
              GO TO RECURGEN-GENERATE-ONE-END
           END-IF
           MOVE "RECURRING" TO WS-ENTRY-TYPE
           IF RE-REVERSING
              MOVE "REVERSING" TO WS-ENTRY-TYPE
           END-IF
           IF RE-REV-DUE-DATE NOT = 0
              MOVE "PRIOR REVERSAL NOT YET DONE" TO WS-REASON
              PERFORM RECURGEN-WRITE-EXCEPTION
              GO TO RECURGEN-GENERATE-ONE-END
           END-IF
           MOVE RE-DEBIT-ACCT TO CK-ACCT-ID
           CALL "COACHK" USING WS-CK-PARMS
           IF NOT CK-POSTABLE
              MOVE "DEBIT ACCOUNT NOT POSTABLE" TO WS-REASON
              PERFORM RECURGEN-WRITE-EXCEPTION
              GO TO RECURGEN-GENERATE-ONE-END
           END-IF
           MOVE RE-CREDIT-ACCT TO CK-ACCT-ID
           CALL "COACHK" USING WS-CK-PARMS
           IF NOT CK-POSTABLE
              MOVE "CREDIT ACCOUNT NOT POSTABLE" TO WS-REASON
              PERFORM RECURGEN-WRITE-EXCEPTION
              GO TO RECURGEN-GENERATE-ONE-END
           END-IF
           MOVE RE-DEBIT-ACCT TO WS-ENTRY-DEBIT
           MOVE RE-CREDIT-ACCT TO WS-ENTRY-CREDIT
           MOVE WS-POST-DATE TO WS-ENTRY-DATE
           MOVE RE-AMOUNT TO WS-REMAIN-DOLLARS
           PERFORM RECURGEN-WRITE-PAIR UNTIL WS-REMAIN-DOLLARS = 0
           ADD RE-AMOUNT TO WS-TOTAL-DOLLARS
           ADD 1 TO WS-GEN-COUNT
           MOVE RE-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-REASON
           MOVE WS-PERIOD TO RE-LAST-GEN-PERIOD
           MOVE WS-POST-DATE TO RE-LAST-GEN-DATE
           IF RE-REVERSING
              MOVE WS-NEXT-FIRST-BIZ TO RE-REV-DUE-DATE
              MOVE RE-DEBIT-ACCT TO RE-REV-DEBIT-ACCT
              MOVE RE-CREDIT-ACCT TO RE-REV-CREDIT-ACCT
              MOVE RE-AMOUNT TO RE-REV-AMOUNT
              STRING "REVERSES " WS-NEXT-FIRST-BIZ
                 DELIMITED BY SIZE INTO WS-REASON
           END-IF
           PERFORM RECURGEN-WRITE-DETAIL
           SET WS-TEMPLATE-CHANGED TO TRUE.
       RECURGEN-GENERATE-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * ONE DEBIT/CREDIT PAIR OF AT MOST 9,999.
      *-----------------------------------------------------------------
       RECURGEN-WRITE-PAIR.
           IF WS-REMAIN-DOLLARS > 9999
              MOVE 9999 TO WS-PAIR-DOLLARS
           ELSE
              MOVE WS-REMAIN-DOLLARS TO WS-PAIR-DOLLARS
           END-IF
           SUBTRACT WS-PAIR-DOLLARS FROM WS-REMAIN-DOLLARS
           MOVE WS-ENTRY-DEBIT TO TRX-ACCT-ID
           MOVE WS-PAIR-DOLLARS TO TRX-AMOUNT
           MOVE WS-ENTRY-DATE TO TRX-DATE
           PERFORM RECURGEN-WRITE-JRNL-LINE
           MOVE WS-ENTRY-CREDIT TO TRX-ACCT-ID
           COMPUTE TRX-AMOUNT = 0 - WS-PAIR-DOLLARS
           MOVE WS-ENTRY-DATE TO TRX-DATE
           PERFORM RECURGEN-WRITE-JRNL-LINE.

      *-----------------------------------------------------------------
      * REGISTER LINES - WHAT WAS WRITTEN AND FROM WHICH TEMPLATE.
      *-----------------------------------------------------------------
       RECURGEN-WRITE-DETAIL.
           MOVE SPACES TO REPORT-LINE
           STRING "  " RE-TEMPLATE-ID " " WS-ENTRY-TYPE
                  " " WS-ENTRY-DEBIT " " WS-ENTRY-CREDIT
                  " " WS-EDIT-AMOUNT " " WS-ENTRY-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           MOVE WS-REASON (1:21) TO REPORT-LINE (60:21)
           PERFORM RECURGEN-WRITE-LINE.

       RECURGEN-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  " RE-TEMPLATE-ID " " WS-ENTRY-TYPE
                  " NOT WRITTEN - " WS-REASON
                  DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM RECURGEN-WRITE-LINE.

      *-----------------------------------------------------------------
       RECURGEN-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM RECURGEN-WRITE-LINE
           MOVE WS-TEMPLATE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  TEMPLATES READ . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM RECURGEN-WRITE-LINE
           MOVE WS-GEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ENTRIES GENERATED  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM RECURGEN-WRITE-LINE
           MOVE WS-REV-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  REVERSALS GENERATED  . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM RECURGEN-WRITE-LINE
           MOVE WS-DONE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ALREADY GENERATED  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM RECURGEN-WRITE-LINE
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NOT WRITTEN  . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM RECURGEN-WRITE-LINE
           MOVE WS-JRNL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  JOURNAL LINES  . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM RECURGEN-WRITE-LINE
           MOVE WS-TOTAL-DOLLARS TO WS-EDIT-DOLLARS
           MOVE SPACES TO REPORT-LINE
           STRING "  DEBITS = CREDITS . . . " DELIMITED BY SIZE
                  WS-EDIT-DOLLARS DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM RECURGEN-WRITE-LINE
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "RECURGEN" TO AL-PROGRAM
           MOVE "RECGN" TO AL-EVENT
           MOVE WS-GEN-COUNT TO WS-EDIT-GENS
           MOVE WS-REV-COUNT TO WS-EDIT-REVS
           STRING "PERIOD " WS-PERIOD
                  " GENERATED " WS-EDIT-GENS
                  " REVERSED " WS-EDIT-REVS
                  " AMT " WS-EDIT-DOLLARS
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       RECURGEN-WRITE-JRNL-LINE.
      *-----------------------------------------------------------------
           WRITE JOURNAL-RECORD
           IF WS-JRNL-STATUS NOT = "00"
              MOVE "RECURGEN" TO FE-PROGRAM
              MOVE "JOURNAL-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-JRNL-STATUS TO FE-STATUS
              MOVE JOURNAL-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 8 TO WS-JOB-RC
           ELSE
              ADD 1 TO WS-JRNL-COUNT
           END-IF.

      *-----------------------------------------------------------------
       RECURGEN-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "RECURGEN" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE REPORT-LINE TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       RECURGEN-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE TEMPLATE-MASTER
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE.
       END PROGRAM RECURGEN.
