      * MODIFIED 02/09/2026 - NEW BADGE-GRACE-DAYS PARAMETER - HOW
      * LONG A DEACTIVATED BADGE CODE STAYS RESERVED BEFORE
      * BADGENAME MAY REASSIGN IT.
      * MODIFIED 15/10/2026 - NEW ESCHEAT-DAYS PARAMETER - HOW MANY
      * DAYS AN ISSUED CHECK MAY STAY UNCASHED BEFORE CHKRECON FLAGS
      * IT FOR THE STATE UNCLAIMED-PROPERTY REPORT.
      * MODIFIED 15/10/2026 - NEW MATCH-PRICE-PCT AND MATCH-QTY-PCT
      * PARAMETERS - THE PERCENTAGE A VENDOR INVOICE'S UNIT PRICE
      * AND QUANTITY MAY EXCEED THE ORDER (AND THE QUANTITY THE
      * RECEIPTS) BEFORE INVMATCH HOLDS THE INVOICE.
      * MODIFIED 15/10/2026 - NEW 1099-MIN-AMOUNT PARAMETER - THE
      * FEDERAL REPORTING THRESHOLD A VENDOR'S CALENDAR-YEAR
      * PAYMENTS MUST REACH BEFORE AP1099 REPORTS THEM ON A 1099.
      * MODIFIED 15/10/2026 - NEW DUP-WINDOW-DAYS PARAMETER - HOW
      * MANY DAYS OF CHKREG CHECK HISTORY DUPSCRN SCREENS EACH
      * PAYMENT DOCUMENT AGAINST FOR A DUPLICATE.
      * MODIFIED 15/10/2026 - NEW PO-LEAD-DAYS PARAMETER - HOW MANY
      * DAYS A PAPER ORDER MAY STAY OPEN ON POREG BEFORE VENDSCOR
      * COUNTS IT PAST DUE AND LISTS IT FOR EXPEDITING. DEFAULT 14.
      * MODIFIED 15/10/2026 - NEW ROP-SERVICE-PCT, ROP-HISTORY-
      * WEEKS AND ROP-REVIEW-DAYS PARAMETERS FOR THE REORDCAL
      * REORDER-POINT REVIEW - THE PERCENTAGE OF REPLENISHMENT
      * CYCLES THAT SHOULD END WITHOUT A STOCKOUT (DEFAULT 95), HOW
      * MANY WEEKS OF ISSUEHST USAGE TO MEASURE (DEFAULT 52, AT
      * MOST 52) AND THE DAYS OF USAGE A TARGET LEVEL HOLDS ABOVE
      * THE REORDER POINT (DEFAULT 30).
      * MODIFIED 15/10/2026 - NEW DUP-STU-SCORE PARAMETER - THE
      * MATCH SCORE AT WHICH STUDUPS LISTS TWO STUDENT IDS AS A
      * PROBABLE DUPLICATE FOR REGISTRAR REVIEW. DEFAULT 60.
      * MODIFIED 15/10/2026 - NEW INC-NOTICE-DAYS PARAMETER - HOW
      * MANY DAYS AHEAD OF ITS DEADLINE INCLAPSE STARTS LISTING AN
      * OUTSTANDING INCOMPLETE GRADE TO ITS TEACHER. DEFAULT 14.
      * MODIFIED 15/10/2026 - NEW SCORE-DIVERGE AND SCORE-MIN-
      * STUDENTS PARAMETERS FOR THE ASMTCMP GRADE-INFLATION REVIEW -
      * HOW FAR, IN PERFORMANCE LEVELS, A SECTION'S AVERAGE
      * CLASSROOM GRADE MAY SIT FROM ITS AVERAGE STATE ASSESSMENT
      * LEVEL BEFORE THE SECTION IS FLAGGED (DEFAULT 0.75), AND THE
      * FEWEST TESTED STUDENTS A SECTION NEEDS TO BE FLAGGED AT ALL
      * (DEFAULT 5).
      * MODIFIED 15/10/2026 - NEW RISK-xxx PARAMETERS, THE CUT POINTS
      * RISKSTRT SCORES A BIOMETRIC SCREENING AGAINST. EACH MEASURE
      * SCORES 1 POINT AT ITS MOD CUT POINT AND 2 AT ITS HIGH ONE:
      * SYSTOLIC 130/140 (RISK-SYS-MOD/-HIGH), DIASTOLIC 80/90
      * (RISK-DIA-), TOTAL CHOLESTEROL 200/240 (RISK-CHOL-), FASTING
      * GLUCOSE 100/126 (RISK-GLU-). TOBACCO USE SCORES
      * RISK-TOBACCO-PTS (2) AND AN OBESE BMI CATEGORY
      * RISK-OBESE-PTS (1). BLOOD PRESSURE COUNTS ONCE, AT THE WORSE
      * OF ITS TWO READINGS. A TOTAL OF RISK-MOD-POINTS (2) RATES
      * MODERATE RISK AND RISK-HIGH-POINTS (4) HIGH RISK.
      * MODIFIED 15/10/2026 - NEW CARRIER-MIN-CELL PARAMETER, THE
      * FEWEST EMPLOYEES A CELL OF THE CARRIER'S AGGREGATE EXTRACT
      * (CARRXTR) MAY HOLD AND STILL BE PUBLISHED - A SMALLER CELL IS
      * SUPPRESSED INTO THE OTHER LINE. DEFAULT 10.
      * MODIFIED 15/10/2026 - NEW ORPHAN-TOLERANCE PARAMETER, HOW MANY
      * ORPHANED OR INCONSISTENT RECORDS ONE RELATIONSHIP OF THE
      * WEEKLY ORPHCHK CROSS-MASTER SWEEP MAY SHOW BEFORE IT RAISES
      * AN ALERT. DEFAULT 0 - ANY ORPHAN ALERTS.
      * MODIFIED 15/10/2026 - NEW USER-DORMANT-DAYS PARAMETER, HOW
      * MANY DAYS A USERAUTH ACCOUNT MAY GO WITHOUT A SIGN-ON BEFORE
      * THE USRRECRT RECERTIFICATION JOB LOCKS IT. DEFAULT 90.
      * MODIFIED 15/10/2026 - NEW RPT-KEEP-DAYS PARAMETER, HOW MANY
      * DAYS A DISTRIBUTED REPORT STAYS IN THE ONLINE REPORT STORE
      * FOR THE RPTVIEW TRANSACTION BEFORE RPTDIST PURGES IT.
      * DEFAULT 35.
      * MODIFIED 15/10/2026 - NEW XREF-STALE-CYCLES PARAMETER, HOW
      * MANY CASEVAL CYCLES A PRODXREF MAPPING MAY GO WITHOUT EITHER
      * OF ITS CODES ON THE PRODUCT FEEDS BEFORE IT IS LISTED FOR
      * CLEANUP. DEFAULT 10.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-SIGNON-MAX-FAILS     PIC 9(2) VALUE 3.
           05 WS-SIGNON-PW-DAYS       PIC 9(3) VALUE 90.
           05 WS-BADGE-GRACE-DAYS     PIC 9(3) VALUE 90.
           05 WS-ESCHEAT-DAYS         PIC 9(4) VALUE 1095.
           05 WS-MATCH-PRICE-PCT      PIC 9(3)V9(2) VALUE 2.00.
           05 WS-MATCH-QTY-PCT        PIC 9(3)V9(2) VALUE 5.00.
           05 WS-1099-MIN-AMOUNT      PIC 9(5)V9(2) VALUE 600.00.
           05 WS-DUP-WINDOW-DAYS      PIC 9(3) VALUE 30.
           05 WS-PO-LEAD-DAYS         PIC 9(3) VALUE 14.
           05 WS-ROP-SERVICE-PCT      PIC 9(3)V9(2) VALUE 95.00.
           05 WS-ROP-HISTORY-WEEKS    PIC 9(3) VALUE 52.
           05 WS-ROP-REVIEW-DAYS      PIC 9(3) VALUE 30.
           05 WS-DUP-STU-SCORE        PIC 9(3) VALUE 60.
           05 WS-INC-NOTICE-DAYS      PIC 9(3) VALUE 14.
           05 WS-SCORE-DIVERGE        PIC 9(1)V9(2) VALUE 0.75.
           05 WS-SCORE-MIN-STUDENTS   PIC 9(3) VALUE 5.
           05 WS-RISK-SYS-MOD         PIC 9(3) VALUE 130.
           05 WS-RISK-SYS-HIGH        PIC 9(3) VALUE 140.
           05 WS-RISK-DIA-MOD         PIC 9(3) VALUE 80.
           05 WS-RISK-DIA-HIGH        PIC 9(3) VALUE 90.
           05 WS-RISK-CHOL-MOD        PIC 9(3) VALUE 200.
           05 WS-RISK-CHOL-HIGH       PIC 9(3) VALUE 240.
           05 WS-RISK-GLU-MOD         PIC 9(3) VALUE 100.
           05 WS-RISK-GLU-HIGH        PIC 9(3) VALUE 126.
           05 WS-RISK-TOBACCO-PTS     PIC 9(3) VALUE 2.
           05 WS-RISK-OBESE-PTS       PIC 9(3) VALUE 1.
           05 WS-RISK-MOD-POINTS      PIC 9(3) VALUE 2.
           05 WS-RISK-HIGH-POINTS     PIC 9(3) VALUE 4.
           05 WS-CARRIER-MIN-CELL     PIC 9(3) VALUE 10.
           05 WS-ORPHAN-TOLERANCE     PIC 9(5) VALUE 0.
           05 WS-USER-DORMANT-DAYS    PIC 9(3) VALUE 90.
           05 WS-RPT-KEEP-DAYS        PIC 9(3) VALUE 35.
           05 WS-XREF-STALE-CYCLES    PIC 9(3) VALUE 10.

       LINKAGE SECTION.
       01  THRSHLD-PARM.
                 MOVE PARM-VALUE TO WS-SIGNON-PW-DAYS
              WHEN "BADGE-GRACE-DAYS"
                 MOVE PARM-VALUE TO WS-BADGE-GRACE-DAYS
              WHEN "ESCHEAT-DAYS"
                 MOVE PARM-VALUE TO WS-ESCHEAT-DAYS
              WHEN "MATCH-PRICE-PCT"
                 MOVE PARM-VALUE TO WS-MATCH-PRICE-PCT
              WHEN "MATCH-QTY-PCT"
                 MOVE PARM-VALUE TO WS-MATCH-QTY-PCT
              WHEN "1099-MIN-AMOUNT"
                 MOVE PARM-VALUE TO WS-1099-MIN-AMOUNT
              WHEN "DUP-WINDOW-DAYS"
                 MOVE PARM-VALUE TO WS-DUP-WINDOW-DAYS
              WHEN "PO-LEAD-DAYS"
                 MOVE PARM-VALUE TO WS-PO-LEAD-DAYS
              WHEN "ROP-SERVICE-PCT"
                 MOVE PARM-VALUE TO WS-ROP-SERVICE-PCT
              WHEN "ROP-HISTORY-WEEKS"
                 MOVE PARM-VALUE TO WS-ROP-HISTORY-WEEKS
              WHEN "ROP-REVIEW-DAYS"
                 MOVE PARM-VALUE TO WS-ROP-REVIEW-DAYS
              WHEN "DUP-STU-SCORE"
                 MOVE PARM-VALUE TO WS-DUP-STU-SCORE
              WHEN "INC-NOTICE-DAYS"
                 MOVE PARM-VALUE TO WS-INC-NOTICE-DAYS
              WHEN "SCORE-DIVERGE"
                 MOVE PARM-VALUE TO WS-SCORE-DIVERGE
              WHEN "SCORE-MIN-STUDENTS"
                 MOVE PARM-VALUE TO WS-SCORE-MIN-STUDENTS
              WHEN "RISK-SYS-MOD"
                 MOVE PARM-VALUE TO WS-RISK-SYS-MOD
              WHEN "RISK-SYS-HIGH"
                 MOVE PARM-VALUE TO WS-RISK-SYS-HIGH
              WHEN "RISK-DIA-MOD"
                 MOVE PARM-VALUE TO WS-RISK-DIA-MOD
              WHEN "RISK-DIA-HIGH"
                 MOVE PARM-VALUE TO WS-RISK-DIA-HIGH
              WHEN "RISK-CHOL-MOD"
                 MOVE PARM-VALUE TO WS-RISK-CHOL-MOD
              WHEN "RISK-CHOL-HIGH"
                 MOVE PARM-VALUE TO WS-RISK-CHOL-HIGH
              WHEN "RISK-GLU-MOD"
                 MOVE PARM-VALUE TO WS-RISK-GLU-MOD
              WHEN "RISK-GLU-HIGH"
                 MOVE PARM-VALUE TO WS-RISK-GLU-HIGH
              WHEN "RISK-TOBACCO-PTS"
                 MOVE PARM-VALUE TO WS-RISK-TOBACCO-PTS
              WHEN "RISK-OBESE-PTS"
                 MOVE PARM-VALUE TO WS-RISK-OBESE-PTS
              WHEN "RISK-MOD-POINTS"
                 MOVE PARM-VALUE TO WS-RISK-MOD-POINTS
              WHEN "RISK-HIGH-POINTS"
                 MOVE PARM-VALUE TO WS-RISK-HIGH-POINTS
              WHEN "CARRIER-MIN-CELL"
                 MOVE PARM-VALUE TO WS-CARRIER-MIN-CELL
              WHEN "ORPHAN-TOLERANCE"
                 MOVE PARM-VALUE TO WS-ORPHAN-TOLERANCE
              WHEN "USER-DORMANT-DAYS"
                 MOVE PARM-VALUE TO WS-USER-DORMANT-DAYS
              WHEN "RPT-KEEP-DAYS"
                 MOVE PARM-VALUE TO WS-RPT-KEEP-DAYS
              WHEN "XREF-STALE-CYCLES"
                 MOVE PARM-VALUE TO WS-XREF-STALE-CYCLES
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           MOVE WS-REASON-TOLERANCE    TO TH-REASON-TOLERANCE
           MOVE WS-SIGNON-MAX-FAILS    TO TH-SIGNON-MAX-FAILS
           MOVE WS-SIGNON-PW-DAYS      TO TH-SIGNON-PW-DAYS
           MOVE WS-BADGE-GRACE-DAYS    TO TH-BADGE-GRACE-DAYS
           MOVE WS-ESCHEAT-DAYS        TO TH-ESCHEAT-DAYS
           MOVE WS-MATCH-PRICE-PCT     TO TH-MATCH-PRICE-PCT
           MOVE WS-MATCH-QTY-PCT       TO TH-MATCH-QTY-PCT
           MOVE WS-1099-MIN-AMOUNT     TO TH-1099-MIN-AMOUNT
           MOVE WS-DUP-WINDOW-DAYS     TO TH-DUP-WINDOW-DAYS
           MOVE WS-PO-LEAD-DAYS        TO TH-PO-LEAD-DAYS
           MOVE WS-ROP-SERVICE-PCT     TO TH-ROP-SERVICE-PCT
           MOVE WS-ROP-HISTORY-WEEKS   TO TH-ROP-HISTORY-WEEKS
           MOVE WS-ROP-REVIEW-DAYS     TO TH-ROP-REVIEW-DAYS
           MOVE WS-DUP-STU-SCORE       TO TH-DUP-STU-SCORE
           MOVE WS-INC-NOTICE-DAYS     TO TH-INC-NOTICE-DAYS
           MOVE WS-SCORE-DIVERGE       TO TH-SCORE-DIVERGE
           MOVE WS-SCORE-MIN-STUDENTS  TO TH-SCORE-MIN-STUDENTS
           MOVE WS-RISK-SYS-MOD        TO TH-RISK-SYS-MOD
           MOVE WS-RISK-SYS-HIGH       TO TH-RISK-SYS-HIGH
           MOVE WS-RISK-DIA-MOD        TO TH-RISK-DIA-MOD
           MOVE WS-RISK-DIA-HIGH       TO TH-RISK-DIA-HIGH
           MOVE WS-RISK-CHOL-MOD       TO TH-RISK-CHOL-MOD
           MOVE WS-RISK-CHOL-HIGH      TO TH-RISK-CHOL-HIGH
           MOVE WS-RISK-GLU-MOD        TO TH-RISK-GLU-MOD
           MOVE WS-RISK-GLU-HIGH       TO TH-RISK-GLU-HIGH
           MOVE WS-RISK-TOBACCO-PTS    TO TH-RISK-TOBACCO-PTS
           MOVE WS-RISK-OBESE-PTS      TO TH-RISK-OBESE-PTS
           MOVE WS-RISK-MOD-POINTS     TO TH-RISK-MOD-POINTS
           MOVE WS-RISK-HIGH-POINTS    TO TH-RISK-HIGH-POINTS
           MOVE WS-CARRIER-MIN-CELL    TO TH-CARRIER-MIN-CELL
           MOVE WS-ORPHAN-TOLERANCE    TO TH-ORPHAN-TOLERANCE
           MOVE WS-USER-DORMANT-DAYS   TO TH-USER-DORMANT-DAYS
           MOVE WS-RPT-KEEP-DAYS       TO TH-RPT-KEEP-DAYS
           MOVE WS-XREF-STALE-CYCLES   TO TH-XREF-STALE-CYCLES.
       END PROGRAM THRSHLD.
