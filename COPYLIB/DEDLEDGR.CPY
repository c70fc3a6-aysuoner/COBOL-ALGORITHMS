      *-----------------------------------------------------------------
      * DEDLEDGR.CPY
      * RECORD LAYOUT FOR THE DEDLEDGR PAYROLL DEDUCTION LEDGER VSAM
      * KSDS - ONE RECORD FOR EVERY DEDUCTION ADJUSTMENT WELLTIER
      * SENDS ON PAYDEDU, KEYED THE WAY PAYROLL'S CONFIRMATION FILE
      * IDENTIFIES IT: EMPLOYEE, PLAN CODE AND EFFECTIVE DATE.
      * WELLTIER WRITES EACH RECORD SENT; PAYRECON POSTS PAYROLL'S
      * ANSWER AGAINST IT; A REJECTED RECORD IS SENT AGAIN BY THE
      * NEXT WELLTIER RUN UNDER THE SAME KEY.
      *    DL-STATUS   S  SENT, NOT YET ACKNOWLEDGED BY PAYROLL
      *                A  APPLIED AS SENT
      *                D  APPLIED AT A DIFFERENT AMOUNT
      *                R  REJECTED - WAITING FOR RESUBMISSION
      *-----------------------------------------------------------------
       01  DEDUCTION-LEDGER-RECORD.
           05 DL-KEY.
              10 DL-EMP-ID            PIC X(6).
              10 DL-PLAN-CODE         PIC X(8).
              10 DL-EFF-DATE          PIC 9(8).
           05 DL-TIER                 PIC X(6).
           05 DL-AMOUNT               PIC 9(5)V9(2).
           05 DL-SENT-DATE            PIC 9(8).
           05 DL-STATUS               PIC X(1).
              88 DL-SENT              VALUE "S".
              88 DL-APPLIED           VALUE "A".
              88 DL-APPLIED-DIFF      VALUE "D".
              88 DL-REJECTED          VALUE "R".
           05 DL-APPLIED-AMOUNT       PIC 9(5)V9(2).
           05 DL-REASON               PIC X(20).
           05 DL-CONFIRM-DATE         PIC 9(8).
           05 DL-RESUBMIT-COUNT       PIC 9(2).
           05 FILLER                  PIC X(10).
