      *-----------------------------------------------------------------
      * COAMAST.CPY
      * RECORD LAYOUT FOR THE CHART-OF-ACCOUNTS VSAM KSDS, KEYED BY
      * COA-ACCT-ID - THE SAME EIGHT-CHARACTER ID ACCTMAST IS KEYED
      * BY. ACCTMAST ONLY CARRIES RUNNING SUMS; THIS RECORD SAYS WHAT
      * KIND OF ACCOUNT THE ID IS (ASSET, LIABILITY, FUND BALANCE,
      * REVENUE OR EXPENSE), WHICH FUND AND FUNCTION IT BELONGS TO,
      * WHICH SIDE ITS BALANCE NORMALLY FALLS ON, AND WHETHER IT MAY
      * STILL BE POSTED TO. COALOAD MAINTAINS IT FROM THE COAIN FEED;
      * COACHK ANSWERS THE POSTING STEPS' "MAY I POST HERE" QUESTION
      * FROM IT AND TRIALBAL GROUPS THE TRIAL BALANCE BY IT.
      *-----------------------------------------------------------------
       01  CHART-OF-ACCOUNTS-RECORD.
           05 COA-ACCT-ID             PIC X(8).
           05 COA-DESCRIPTION         PIC X(30).
           05 COA-ACCT-TYPE           PIC X(1).
              88 COA-ASSET            VALUE "A".
              88 COA-LIABILITY        VALUE "L".
              88 COA-FUND-BALANCE     VALUE "Q".
              88 COA-REVENUE          VALUE "R".
              88 COA-EXPENSE          VALUE "E".
              88 COA-TYPE-VALID       VALUE "A" "L" "Q" "R" "E".
           05 COA-FUND                PIC X(4).
           05 COA-FUNCTION            PIC X(4).
           05 COA-NORMAL-BAL          PIC X(1).
              88 COA-NORMAL-DEBIT     VALUE "D".
              88 COA-NORMAL-CREDIT    VALUE "C".
           05 COA-ACTIVE-SW           PIC X(1).
              88 COA-ACTIVE           VALUE "Y".
              88 COA-INACTIVE         VALUE "N".
           05 COA-LAST-CHANGE-DATE    PIC 9(8).
           05 FILLER                  PIC X(23).
