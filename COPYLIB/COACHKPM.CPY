      *-----------------------------------------------------------------
      * COACHKPM.CPY
      * PARAMETER LAYOUT FOR COACHK, THE SHARED CHART-OF-ACCOUNTS
      * LOOKUP. A POSTING STEP MOVES THE ACCOUNT ID TO CK-ACCT-ID,
      * CALLS COACHK, AND TESTS THE RETURNED CONDITION NAMES BEFORE
      * IT POSTS. CK-ACCT-TYPE, CK-FUND AND CK-NORMAL-BAL COME BACK
      * FROM THE CHART WHEN THE ACCOUNT IS ON IT. A SITE WITH NO
      * COAMAST SET UP GETS CK-NO-CHART FOR EVERY ACCOUNT, AND THE
      * CALLERS TREAT THAT AS POSTABLE SO THEY KEEP THEIR OLD
      * BEHAVIOR UNTIL THE CHART IS LOADED.
      *
      * COPY THIS UNDER YOUR OWN 01-LEVEL GROUP IN WORKING-STORAGE.
      *-----------------------------------------------------------------
       05  CK-ACCT-ID                PIC X(08).
       05  CK-RESULT                 PIC X(01).
           88  CK-ACTIVE             VALUE "A".
           88  CK-INACTIVE           VALUE "I".
           88  CK-NOT-IN-CHART       VALUE "N".
           88  CK-NO-CHART           VALUE "X".
           88  CK-POSTABLE           VALUE "A" "X".
       05  CK-ACCT-TYPE              PIC X(01).
       05  CK-FUND                   PIC X(04).
       05  CK-NORMAL-BAL             PIC X(01).
