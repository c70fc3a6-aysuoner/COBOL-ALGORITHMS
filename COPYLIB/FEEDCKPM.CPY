      *-----------------------------------------------------------------
      * FEEDCKPM.CPY
      * PARAMETER LAYOUT FOR FEEDCHK, THE SHARED FEED-ARRIVAL CHECK.
      * MOVE THE FEED'S FILE NAME (DISTRICT-QUALIFIED WHERE THE FEED
      * ARRIVES PER DISTRICT) AND TODAY'S DATE TO FK-FEED-NAME AND
      * FK-DATE, CALL FEEDCHK, AND READ BACK FK-RESULT:
      *    - FK-FRESH     THE FILE IS THERE AND ITS TRAILER SIGNATURE
      *                   IS NOT ON FEEDLDGR - A NEW ARRIVAL (A FILE
      *                   WITH NO TRAILER CANNOT BE SIGNED AND IS
      *                   TAKEN AT ITS WORD)
      *    - FK-CONSUMED  FEEDLDGR SHOWS THE FEED REGISTERED TODAY -
      *                   IT ARRIVED AND HAS ALREADY BEEN TAKEN IN
      *    - FK-STALE     THE FILE IS THERE BUT ITS SIGNATURE WAS
      *                   CONSUMED ON AN EARLIER DAY - YESTERDAY'S
      *                   FEED STILL SITTING WHERE TODAY'S SHOULD BE
      *    - FK-MISSING   NO FILE AND NOTHING REGISTERED TODAY
      * FK-ARRIVED IS TRUE FOR THE FIRST TWO.
      *
      * COPY THIS UNDER YOUR OWN 01-LEVEL GROUP IN WORKING-STORAGE.
      *-----------------------------------------------------------------
       05  FK-FEED-NAME              PIC X(08).
       05  FK-DATE                   PIC 9(08).
       05  FK-RESULT                 PIC X(01).
           88  FK-FRESH              VALUE "A".
           88  FK-CONSUMED           VALUE "C".
           88  FK-STALE              VALUE "S".
           88  FK-MISSING            VALUE "M".
           88  FK-ARRIVED            VALUE "A" "C".
