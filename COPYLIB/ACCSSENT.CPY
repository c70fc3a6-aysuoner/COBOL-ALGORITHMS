      *-----------------------------------------------------------------
      * ACCSSENT.CPY
      * RECORD LAYOUT FOR THE ACCSSENT VSAM KSDS, KEYED BY THE BADGE
      * CODE - THE STATE OF EACH BADGE AS ACCSFEED LAST TOLD THE
      * DOOR-ACCESS SYSTEM. THE DAILY DELTA IS WHATEVER BADGMAST AND
      * EMPHLTH SAY NOW THAT DIFFERS FROM THIS FILE, SO A DAY'S
      * CHANGE IS SENT ONCE AND ONLY ONCE WHATEVER DATE IT CARRIES.
      *    AS-STATE    A  ACTIVATED AT THE VENDOR
      *                S  SUSPENDED (EMPLOYEE ON LEAVE)
      *                D  DEACTIVATED (BADGE RETURNED)
      *-----------------------------------------------------------------
       01  ACCESS-SENT-RECORD.
           05 AS-BADGE-CODE           PIC X(20).
           05 AS-EMP-ID               PIC X(6).
           05 AS-STATE                PIC X(1).
              88 AS-ACTIVE            VALUE "A".
              88 AS-SUSPENDED         VALUE "S".
              88 AS-DEACTIVATED       VALUE "D".
           05 AS-SEQ-NO               PIC 9(6).
           05 AS-SENT-DATE            PIC 9(8).
           05 FILLER                  PIC X(10).
