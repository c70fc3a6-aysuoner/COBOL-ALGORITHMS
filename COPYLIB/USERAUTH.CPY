      * USRADMIN RESET TRANSACTION. A RECORD WRITTEN BEFORE THE
      * CREDENTIAL FIELDS EXISTED CARRIES SPACES - A BLANK PASSWORD
      * READS AS "FIRST USE, CHANGE REQUIRED".
      * MODIFIED 15/10/2026 - ACCESS RECERTIFICATION FIELDS. ONLNSGN
      * STAMPS THE DATE OF EACH CLEAN SIGN-ON; THE LOCK REASON SAYS
      * WHY AN ACCOUNT IS LOCKED (F REPEATED FAILURES, D DORMANT PAST
      * THE THRESHIN USER-DORMANT-DAYS, R NOT RE-CERTIFIED BY ITS
      * SUPERVISOR) AND THE STATUS DATE WHEN THE LOCK WAS SET OR
      * CLEARED; THE SUPERVISOR IS THE USER WHO SIGNS OFF THIS
      * USER'S ACCESS EACH QUARTER, SET THROUGH USRADMIN. THE USRRECRT
      * JOB READS AND SETS THEM. THE RECORD GROWS BY TWENTY-FIVE
      * BYTES - REDEFINE THE CLUSTER AND REPRO THE OLD RECORDS IN. A
      * RECORD CARRIED OVER HOLDS SPACES IN THE NEW FIELDS: NO SIGN-ON
      * YET RECORDED, NO REASON, NO SUPERVISOR - USRRECRT STARTS ITS
      * DORMANCY CLOCK FROM THE FIRST RUN THAT SEES SUCH A RECORD.
      * MODIFIED 15/10/2026 - ROLE PROFILES REPLACE THE GLOBAL INQUIRE
      * AND UPDATE FLAGS. A USER HOLDS UP TO FIVE ROLES (ROLEAUTH.CPY)
      * IN THE UA-ROLE-ID SLOTS, GRANTED AND REVOKED THROUGH USRADMIN;
      * A BLANK SLOT HOLDS NOTHING. AUTHCHK NO LONGER READS THE OLD
      * FLAGS - THEY SURVIVE ONLY AS UA-LEGACY-INQUIRE AND
      * UA-LEGACY-UPDATE SO ROLELOAD CAN CONVERT A USER WHO HOLDS NO
      * ROLE YET, AFTER WHICH IT BLANKS THEM. THE RECORD GROWS BY
      * FORTY BYTES - REDEFINE AND REPRO AS BEFORE.
      *-----------------------------------------------------------------
       01  USER-AUTH-RECORD.
           05 UA-USER-ID             PIC X(08).
           05 UA-LEGACY-INQUIRE      PIC X(01).
           05 UA-LEGACY-UPDATE       PIC X(01).
           05 UA-PASSWORD            PIC X(08).
           05 UA-LOCK-FLAG           PIC X(01).
              88 UA-LOCKED          VALUE "L".
           05 UA-FAIL-COUNT          PIC 9(02).
           05 UA-ADMIN-FLAG          PIC X(01).
              88 UA-ADMIN           VALUE "Y".
           05 UA-LAST-SIGNON-DATE    PIC 9(08).
           05 UA-LOCK-REASON         PIC X(01).
              88 UA-LOCK-FAILURES   VALUE "F".
              88 UA-LOCK-DORMANT    VALUE "D".
              88 UA-LOCK-NOT-CERT   VALUE "R".
           05 UA-STATUS-DATE         PIC 9(08).
           05 UA-SUPERVISOR          PIC X(08).
           05 UA-ROLES.
              10 UA-ROLE-ID          PIC X(08) OCCURS 5 TIMES.
           05 FILLER                 PIC X(10).
