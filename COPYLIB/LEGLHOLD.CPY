      *-----------------------------------------------------------------
      * LEGLHOLD.CPY
      * RECORD LAYOUT FOR THE LEGLHOLD LITIGATION-HOLD REGISTRY KSDS,
      * KEYED BY MATTER ID PLUS SUBJECT. ONE RECORD NAMES ONE THING
      * COUNSEL HAS ORDERED PRESERVED UNDER ONE MATTER:
      *    LH-SUBJ-TYPE STU   STUDENT - LH-SUBJ-KEY IS THE STU-ID
      *                 EMP   EMPLOYEE - LH-SUBJ-KEY IS THE EMP-ID
      *                 ACCT  ACCOUNT - LH-SUBJ-KEY IS THE ACCT-ID
      *                 PGM   PROGRAM - LH-SUBJ-KEY IS THE PROGRAM
      *                       NAME AS IT APPEARS ON THE AUDIT TRAIL
      * THE HOLD COVERS RECORDS DATED FROM LH-FROM-DATE THROUGH
      * LH-TO-DATE; A ZERO FROM-DATE REACHES BACK TO THE BEGINNING
      * AND A ZERO TO-DATE LEAVES THE HOLD OPEN-ENDED. A HOLD IS
      * LIFTED BY STAMPING LH-RELEASED-DATE, NEVER BY DELETING IT,
      * SO THE REGISTRY STAYS A RECORD OF WHAT WAS PRESERVED AND
      * WHEN. MAINTAINED BY HOLDMNT; READ THROUGH HOLDCHK.
      *-----------------------------------------------------------------
       01  LEGAL-HOLD-RECORD.
           05 LH-KEY.
              10 LH-MATTER            PIC X(10).
              10 LH-SUBJ-TYPE         PIC X(4).
                 88 LH-STUDENT        VALUE "STU ".
                 88 LH-EMPLOYEE       VALUE "EMP ".
                 88 LH-ACCOUNT        VALUE "ACCT".
                 88 LH-PROGRAM        VALUE "PGM ".
                 88 LH-TYPE-VALID     VALUE "STU " "EMP " "ACCT"
                                            "PGM ".
              10 LH-SUBJ-KEY          PIC X(9).
           05 LH-FROM-DATE            PIC 9(8).
           05 LH-TO-DATE              PIC 9(8).
           05 LH-PLACED-BY            PIC X(8).
           05 LH-PLACED-DATE          PIC 9(8).
           05 LH-RELEASED-DATE        PIC 9(8).
              88 LH-ACTIVE            VALUE 0.
           05 LH-RELEASED-BY          PIC X(8).
           05 FILLER                  PIC X(9).
