      *-----------------------------------------------------------------
      * ROLEAUTH.CPY
      * RECORD LAYOUT FOR THE ROLEAUTH ROLE-PROFILE KSDS, KEYED BY
      * ROLE ID, RESOURCE TYPE AND RESOURCE NAME. EACH RECORD IS ONE
      * GRANT: ROLE RA-ROLE-ID MAY INQUIRE, UPDATE, BOTH OR NEITHER ON
      * ONE ONLINE TRANSACTION ID (TYPE T - UPDT, ADJA, HOLM AND SO
      * ON) OR ONE MASTER FILE (TYPE F - STUDMAST, EMPHLTH AND SO ON).
      * A RESOURCE NAME OF "*" COVERS EVERY TRANSACTION OR EVERY FILE
      * THE ROLE HAS NO RECORD OF ITS OWN FOR - A RECORD FOR THE NAMED
      * RESOURCE ALWAYS WINS OVER THE "*" RECORD, SO A ROLE CAN BE
      * GIVEN EVERYTHING BUT ONE TRANSACTION. USERS HOLD ROLES THROUGH
      * THE UA-ROLE-ID SLOTS ON USERAUTH; AUTHCHK ALLOWS AN ACCESS
      * ONLY WHEN ONE OF THE USER'S ROLES GRANTS IT ON BOTH THE
      * TRANSACTION AND THE FILE. ROLELOAD MAINTAINS THE FILE FROM
      * THE ROLEIN CARDS AND ROLERPT PRINTS THE ROLE MATRIX.
      *-----------------------------------------------------------------
       01  ROLE-AUTH-RECORD.
           05 RA-KEY.
              10 RA-ROLE-ID           PIC X(08).
              10 RA-RES-TYPE          PIC X(01).
                 88 RA-TRANSACTION    VALUE "T".
                 88 RA-MASTER-FILE    VALUE "F".
                 88 RA-TYPE-VALID     VALUE "T" "F".
              10 RA-RESOURCE          PIC X(08).
           05 RA-INQUIRE-FLAG         PIC X(01).
              88 RA-MAY-INQUIRE       VALUE "Y".
           05 RA-UPDATE-FLAG          PIC X(01).
              88 RA-MAY-UPDATE        VALUE "Y".
           05 RA-DESCRIPTION          PIC X(30).
           05 RA-LAST-CHANGE-DATE     PIC 9(08).
           05 FILLER                  PIC X(13).
