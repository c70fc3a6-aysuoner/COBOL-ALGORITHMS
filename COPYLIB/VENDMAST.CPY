      * THE BENFORD TOP-TEN NOW PRINTS THE VENDOR NAME AND CONTACT
      * OFF THIS FILE, MAINTAINED BY THE VENDLOAD BATCH UPSERT FROM
      * THE VENDIN FEED.
      * MODIFIED 15/10/2026 - TAX ATTRIBUTES FOR YEAR-END 1099
      * REPORTING: TAXPAYER ID AND ITS TYPE (EIN OR SSN), THE LEGAL
      * NAME AND ADDRESS THE IRS KNOWS THE VENDOR BY, AND WHETHER THE
      * VENDOR IS 1099-REPORTABLE AT ALL. AP1099 READS THESE.
      * MODIFIED 15/10/2026 - VENDOR STATUS (ACTIVE / INACTIVE), THE
      * REMITTANCE ADDRESS AND BANK DETAILS WE PAY TO, AND THE USER
      * AND DATE OF THE LAST CHANGE. THE ONLVEND TRANSACTION
      * MAINTAINS THEM; A REMITTANCE OR BANK CHANGE WAITS ON THE
      * VENDPEND FILE UNTIL A SECOND USER APPROVES IT.
      * MODIFIED 15/10/2026 - THE LANGUAGE THE VENDOR'S CHECKS AND
      * VOUCHERS ARE PRINTED IN - "E" ENGLISH (BLANK ON RECORDS
      * WRITTEN BEFORE THE FIELD EXISTED READS AS ENGLISH) OR "S"
      * SPANISH. CARRIED ON THE VENDIN FEED AND THE ONLVEND LANG
      * FIELD; CHEKWRTR PRINTS BY IT.
      *-----------------------------------------------------------------
       01  VENDOR-MASTER-RECORD.
           05 VEND-PREFIX             PIC X(3).
           05 VEND-NAME               PIC X(25).
           05 VEND-CONTACT            PIC X(25).
           05 VEND-PHONE              PIC X(12).
           05 VEND-TAX-DATA.
              10 VEND-TIN             PIC X(9).
              10 VEND-TIN-NUM REDEFINES VEND-TIN
                                      PIC 9(9).
              10 VEND-TIN-TYPE        PIC X(1).
                 88 VEND-TIN-EIN      VALUE "E".
                 88 VEND-TIN-SSN      VALUE "S".
              10 VEND-LEGAL-NAME      PIC X(40).
              10 VEND-ADDRESS         PIC X(40).
              10 VEND-CITY            PIC X(30).
              10 VEND-STATE           PIC X(2).
              10 VEND-ZIP             PIC X(9).
              10 VEND-1099-SW         PIC X(1).
                 88 VEND-1099-REPORTABLE VALUE "Y".
           05 VEND-STATUS             PIC X(1).
              88 VEND-ACTIVE         VALUE "A" " ".
              88 VEND-INACTIVE       VALUE "I".
           05 VEND-REMIT-DATA.
              10 VEND-REMIT-ADDRESS   PIC X(40).
              10 VEND-REMIT-CITY      PIC X(30).
              10 VEND-REMIT-STATE     PIC X(2).
              10 VEND-REMIT-ZIP       PIC X(9).
              10 VEND-BANK-ROUTING    PIC X(9).
              10 VEND-BANK-ACCOUNT    PIC X(17).
           05 VEND-CHANGE-USER        PIC X(8).
           05 VEND-CHANGE-DATE        PIC 9(8).
           05 VEND-LANGUAGE           PIC X(1).
              88 VEND-LANG-ENGLISH   VALUE "E" " ".
              88 VEND-LANG-SPANISH   VALUE "S".
           05 FILLER                  PIC X(9).
