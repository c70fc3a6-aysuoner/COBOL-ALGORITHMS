      *-----------------------------------------------------------------
      * HOLDCHPM.CPY
      * PARAMETER LAYOUT FOR HOLDCHK, THE SHARED LITIGATION-HOLD
      * LOOKUP. A RETENTION OR PURGE STEP MOVES THE SUBJECT TYPE
      * (STU/EMP/ACCT/PGM, AS ON LEGLHOLD), THE SUBJECT KEY AND THE
      * DATE OF THE RECORD IT IS ABOUT TO DISPOSE OF TO HC-SUBJ-TYPE,
      * HC-SUBJ-KEY AND HC-DATE, CALLS HOLDCHK, AND KEEPS THE RECORD
      * WHENEVER HC-KEEP IS TRUE. A ZERO HC-DATE ASKS WHETHER ANY
      * ACTIVE HOLD NAMES THE SUBJECT AT ALL, FOR DATA THAT CARRIES
      * NO DATE OF ITS OWN. HC-MATTER COMES BACK WITH THE MATTER
      * THAT HOLDS THE RECORD, FOR THE CALLER'S REPORT.
      *
      * A SITE WITH NO LEGLHOLD FILE GETS HC-NO-REGISTRY AND PURGES
      * AS IT ALWAYS DID. A REGISTRY THAT EXISTS BUT CANNOT BE READ,
      * OR HOLDS MORE ACTIVE HOLDS THAN THE LOOKUP TABLE, COMES BACK
      * HC-REGISTRY-DOWN FOR EVERY SUBJECT WITH MATTER "*ALL*" - A
      * HOLD THAT CANNOT BE CHECKED IS A HOLD THAT IS HONORED.
      *
      * COPY THIS UNDER YOUR OWN 01-LEVEL GROUP IN WORKING-STORAGE.
      *-----------------------------------------------------------------
       05  HC-SUBJ-TYPE              PIC X(04).
       05  HC-SUBJ-KEY               PIC X(09).
       05  HC-DATE                   PIC 9(08).
       05  HC-RESULT                 PIC X(01).
           88  HC-HELD               VALUE "Y".
           88  HC-NOT-HELD           VALUE "N".
           88  HC-NO-REGISTRY        VALUE "X".
           88  HC-REGISTRY-DOWN      VALUE "U".
           88  HC-KEEP               VALUE "Y" "U".
       05  HC-MATTER                 PIC X(10).
