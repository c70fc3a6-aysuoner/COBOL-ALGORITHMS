      *-----------------------------------------------------------------
      * PRODXREF.CPY
      * RECORD LAYOUT FOR THE PRODUCT-CODE CROSS-REFERENCE VSAM KSDS,
      * KEYED BY PX-CODE-A. EACH RECORD SAYS THAT A PRODUCT CODE ON
      * THE SYSTEM-A INTERFACE (PRODCODA) IS THE SAME PRODUCT AS
      * PX-CODE-B ON THE SYSTEM-B INTERFACE (PRODCODB), FROM
      * PX-EFF-FROM THROUGH PX-EFF-TO (ZERO MEANS STILL IN EFFECT).
      * BOTH CODES ARE HELD IN UPPER CASE, THE WAY CASEVAL MATCHES
      * THEM. XREFLOAD MAINTAINS THE MAPPING FROM THE XREFIN CARDS;
      * A MAPPING IS RETIRED BY GIVING IT AN EFFECTIVE-TO DATE,
      * NEVER BY DELETING IT. CASEVAL TRANSLATES THROUGH IT AND
      * KEEPS THE LAST-SEEN AND MISSED-CYCLE FIELDS: A CYCLE IN
      * WHICH NEITHER CODE APPEARS ON ITS FEED ADDS ONE TO
      * PX-MISSED-CYCLES (ONCE PER RUN DATE), AND ONE IN WHICH
      * EITHER DOES RESETS IT.
      *-----------------------------------------------------------------
       01  PRODUCT-XREF-RECORD.
           05 PX-CODE-A               PIC X(20).
           05 PX-CODE-B               PIC X(20).
           05 PX-DESCRIPTION          PIC X(30).
           05 PX-EFF-FROM             PIC 9(8).
           05 PX-EFF-TO               PIC 9(8).
           05 PX-LAST-SEEN-DATE       PIC 9(8).
           05 PX-LAST-CHECK-DATE      PIC 9(8).
           05 PX-MISSED-CYCLES        PIC 9(4).
           05 PX-LAST-CHANGE-DATE     PIC 9(8).
           05 FILLER                  PIC X(06).
