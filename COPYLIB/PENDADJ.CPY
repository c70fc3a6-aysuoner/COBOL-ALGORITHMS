      * USER ID AND DECISION DATE, AND THE ADJRELSE BATCH STEP
      * RELEASES ONLY APPROVED ENTRIES TO THE NEXT CYCLE'S ADJOUT
      * FEED, MARKING THEM RELEASED SO THEY CANNOT GO TWICE.
      * MODIFIED 15/10/2026 - THE LANGUAGE THE PAYEE'S REFUND CHECK
      * IS PRINTED IN, "E" ENGLISH OR "S" SPANISH, SET BY THE
      * APPROVING SUPERVISOR THROUGH ADJAPPR AND CARRIED THROUGH
      * ADJOUT TO CHEKWRTR. BLANK (EVERY RECORD CTLRECON RAISES, AND
      * THOSE WRITTEN BEFORE THE FIELD EXISTED) IS ENGLISH.
      *-----------------------------------------------------------------
       01  PENDING-ADJUSTMENT-RECORD.
           05 ADJ-KEY.
              88 ADJ-STAT-RELEASED   VALUE "X".
           05 ADJ-APPROVER            PIC X(8).
           05 ADJ-DECISION-DATE       PIC 9(8).
           05 ADJ-PAYEE-LANG          PIC X(1).
              88 ADJ-LANG-ENGLISH    VALUE "E" " ".
              88 ADJ-LANG-SPANISH    VALUE "S".
           05 FILLER                  PIC X(9).
