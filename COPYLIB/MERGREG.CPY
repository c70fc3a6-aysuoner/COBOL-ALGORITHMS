      *-----------------------------------------------------------------
      * MERGREG.CPY
      * STUDENT-ID MERGE REGISTER (KSDS, KEY MR-KEY = MERGE NUMBER +
      * SEQUENCE). STUMERGE WRITES ONE HEADER (SEQUENCE 0) PER MERGE
      * AND ONE DETAIL PER RECORD THE MERGE TOUCHED, CARRYING THE
      * BEFORE IMAGES A REVERSAL PUTS BACK. MERGE NUMBER 0 IS THE
      * CONTROL RECORD HOLDING THE LAST MERGE NUMBER ISSUED.
      *    MR-FILE        STUM STUDMAST   HIST STUHIST
      *                   ATTN ATTMAST    RANK RANKMAST
      *                   CRSH CRSHIST
      *    MR-ACTION      M - VICTIM RECORD RE-KEYED TO THE SURVIVOR
      *                   C - VICTIM RECORD FOLDED INTO THE
      *                       SURVIVOR'S; MR-SURVIVOR-IMAGE IS THE
      *                       SURVIVOR'S RECORD BEFORE THE MERGE
      *                   D - VICTIM RECORD DROPPED, THE SURVIVOR
      *                       ALREADY HAD ONE FOR THE SAME KEY
      *                   R - VICTIM STUDMAST RECORD RETIRED
      *    MRH-STATUS     A - APPLIED, R - REVERSED
      *-----------------------------------------------------------------
       01  MERGE-REGISTER-RECORD.
           05 MR-KEY.
              10 MR-MERGE-NO          PIC 9(6).
              10 MR-SEQ               PIC 9(4).
           05 MR-TYPE                 PIC X(1).
              88 MR-HEADER            VALUE "H".
              88 MR-DETAIL            VALUE "D".
           05 MR-FILE                 PIC X(4).
           05 MR-ACTION               PIC X(1).
              88 MR-MOVED             VALUE "M".
              88 MR-COMBINED          VALUE "C".
              88 MR-DROPPED           VALUE "D".
              88 MR-RETIRED           VALUE "R".
           05 MR-VICTIM-IMAGE         PIC X(80).
           05 MR-SURVIVOR-IMAGE       PIC X(80).
           05 FILLER                  PIC X(10).
       01  MERGE-REGISTER-HEADER.
           05 MRH-KEY.
              10 MRH-MERGE-NO         PIC 9(6).
              10 MRH-SEQ              PIC 9(4).
           05 MRH-TYPE                PIC X(1).
           05 MRH-SURVIVOR-ID         PIC X(6).
           05 MRH-VICTIM-ID           PIC X(6).
           05 MRH-MERGE-DATE          PIC 9(8).
           05 MRH-APPROVER            PIC X(8).
           05 MRH-DETAIL-COUNT        PIC 9(4).
           05 MRH-STATUS              PIC X(1).
              88 MRH-APPLIED          VALUE "A".
              88 MRH-REVERSED         VALUE "R".
           05 MRH-REVERSE-DATE        PIC 9(8).
           05 MRH-REVERSE-BY          PIC X(8).
           05 MRH-LAST-MERGE-NO       PIC 9(6).
           05 FILLER                  PIC X(120).
