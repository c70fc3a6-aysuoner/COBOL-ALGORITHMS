      *-----------------------------------------------------------------
      * MERGCTL.CPY
      * STUDENT-ID MERGE CONTROL CARD. STUDUPS WRITES ONE PROPOSED
      * CARD PER PROBABLE DUPLICATE TO DUPCAND WITH THE APPROVER
      * BLANK; THE REGISTRAR CHECKS THE PAIR, SETS OR SWAPS THE
      * SURVIVOR, SIGNS THE CARD AND PASSES IT TO STUMERGE ON
      * MERGCTL. A CARD WITHOUT AN APPROVER IS NEVER ACTED ON.
      *    MC-ACTION      M - MERGE THE VICTIM INTO THE SURVIVOR
      *                   R - REVERSE MERGE MC-MERGE-NO FROM THE
      *                       MERGREG REGISTER (SURVIVOR AND VICTIM
      *                       MUST MATCH THE REGISTER)
      *    MC-SCORE       STUDUPS MATCH SCORE - INFORMATION ONLY
      *-----------------------------------------------------------------
       01  MERGE-CONTROL-RECORD.
           05 MC-ACTION               PIC X(1).
              88 MC-MERGE             VALUE "M".
              88 MC-REVERSE           VALUE "R".
           05 MC-SURVIVOR-ID          PIC X(6).
           05 MC-VICTIM-ID            PIC X(6).
           05 MC-MERGE-NO             PIC X(6).
           05 MC-MERGE-NO-NUM REDEFINES MC-MERGE-NO
                                      PIC 9(6).
           05 MC-APPROVER             PIC X(8).
           05 MC-SCORE                PIC 9(3).
           05 FILLER                  PIC X(10).
