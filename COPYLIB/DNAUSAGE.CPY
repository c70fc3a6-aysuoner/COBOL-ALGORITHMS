      *-----------------------------------------------------------------
      * DNAUSAGE.CPY
      * RECORD LAYOUT FOR THE DNAUSAGE PIPELINE USAGE LEDGER, APPENDED
      * RUN AFTER RUN - ONE RECORD PER LOGICAL SEQUENCE DNABATCH
      * DISPOSES OF AND ONE PER TRANSCRIPT PROTXLAT TRANSLATES, EACH
      * CARRYING THE SUBMITTER AND CHARGE ACCOUNT FROM THE DNAIN LEAD
      * RECORD, SO DNABILL CAN PRICE EACH LAB'S MONTH.
      *    DU-STAGE     T  TRANSCRIPTION (DNABATCH)
      *                 P  PROTEIN TRANSLATION (PROTXLAT)
      *    DU-OUTCOME   A  WORK DONE - BILLABLE
      *                 D  UNCHANGED SEQCAT RESUBMISSION - SKIPPED
      *                 R  REJECTED TO DNAREJ - NOT TRANSCRIBED
      *    DU-LENGTH    NUCLEOTIDES IN THE LOGICAL SEQUENCE
      *-----------------------------------------------------------------
       01  DNA-USAGE-RECORD.
           05 DU-SEQ-ID               PIC X(10).
           05 DU-STAGE                PIC X(1).
              88 DU-TRANSCRIPTION     VALUE "T".
              88 DU-PROTEIN           VALUE "P".
           05 DU-OUTCOME              PIC X(1).
              88 DU-BILLABLE          VALUE "A".
              88 DU-DUPLICATE         VALUE "D".
              88 DU-REJECTED          VALUE "R".
           05 DU-DATE                 PIC 9(8).
           05 DU-SUBMITTER            PIC X(8).
           05 DU-CHARGE-ACCT          PIC X(8).
           05 DU-LENGTH               PIC 9(5).
           05 FILLER                  PIC X(9).
