      *-----------------------------------------------------------------
      * BIOHIST.CPY
      * RECORD LAYOUT FOR THE EMPBIOH BIOMETRIC SCREENING-HISTORY
      * VSAM KSDS - ONE RECORD PER EMPLOYEE PER SCREENING DATE, THE
      * SAME SHAPE EMPHIST KEEPS FOR WEIGHT AND HEIGHT. BIOLOAD
      * APPENDS EVERY NEW OR CHANGED SCREENING; RISKSTRT SCORES EACH
      * ONE ONCE, WITH THE CUT POINTS IN FORCE WHEN IT WAS SCORED, SO
      * WELLTIER CAN COMPARE AN EMPLOYEE'S FIRST AND LATEST RISK.
      *-----------------------------------------------------------------
       01  BIOMETRIC-HISTORY-RECORD.
           05 BIO-HIST-KEY.
              10 BIO-HIST-ID          PIC X(6).
              10 BIO-HIST-DATE        PIC 9(8).
           05 BIO-HIST-SYSTOLIC       PIC 9(3).
           05 BIO-HIST-DIASTOLIC      PIC 9(3).
           05 BIO-HIST-CHOLESTEROL    PIC 9(3).
           05 BIO-HIST-GLUCOSE        PIC 9(3).
           05 BIO-HIST-TOBACCO        PIC X(1).
           05 BIO-HIST-RISK-POINTS    PIC 9(2).
           05 BIO-HIST-RISK-LEVEL     PIC X(1).
              88 BIO-HIST-UNSCORED    VALUE " ".
           05 FILLER                  PIC X(10).
