      *-----------------------------------------------------------------
      * BIOMAST.CPY
      * RECORD LAYOUT FOR THE EMPBIO BIOMETRIC SCREENING VSAM KSDS,
      * KEYED BY EMPLOYEE ID LIKE EMPHLTH. EMPHLTH HOLDS ONLY WEIGHT,
      * HEIGHT AND THE BMI CATEGORY; THIS RECORD CARRIES THE REST OF
      * THE SCREENING VENDOR'S RESULTS FROM THE EMPLOYEE'S LATEST
      * SCREENING, LOADED BY BIOLOAD FROM THE BIOIN FEED, AND THE
      * RISK LEVEL RISKSTRT SCORES FROM THEM. EVERY SCREENING IS ALSO
      * KEPT ON EMPBIOH (BIOHIST.CPY).
      *    BIO-SYSTOLIC/DIASTOLIC  BLOOD PRESSURE, MM HG
      *    BIO-CHOLESTEROL         TOTAL CHOLESTEROL, MG/DL
      *    BIO-GLUCOSE             FASTING GLUCOSE, MG/DL
      *    BIO-RISK-LEVEL          L/M/H, OR SPACE UNTIL RISKSTRT HAS
      *                            SCORED THE SCREENING
      *-----------------------------------------------------------------
       01  BIOMETRIC-SCREEN-RECORD.
           05 BIO-EMP-ID              PIC X(6).
           05 BIO-SCREEN-DATE         PIC 9(8).
           05 BIO-SYSTOLIC            PIC 9(3).
           05 BIO-DIASTOLIC           PIC 9(3).
           05 BIO-CHOLESTEROL         PIC 9(3).
           05 BIO-GLUCOSE             PIC 9(3).
           05 BIO-TOBACCO             PIC X(1).
              88 BIO-TOBACCO-USER     VALUE "Y".
              88 BIO-TOBACCO-VALID    VALUE "Y" "N".
           05 BIO-RISK-POINTS         PIC 9(2).
           05 BIO-RISK-LEVEL          PIC X(1).
              88 BIO-RISK-LOW         VALUE "L".
              88 BIO-RISK-MODERATE    VALUE "M".
              88 BIO-RISK-HIGH        VALUE "H".
              88 BIO-RISK-UNSCORED    VALUE " ".
           05 BIO-RISK-DATE           PIC 9(8).
           05 FILLER                  PIC X(10).
