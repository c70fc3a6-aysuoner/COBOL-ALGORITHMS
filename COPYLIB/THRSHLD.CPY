       05  TH-SIGNON-MAX-FAILS       PIC 9(2).
       05  TH-SIGNON-PW-DAYS         PIC 9(3).
       05  TH-BADGE-GRACE-DAYS       PIC 9(3).
       05  TH-ESCHEAT-DAYS           PIC 9(4).
       05  TH-MATCH-PRICE-PCT        PIC 9(3)V9(2).
       05  TH-MATCH-QTY-PCT          PIC 9(3)V9(2).
       05  TH-1099-MIN-AMOUNT        PIC 9(5)V9(2).
       05  TH-DUP-WINDOW-DAYS        PIC 9(3).
       05  TH-PO-LEAD-DAYS           PIC 9(3).
       05  TH-ROP-SERVICE-PCT        PIC 9(3)V9(2).
       05  TH-ROP-HISTORY-WEEKS      PIC 9(3).
       05  TH-ROP-REVIEW-DAYS        PIC 9(3).
       05  TH-DUP-STU-SCORE          PIC 9(3).
       05  TH-INC-NOTICE-DAYS        PIC 9(3).
       05  TH-SCORE-DIVERGE          PIC 9(1)V9(2).
       05  TH-SCORE-MIN-STUDENTS     PIC 9(3).
       05  TH-RISK-SYS-MOD           PIC 9(3).
       05  TH-RISK-SYS-HIGH          PIC 9(3).
       05  TH-RISK-DIA-MOD           PIC 9(3).
       05  TH-RISK-DIA-HIGH          PIC 9(3).
       05  TH-RISK-CHOL-MOD          PIC 9(3).
       05  TH-RISK-CHOL-HIGH         PIC 9(3).
       05  TH-RISK-GLU-MOD           PIC 9(3).
       05  TH-RISK-GLU-HIGH          PIC 9(3).
       05  TH-RISK-TOBACCO-PTS       PIC 9(3).
       05  TH-RISK-OBESE-PTS         PIC 9(3).
       05  TH-RISK-MOD-POINTS        PIC 9(3).
       05  TH-RISK-HIGH-POINTS       PIC 9(3).
       05  TH-CARRIER-MIN-CELL       PIC 9(3).
       05  TH-ORPHAN-TOLERANCE       PIC 9(5).
       05  TH-USER-DORMANT-DAYS      PIC 9(3).
       05  TH-RPT-KEEP-DAYS          PIC 9(3).
       05  TH-XREF-STALE-CYCLES      PIC 9(3).
