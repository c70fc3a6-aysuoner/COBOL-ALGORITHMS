      *-----------------------------------------------------------------
      * STEPOWN.CPY
      * THE BATCH STEP-OWNERSHIP TABLE - ONE LINE PER MASTCTRL STEP,
      * NAMING THE DEPARTMENT THAT OWNS IT AND THE COST-CENTER
      * ACCOUNT ITS SHARE OF THE NIGHTLY CYCLE IS CHARGED TO.
      * SO-STEP-NAME IS THE NAME MASTCTRL STAMPS AS THE PROGRAM ON
      * THE STEP'S ENTRY AND EXIT AUDIT EVENTS, SO-PROGRAM THE
      * PROGRAM THE STEP CALLS (THE SAME NAME FOR EVERY STEP TODAY;
      * BLANK MEANS THE SAME). SO-DEPT IS THE KEY CYCRATE PRICES BY.
      * A CARD WITH "*" IN COLUMN 1 IS A COMMENT.
      *-----------------------------------------------------------------
       01  STEP-OWNER-RECORD.
           05 SO-STEP-NAME           PIC X(09).
           05 SO-PROGRAM             PIC X(09).
           05 SO-DEPT                PIC X(08).
           05 SO-COST-CENTER         PIC X(08).
           05 SO-DEPT-NAME           PIC X(30).
           05 FILLER                 PIC X(16).
