      *-----------------------------------------------------------------
      * RPTLINE.CPY
      * RECORD LAYOUT FOR THE RPTLINE ONLINE REPORT STORE KSDS - ONE
      * RECORD PER PRINT LINE OF A RECIPIENT'S SHARE OF A REPORT,
      * KEYED BY CYCLE RUN-ID, RECIPIENT, REPORT FILE AND LINE NUMBER
      * (FROM 1, IN PRINT ORDER), SO RPTVIEW CAN START A BROWSE AT
      * ANY LINE AND PAGE FORWARD OR BACKWARD. RL-PAGE-NO COUNTS THE
      * REPORT PAGES WITHIN THE RECIPIENT'S SHARE. WRITTEN AND PURGED
      * BY RPTDIST ALONGSIDE THE RPTDIR DIRECTORY.
      *-----------------------------------------------------------------
       01  REPORT-LINE-RECORD.
           05 RL-KEY.
              10 RL-RUN-ID            PIC X(08).
              10 RL-RECIPIENT         PIC X(08).
              10 RL-REPORT            PIC X(08).
              10 RL-LINE-NO           PIC 9(06).
           05 RL-PAGE-NO              PIC 9(05).
           05 RL-TEXT                 PIC X(80).
           05 FILLER                  PIC X(05).
