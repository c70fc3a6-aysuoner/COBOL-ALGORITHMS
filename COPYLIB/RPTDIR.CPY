      *-----------------------------------------------------------------
      * RPTDIR.CPY
      * RECORD LAYOUT FOR THE RPTDIR ONLINE REPORT DIRECTORY KSDS,
      * KEYED BY CYCLE RUN-ID, VIEWER USER ID, REPORT FILE AND
      * RECIPIENT. RPTDIST WRITES ONE RECORD FOR EACH USER ENTITLED BY
      * RCPTCTL TO A RECIPIENT'S SHARE OF A REPORT, SO THE RPTVIEW
      * TRANSACTION LISTS A USER'S REPORTS FOR A RUN WITH ONE KEYED
      * BROWSE AND A USER WITH NO RECORD HERE CANNOT OPEN THE REPORT.
      * THE LINES THEMSELVES ARE ON RPTLINE UNDER RUN-ID, RECIPIENT
      * AND REPORT. RD-DIST-DATE DRIVES THE RPT-KEEP-DAYS PURGE.
      *-----------------------------------------------------------------
       01  REPORT-DIRECTORY-RECORD.
           05 RD-KEY.
              10 RD-RUN-ID            PIC X(08).
              10 RD-VIEWER            PIC X(08).
              10 RD-REPORT            PIC X(08).
              10 RD-RECIPIENT         PIC X(08).
           05 RD-TITLE                PIC X(50).
           05 RD-PAGE-COUNT           PIC 9(05).
           05 RD-LINE-COUNT           PIC 9(06).
           05 RD-DIST-DATE            PIC 9(08).
           05 RD-DIST-TIME            PIC 9(06).
           05 FILLER                  PIC X(13).
