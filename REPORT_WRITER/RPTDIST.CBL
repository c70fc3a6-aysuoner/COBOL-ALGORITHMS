      * THE PERSISTENT PROBLEM LOG AND THE MATCHING AUDIT EVENT, SO
      * THE EVIDENCE OF A FAILURE NO LONGER EVAPORATES WITH THE JOB
      * LOG.
      * MODIFIED 15/10/2026 - EVERY ROUTED PAGE IS ALSO STORED ON THE
      * RPTLINE ONLINE REPORT STORE UNDER THE CYCLE RUN-ID PRINTED IN
      * ITS PAGE HEADER, THE RECIPIENT AND THE REPORT, AND THE RPTDIR
      * DIRECTORY GETS ONE ENTRY PER USER ENTITLED TO THAT SHARE, SO
      * THE RPTVIEW TRANSACTION CAN SHOW IT ON A TERMINAL. THE USERS
      * ARE THE UP-TO-THREE VIEWER USER IDS NOW PUNCHED AFTER THE
      * RECIPIENT ON THE RCPTCTL CARD (COLUMNS 47-70); A CARD WITH
      * NONE ENTITLES THE USER ID THAT MATCHES THE RECIPIENT NAME.
      * RERUNNING A CYCLE'S DISTRIBUTION REPLACES THAT RUN'S COPY AND
      * ITS ENTITLEMENTS; SHARES OLDER THAN THE THRESHIN
      * RPT-KEEP-DAYS ARE PURGED AT THE START OF EACH RUN. A STORE
      * THAT WILL NOT OPEN LEAVES THE PAPER DISTRIBUTION RUNNING AND
      * ENDS THE STEP RC 8.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SUMMARY-FILE ASSIGN TO "RPTDIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
           SELECT DIRECTORY-FILE ASSIGN TO "RPTDIR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RD-KEY
               FILE STATUS IS WS-DIR-STATUS.
           SELECT STORE-FILE ASSIGN TO "RPTLINE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-STORE-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05 CTL-REPORT-FILE        PIC X(8).
           05 CTL-MATCH-TEXT         PIC X(30).
           05 CTL-RECIPIENT          PIC X(8).
           05 CTL-VIEWER             PIC X(8) OCCURS 3 TIMES.

       FD  REPORT-IN-FILE.
       01  REPORT-IN-LINE            PIC X(80).
       FD  SUMMARY-FILE.
       01  SUMMARY-LINE              PIC X(80).

       FD  DIRECTORY-FILE.
           COPY "RPTDIR.CPY".

       FD  STORE-FILE.
           COPY "RPTLINE.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-RPT-STATUS             PIC X(02).
       01  WS-RCPT-STATUS            PIC X(02).
       01  WS-SUMMARY-STATUS         PIC X(02).
       01  WS-DIR-STATUS             PIC X(02).
       01  WS-STORE-STATUS           PIC X(02).
       01  WS-TH-PARMS.
           COPY "THRSHLD.CPY".
       01  WS-RUNID-PARM.
           COPY "RUNIDPM.CPY".
       01  WS-RPT-FILENAME           PIC X(08).
       01  WS-RCPT-FILENAME          PIC X(08).
       01  WS-CTL-EOF-SW             PIC X VALUE "N".
              10 WS-RULE-MATCH       PIC X(30).
              10 WS-RULE-RCPT        PIC X(8).
              10 WS-RULE-DONE-SW     PIC X(1).
              10 WS-RULE-VIEWER      PIC X(8) OCCURS 3 TIMES.
       01  WS-RCPT-MAX               PIC 9(02) VALUE 0.
       01  WS-RCPT-I                 PIC 9(02).
       01  WS-RCPT-HIT               PIC 9(02).
       01  WS-PAGES-LEFT             PIC 9(05) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-CURRENT-REPORT         PIC X(08).
      *-----------------------------------------------------------------
      * THE ONLINE STORE - ONE PACKAGE PER RUN-ID, REPORT AND
      * RECIPIENT STORED THIS RUN, WITH ITS PAGE AND LINE COUNTS AND
      * THE USERS ENTITLED TO IT, WRITTEN TO RPTDIR AT THE END.
      *-----------------------------------------------------------------
       01  WS-STORE-SW               PIC X VALUE "N".
           88 WS-STORE-OPEN          VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-TODAY                  PIC 9(08).
       01  WS-NOW-TIME               PIC 9(06).
       01  WS-AGE-DAYS               PIC S9(07).
       01  WS-DIR-EOF-SW             PIC X VALUE "N".
           88 WS-DIR-EOF             VALUE "Y".
       01  WS-LINE-EOF-SW            PIC X VALUE "N".
           88 WS-LINE-EOF            VALUE "Y".
       01  WS-CLEAR-KEY.
           05 WS-CK-RUN-ID           PIC X(08).
           05 WS-CK-RECIPIENT        PIC X(08).
           05 WS-CK-REPORT           PIC X(08).
       01  WS-PAGE-RUN-ID            PIC X(08).
       01  WS-PKG-MAX                PIC 9(03) VALUE 0.
       01  WS-PKG-I                  PIC 9(03).
       01  WS-PKG-HIT                PIC 9(03).
       01  WS-VW-I                   PIC 9(01).
       01  WS-VW-J                   PIC 9(01).
       01  WS-VW-HIT                 PIC 9(01).
       01  WS-PKG-TABLE.
           05 WS-PKG-ENTRY OCCURS 100 TIMES.
              10 WS-PKG-RUN-ID       PIC X(8).
              10 WS-PKG-REPORT       PIC X(8).
              10 WS-PKG-RCPT         PIC X(8).
              10 WS-PKG-TITLE        PIC X(50).
              10 WS-PKG-PAGES        PIC 9(5).
              10 WS-PKG-LINES        PIC 9(6).
              10 WS-PKG-VIEWER-MAX   PIC 9(1).
              10 WS-PKG-VIEWER       PIC X(8) OCCURS 5 TIMES.
       01  WS-PAGES-STORED           PIC 9(05) VALUE 0.
       01  WS-PAGES-NOT-STORED       PIC 9(05) VALUE 0.
       01  WS-DIR-WRITTEN            PIC 9(05) VALUE 0.
       01  WS-DIR-PURGED             PIC 9(05) VALUE 0.

      ******************************************************************
       PROCEDURE DIVISION.
              THRU RPTDIST-BURST-ONE-REPORT-END
              VARYING WS-RULE-I FROM 1 BY 1
              UNTIL WS-RULE-I > WS-RULE-MAX
           IF WS-STORE-OPEN
              PERFORM RPTDIST-WRITE-DIRECTORY
                 VARYING WS-PKG-I FROM 1 BY 1
                 UNTIL WS-PKG-I > WS-PKG-MAX
           END-IF
           PERFORM RPTDIST-WRITE-SUMMARY
              THRU RPTDIST-WRITE-SUMMARY-END
           PERFORM RPTDIST-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-TODAY
           MOVE WS-DATE-TIME (9:6) TO WS-NOW-TIME
           CALL "THRSHLD" USING WS-TH-PARMS
           SET RI-GET-RUN-ID TO TRUE
           CALL "RUNID" USING WS-RUNID-PARM
           PERFORM RPTDIST-OPEN-STORE
              THRU RPTDIST-OPEN-STORE-END
           IF WS-STORE-OPEN
              PERFORM RPTDIST-PURGE-ONE-ENTRY UNTIL WS-DIR-EOF
           END-IF.

       RPTDIST-READ-ONE-RULE.
                 MOVE CTL-MATCH-TEXT  TO WS-RULE-MATCH (WS-RULE-MAX)
                 MOVE CTL-RECIPIENT   TO WS-RULE-RCPT (WS-RULE-MAX)
                 MOVE "N"             TO WS-RULE-DONE-SW (WS-RULE-MAX)
                 MOVE CTL-VIEWER (1)
                    TO WS-RULE-VIEWER (WS-RULE-MAX 1)
                 MOVE CTL-VIEWER (2)
                    TO WS-RULE-VIEWER (WS-RULE-MAX 2)
                 MOVE CTL-VIEWER (3)
                    TO WS-RULE-VIEWER (WS-RULE-MAX 3)
                 IF CTL-VIEWER (1) = SPACES
                    AND CTL-VIEWER (2) = SPACES
                    AND CTL-VIEWER (3) = SPACES
                    MOVE CTL-RECIPIENT
                       TO WS-RULE-VIEWER (WS-RULE-MAX 1)
                 END-IF
           END-READ.

      *-----------------------------------------------------------------
              MOVE WS-RULE-RCPT (WS-TRY-I) TO WS-RCPT-FILENAME
              PERFORM RPTDIST-WRITE-PAGE-TO-RCPT
                 THRU RPTDIST-WRITE-PAGE-DONE
              IF WS-STORE-OPEN
                 PERFORM RPTDIST-STORE-PAGE
                    THRU RPTDIST-STORE-PAGE-END
              END-IF
           END-IF.
       RPTDIST-TRY-ONE-RULE-END. EXIT.

           MOVE WS-PAGE-LINE (WS-PAGE-LINE-I) TO RECIPIENT-LINE
           WRITE RECIPIENT-LINE.

      *-----------------------------------------------------------------
      * THE ONLINE STORE IS CREATED ON FIRST USE. IF EITHER FILE WILL
      * NOT OPEN THE STORE IS LEFT OFF FOR THE RUN AND THE PAPER
      * DISTRIBUTION CARRIES ON.
      *-----------------------------------------------------------------
       RPTDIST-OPEN-STORE.
           OPEN I-O DIRECTORY-FILE
           IF WS-DIR-STATUS = "35"
              OPEN OUTPUT DIRECTORY-FILE
              CLOSE DIRECTORY-FILE
              OPEN I-O DIRECTORY-FILE
           END-IF
           IF WS-DIR-STATUS NOT = "00"
              MOVE "RPTDIST" TO FE-PROGRAM
              MOVE "DIRECTORY-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-DIR-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
              GO TO RPTDIST-OPEN-STORE-END
           END-IF
           OPEN I-O STORE-FILE
           IF WS-STORE-STATUS = "35"
              OPEN OUTPUT STORE-FILE
              CLOSE STORE-FILE
              OPEN I-O STORE-FILE
           END-IF
           IF WS-STORE-STATUS NOT = "00"
              MOVE "RPTDIST" TO FE-PROGRAM
              MOVE "STORE-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-STORE-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
              CLOSE DIRECTORY-FILE
              GO TO RPTDIST-OPEN-STORE-END
           END-IF
           MOVE "Y" TO WS-STORE-SW.
       RPTDIST-OPEN-STORE-END. EXIT.

      *-----------------------------------------------------------------
      * A DIRECTORY ENTRY DISTRIBUTED MORE THAN RPT-KEEP-DAYS AGO GOES,
      * AND THE STORED LINES GO WITH IT (ANOTHER USER'S ENTRY FOR THE
      * SAME SHARE IS THE SAME AGE AND GOES IN THE SAME PASS).
      *-----------------------------------------------------------------
       RPTDIST-PURGE-ONE-ENTRY.
           READ DIRECTORY-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO WS-DIR-EOF-SW
              NOT AT END
                 COMPUTE WS-AGE-DAYS =
                    FUNCTION INTEGER-OF-DATE (WS-TODAY)
                    - FUNCTION INTEGER-OF-DATE (RD-DIST-DATE)
                 IF WS-AGE-DAYS > TH-RPT-KEEP-DAYS
                    DELETE DIRECTORY-FILE RECORD
                    ADD 1 TO WS-DIR-PURGED
                    MOVE RD-RUN-ID    TO WS-CK-RUN-ID
                    MOVE RD-RECIPIENT TO WS-CK-RECIPIENT
                    MOVE RD-REPORT    TO WS-CK-REPORT
                    PERFORM RPTDIST-CLEAR-LINES
                 END-IF
           END-READ.

      *-----------------------------------------------------------------
      * REMOVES EVERY STORED LINE OF THE SHARE IN WS-CLEAR-KEY.
      *-----------------------------------------------------------------
       RPTDIST-CLEAR-LINES.
           MOVE WS-CK-RUN-ID    TO RL-RUN-ID
           MOVE WS-CK-RECIPIENT TO RL-RECIPIENT
           MOVE WS-CK-REPORT    TO RL-REPORT
           MOVE 0 TO RL-LINE-NO
           MOVE "N" TO WS-LINE-EOF-SW
           START STORE-FILE KEY IS NOT LESS THAN RL-KEY
              INVALID KEY
                 MOVE "Y" TO WS-LINE-EOF-SW
           END-START
           PERFORM RPTDIST-CLEAR-ONE-LINE UNTIL WS-LINE-EOF.

       RPTDIST-CLEAR-ONE-LINE.
           READ STORE-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO WS-LINE-EOF-SW
              NOT AT END
                 IF RL-KEY (1:24) = WS-CLEAR-KEY
                    DELETE STORE-FILE RECORD
                 ELSE
                    MOVE "Y" TO WS-LINE-EOF-SW
                 END-IF
           END-READ.

      *-----------------------------------------------------------------
      * REMOVES EVERY USER'S DIRECTORY ENTRY FOR THE SHARE IN
      * WS-CLEAR-KEY, SO A RERUN'S ENTITLEMENTS COME ONLY FROM THE
      * CURRENT RCPTCTL CARDS.
      *-----------------------------------------------------------------
       RPTDIST-CLEAR-ENTRIES.
           MOVE LOW-VALUES TO RD-KEY
           MOVE WS-CK-RUN-ID TO RD-RUN-ID
           MOVE "N" TO WS-DIR-EOF-SW
           START DIRECTORY-FILE KEY IS NOT LESS THAN RD-KEY
              INVALID KEY
                 MOVE "Y" TO WS-DIR-EOF-SW
           END-START
           PERFORM RPTDIST-CLEAR-ONE-ENTRY UNTIL WS-DIR-EOF.

       RPTDIST-CLEAR-ONE-ENTRY.
           READ DIRECTORY-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO WS-DIR-EOF-SW
              NOT AT END
                 IF RD-RUN-ID NOT = WS-CK-RUN-ID
                    MOVE "Y" TO WS-DIR-EOF-SW
                 ELSE
                    IF RD-REPORT = WS-CK-REPORT
                       AND RD-RECIPIENT = WS-CK-RECIPIENT
                       DELETE DIRECTORY-FILE RECORD
                    END-IF
                 END-IF
           END-READ.

      *-----------------------------------------------------------------
      * STORES A ROUTED PAGE UNDER ITS RUN-ID, RECIPIENT AND REPORT.
      * THE RUN-ID IS TAKEN FROM THE RPTHDR RUN DATE LINE OF THE PAGE
      * AND FALLS BACK TO THIS CYCLE'S RUN-ID. THE FIRST PAGE OF A
      * SHARE THIS RUN CLEARS ANY COPY LEFT BY AN EARLIER RUN.
      *-----------------------------------------------------------------
       RPTDIST-STORE-PAGE.
           MOVE SPACES TO WS-PAGE-RUN-ID
           IF WS-PAGE-LINE-MAX > 1
              AND WS-PAGE-LINE (2) (1:10) = "RUN DATE: "
              MOVE WS-PAGE-LINE (2) (37:8) TO WS-PAGE-RUN-ID
           END-IF
           IF WS-PAGE-RUN-ID = SPACES
              MOVE RI-RUN-ID TO WS-PAGE-RUN-ID
           END-IF
           MOVE 0 TO WS-PKG-HIT
           PERFORM RPTDIST-FIND-PACKAGE
              VARYING WS-PKG-I FROM 1 BY 1
              UNTIL WS-PKG-I > WS-PKG-MAX OR WS-PKG-HIT > 0
           IF WS-PKG-HIT = 0
              IF WS-PKG-MAX NOT < 100
                 ADD 1 TO WS-PAGES-NOT-STORED
                 IF WS-JOB-RC < 4
                    MOVE 4 TO WS-JOB-RC
                 END-IF
                 GO TO RPTDIST-STORE-PAGE-END
              END-IF
              ADD 1 TO WS-PKG-MAX
              MOVE WS-PKG-MAX TO WS-PKG-HIT
              MOVE WS-PAGE-RUN-ID    TO WS-PKG-RUN-ID (WS-PKG-HIT)
              MOVE WS-CURRENT-REPORT TO WS-PKG-REPORT (WS-PKG-HIT)
              MOVE WS-RCPT-FILENAME  TO WS-PKG-RCPT (WS-PKG-HIT)
              MOVE WS-PAGE-LINE (1) (1:50)
                 TO WS-PKG-TITLE (WS-PKG-HIT)
              MOVE 0 TO WS-PKG-PAGES (WS-PKG-HIT)
              MOVE 0 TO WS-PKG-LINES (WS-PKG-HIT)
              MOVE 0 TO WS-PKG-VIEWER-MAX (WS-PKG-HIT)
              MOVE WS-PAGE-RUN-ID    TO WS-CK-RUN-ID
              MOVE WS-RCPT-FILENAME  TO WS-CK-RECIPIENT
              MOVE WS-CURRENT-REPORT TO WS-CK-REPORT
              PERFORM RPTDIST-CLEAR-LINES
              PERFORM RPTDIST-CLEAR-ENTRIES
           END-IF
           PERFORM RPTDIST-ADD-VIEWER
              VARYING WS-VW-I FROM 1 BY 1 UNTIL WS-VW-I > 3
           ADD 1 TO WS-PKG-PAGES (WS-PKG-HIT)
           ADD 1 TO WS-PAGES-STORED
           PERFORM RPTDIST-STORE-ONE-LINE
              VARYING WS-PAGE-LINE-I FROM 1 BY 1
              UNTIL WS-PAGE-LINE-I > WS-PAGE-LINE-MAX.
       RPTDIST-STORE-PAGE-END. EXIT.

       RPTDIST-FIND-PACKAGE.
           IF WS-PKG-RUN-ID (WS-PKG-I) = WS-PAGE-RUN-ID
              AND WS-PKG-REPORT (WS-PKG-I) = WS-CURRENT-REPORT
              AND WS-PKG-RCPT (WS-PKG-I) = WS-RCPT-FILENAME
              MOVE WS-PKG-I TO WS-PKG-HIT
           END-IF.

      *-----------------------------------------------------------------
      * EACH RULE THAT ROUTES TO A SHARE ADDS ITS VIEWERS TO IT, UP TO
      * FIVE USERS PER SHARE.
      *-----------------------------------------------------------------
       RPTDIST-ADD-VIEWER.
           IF WS-RULE-VIEWER (WS-TRY-I WS-VW-I) NOT = SPACES
              MOVE 0 TO WS-VW-HIT
              PERFORM RPTDIST-FIND-VIEWER
                 VARYING WS-VW-J FROM 1 BY 1
                 UNTIL WS-VW-J > WS-PKG-VIEWER-MAX (WS-PKG-HIT)
                    OR WS-VW-HIT > 0
              IF WS-VW-HIT = 0
                 AND WS-PKG-VIEWER-MAX (WS-PKG-HIT) < 5
                 ADD 1 TO WS-PKG-VIEWER-MAX (WS-PKG-HIT)
                 MOVE WS-PKG-VIEWER-MAX (WS-PKG-HIT) TO WS-VW-J
                 MOVE WS-RULE-VIEWER (WS-TRY-I WS-VW-I)
                    TO WS-PKG-VIEWER (WS-PKG-HIT WS-VW-J)
              END-IF
           END-IF.

       RPTDIST-FIND-VIEWER.
           IF WS-PKG-VIEWER (WS-PKG-HIT WS-VW-J)
              = WS-RULE-VIEWER (WS-TRY-I WS-VW-I)
              MOVE WS-VW-J TO WS-VW-HIT
           END-IF.

       RPTDIST-STORE-ONE-LINE.
           ADD 1 TO WS-PKG-LINES (WS-PKG-HIT)
           MOVE SPACES TO REPORT-LINE-RECORD
           MOVE WS-PKG-RUN-ID (WS-PKG-HIT) TO RL-RUN-ID
           MOVE WS-PKG-RCPT (WS-PKG-HIT)   TO RL-RECIPIENT
           MOVE WS-PKG-REPORT (WS-PKG-HIT) TO RL-REPORT
           MOVE WS-PKG-LINES (WS-PKG-HIT)  TO RL-LINE-NO
           MOVE WS-PKG-PAGES (WS-PKG-HIT)  TO RL-PAGE-NO
           MOVE WS-PAGE-LINE (WS-PAGE-LINE-I) TO RL-TEXT
           WRITE REPORT-LINE-RECORD
              INVALID KEY
                 MOVE "RPTDIST" TO FE-PROGRAM
                 MOVE "STORE-FILE" TO FE-FILE-NAME
                 MOVE "WRITE" TO FE-OPERATION
                 MOVE WS-STORE-STATUS TO FE-STATUS
                 MOVE RL-KEY TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 IF WS-JOB-RC < 8
                    MOVE 8 TO WS-JOB-RC
                 END-IF
           END-WRITE.

      *-----------------------------------------------------------------
      * ONE DIRECTORY ENTRY PER SHARE STORED THIS RUN AND USER
      * ENTITLED TO IT.
      *-----------------------------------------------------------------
       RPTDIST-WRITE-DIRECTORY.
           PERFORM RPTDIST-WRITE-ONE-ENTRY
              VARYING WS-VW-J FROM 1 BY 1
              UNTIL WS-VW-J > WS-PKG-VIEWER-MAX (WS-PKG-I).

       RPTDIST-WRITE-ONE-ENTRY.
           MOVE SPACES TO REPORT-DIRECTORY-RECORD
           MOVE WS-PKG-RUN-ID (WS-PKG-I)          TO RD-RUN-ID
           MOVE WS-PKG-VIEWER (WS-PKG-I WS-VW-J)  TO RD-VIEWER
           MOVE WS-PKG-REPORT (WS-PKG-I)          TO RD-REPORT
           MOVE WS-PKG-RCPT (WS-PKG-I)            TO RD-RECIPIENT
           MOVE WS-PKG-TITLE (WS-PKG-I)           TO RD-TITLE
           MOVE WS-PKG-PAGES (WS-PKG-I)           TO RD-PAGE-COUNT
           MOVE WS-PKG-LINES (WS-PKG-I)           TO RD-LINE-COUNT
           MOVE WS-TODAY                          TO RD-DIST-DATE
           MOVE WS-NOW-TIME                       TO RD-DIST-TIME
           WRITE REPORT-DIRECTORY-RECORD
              INVALID KEY
                 REWRITE REPORT-DIRECTORY-RECORD
                    INVALID KEY
                       MOVE "RPTDIST" TO FE-PROGRAM
                       MOVE "DIRECTORY-FILE" TO FE-FILE-NAME
                       MOVE "REWRITE" TO FE-OPERATION
                       MOVE WS-DIR-STATUS TO FE-STATUS
                       MOVE RD-KEY TO FE-LAST-RECORD
                       CALL "FILEERR" USING WS-FE-PARMS
                       IF WS-JOB-RC < 8
                          MOVE 8 TO WS-JOB-RC
                       END-IF
                 END-REWRITE
           END-WRITE
           ADD 1 TO WS-DIR-WRITTEN.

      *-----------------------------------------------------------------
       RPTDIST-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           STRING "  PAGES LEFT IN PILE . " DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
              INTO SUMMARY-LINE
           PERFORM RPTDIST-WRITE-SUMMARY-LINE
           IF NOT WS-STORE-OPEN
              MOVE
                 "  *** ONLINE REPORT STORE NOT AVAILABLE - SEE PROBLOG"
                 TO SUMMARY-LINE
              PERFORM RPTDIST-WRITE-SUMMARY-LINE
              GO TO RPTDIST-WRITE-SUMMARY-END
           END-IF
           MOVE WS-PAGES-STORED TO WS-EDIT-COUNT
           MOVE SPACES TO SUMMARY-LINE
           STRING "  PAGES STORED ONLINE  " DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
              INTO SUMMARY-LINE
           PERFORM RPTDIST-WRITE-SUMMARY-LINE
           MOVE WS-PAGES-NOT-STORED TO WS-EDIT-COUNT
           MOVE SPACES TO SUMMARY-LINE
           STRING "  PAGES NOT STORED . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
              INTO SUMMARY-LINE
           PERFORM RPTDIST-WRITE-SUMMARY-LINE
           MOVE WS-DIR-WRITTEN TO WS-EDIT-COUNT
           MOVE SPACES TO SUMMARY-LINE
           STRING "  VIEWER ENTRIES . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
              INTO SUMMARY-LINE
           PERFORM RPTDIST-WRITE-SUMMARY-LINE
           MOVE WS-DIR-PURGED TO WS-EDIT-COUNT
           MOVE SPACES TO SUMMARY-LINE
           STRING "  ENTRIES PURGED . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
              INTO SUMMARY-LINE
           PERFORM RPTDIST-WRITE-SUMMARY-LINE.
       RPTDIST-WRITE-SUMMARY-END. EXIT.

       RPTDIST-WRITE-SUMMARY-LINE.
           WRITE SUMMARY-LINE
      *-----------------------------------------------------------------
       RPTDIST-TERMINATE.
      *-----------------------------------------------------------------
           IF WS-STORE-OPEN
              CLOSE DIRECTORY-FILE
              CLOSE STORE-FILE
           END-IF
           CLOSE SUMMARY-FILE.
       END PROGRAM RPTDIST.
