      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    RPTVIEW.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * ONLINE REPORT VIEWER (CICS, TRANSID RPTV). RPTDIST BURSTS
      * EACH CYCLE'S REPORTS INTO RECIPIENT FILES THAT ONLY REACH A
      * DESK AS PAPER OR A DATASET SOMEBODY HAS TO GO AND FIND. IT
      * NOW ALSO STORES EVERY ROUTED PAGE ON THE RPTLINE REPORT STORE
      * AND RECORDS IN THE RPTDIR DIRECTORY WHICH USERS THE RCPTCTL
      * CARDS ENTITLE TO EACH RECIPIENT'S SHARE. THIS TRANSACTION
      * LISTS THE SHARES DISTRIBUTED TO THE SIGNED-ON USER FOR A
      * CYCLE RUN-ID, NUMBERED 1 TO 9, AND PAGES THROUGH THE ONE
      * PICKED TWENTY LINES AT A TIME, FORWARD, BACKWARD, BACK TO THE
      * TOP OR TO THE NEXT LINE HOLDING A PIECE OF TEXT. A USER SEES
      * ONLY WHAT RPTDIST ENTITLED THEM TO: EVERY PAGE SHOWN RE-READS
      * THE USER'S OWN DIRECTORY ENTRY FIRST, AND EVERY TRIP IS GATED
      * THROUGH AUTHCHK AGAINST THE RPTLINE FILE. EVERY PAGE SHOWN IS
      * WRITTEN TO THE AUDT AUDIT QUEUE WITH THE REPORT, RECIPIENT,
      * RUN-ID AND LINES SEEN.
      *
      * INPUT LINE FORMATS:
      *    USER,RUNID          LIST USER'S REPORTS FOR THAT CYCLE RUN
      *    1-9                 (LIST) VIEW THAT LINE'S REPORT
      *    ENTER ALONE         (LIST) NEXT PAGE OF THE LIST
      *    ENTER ALONE OR F    (VIEW) NEXT TWENTY LINES
      *    B                   (VIEW) PREVIOUS TWENTY LINES
      *    T                   (VIEW) BACK TO THE TOP
      *    /TEXT               (VIEW) FIND TEXT BELOW THE TOP LINE;
      *                        "/" ALONE FINDS THE SAME TEXT AGAIN
      *    L                   BACK TO THE FIRST PAGE OF THE LIST
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY "RETCODE.CPY".
       01  WS-MENU-TEXT.
           05 FILLER              PIC X(80) VALUE
              "REPORT VIEWER - ENTER USER,RUNID TO LIST THE REPORTS DIST
      -        "RIBUTED TO YOU".
           05 FILLER              PIC X(80) VALUE
              "THEN 1-9 TO VIEW - ENTER=FWD B=BACK T=TOP /TEXT=FIND L=LI
      -        "ST".
       01  WS-INPUT-LINE           PIC X(60).
       01  WS-INPUT-LEN            PIC S9(4) COMP VALUE 60.
       01  WS-USER-TEXT            PIC X(08).
       01  WS-RUN-TEXT             PIC X(08).
       01  WS-COMMAND              PIC X(01).
       01  WS-COMMA-COUNT          PIC 9(02).
       01  WS-FIND-TEXT            PIC X(30).
       01  WS-PICK-NO              PIC 9(01).
       01  WS-AUTH-PARM.
           COPY "AUTHUSR.CPY".
       01  WS-ACTION               PIC X(01).
           88 WS-ACT-NONE          VALUE " ".
           88 WS-ACT-LIST          VALUE "L".
           88 WS-ACT-RELIST        VALUE "R".
           88 WS-ACT-NEXT-LIST     VALUE "N".
           88 WS-ACT-OPEN          VALUE "O".
           88 WS-ACT-FWD           VALUE "F".
           88 WS-ACT-BACK          VALUE "B".
           88 WS-ACT-TOP           VALUE "T".
           88 WS-ACT-FIND          VALUE "S".
           88 WS-ACT-STAY          VALUE "V".
       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-LINE-OUT             PIC X(78).
       01  WS-REPORT-OUT           PIC X(80).
       01  WS-NOTE                 PIC X(40).
       01  WS-DIR-KEY.
           05 WS-DK-RUN-ID         PIC X(08).
           05 WS-DK-VIEWER         PIC X(08).
           05 WS-DK-REPORT         PIC X(08).
           05 WS-DK-RECIPIENT      PIC X(08).
       01  WS-LINE-KEY.
           05 WS-LK-RUN-ID         PIC X(08).
           05 WS-LK-RECIPIENT      PIC X(08).
           05 WS-LK-REPORT         PIC X(08).
           05 WS-LK-LINE-NO        PIC 9(06).
       01  WS-SHARE-KEY            PIC X(24).
       01  WS-SKIP-KEY             PIC X(16).
       01  WS-LIST-COUNT           PIC 9(02).
       01  WS-LINE-COUNT           PIC 9(02).
       01  WS-NEW-TOP              PIC S9(7).
       01  WS-LAST-SHOWN           PIC 9(06).
       01  WS-SCAN-TEXT            PIC X(80).
       01  WS-HITS                 PIC 9(03).
       01  WS-FOUND-LINE           PIC 9(06).
       01  WS-SCAN-END-SW          PIC X(01).
           88 WS-SCAN-END          VALUE "Y".
           COPY "RPTDIR.CPY".
           COPY "RPTLINE.CPY".
       01  WS-EDIT-PICK            PIC 9.
       01  WS-EDIT-PAGES           PIC ZZZZ9.
       01  WS-EDIT-FROM            PIC ZZZZZ9.
       01  WS-EDIT-TO              PIC ZZZZZ9.
       01  WS-EDIT-OF              PIC ZZZZZ9.
       01  WS-DATE-TIME            PIC X(21).
       01  WS-AUDIT-LINE.
           05 WA-TIMESTAMP         PIC X(21).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WA-RUN-ID            PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WA-DISTRICT          PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WA-PROGRAM           PIC X(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WA-EVENT             PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WA-DETAIL            PIC X(60).

       01  WS-COMMAREA.
           05 WS-CA-TRIP           PIC X(01).
           05 WS-CA-USER-ID        PIC X(08).
           05 WS-CA-RUN-ID         PIC X(08).
           05 WS-CA-MODE           PIC X(01).
              88 WS-CA-LISTING     VALUE "L".
              88 WS-CA-VIEWING     VALUE "V".
           05 WS-CA-LIST-FIRST     PIC X(16).
           05 WS-CA-LIST-LAST      PIC X(16).
           05 WS-CA-ENTRY OCCURS 9 TIMES.
              10 WS-CA-ENT-REPORT  PIC X(08).
              10 WS-CA-ENT-RCPT    PIC X(08).
           05 WS-CA-VIEW-REPORT    PIC X(08).
           05 WS-CA-VIEW-RCPT      PIC X(08).
           05 WS-CA-LINE-COUNT     PIC 9(06).
           05 WS-CA-TOP-LINE       PIC 9(06).
           05 WS-CA-FIND-TEXT      PIC X(30).
           05 WS-CA-FIND-LEN       PIC 9(02).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(254).

      ******************************************************************
       PROCEDURE DIVISION USING DFHCOMMAREA.
      ******************************************************************
       RPTVIEW-MAIN.
           IF EIBCALEN = 0
              MOVE SPACES TO WS-COMMAREA
              MOVE 0 TO WS-CA-LINE-COUNT WS-CA-TOP-LINE WS-CA-FIND-LEN
              MOVE "2" TO WS-CA-TRIP
              PERFORM RPTVIEW-SEND-MENU
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              PERFORM RPTVIEW-RECEIVE-INPUT
              PERFORM RPTVIEW-RESOLVE-REQUEST
              PERFORM RPTVIEW-SHOW-SCREEN
                 THRU RPTVIEW-SHOW-SCREEN-END
           END-IF
           EXEC CICS RETURN
              TRANSID("RPTV")
              COMMAREA(WS-COMMAREA)
              LENGTH(254)
           END-EXEC.

      *-----------------------------------------------------------------
       RPTVIEW-SEND-MENU.
      *-----------------------------------------------------------------
           EXEC CICS SEND TEXT
              FROM(WS-MENU-TEXT)
              LENGTH(160)
              ERASE
           END-EXEC.

      *-----------------------------------------------------------------
       RPTVIEW-RECEIVE-INPUT.
      *-----------------------------------------------------------------
           MOVE SPACES TO WS-INPUT-LINE
           MOVE 60 TO WS-INPUT-LEN
           EXEC CICS RECEIVE
              INTO(WS-INPUT-LINE)
              LENGTH(WS-INPUT-LEN)
           END-EXEC.

      *-----------------------------------------------------------------
      * A LINE WITH A COMMA IS A NEW "USER,RUNID" AND STARTS THE LIST
      * OVER. OTHERWISE THE ONE-CHARACTER COMMAND IS READ AGAINST THE
      * MODE THE COMMAREA CARRIES: IN THE LIST A DIGIT OPENS THAT
      * LINE'S REPORT AND ENTER ALONE SHOWS THE NEXT PAGE OF THE
      * LIST; IN A REPORT ENTER (OR F), B AND T MOVE THE TOP LINE
      * AND "/TEXT" SEARCHES DOWN FROM IT.
      *-----------------------------------------------------------------
       RPTVIEW-RESOLVE-REQUEST.
           SET WS-ACT-NONE TO TRUE
           MOVE SPACES TO WS-NOTE
           MOVE WS-INPUT-LINE (1:1) TO WS-COMMAND
           MOVE 0 TO WS-COMMA-COUNT
           INSPECT WS-INPUT-LINE TALLYING WS-COMMA-COUNT FOR ALL ","
           EVALUATE TRUE
              WHEN WS-COMMAND = "/" AND WS-CA-VIEWING
                 MOVE FUNCTION UPPER-CASE (WS-INPUT-LINE (2:30))
                    TO WS-FIND-TEXT
                 IF WS-FIND-TEXT NOT = SPACES
                    MOVE WS-FIND-TEXT TO WS-CA-FIND-TEXT
                    COMPUTE WS-CA-FIND-LEN = FUNCTION LENGTH
                       (FUNCTION TRIM (WS-FIND-TEXT TRAILING))
                 END-IF
                 SET WS-ACT-FIND TO TRUE
              WHEN WS-COMMA-COUNT > 0
                 MOVE SPACES TO WS-USER-TEXT WS-RUN-TEXT
                 UNSTRING WS-INPUT-LINE DELIMITED BY ","
                    INTO WS-USER-TEXT WS-RUN-TEXT
                 MOVE WS-USER-TEXT TO WS-CA-USER-ID
                 MOVE FUNCTION UPPER-CASE (WS-RUN-TEXT)
                    TO WS-CA-RUN-ID
                 MOVE SPACES TO WS-CA-FIND-TEXT
                 MOVE 0 TO WS-CA-FIND-LEN
                 IF WS-CA-USER-ID = SPACES OR WS-CA-RUN-ID = SPACES
                    MOVE SPACE TO WS-CA-MODE
                 ELSE
                    SET WS-CA-LISTING TO TRUE
                    SET WS-ACT-LIST TO TRUE
                 END-IF
              WHEN WS-CA-MODE = SPACE
                 CONTINUE
              WHEN WS-INPUT-LINE (2:) NOT = SPACES
                 MOVE "UNKNOWN COMMAND" TO WS-NOTE
                 IF WS-CA-LISTING
                    SET WS-ACT-RELIST TO TRUE
                 ELSE
                    SET WS-ACT-STAY TO TRUE
                 END-IF
              WHEN WS-COMMAND = "L"
                 SET WS-CA-LISTING TO TRUE
                 SET WS-ACT-LIST TO TRUE
              WHEN WS-CA-LISTING
                 AND WS-COMMAND >= "1" AND WS-COMMAND <= "9"
                 MOVE WS-COMMAND TO WS-PICK-NO
                 SET WS-ACT-OPEN TO TRUE
              WHEN WS-CA-LISTING
                 SET WS-ACT-NEXT-LIST TO TRUE
              WHEN WS-COMMAND = "B"
                 SET WS-ACT-BACK TO TRUE
              WHEN WS-COMMAND = "T"
                 SET WS-ACT-TOP TO TRUE
              WHEN WS-COMMAND = SPACE OR "F"
                 SET WS-ACT-FWD TO TRUE
              WHEN OTHER
                 MOVE "UNKNOWN COMMAND" TO WS-NOTE
                 SET WS-ACT-STAY TO TRUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       RPTVIEW-SHOW-SCREEN.
      *-----------------------------------------------------------------
           IF WS-CA-MODE = SPACE
              MOVE "ENTER USER,RUNID - E.G. JSMITH,R0001234"
                 TO WS-LINE-OUT
              PERFORM RPTVIEW-SEND-FIRST-LINE
              GO TO RPTVIEW-SHOW-SCREEN-END
           END-IF
           MOVE WS-CA-USER-ID TO AU-USER-ID
           MOVE "RPTVIEW" TO AU-PROGRAM
           MOVE "RPTLINE" TO AU-FILE-NAME
           SET AU-REQ-INQUIRE TO TRUE
           CALL "AUTHCHK" USING DFHEIBLK DFHCOMMAREA
              WS-AUTH-PARM
           IF AU-RETCODE NOT = RC-NORMAL
              MOVE "NOT AUTHORIZED TO VIEW REPORTS - SEE SECURITY"
                 TO WS-LINE-OUT
              PERFORM RPTVIEW-SEND-FIRST-LINE
              GO TO RPTVIEW-SHOW-SCREEN-END
           END-IF
           IF WS-ACT-OPEN
              PERFORM RPTVIEW-OPEN-REPORT
           END-IF
           IF WS-CA-LISTING
              PERFORM RPTVIEW-LIST-PAGE
                 THRU RPTVIEW-LIST-PAGE-END
           ELSE
              PERFORM RPTVIEW-VIEW-PAGE
                 THRU RPTVIEW-VIEW-PAGE-END
           END-IF.
       RPTVIEW-SHOW-SCREEN-END. EXIT.

      *-----------------------------------------------------------------
      * A PICKED LINE SWITCHES TO VIEWING FROM THE TOP OF THAT
      * REPORT; VIEW-PAGE THEN CHECKS THE USER'S ENTITLEMENT TO IT.
      *-----------------------------------------------------------------
       RPTVIEW-OPEN-REPORT.
           IF WS-CA-ENT-REPORT (WS-PICK-NO) = SPACES
              MOVE "NO REPORT ON THAT LINE" TO WS-NOTE
              SET WS-ACT-RELIST TO TRUE
           ELSE
              MOVE WS-CA-ENT-REPORT (WS-PICK-NO) TO WS-CA-VIEW-REPORT
              MOVE WS-CA-ENT-RCPT (WS-PICK-NO) TO WS-CA-VIEW-RCPT
              MOVE 1 TO WS-CA-TOP-LINE
              MOVE SPACES TO WS-CA-FIND-TEXT
              MOVE 0 TO WS-CA-FIND-LEN
              SET WS-CA-VIEWING TO TRUE
              SET WS-ACT-TOP TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * UP TO NINE OF THE USER'S DIRECTORY ENTRIES FOR THE RUN, FROM
      * THE TOP (L), FROM THE FIRST ENTRY OF THE PAGE LAST SHOWN
      * (REDISPLAY) OR FROM JUST AFTER ITS LAST ENTRY (ENTER).
      *-----------------------------------------------------------------
       RPTVIEW-LIST-PAGE.
           MOVE WS-CA-RUN-ID TO WS-DK-RUN-ID
           MOVE WS-CA-USER-ID TO WS-DK-VIEWER
           MOVE SPACES TO WS-SKIP-KEY
           EVALUATE TRUE
              WHEN WS-ACT-NEXT-LIST
                 MOVE WS-CA-LIST-LAST TO WS-DIR-KEY (17:16)
                 MOVE WS-CA-LIST-LAST TO WS-SKIP-KEY
              WHEN WS-ACT-RELIST
                 MOVE WS-CA-LIST-FIRST TO WS-DIR-KEY (17:16)
              WHEN OTHER
                 MOVE LOW-VALUES TO WS-DIR-KEY (17:16)
           END-EVALUATE
           MOVE 0 TO WS-LIST-COUNT
           MOVE SPACES TO WS-CA-ENTRY (1) WS-CA-ENTRY (2)
              WS-CA-ENTRY (3) WS-CA-ENTRY (4) WS-CA-ENTRY (5)
              WS-CA-ENTRY (6) WS-CA-ENTRY (7) WS-CA-ENTRY (8)
              WS-CA-ENTRY (9)
           MOVE SPACES TO WS-LINE-OUT
           STRING "REPORTS FOR " WS-CA-USER-ID
                  " - CYCLE RUN-ID " WS-CA-RUN-ID
              DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM RPTVIEW-SEND-FIRST-LINE
           EXEC CICS STARTBR
              FILE("RPTDIR")
              RIDFLD(WS-DIR-KEY)
              GTEQ
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM RPTVIEW-READ-ONE-ENTRY
                 UNTIL WS-LIST-COUNT >= 9
                    OR WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS ENDBR FILE("RPTDIR") END-EXEC
           END-IF
           IF WS-LIST-COUNT = 0
              IF WS-ACT-NEXT-LIST
                 MOVE "  NO MORE REPORTS - L FOR THE FIRST PAGE"
                    TO WS-LINE-OUT
              ELSE
                 MOVE "  NO REPORTS DISTRIBUTED TO YOU FOR THAT RUN"
                    TO WS-LINE-OUT
              END-IF
              PERFORM RPTVIEW-SEND-NEXT-LINE
              GO TO RPTVIEW-LIST-PAGE-END
           END-IF
           MOVE SPACES TO WS-LINE-OUT
           STRING "KEY 1-9 TO VIEW, ENTER=MORE, L=FIRST PAGE  "
                  WS-NOTE
              DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM RPTVIEW-SEND-NEXT-LINE.
       RPTVIEW-LIST-PAGE-END. EXIT.

       RPTVIEW-READ-ONE-ENTRY.
           EXEC CICS READNEXT
              FILE("RPTDIR")
              INTO(REPORT-DIRECTORY-RECORD)
              RIDFLD(WS-DIR-KEY)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              IF RD-RUN-ID NOT = WS-CA-RUN-ID
                 OR RD-VIEWER NOT = WS-CA-USER-ID
                 MOVE DFHRESP(ENDFILE) TO WS-RESP
              END-IF
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
              AND RD-KEY (17:16) NOT = WS-SKIP-KEY
              ADD 1 TO WS-LIST-COUNT
              IF WS-LIST-COUNT = 1
                 MOVE RD-KEY (17:16) TO WS-CA-LIST-FIRST
              END-IF
              MOVE RD-KEY (17:16) TO WS-CA-LIST-LAST
              MOVE RD-REPORT TO WS-CA-ENT-REPORT (WS-LIST-COUNT)
              MOVE RD-RECIPIENT TO WS-CA-ENT-RCPT (WS-LIST-COUNT)
              MOVE WS-LIST-COUNT TO WS-EDIT-PICK
              MOVE RD-PAGE-COUNT TO WS-EDIT-PAGES
              MOVE SPACES TO WS-LINE-OUT
              STRING "  " WS-EDIT-PICK " " RD-REPORT " "
                     RD-RECIPIENT " " RD-TITLE (1:40) " "
                     WS-EDIT-PAGES " PAGES"
                 DELIMITED BY SIZE INTO WS-LINE-OUT
              PERFORM RPTVIEW-SEND-NEXT-LINE
           END-IF.

      *-----------------------------------------------------------------
      * ONE SCREEN OF THE REPORT BEING VIEWED. THE USER'S OWN
      * DIRECTORY ENTRY IS RE-READ FIRST, SO A SHARE RPTDIST HAS
      * SINCE PURGED OR RE-ENTITLED AWAY FROM THEM CANNOT BE PAGED ON.
      *-----------------------------------------------------------------
       RPTVIEW-VIEW-PAGE.
           MOVE WS-CA-RUN-ID TO WS-DK-RUN-ID
           MOVE WS-CA-USER-ID TO WS-DK-VIEWER
           MOVE WS-CA-VIEW-REPORT TO WS-DK-REPORT
           MOVE WS-CA-VIEW-RCPT TO WS-DK-RECIPIENT
           EXEC CICS READ
              FILE("RPTDIR")
              INTO(REPORT-DIRECTORY-RECORD)
              RIDFLD(WS-DIR-KEY)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET WS-CA-LISTING TO TRUE
              MOVE "THAT REPORT IS NOT AVAILABLE TO YOU - L TO LIST"
                 TO WS-LINE-OUT
              PERFORM RPTVIEW-SEND-FIRST-LINE
              GO TO RPTVIEW-VIEW-PAGE-END
           END-IF
           MOVE RD-LINE-COUNT TO WS-CA-LINE-COUNT
           EVALUATE TRUE
              WHEN WS-ACT-TOP
                 MOVE 1 TO WS-CA-TOP-LINE
              WHEN WS-ACT-FWD
                 IF WS-CA-TOP-LINE + 20 > WS-CA-LINE-COUNT
                    MOVE "BOTTOM OF REPORT" TO WS-NOTE
                 ELSE
                    ADD 20 TO WS-CA-TOP-LINE
                 END-IF
              WHEN WS-ACT-BACK
                 COMPUTE WS-NEW-TOP = WS-CA-TOP-LINE - 20
                 IF WS-NEW-TOP < 1
                    MOVE 1 TO WS-CA-TOP-LINE
                    MOVE "TOP OF REPORT" TO WS-NOTE
                 ELSE
                    MOVE WS-NEW-TOP TO WS-CA-TOP-LINE
                 END-IF
              WHEN WS-ACT-FIND
                 PERFORM RPTVIEW-FIND-TEXT
                    THRU RPTVIEW-FIND-TEXT-END
           END-EVALUATE
           IF WS-CA-TOP-LINE < 1
              MOVE 1 TO WS-CA-TOP-LINE
           END-IF
           MOVE RD-RUN-ID TO WS-LK-RUN-ID
           MOVE RD-RECIPIENT TO WS-LK-RECIPIENT
           MOVE RD-REPORT TO WS-LK-REPORT
           MOVE WS-LINE-KEY (1:24) TO WS-SHARE-KEY
           MOVE WS-CA-TOP-LINE TO WS-LK-LINE-NO
           COMPUTE WS-LAST-SHOWN = WS-CA-TOP-LINE + 19
           IF WS-LAST-SHOWN > WS-CA-LINE-COUNT
              MOVE WS-CA-LINE-COUNT TO WS-LAST-SHOWN
           END-IF
           MOVE WS-CA-TOP-LINE TO WS-EDIT-FROM
           MOVE WS-LAST-SHOWN TO WS-EDIT-TO
           MOVE WS-CA-LINE-COUNT TO WS-EDIT-OF
           MOVE SPACES TO WS-LINE-OUT
           STRING RD-REPORT " FOR " RD-RECIPIENT " RUN " RD-RUN-ID
                  " LINES " WS-EDIT-FROM "-" WS-EDIT-TO
                  " OF " WS-EDIT-OF
              DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM RPTVIEW-SEND-FIRST-LINE
           MOVE 0 TO WS-LINE-COUNT
           EXEC CICS STARTBR
              FILE("RPTLINE")
              RIDFLD(WS-LINE-KEY)
              GTEQ
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM RPTVIEW-READ-ONE-LINE
                 UNTIL WS-LINE-COUNT >= 20
                    OR WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS ENDBR FILE("RPTLINE") END-EXEC
           END-IF
           MOVE SPACES TO WS-LINE-OUT
           STRING "ENTER=FWD B=BACK T=TOP /TEXT=FIND L=LIST  " WS-NOTE
              DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM RPTVIEW-SEND-NEXT-LINE
           PERFORM RPTVIEW-AUDIT-VIEW.
       RPTVIEW-VIEW-PAGE-END. EXIT.

       RPTVIEW-READ-ONE-LINE.
           EXEC CICS READNEXT
              FILE("RPTLINE")
              INTO(REPORT-LINE-RECORD)
              RIDFLD(WS-LINE-KEY)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              IF RL-KEY (1:24) NOT = WS-SHARE-KEY
                 MOVE DFHRESP(ENDFILE) TO WS-RESP
              ELSE
                 ADD 1 TO WS-LINE-COUNT
                 MOVE RL-TEXT TO WS-REPORT-OUT
                 PERFORM RPTVIEW-SEND-REPORT-LINE
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * SEARCHES THE STORED LINES BELOW THE CURRENT TOP LINE FOR THE
      * FIND TEXT, IGNORING CASE; A HIT BECOMES THE NEW TOP LINE.
      *-----------------------------------------------------------------
       RPTVIEW-FIND-TEXT.
           IF WS-CA-FIND-LEN = 0
              MOVE "NO FIND TEXT - KEY /TEXT" TO WS-NOTE
              GO TO RPTVIEW-FIND-TEXT-END
           END-IF
           MOVE RD-RUN-ID TO WS-LK-RUN-ID
           MOVE RD-RECIPIENT TO WS-LK-RECIPIENT
           MOVE RD-REPORT TO WS-LK-REPORT
           MOVE WS-LINE-KEY (1:24) TO WS-SHARE-KEY
           COMPUTE WS-LK-LINE-NO = WS-CA-TOP-LINE + 1
           MOVE 0 TO WS-FOUND-LINE
           MOVE "N" TO WS-SCAN-END-SW
           EXEC CICS STARTBR
              FILE("RPTLINE")
              RIDFLD(WS-LINE-KEY)
              GTEQ
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "TEXT NOT FOUND BELOW THIS LINE" TO WS-NOTE
              GO TO RPTVIEW-FIND-TEXT-END
           END-IF
           PERFORM RPTVIEW-SCAN-ONE-LINE UNTIL WS-SCAN-END
           EXEC CICS ENDBR FILE("RPTLINE") END-EXEC
           IF WS-FOUND-LINE = 0
              MOVE "TEXT NOT FOUND BELOW THIS LINE" TO WS-NOTE
           ELSE
              MOVE WS-FOUND-LINE TO WS-CA-TOP-LINE
           END-IF.
       RPTVIEW-FIND-TEXT-END. EXIT.

       RPTVIEW-SCAN-ONE-LINE.
           EXEC CICS READNEXT
              FILE("RPTLINE")
              INTO(REPORT-LINE-RECORD)
              RIDFLD(WS-LINE-KEY)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR RL-KEY (1:24) NOT = WS-SHARE-KEY
              MOVE "Y" TO WS-SCAN-END-SW
           ELSE
              MOVE FUNCTION UPPER-CASE (RL-TEXT) TO WS-SCAN-TEXT
              MOVE 0 TO WS-HITS
              INSPECT WS-SCAN-TEXT TALLYING WS-HITS
                 FOR ALL WS-CA-FIND-TEXT (1:WS-CA-FIND-LEN)
              IF WS-HITS > 0
                 MOVE RL-LINE-NO TO WS-FOUND-LINE
                 MOVE "Y" TO WS-SCAN-END-SW
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * EVERY PAGE SHOWN GOES TO THE AUDT QUEUE - WHO SAW WHICH
      * SHARE OF WHICH RUN, AND WHICH LINES OF IT.
      *-----------------------------------------------------------------
       RPTVIEW-AUDIT-VIEW.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME TO WA-TIMESTAMP
           MOVE "ONLINE  " TO WA-RUN-ID
           MOVE "*" TO WA-DISTRICT
           MOVE "RPTVIEW" TO WA-PROGRAM
           MOVE "RPTVW" TO WA-EVENT
           MOVE SPACES TO WA-DETAIL
           STRING WS-CA-USER-ID " " RD-REPORT "/" RD-RECIPIENT
                  " RUN " RD-RUN-ID " LINES " WS-CA-TOP-LINE "-"
                  WS-LAST-SHOWN
              DELIMITED BY SIZE INTO WA-DETAIL
           EXEC CICS WRITEQ TD
              QUEUE("AUDT")
              FROM(WS-AUDIT-LINE)
              LENGTH(109)
           END-EXEC.

      *-----------------------------------------------------------------
       RPTVIEW-SEND-FIRST-LINE.
      *-----------------------------------------------------------------
           EXEC CICS SEND TEXT
              FROM(WS-LINE-OUT)
              LENGTH(78)
              ERASE
           END-EXEC.

       RPTVIEW-SEND-NEXT-LINE.
           EXEC CICS SEND TEXT
              FROM(WS-LINE-OUT)
              LENGTH(78)
              ACCUM
           END-EXEC.

       RPTVIEW-SEND-REPORT-LINE.
           EXEC CICS SEND TEXT
              FROM(WS-REPORT-OUT)
              LENGTH(80)
              ACCUM
           END-EXEC.
       END PROGRAM RPTVIEW.
