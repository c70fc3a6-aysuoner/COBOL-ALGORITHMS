      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    SODAUDIT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * MONTHLY SEGREGATION-OF-DUTIES REVIEW OF THE AUDIT TRAIL. THE
      * AUDITLOG AND AUDT LINES SAY WHO APPROVED AN ADJUSTMENT, WHO
      * MAINTAINED AN ACCOUNT, WHO APPROVED A STOCK-COUNT VARIANCE,
      * WHO RESET A PASSWORD AND WHO RELEASED OR EDITED A VENDOR, BUT
      * NOBODY CHECKED THEM AGAINST EACH OTHER. THIS STEP READS THE
      * SODRULES TABLE OF CONFLICTING DUTIES AND EVERY AUDIT LINE OF
      * THE MONTH - THE DATED AUDA ARCHIVES ON AUDAINV THAT CAN HOLD
      * IT, THEN THE LIVE AUDITLOG - AND LISTS EACH CASE OF ONE USER
      * DOING BOTH SIDES WITH THE EVIDENCE LINES BEHIND IT.
      *
      * EACH RULE NAMES ONE OR TWO DUTIES BY PROGRAM AND EVENT (A
      * BLANK EVENT MEANS ANY EVENT OF THE PROGRAM) AND, FOR EACH,
      * THE WORDS IN THE AUDIT DETAIL THAT COME JUST BEFORE THE
      * ACTOR AND JUST BEFORE THE OBJECT - "BY USER" AND "ACCT" PICK
      * JSMITH AND 10002345 OUT OF "... ACCT 10002345 ... BY USER
      * JSMITH". A TYPE S RULE IS ONE DUTY WHOSE ACTOR IS ITS OWN
      * OBJECT (A RESET OF ONE'S OWN ACCOUNT); A TYPE P RULE IS TWO
      * DUTIES DONE BY THE SAME ACTOR ON THE SAME OBJECT IN THE
      * MONTH. A LINE WITH NO ACTOR OR NO OBJECT IS PASSED OVER.
      *
      * THE MONTH IS THE YYYYMM ON THE OPTIONAL SODCTL CARD - NO CARD
      * REVIEWS THE MONTH BEFORE THE RUN DATE. EVERY VIOLATION, WITH
      * A COPY OF ITS EVIDENCE LINES, AND ONE RESULT LINE PER RULE GO
      * TO THE SODHIST.DAT HISTORY FILE IN THE AUDIT-LINE LAYOUT,
      * WHICH IS CARRIED ON AUDAINV SO AUDQUERY SEARCHES IT AND
      * AUDARCH KEEPS IT FOR GOOD - THE FINDINGS OUTLIVE THE DATED
      * ARCHIVES THEY CAME FROM. A MONTH ALREADY ON THE HISTORY IS
      * REPORTED AGAIN BUT NOT WRITTEN TWICE.
      *
      * RC 4 MEANS VIOLATIONS WERE FOUND, A RULE CARD WAS REJECTED,
      * AN ARCHIVE WOULD NOT OPEN OR THE EVIDENCE TABLE FILLED - SEE
      * THE REPORT. RC 8 MEANS THE HISTORY COULD NOT BE WRITTEN.
      * RC 12 MEANS NOTHING WAS REVIEWED - NO USABLE RULE, A BAD
      * SODCTL CARD, OR SODRULES OR THE REPORT WOULD NOT OPEN.
      *
      * SODRULES CARD FORMAT:
      *    1-6     RULE ID
      *    7       MATCH TYPE - S SELF, P PAIR
      *    8-15    DUTY A PROGRAM
      *    16-20   DUTY A EVENT (BLANK = ANY)
      *    21-31   DUTY A ACTOR TAG
      *    32-42   DUTY A OBJECT TAG
      *    43-77   DUTY B, SAME LAYOUT (TYPE P ONLY)
      * AN OPTIONAL TITLE CARD FOLLOWS ITS RULE - THE SAME RULE ID,
      * "T" IN COLUMN 7 AND THE TITLE IN 8-47. A CARD WITH "*" IN
      * COLUMN 1 IS A COMMENT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "SODRULES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "SODCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT INVENTORY-FILE ASSIGN TO "AUDAINV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT SOURCE-LOG-FILE ASSIGN TO DYNAMIC WS-SOURCE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SODRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  RULE-FILE.
       01  RULE-RECORD.
           05 SR-RULE-ID             PIC X(06).
           05 SR-MATCH-TYPE          PIC X(01).
              88 SR-TITLE-CARD       VALUE "T".
           05 SR-DUTY OCCURS 2 TIMES.
              10 SR-PROGRAM          PIC X(08).
              10 SR-EVENT            PIC X(05).
              10 SR-ACTOR-TAG        PIC X(11).
              10 SR-OBJECT-TAG       PIC X(11).
           05 FILLER                PIC X(03).
       01  RULE-TITLE-RECORD.
           05 FILLER                PIC X(07).
           05 ST-TITLE               PIC X(40).
           05 FILLER                PIC X(33).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 SC-PERIOD              PIC X(06).

       FD  INVENTORY-FILE.
       01  INVENTORY-RECORD.
           05 INV-DATE               PIC 9(08).
           05 INV-FILE-NAME          PIC X(16).
           05 INV-LINE-COUNT         PIC 9(07).

       FD  SOURCE-LOG-FILE.
       01  SOURCE-LOG-LINE.
           05 SL-TIMESTAMP.
              10 SL-LINE-DATE        PIC 9(08).
              10 FILLER              PIC X(13).
           05 FILLER                PIC X(01).
           05 SL-RUN-ID              PIC X(08).
           05 FILLER                PIC X(01).
           05 SL-DISTRICT            PIC X(01).
           05 FILLER                PIC X(01).
           05 SL-PROGRAM             PIC X(09).
           05 FILLER                PIC X(01).
           05 SL-EVENT               PIC X(05).
           05 FILLER                PIC X(01).
           05 SL-DETAIL              PIC X(60).

       FD  HISTORY-FILE.
       01  HISTORY-LINE.
           05 HL-TIMESTAMP           PIC X(21).
           05 FILLER                PIC X(01).
           05 HL-RUN-ID              PIC X(08).
           05 FILLER                PIC X(01).
           05 HL-DISTRICT            PIC X(01).
           05 FILLER                PIC X(01).
           05 HL-PROGRAM             PIC X(09).
           05 FILLER                PIC X(01).
           05 HL-EVENT               PIC X(05).
           05 FILLER                PIC X(01).
           05 HL-DETAIL              PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-RUNID-PARM.
           COPY "RUNIDPM.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-RULE-STATUS            PIC X(02).
       01  WS-CTL-STATUS             PIC X(02).
       01  WS-INV-STATUS             PIC X(02).
       01  WS-SOURCE-STATUS          PIC X(02).
       01  WS-HIST-STATUS            PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-SOURCE-NAME            PIC X(16).
       01  WS-HISTORY-NAME           PIC X(16) VALUE "SODHIST.DAT".
       01  WS-RULE-EOF-SW           PIC X VALUE "N".
           88 WS-RULE-EOF           VALUE "Y".
       01  WS-INV-EOF-SW            PIC X VALUE "N".
           88 WS-INV-EOF            VALUE "Y".
       01  WS-SOURCE-EOF-SW         PIC X VALUE "N".
           88 WS-SOURCE-EOF         VALUE "Y".
       01  WS-HIST-EOF-SW           PIC X VALUE "N".
           88 WS-HIST-EOF           VALUE "Y".
       01  WS-REPORT-OPEN-SW        PIC X VALUE "N".
           88 WS-REPORT-OPEN        VALUE "Y".
       01  WS-HIST-OPEN-SW          PIC X VALUE "N".
           88 WS-HIST-OPEN          VALUE "Y".
       01  WS-RECORDED-SW           PIC X VALUE "N".
           88 WS-ALREADY-RECORDED   VALUE "Y".
       01  WS-FULL-SW               PIC X VALUE "N".
           88 WS-DUTY-TABLE-FULL    VALUE "Y".
       01  WS-STORED-SW             PIC X VALUE "N".
           88 WS-LINE-STORED        VALUE "Y".
       01  WS-FOUND-SW              PIC X VALUE "N".
           88 WS-OTHER-SIDE-FOUND   VALUE "Y".
       01  WS-CARD-SW               PIC X VALUE "Y".
           88 WS-CARD-GOOD          VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
      *-----------------------------------------------------------------
      * THE MONTH UNDER REVIEW AND ITS FIRST AND LAST POSSIBLE DATES.
      *-----------------------------------------------------------------
       01  WS-PERIOD.
           05 WS-PERIOD-YYYY         PIC 9(04).
           05 WS-PERIOD-MM           PIC 9(02).
       01  WS-PERIOD-N REDEFINES WS-PERIOD
                                     PIC 9(06).
       01  WS-PERIOD-FROM            PIC 9(08).
       01  WS-PERIOD-TO              PIC 9(08).
      *-----------------------------------------------------------------
      * THE CONFLICTING-DUTY RULES FROM SODRULES. RT-DUTY (1) IS SIDE
      * A, RT-DUTY (2) SIDE B; A TYPE S RULE USES SIDE A ONLY.
      *-----------------------------------------------------------------
       01  WS-RULE-MAX               PIC 9(02) VALUE 0.
       01  WS-RULE-I                 PIC 9(02).
       01  WS-SIDE                   PIC 9(01).
       01  WS-SIDE-MAX               PIC 9(01).
       01  WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 50 TIMES.
              10 RT-RULE-ID          PIC X(06).
              10 RT-MATCH-TYPE       PIC X(01).
              10 RT-DUTY OCCURS 2 TIMES.
                 15 RT-PROGRAM       PIC X(09).
                 15 RT-EVENT         PIC X(05).
                 15 RT-ACTOR-TAG     PIC X(11).
                 15 RT-OBJECT-TAG    PIC X(11).
              10 RT-TITLE            PIC X(40).
              10 RT-VIOLATIONS       PIC 9(05).
      *-----------------------------------------------------------------
      * EVERY AUDIT LINE OF THE MONTH THAT IS ONE SIDE OF A RULE, WITH
      * THE ACTOR AND OBJECT TAKEN FROM ITS DETAIL. DT-DONE-SW MARKS A
      * LINE ALREADY LISTED UNDER A VIOLATION.
      *-----------------------------------------------------------------
       01  WS-DT-MAX                 PIC 9(04) VALUE 0.
       01  WS-DT-I                   PIC 9(04).
       01  WS-DT-J                   PIC 9(04).
       01  WS-DUTY-TABLE.
           05 WS-DT-ENTRY OCCURS 3000 TIMES.
              10 DT-RULE             PIC 9(02).
              10 DT-SIDE             PIC 9(01).
              10 DT-ACTOR            PIC X(12).
              10 DT-OBJECT           PIC X(12).
              10 DT-DONE-SW          PIC X(01).
              10 DT-LINE             PIC X(109).
      *-----------------------------------------------------------------
      * WORD LOOKUP IN AN AUDIT DETAIL - THE DETAIL IS SEARCHED WITH A
      * SPACE EACH SIDE SO A TAG ONLY MATCHES WHOLE WORDS.
      *-----------------------------------------------------------------
       01  WS-TAG                    PIC X(11).
       01  WS-WORD                   PIC X(12).
       01  WS-ACTOR                  PIC X(12).
       01  WS-OBJECT                 PIC X(12).
       01  WS-SCAN-AREA              PIC X(62).
       01  WS-SEARCH                 PIC X(13).
       01  WS-REST                   PIC X(62).
       01  WS-TAG-LEN                PIC 9(02).
       01  WS-SEARCH-LEN             PIC 9(02).
       01  WS-POS                    PIC 9(02).
       01  WS-START                  PIC 9(02).
      *-----------------------------------------------------------------
      * THE AUDAINV INVENTORY, HELD WHILE THE HISTORY ENTRY IS ADDED
      * OR UPDATED - THE SAME 100-ENTRY LIMIT AUDARCH KEEPS.
      *-----------------------------------------------------------------
       01  WS-INV-MAX                PIC 9(03) VALUE 0.
       01  WS-INV-I                  PIC 9(03).
       01  WS-INV-FOUND              PIC 9(03).
       01  WS-INVENTORY-TABLE.
           05 WS-INV-ENTRY OCCURS 100 TIMES.
              10 WS-INV-DATE         PIC 9(08).
              10 WS-INV-FILE-NAME    PIC X(16).
              10 WS-INV-LINE-COUNT   PIC 9(07).
       01  WS-EVIDENCE-LINE.
           05 EV-TIMESTAMP.
              10 EV-DATE             PIC X(08).
              10 EV-TIME             PIC X(06).
              10 FILLER              PIC X(07).
           05 FILLER                PIC X(01).
           05 EV-RUN-ID              PIC X(08).
           05 FILLER                PIC X(01).
           05 EV-DISTRICT            PIC X(01).
           05 FILLER                PIC X(01).
           05 EV-PROGRAM             PIC X(09).
           05 FILLER                PIC X(01).
           05 EV-EVENT               PIC X(05).
           05 FILLER                PIC X(01).
           05 EV-DETAIL              PIC X(60).
       01  WS-DETAIL-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 DL-SIDE                PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DL-DATE                PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DL-TIME                PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DL-PROGRAM             PIC X(09).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DL-EVENT               PIC X(05).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DL-RUN-ID              PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DL-DISTRICT            PIC X(01).
       01  WS-HIST-EVENT             PIC X(05).
       01  WS-HIST-DETAIL            PIC X(60).
       01  WS-SOURCE-COUNT           PIC 9(06) VALUE 0.
       01  WS-SOURCE-LINES           PIC 9(07) VALUE 0.
       01  WS-MISSING-COUNT          PIC 9(06) VALUE 0.
       01  WS-LINES-READ             PIC 9(07) VALUE 0.
       01  WS-LINES-IN-PERIOD        PIC 9(07) VALUE 0.
       01  WS-REJECT-COUNT           PIC 9(06) VALUE 0.
       01  WS-VIOLATION-COUNT        PIC 9(06) VALUE 0.
       01  WS-HIST-COUNT             PIC 9(07) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       SODAUDIT-MAIN.
           PERFORM SODAUDIT-INIT
              THRU SODAUDIT-INIT-END
           IF WS-JOB-RC < 12
              PERFORM SODAUDIT-SCAN-SOURCES
              PERFORM SODAUDIT-CHECK-HISTORY
              PERFORM SODAUDIT-OPEN-HISTORY
                 THRU SODAUDIT-OPEN-HISTORY-END
              PERFORM SODAUDIT-REPORT-RULE
                 VARYING WS-RULE-I FROM 1 BY 1
                 UNTIL WS-RULE-I > WS-RULE-MAX
              PERFORM SODAUDIT-CLOSE-HISTORY
              PERFORM SODAUDIT-WRITE-SUMMARY
           END-IF
           PERFORM SODAUDIT-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
      * THE REPORT OPENS FIRST SO A REJECTED RULE CARD CAN BE LISTED
      * UNDER THE HEADING. NO USABLE RULE MEANS NOTHING TO REVIEW.
      *-----------------------------------------------------------------
       SODAUDIT-INIT.
           MOVE "SODAUDIT" TO FE-PROGRAM
           INITIALIZE WS-RULE-TABLE
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           SET RI-GET-RUN-ID TO TRUE
           CALL "RUNID" USING WS-RUNID-PARM
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO SODAUDIT-INIT-END
           END-IF
           SET WS-REPORT-OPEN TO TRUE
           PERFORM SODAUDIT-LOAD-PERIOD
              THRU SODAUDIT-LOAD-PERIOD-END
           IF WS-JOB-RC >= 12
              GO TO SODAUDIT-INIT-END
           END-IF
           COMPUTE WS-PERIOD-FROM = WS-PERIOD-N * 100 + 1
           COMPUTE WS-PERIOD-TO = WS-PERIOD-N * 100 + 31
           MOVE SPACES TO RH-TITLE
           STRING "SEGREGATION OF DUTIES REVIEW - " DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
              INTO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM SODAUDIT-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM SODAUDIT-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM SODAUDIT-WRITE-LINE
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS NOT = "00"
              MOVE "RULE-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-RULE-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO SODAUDIT-INIT-END
           END-IF
           PERFORM SODAUDIT-READ-RULE
           PERFORM SODAUDIT-HOLD-RULE
              THRU SODAUDIT-HOLD-RULE-END
              UNTIL WS-RULE-EOF
           CLOSE RULE-FILE
           IF WS-RULE-MAX = 0
              MOVE "  NO USABLE RULE ON SODRULES - NOTHING REVIEWED"
                 TO REPORT-LINE
              PERFORM SODAUDIT-WRITE-LINE
              MOVE 12 TO WS-JOB-RC
           END-IF.
       SODAUDIT-INIT-END. EXIT.

      *-----------------------------------------------------------------
      * NO SODCTL CARD REVIEWS THE MONTH BEFORE THE RUN DATE. A CARD
      * THAT IS NOT A YYYYMM IS NOT GUESSED AT.
      *-----------------------------------------------------------------
       SODAUDIT-LOAD-PERIOD.
           MOVE WS-RUN-DATE (1:6) TO WS-PERIOD
           IF WS-PERIOD-MM = 1
              SUBTRACT 1 FROM WS-PERIOD-YYYY
              MOVE 12 TO WS-PERIOD-MM
           ELSE
              SUBTRACT 1 FROM WS-PERIOD-MM
           END-IF
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
              GO TO SODAUDIT-LOAD-PERIOD-END
           END-IF
           READ CONTROL-FILE
              AT END
                 MOVE SPACES TO CONTROL-RECORD
           END-READ
           CLOSE CONTROL-FILE
           IF SC-PERIOD = SPACES
              GO TO SODAUDIT-LOAD-PERIOD-END
           END-IF
           IF SC-PERIOD NOT NUMERIC
              OR SC-PERIOD (5:2) < "01" OR SC-PERIOD (5:2) > "12"
              MOVE "CONTROL-FILE" TO FE-FILE-NAME
              MOVE "READ" TO FE-OPERATION
              MOVE "PV" TO FE-STATUS
              MOVE CONTROL-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE SPACES TO REPORT-LINE
              STRING "SODCTL PERIOD " SC-PERIOD
                     " IS NOT A YYYYMM - NOTHING REVIEWED"
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM SODAUDIT-WRITE-LINE
              MOVE 12 TO WS-JOB-RC
              GO TO SODAUDIT-LOAD-PERIOD-END
           END-IF
           MOVE SC-PERIOD TO WS-PERIOD.
       SODAUDIT-LOAD-PERIOD-END. EXIT.

      *-----------------------------------------------------------------
       SODAUDIT-READ-RULE.
      *-----------------------------------------------------------------
           READ RULE-FILE
              AT END SET WS-RULE-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * A CARD NEEDS AN ID, A KNOWN TYPE, AND FOR EACH SIDE IT USES A
      * PROGRAM OR AN EVENT PLUS BOTH TAGS. ANYTHING LESS COULD MATCH
      * THE WHOLE LOG, SO IT IS LISTED AND LEFT OUT.
      *-----------------------------------------------------------------
       SODAUDIT-HOLD-RULE.
           IF RULE-RECORD = SPACES OR SR-RULE-ID (1:1) = "*"
              PERFORM SODAUDIT-READ-RULE
              GO TO SODAUDIT-HOLD-RULE-END
           END-IF
           IF SR-TITLE-CARD
              IF WS-RULE-MAX > 0
                 AND RT-RULE-ID (WS-RULE-MAX) = SR-RULE-ID
                 MOVE ST-TITLE TO RT-TITLE (WS-RULE-MAX)
              ELSE
                 PERFORM SODAUDIT-REJECT-RULE
              END-IF
              PERFORM SODAUDIT-READ-RULE
              GO TO SODAUDIT-HOLD-RULE-END
           END-IF
           IF SR-MATCH-TYPE = "S"
              MOVE 1 TO WS-SIDE-MAX
           ELSE
              MOVE 2 TO WS-SIDE-MAX
           END-IF
           SET WS-CARD-GOOD TO TRUE
           IF SR-RULE-ID = SPACES
              OR (SR-MATCH-TYPE NOT = "S" AND SR-MATCH-TYPE NOT = "P")
              MOVE "N" TO WS-CARD-SW
           END-IF
           PERFORM SODAUDIT-CHECK-CARD-SIDE
              VARYING WS-SIDE FROM 1 BY 1
              UNTIL WS-SIDE > WS-SIDE-MAX
           IF NOT WS-CARD-GOOD
              PERFORM SODAUDIT-REJECT-RULE
              PERFORM SODAUDIT-READ-RULE
              GO TO SODAUDIT-HOLD-RULE-END
           END-IF
           IF WS-RULE-MAX >= 50
              MOVE "RULE-FILE" TO FE-FILE-NAME
              MOVE "LOAD" TO FE-OPERATION
              MOVE "TB" TO FE-STATUS
              MOVE "SODRULES HAS MORE THAN 50 RULES" TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              PERFORM SODAUDIT-REJECT-RULE
              PERFORM SODAUDIT-READ-RULE
              GO TO SODAUDIT-HOLD-RULE-END
           END-IF
           ADD 1 TO WS-RULE-MAX
           MOVE SR-RULE-ID TO RT-RULE-ID (WS-RULE-MAX)
           MOVE SR-MATCH-TYPE TO RT-MATCH-TYPE (WS-RULE-MAX)
           PERFORM SODAUDIT-HOLD-RULE-SIDE
              VARYING WS-SIDE FROM 1 BY 1
              UNTIL WS-SIDE > WS-SIDE-MAX
           MOVE SPACES TO RT-TITLE (WS-RULE-MAX)
           MOVE 0 TO RT-VIOLATIONS (WS-RULE-MAX)
           PERFORM SODAUDIT-READ-RULE.
       SODAUDIT-HOLD-RULE-END. EXIT.

       SODAUDIT-HOLD-RULE-SIDE.
           MOVE SR-PROGRAM (WS-SIDE)
              TO RT-PROGRAM (WS-RULE-MAX, WS-SIDE)
           MOVE SR-EVENT (WS-SIDE) TO RT-EVENT (WS-RULE-MAX, WS-SIDE)
           MOVE SR-ACTOR-TAG (WS-SIDE)
              TO RT-ACTOR-TAG (WS-RULE-MAX, WS-SIDE)
           MOVE SR-OBJECT-TAG (WS-SIDE)
              TO RT-OBJECT-TAG (WS-RULE-MAX, WS-SIDE).

       SODAUDIT-CHECK-CARD-SIDE.
           IF (SR-PROGRAM (WS-SIDE) = SPACES
                 AND SR-EVENT (WS-SIDE) = SPACES)
              OR SR-ACTOR-TAG (WS-SIDE) = SPACES
              OR SR-OBJECT-TAG (WS-SIDE) = SPACES
              MOVE "N" TO WS-CARD-SW
           END-IF.

       SODAUDIT-REJECT-RULE.
           ADD 1 TO WS-REJECT-COUNT
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  RULE CARD REJECTED - " DELIMITED BY SIZE
                  RULE-RECORD (1:57) DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM SODAUDIT-WRITE-LINE.

      *-----------------------------------------------------------------
      * EVERY DATED ARCHIVE CUT ON OR AFTER THE FIRST OF THE MONTH CAN
      * HOLD LINES OF IT, AND THE LIVE LOG HOLDS THE REST. HISTORY
      * FILES ON THE INVENTORY ARE NOT EVIDENCE AND ARE PASSED OVER.
      *-----------------------------------------------------------------
       SODAUDIT-SCAN-SOURCES.
           MOVE SPACES TO REPORT-LINE
           PERFORM SODAUDIT-WRITE-LINE
           MOVE "  AUDIT SOURCES READ          LINES" TO REPORT-LINE
           PERFORM SODAUDIT-WRITE-LINE
           OPEN INPUT INVENTORY-FILE
           IF WS-INV-STATUS = "00"
              PERFORM SODAUDIT-READ-INVENTORY
              PERFORM SODAUDIT-TRY-ONE-ARCHIVE UNTIL WS-INV-EOF
              CLOSE INVENTORY-FILE
           END-IF
           MOVE "AUDITLOG" TO WS-SOURCE-NAME
           PERFORM SODAUDIT-SCAN-ONE-SOURCE
              THRU SODAUDIT-SCAN-ONE-SOURCE-END.

       SODAUDIT-READ-INVENTORY.
           READ INVENTORY-FILE
              AT END SET WS-INV-EOF TO TRUE
           END-READ.

       SODAUDIT-TRY-ONE-ARCHIVE.
           IF INV-FILE-NAME (1:4) = "AUDA"
              AND INV-DATE >= WS-PERIOD-FROM
              MOVE INV-FILE-NAME TO WS-SOURCE-NAME
              PERFORM SODAUDIT-SCAN-ONE-SOURCE
                 THRU SODAUDIT-SCAN-ONE-SOURCE-END
           END-IF
           PERFORM SODAUDIT-READ-INVENTORY.

      *-----------------------------------------------------------------
      * AN ARCHIVE THE INVENTORY NAMES BUT THAT WILL NOT OPEN LEAVES A
      * GAP IN THE EVIDENCE AND IS FLAGGED. EACH LINE OF THE MONTH IS
      * TRIED AGAINST EVERY RULE.
      *-----------------------------------------------------------------
       SODAUDIT-SCAN-ONE-SOURCE.
           MOVE 0 TO WS-SOURCE-LINES
           OPEN INPUT SOURCE-LOG-FILE
           IF WS-SOURCE-STATUS NOT = "00"
              ADD 1 TO WS-MISSING-COUNT
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
              MOVE SPACES TO REPORT-LINE
              STRING "  " WS-SOURCE-NAME
                     "  *** NOT READ - STATUS " WS-SOURCE-STATUS
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM SODAUDIT-WRITE-LINE
              GO TO SODAUDIT-SCAN-ONE-SOURCE-END
           END-IF
           ADD 1 TO WS-SOURCE-COUNT
           MOVE "N" TO WS-SOURCE-EOF-SW
           PERFORM SODAUDIT-READ-SOURCE
           PERFORM SODAUDIT-CHECK-ONE-LINE UNTIL WS-SOURCE-EOF
           CLOSE SOURCE-LOG-FILE
           MOVE WS-SOURCE-LINES TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-SOURCE-NAME "  " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM SODAUDIT-WRITE-LINE.
       SODAUDIT-SCAN-ONE-SOURCE-END. EXIT.

       SODAUDIT-READ-SOURCE.
           READ SOURCE-LOG-FILE
              AT END SET WS-SOURCE-EOF TO TRUE
           END-READ.

       SODAUDIT-CHECK-ONE-LINE.
           ADD 1 TO WS-LINES-READ
           ADD 1 TO WS-SOURCE-LINES
           IF SL-LINE-DATE NOT < WS-PERIOD-FROM
              AND SL-LINE-DATE NOT > WS-PERIOD-TO
              ADD 1 TO WS-LINES-IN-PERIOD
              PERFORM SODAUDIT-CHECK-LINE-RULE
                 VARYING WS-RULE-I FROM 1 BY 1
                 UNTIL WS-RULE-I > WS-RULE-MAX
           END-IF
           PERFORM SODAUDIT-READ-SOURCE.

      *-----------------------------------------------------------------
      * A LINE IS HELD ONCE PER RULE - ON SIDE A IF IT FITS SIDE A -
      * SO A LINE THAT FITS BOTH SIDES CANNOT PAIR WITH ITSELF.
      *-----------------------------------------------------------------
       SODAUDIT-CHECK-LINE-RULE.
           IF RT-MATCH-TYPE (WS-RULE-I) = "S"
              MOVE 1 TO WS-SIDE-MAX
           ELSE
              MOVE 2 TO WS-SIDE-MAX
           END-IF
           MOVE "N" TO WS-STORED-SW
           PERFORM SODAUDIT-CHECK-LINE-SIDE
              THRU SODAUDIT-CHECK-LINE-SIDE-END
              VARYING WS-SIDE FROM 1 BY 1
              UNTIL WS-SIDE > WS-SIDE-MAX OR WS-LINE-STORED.

       SODAUDIT-CHECK-LINE-SIDE.
           IF RT-PROGRAM (WS-RULE-I, WS-SIDE) NOT = SPACES
              AND RT-PROGRAM (WS-RULE-I, WS-SIDE) NOT = SL-PROGRAM
              GO TO SODAUDIT-CHECK-LINE-SIDE-END
           END-IF
           IF RT-EVENT (WS-RULE-I, WS-SIDE) NOT = SPACES
              AND RT-EVENT (WS-RULE-I, WS-SIDE) NOT = SL-EVENT
              GO TO SODAUDIT-CHECK-LINE-SIDE-END
           END-IF
           MOVE RT-ACTOR-TAG (WS-RULE-I, WS-SIDE) TO WS-TAG
           PERFORM SODAUDIT-FIND-WORD
              THRU SODAUDIT-FIND-WORD-END
           MOVE WS-WORD TO WS-ACTOR
           MOVE RT-OBJECT-TAG (WS-RULE-I, WS-SIDE) TO WS-TAG
           PERFORM SODAUDIT-FIND-WORD
              THRU SODAUDIT-FIND-WORD-END
           MOVE WS-WORD TO WS-OBJECT
           IF WS-ACTOR = SPACES OR WS-OBJECT = SPACES
              GO TO SODAUDIT-CHECK-LINE-SIDE-END
           END-IF
           IF RT-MATCH-TYPE (WS-RULE-I) = "S"
              AND WS-ACTOR NOT = WS-OBJECT
              GO TO SODAUDIT-CHECK-LINE-SIDE-END
           END-IF
           SET WS-LINE-STORED TO TRUE
           IF WS-DT-MAX >= 3000
              IF NOT WS-DUTY-TABLE-FULL
                 SET WS-DUTY-TABLE-FULL TO TRUE
                 MOVE "SOURCE-LOG-FILE" TO FE-FILE-NAME
                 MOVE "LOAD" TO FE-OPERATION
                 MOVE "TB" TO FE-STATUS
                 MOVE "MORE THAN 3000 EVIDENCE LINES IN THE MONTH"
                    TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 IF WS-JOB-RC < 4
                    MOVE 4 TO WS-JOB-RC
                 END-IF
              END-IF
              GO TO SODAUDIT-CHECK-LINE-SIDE-END
           END-IF
           ADD 1 TO WS-DT-MAX
           MOVE WS-RULE-I TO DT-RULE (WS-DT-MAX)
           MOVE WS-SIDE TO DT-SIDE (WS-DT-MAX)
           MOVE WS-ACTOR TO DT-ACTOR (WS-DT-MAX)
           MOVE WS-OBJECT TO DT-OBJECT (WS-DT-MAX)
           MOVE "N" TO DT-DONE-SW (WS-DT-MAX)
           MOVE SOURCE-LOG-LINE TO DT-LINE (WS-DT-MAX).
       SODAUDIT-CHECK-LINE-SIDE-END. EXIT.

      *-----------------------------------------------------------------
      * THE WORD THAT FOLLOWS WS-TAG IN THE CURRENT LINE'S DETAIL, OR
      * SPACES WHEN THE TAG IS NOT THERE.
      *-----------------------------------------------------------------
       SODAUDIT-FIND-WORD.
           MOVE SPACES TO WS-WORD
           MOVE SPACES TO WS-SCAN-AREA
           STRING " " SL-DETAIL " " DELIMITED BY SIZE
              INTO WS-SCAN-AREA
           COMPUTE WS-TAG-LEN =
              FUNCTION LENGTH (FUNCTION TRIM (WS-TAG TRAILING))
           MOVE SPACES TO WS-SEARCH
           STRING " " WS-TAG (1:WS-TAG-LEN) " " DELIMITED BY SIZE
              INTO WS-SEARCH
           COMPUTE WS-SEARCH-LEN = WS-TAG-LEN + 2
           MOVE 0 TO WS-POS
           INSPECT WS-SCAN-AREA TALLYING WS-POS
              FOR CHARACTERS BEFORE INITIAL WS-SEARCH (1:WS-SEARCH-LEN)
           IF WS-POS + WS-SEARCH-LEN >= 62
              GO TO SODAUDIT-FIND-WORD-END
           END-IF
           COMPUTE WS-START = WS-POS + WS-SEARCH-LEN + 1
           MOVE SPACES TO WS-REST
           MOVE WS-SCAN-AREA (WS-START:) TO WS-REST
           MOVE FUNCTION TRIM (WS-REST LEADING) TO WS-REST
           UNSTRING WS-REST DELIMITED BY SPACE
              INTO WS-WORD.
       SODAUDIT-FIND-WORD-END. EXIT.

      *-----------------------------------------------------------------
      * A RERUN FOR A MONTH WHOSE RULE RESULTS ARE ALREADY ON THE
      * HISTORY REPORTS AS USUAL BUT DOES NOT RECORD THEM AGAIN.
      *-----------------------------------------------------------------
       SODAUDIT-CHECK-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
              PERFORM SODAUDIT-READ-HISTORY
              PERFORM SODAUDIT-CHECK-ONE-HISTORY
                 UNTIL WS-HIST-EOF OR WS-ALREADY-RECORDED
              CLOSE HISTORY-FILE
           END-IF.

       SODAUDIT-READ-HISTORY.
           READ HISTORY-FILE
              AT END SET WS-HIST-EOF TO TRUE
           END-READ.

       SODAUDIT-CHECK-ONE-HISTORY.
           IF HL-PROGRAM = "SODAUDIT" AND HL-EVENT = "SODRL"
              AND HL-DETAIL (20:6) = WS-PERIOD
              SET WS-ALREADY-RECORDED TO TRUE
           ELSE
              PERFORM SODAUDIT-READ-HISTORY
           END-IF.

      *-----------------------------------------------------------------
      * THE HISTORY IS EXTENDED, OR STARTED ON ITS FIRST RUN.
      *-----------------------------------------------------------------
       SODAUDIT-OPEN-HISTORY.
           IF WS-ALREADY-RECORDED
              GO TO SODAUDIT-OPEN-HISTORY-END
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF WS-HIST-STATUS = "35"
              OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00"
              MOVE "HISTORY-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-HIST-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
              GO TO SODAUDIT-OPEN-HISTORY-END
           END-IF
           SET WS-HIST-OPEN TO TRUE.
       SODAUDIT-OPEN-HISTORY-END. EXIT.

      *-----------------------------------------------------------------
      * ONE BLOCK PER RULE. EACH SIDE A LINE NOT YET LISTED STARTS A
      * VIOLATION WHEN THE RULE IS SATISFIED FOR ITS ACTOR AND
      * OBJECT; ALL THE EVIDENCE FOR THAT PAIR THEN PRINTS TOGETHER.
      *-----------------------------------------------------------------
       SODAUDIT-REPORT-RULE.
           MOVE SPACES TO REPORT-LINE
           PERFORM SODAUDIT-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RULE " RT-RULE-ID (WS-RULE-I)
                  "  " RT-TITLE (WS-RULE-I)
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM SODAUDIT-WRITE-LINE
           PERFORM SODAUDIT-FIND-VIOLATION
              THRU SODAUDIT-FIND-VIOLATION-END
              VARYING WS-DT-I FROM 1 BY 1
              UNTIL WS-DT-I > WS-DT-MAX
           IF RT-VIOLATIONS (WS-RULE-I) = 0
              MOVE "  NO VIOLATIONS" TO REPORT-LINE
              PERFORM SODAUDIT-WRITE-LINE
           END-IF
           MOVE "SODRL" TO WS-HIST-EVENT
           MOVE SPACES TO WS-HIST-DETAIL
           STRING "RULE " RT-RULE-ID (WS-RULE-I)
                  " PERIOD " WS-PERIOD
                  " VIOLATIONS " RT-VIOLATIONS (WS-RULE-I)
              DELIMITED BY SIZE INTO WS-HIST-DETAIL
           PERFORM SODAUDIT-WRITE-HISTORY-EVENT.

       SODAUDIT-FIND-VIOLATION.
           IF DT-RULE (WS-DT-I) NOT = WS-RULE-I
              OR DT-SIDE (WS-DT-I) NOT = 1
              OR DT-DONE-SW (WS-DT-I) = "Y"
              GO TO SODAUDIT-FIND-VIOLATION-END
           END-IF
           MOVE DT-ACTOR (WS-DT-I) TO WS-ACTOR
           MOVE DT-OBJECT (WS-DT-I) TO WS-OBJECT
           IF RT-MATCH-TYPE (WS-RULE-I) = "P"
              MOVE "N" TO WS-FOUND-SW
              PERFORM SODAUDIT-FIND-OTHER-SIDE
                 VARYING WS-DT-J FROM 1 BY 1
                 UNTIL WS-DT-J > WS-DT-MAX OR WS-OTHER-SIDE-FOUND
              IF NOT WS-OTHER-SIDE-FOUND
                 GO TO SODAUDIT-FIND-VIOLATION-END
              END-IF
           END-IF
           ADD 1 TO RT-VIOLATIONS (WS-RULE-I)
           ADD 1 TO WS-VIOLATION-COUNT
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  USER " WS-ACTOR " ON " WS-OBJECT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM SODAUDIT-WRITE-LINE
           MOVE "SODVL" TO WS-HIST-EVENT
           MOVE SPACES TO WS-HIST-DETAIL
           STRING "RULE " RT-RULE-ID (WS-RULE-I)
                  " PERIOD " WS-PERIOD
                  " USER " WS-ACTOR
                  " ON " WS-OBJECT
              DELIMITED BY SIZE INTO WS-HIST-DETAIL
           PERFORM SODAUDIT-WRITE-HISTORY-EVENT
           PERFORM SODAUDIT-LIST-EVIDENCE
              VARYING WS-DT-J FROM 1 BY 1
              UNTIL WS-DT-J > WS-DT-MAX.
       SODAUDIT-FIND-VIOLATION-END. EXIT.

       SODAUDIT-FIND-OTHER-SIDE.
           IF DT-RULE (WS-DT-J) = WS-RULE-I
              AND DT-SIDE (WS-DT-J) = 2
              AND DT-ACTOR (WS-DT-J) = WS-ACTOR
              AND DT-OBJECT (WS-DT-J) = WS-OBJECT
              SET WS-OTHER-SIDE-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * EACH EVIDENCE LINE PRINTS AS ITS STAMP - SIDE, DATE, TIME,
      * PROGRAM, EVENT, RUN-ID AND DISTRICT - WITH THE DETAIL BELOW,
      * AND IS COPIED AS IT STANDS ONTO THE HISTORY.
      *-----------------------------------------------------------------
       SODAUDIT-LIST-EVIDENCE.
           IF DT-RULE (WS-DT-J) = WS-RULE-I
              AND DT-ACTOR (WS-DT-J) = WS-ACTOR
              AND DT-OBJECT (WS-DT-J) = WS-OBJECT
              AND DT-DONE-SW (WS-DT-J) NOT = "Y"
              MOVE "Y" TO DT-DONE-SW (WS-DT-J)
              MOVE DT-LINE (WS-DT-J) TO WS-EVIDENCE-LINE
              IF DT-SIDE (WS-DT-J) = 1
                 MOVE "A" TO DL-SIDE
              ELSE
                 MOVE "B" TO DL-SIDE
              END-IF
              MOVE EV-DATE TO DL-DATE
              MOVE EV-TIME TO DL-TIME
              MOVE EV-PROGRAM TO DL-PROGRAM
              MOVE EV-EVENT TO DL-EVENT
              MOVE EV-RUN-ID TO DL-RUN-ID
              MOVE EV-DISTRICT TO DL-DISTRICT
              MOVE WS-DETAIL-LINE TO REPORT-LINE
              PERFORM SODAUDIT-WRITE-LINE
              MOVE SPACES TO REPORT-LINE
              MOVE EV-DETAIL TO REPORT-LINE (8:60)
              PERFORM SODAUDIT-WRITE-LINE
              MOVE DT-LINE (WS-DT-J) TO HISTORY-LINE
              PERFORM SODAUDIT-WRITE-HISTORY
           END-IF.

      *-----------------------------------------------------------------
      * A HISTORY LINE OF SODAUDIT'S OWN, IN THE AUDIT-LINE LAYOUT -
      * THE CALLER SETS WS-HIST-EVENT AND WS-HIST-DETAIL.
      *-----------------------------------------------------------------
       SODAUDIT-WRITE-HISTORY-EVENT.
           MOVE SPACES TO HISTORY-LINE
           MOVE WS-DATE-TIME TO HL-TIMESTAMP
           MOVE RI-RUN-ID TO HL-RUN-ID
           MOVE "*" TO HL-DISTRICT
           MOVE "SODAUDIT" TO HL-PROGRAM
           MOVE WS-HIST-EVENT TO HL-EVENT
           MOVE WS-HIST-DETAIL TO HL-DETAIL
           PERFORM SODAUDIT-WRITE-HISTORY.

       SODAUDIT-WRITE-HISTORY.
           IF WS-HIST-OPEN
              WRITE HISTORY-LINE
              IF WS-HIST-STATUS NOT = "00"
                 MOVE "HISTORY-FILE" TO FE-FILE-NAME
                 MOVE "WRITE" TO FE-OPERATION
                 MOVE WS-HIST-STATUS TO FE-STATUS
                 MOVE HISTORY-LINE (1:80) TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 IF WS-JOB-RC < 8
                    MOVE 8 TO WS-JOB-RC
                 END-IF
              ELSE
                 ADD 1 TO WS-HIST-COUNT
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THE HISTORY IS CLOSED AND ENTERED ON AUDAINV, DATED TODAY
      * WITH ITS LINE COUNT GROWN BY THIS RUN'S LINES, SO AUDQUERY
      * SEARCHES IT FOR ANY FROM-DATE UP TO TODAY.
      *-----------------------------------------------------------------
       SODAUDIT-CLOSE-HISTORY.
           IF WS-HIST-OPEN
              CLOSE HISTORY-FILE
              MOVE "N" TO WS-HIST-OPEN-SW
              IF WS-HIST-COUNT > 0
                 PERFORM SODAUDIT-RECORD-INVENTORY
                    THRU SODAUDIT-RECORD-INVENTORY-END
              END-IF
           END-IF.

       SODAUDIT-RECORD-INVENTORY.
           MOVE "N" TO WS-INV-EOF-SW
           MOVE 0 TO WS-INV-MAX
           MOVE 0 TO WS-INV-FOUND
           OPEN INPUT INVENTORY-FILE
           IF WS-INV-STATUS = "00"
              PERFORM SODAUDIT-READ-INVENTORY
              PERFORM SODAUDIT-HOLD-INVENTORY UNTIL WS-INV-EOF
              CLOSE INVENTORY-FILE
           END-IF
           IF WS-INV-FOUND > 0
              MOVE WS-RUN-DATE TO WS-INV-DATE (WS-INV-FOUND)
              ADD WS-HIST-COUNT TO WS-INV-LINE-COUNT (WS-INV-FOUND)
           ELSE
              IF WS-INV-MAX >= 100
                 MOVE "INVENTORY-FILE" TO FE-FILE-NAME
                 MOVE "LOAD" TO FE-OPERATION
                 MOVE "TB" TO FE-STATUS
                 MOVE "AUDAINV FULL - SODHIST.DAT NOT ENTERED"
                    TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 IF WS-JOB-RC < 4
                    MOVE 4 TO WS-JOB-RC
                 END-IF
                 GO TO SODAUDIT-RECORD-INVENTORY-END
              END-IF
              ADD 1 TO WS-INV-MAX
              MOVE WS-RUN-DATE TO WS-INV-DATE (WS-INV-MAX)
              MOVE WS-HISTORY-NAME TO WS-INV-FILE-NAME (WS-INV-MAX)
              MOVE WS-HIST-COUNT TO WS-INV-LINE-COUNT (WS-INV-MAX)
           END-IF
           OPEN OUTPUT INVENTORY-FILE
           IF WS-INV-STATUS NOT = "00"
              MOVE "INVENTORY-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-INV-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
              GO TO SODAUDIT-RECORD-INVENTORY-END
           END-IF
           PERFORM SODAUDIT-WRITE-ONE-INVENTORY
              VARYING WS-INV-I FROM 1 BY 1
              UNTIL WS-INV-I > WS-INV-MAX
           CLOSE INVENTORY-FILE.
       SODAUDIT-RECORD-INVENTORY-END. EXIT.

       SODAUDIT-HOLD-INVENTORY.
           IF WS-INV-MAX < 100
              ADD 1 TO WS-INV-MAX
              MOVE INV-DATE       TO WS-INV-DATE (WS-INV-MAX)
              MOVE INV-FILE-NAME  TO WS-INV-FILE-NAME (WS-INV-MAX)
              MOVE INV-LINE-COUNT TO WS-INV-LINE-COUNT (WS-INV-MAX)
              IF INV-FILE-NAME = WS-HISTORY-NAME
                 MOVE WS-INV-MAX TO WS-INV-FOUND
              END-IF
           END-IF
           PERFORM SODAUDIT-READ-INVENTORY.

       SODAUDIT-WRITE-ONE-INVENTORY.
           MOVE WS-INV-DATE (WS-INV-I)       TO INV-DATE
           MOVE WS-INV-FILE-NAME (WS-INV-I)  TO INV-FILE-NAME
           MOVE WS-INV-LINE-COUNT (WS-INV-I) TO INV-LINE-COUNT
           WRITE INVENTORY-RECORD.

      *-----------------------------------------------------------------
       SODAUDIT-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM SODAUDIT-WRITE-LINE
           IF WS-DUTY-TABLE-FULL
              MOVE "  *** OVER 3000 EVIDENCE LINES - REST NOT REVIEWED"
                 TO REPORT-LINE
              PERFORM SODAUDIT-WRITE-LINE
           END-IF
           IF WS-ALREADY-RECORDED
              MOVE "  PERIOD ALREADY ON SODHIST - HISTORY NOT WRITTEN"
                 TO REPORT-LINE
              PERFORM SODAUDIT-WRITE-LINE
           END-IF
           MOVE WS-RULE-MAX TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  RULES APPLIED  . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM SODAUDIT-WRITE-LINE
           MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  RULE CARDS REJECTED  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM SODAUDIT-WRITE-LINE
           MOVE WS-SOURCE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  AUDIT SOURCES READ . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM SODAUDIT-WRITE-LINE
           MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  AUDIT SOURCES NOT READ . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM SODAUDIT-WRITE-LINE
           MOVE WS-LINES-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  AUDIT LINES READ . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM SODAUDIT-WRITE-LINE
           MOVE WS-LINES-IN-PERIOD TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  LINES IN THE PERIOD  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM SODAUDIT-WRITE-LINE
           MOVE WS-VIOLATION-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  VIOLATIONS FOUND . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM SODAUDIT-WRITE-LINE
           MOVE WS-HIST-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  HISTORY LINES WRITTEN  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM SODAUDIT-WRITE-LINE
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "SODAUDIT" TO AL-PROGRAM
           MOVE "SODCK" TO AL-EVENT
           STRING "PERIOD " WS-PERIOD " RULES " WS-RULE-MAX
                  " VIOLATIONS " WS-VIOLATION-COUNT
                  " LINES " WS-LINES-IN-PERIOD
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       SODAUDIT-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       SODAUDIT-TERMINATE.
      *-----------------------------------------------------------------
           IF WS-REPORT-OPEN
              CLOSE REPORT-FILE
           END-IF.
       END PROGRAM SODAUDIT.
