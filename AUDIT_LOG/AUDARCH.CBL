      * THE PERSISTENT PROBLEM LOG AND THE MATCHING AUDIT EVENT, SO
      * THE EVIDENCE OF A FAILURE NO LONGER EVAPORATES WITH THE JOB
      * LOG.
      * MODIFIED 15/10/2026 - AN ARCHIVE PAST RETENTION IS SCANNED
      * BEFORE IT IS PURGED; IF ANY LINE IN IT WAS WRITTEN BY A
      * PROGRAM UNDER A LEGLHOLD LITIGATION HOLD ON A DATE THE HOLD
      * COVERS (ASKED THROUGH HOLDCHK), THE WHOLE ARCHIVE IS KEPT -
      * A DAY'S FILE IS THE SMALLEST UNIT THIS JOB CAN KEEP. THE
      * INVENTORY SHOWS IT HELD WITH THE MATTER, AND THE SUMMARY
      * COUNTS ARCHIVES HELD.
      * MODIFIED 15/10/2026 - AN INVENTORY ENTRY WHOSE FILE IS NOT A
      * DATED AUDA ARCHIVE (THE SODAUDIT VIOLATION HISTORY) IS A
      * PERMANENT HISTORY FILE - NEVER AGED OR PURGED, SHOWN AS
      * HISTORY, AND NEVER TAKEN FOR TODAY'S CUTOVER SLOT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE              PIC X(109).
       01  ARCHIVE-AUDIT-LINE.
           05 AA-LINE-DATE           PIC 9(08).
           05 FILLER                 PIC X(25).
           05 AA-PROGRAM             PIC X(09).
           05 FILLER                 PIC X(67).

       FD  INVENTORY-FILE.
       01  INVENTORY-RECORD.
           COPY "FILERRPM.CPY".
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-HOLD-PARMS.
           COPY "HOLDCHPM.CPY".
       01  WS-AUDIT-STATUS           PIC X(02).
       01  WS-ARCHIVE-STATUS         PIC X(02).
       01  WS-INV-STATUS             PIC X(02).
      *-----------------------------------------------------------------
      * THE INVENTORY ON HAND, READ IN FULL BEFORE THE CUTOVER SO THE
      * RETENTION DECISION AND THE REWRITE SEE ONE CONSISTENT LIST.
      * WS-INV-KEEP-SW MARKS EACH ARCHIVE KEPT, HELD OR PURGED THIS
      * RUN; A HELD ARCHIVE CARRIES THE MATTER THAT HOLDS IT. "P"
      * MARKS A PERMANENT HISTORY FILE RECORDED BY ANOTHER JOB.
      *-----------------------------------------------------------------
       01  WS-INVENTORY-TABLE.
           05 WS-INV-ENTRY OCCURS 100 TIMES.
              10 WS-INV-FILE-NAME    PIC X(16).
              10 WS-INV-LINE-COUNT   PIC 9(07).
              10 WS-INV-KEEP-SW      PIC X(01).
              10 WS-INV-HOLD-MATTER  PIC X(10).
       01  WS-KEPT-COUNT             PIC 9(03) VALUE 0.
       01  WS-PURGED-COUNT           PIC 9(03) VALUE 0.
       01  WS-HELD-COUNT             PIC 9(03) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-DAYS              PIC ZZ9.
       01  WS-DETAIL-LINE.
           05 DL-LINE-COUNT          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 DL-DISPOSITION         PIC X(08).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 DL-HOLD-MATTER         PIC X(10).

      ******************************************************************
       PROCEDURE DIVISION.

       AUDARCH-MATCH-TODAY-SLOT.
           IF WS-INV-DATE (WS-INV-I) = WS-RUN-DATE
              AND WS-INV-FILE-NAME (WS-INV-I) = WS-ARCHIVE-NAME
              MOVE WS-INV-I TO WS-INV-FOUND
           END-IF.

      * MARK EVERY ARCHIVE OLDER THAN THE RETENTION CUTOFF FOR PURGE
      * AND EMPTY ITS FILE IN PLACE. THE DAY ARITHMETIC RUNS ON
      * INTEGER DAY NUMBERS SO A CUTOFF THAT CROSSES A MONTH OR YEAR
      * BOUNDARY NEEDS NO SPECIAL CASE. AN ARCHIVE PAST THE CUTOFF
      * THAT A LITIGATION HOLD STILL NEEDS IS MARKED HELD INSTEAD.
      * A FILE THAT IS NOT A DATED AUDA ARCHIVE IS A PERMANENT
      * HISTORY FILE AND IS KEPT WHATEVER ITS DATE.
      *-----------------------------------------------------------------
       AUDARCH-APPLY-RETENTION.
           MOVE 0 TO WS-KEPT-COUNT
           MOVE 0 TO WS-PURGED-COUNT
           MOVE 0 TO WS-HELD-COUNT
           PERFORM AUDARCH-JUDGE-ONE-ARCHIVE
              VARYING WS-INV-I FROM 1 BY 1
              UNTIL WS-INV-I > WS-INV-MAX.

       AUDARCH-JUDGE-ONE-ARCHIVE.
           IF WS-INV-FILE-NAME (WS-INV-I) (1:4) NOT = "AUDA"
              MOVE "P" TO WS-INV-KEEP-SW (WS-INV-I)
           ELSE
              COMPUTE WS-ARCHIVE-INT =
                 FUNCTION INTEGER-OF-DATE (WS-INV-DATE (WS-INV-I))
              IF WS-TODAY-INT - WS-ARCHIVE-INT > WS-RETENTION-DAYS
                 PERFORM AUDARCH-CHECK-HOLDS
              END-IF
           END-IF
           EVALUATE WS-INV-KEEP-SW (WS-INV-I)
              WHEN "H"
                 ADD 1 TO WS-HELD-COUNT
              WHEN "N"
                 ADD 1 TO WS-PURGED-COUNT
                 MOVE WS-INV-FILE-NAME (WS-INV-I) TO WS-ARCHIVE-NAME
                 OPEN OUTPUT ARCHIVE-FILE
                 CLOSE ARCHIVE-FILE
              WHEN OTHER
                 ADD 1 TO WS-KEPT-COUNT
           END-EVALUATE.

      *-----------------------------------------------------------------
      * READ THE ARCHIVE DUE FOR PURGE AND ASK HOLDCHK ABOUT EACH
      * LINE'S PROGRAM AND DATE, STOPPING AT THE FIRST HELD LINE.
      * AN ARCHIVE THAT WILL NOT OPEN HAS NOTHING LEFT TO PROTECT.
      *-----------------------------------------------------------------
       AUDARCH-CHECK-HOLDS.
           MOVE "N" TO WS-INV-KEEP-SW (WS-INV-I)
           MOVE WS-INV-FILE-NAME (WS-INV-I) TO WS-ARCHIVE-NAME
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
              MOVE "N" TO WS-EOF-SW
              PERFORM AUDARCH-READ-ARCHIVE
              PERFORM AUDARCH-CHECK-ONE-LINE
                 UNTIL WS-EOF OR WS-INV-KEEP-SW (WS-INV-I) = "H"
              CLOSE ARCHIVE-FILE
           END-IF.

       AUDARCH-READ-ARCHIVE.
           READ ARCHIVE-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       AUDARCH-CHECK-ONE-LINE.
           MOVE "PGM " TO HC-SUBJ-TYPE
           MOVE AA-PROGRAM TO HC-SUBJ-KEY
           MOVE AA-LINE-DATE TO HC-DATE
           CALL "HOLDCHK" USING WS-HOLD-PARMS
           IF HC-KEEP
              MOVE "H" TO WS-INV-KEEP-SW (WS-INV-I)
              MOVE HC-MATTER TO WS-INV-HOLD-MATTER (WS-INV-I)
           ELSE
              PERFORM AUDARCH-READ-ARCHIVE
           END-IF.

      *-----------------------------------------------------------------
      * REWRITE THE INVENTORY WITH ONLY THE ARCHIVES KEPT OR HELD
      * THIS RUN.
      *-----------------------------------------------------------------
       AUDARCH-REWRITE-INVENTORY.
           OPEN OUTPUT INVENTORY-FILE
       AUDARCH-REWRITE-INVENTORY-END. EXIT.

       AUDARCH-WRITE-ONE-INVENTORY.
           IF WS-INV-KEEP-SW (WS-INV-I) NOT = "N"
              MOVE WS-INV-DATE (WS-INV-I)       TO INV-DATE
              MOVE WS-INV-FILE-NAME (WS-INV-I)  TO INV-FILE-NAME
              MOVE WS-INV-LINE-COUNT (WS-INV-I) TO INV-LINE-COUNT
           PERFORM AUDARCH-WRITE-LINE
           MOVE "DATE      FILE              LINES      DISPOSITION"
              TO REPORT-LINE
           MOVE "MATTER" TO REPORT-LINE (52:6)
           PERFORM AUDARCH-WRITE-LINE
           PERFORM AUDARCH-REPORT-ONE-ARCHIVE
              VARYING WS-INV-I FROM 1 BY 1
           STRING "ARCHIVES PURGED . . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT                    DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM AUDARCH-WRITE-LINE
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ARCHIVES HELD UNDER LEGAL HOLD" DELIMITED BY SIZE
                  WS-EDIT-COUNT                    DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM AUDARCH-WRITE-LINE.

       AUDARCH-REPORT-ONE-ARCHIVE.
           MOVE WS-INV-DATE (WS-INV-I)       TO DL-DATE
           MOVE WS-INV-FILE-NAME (WS-INV-I)  TO DL-FILE-NAME
           MOVE WS-INV-LINE-COUNT (WS-INV-I) TO DL-LINE-COUNT
           EVALUATE WS-INV-KEEP-SW (WS-INV-I)
              WHEN "Y"
                 MOVE "KEPT"   TO DL-DISPOSITION
              WHEN "H"
                 MOVE "HELD"   TO DL-DISPOSITION
                 MOVE WS-INV-HOLD-MATTER (WS-INV-I) TO DL-HOLD-MATTER
              WHEN "P"
                 MOVE "HISTORY" TO DL-DISPOSITION
              WHEN OTHER
                 MOVE "PURGED" TO DL-DISPOSITION
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM AUDARCH-WRITE-LINE.

