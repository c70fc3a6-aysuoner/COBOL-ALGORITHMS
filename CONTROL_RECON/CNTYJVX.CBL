      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    CNTYJVX.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * COUNTY JOURNAL-VOUCHER EXPORT. RELEASED ADJUSTMENTS (ADJOUT,
      * FROM ADJRELSE) AND QUARTERLY POSTINGS (QTRPOSTX, FROM QTRPOST)
      * ONLY REACHED THE COUNTY'S GENERAL LEDGER BECAUSE SOMEONE
      * RETYPED THEM. THIS STEP TURNS BOTH INTO ONE BATCH IN THE
      * COUNTY'S STANDARD JOURNAL-VOUCHER INTERFACE FILE (CNTYJV):
      *    - A BATCH HEADER (AGENCY, BATCH ID, SEND AND EFFECTIVE
      *      DATES),
      *    - ONE DETAIL LINE PER SOURCE AMOUNT, MAPPED TO THE
      *      COUNTY'S FUND / FUNCTION / OBJECT CODES THROUGH THE
      *      CNTYXWK CROSSWALK, PLUS ITS OFFSETTING LINE WHEN THE
      *      CROSSWALK NAMES AN OFFSET ACCOUNT - A POSITIVE AMOUNT
      *      DEBITS THE MAPPED ACCOUNT, A NEGATIVE ONE CREDITS IT,
      *    - A CONTROL TRAILER WITH THE LINE COUNT AND THE DEBIT AND
      *      CREDIT TOTALS.
      * THE INPUTS ARE READ TWICE. THE FIRST PASS ONLY EDITS, AND THE
      * BATCH IS REFUSED (RC 8, NOTHING WRITTEN) WHEN ANY SOURCE
      * LINE HAS NO CROSSWALK ENTRY, WHEN QTRPOSTX DOES NOT AGREE
      * WITH ITS OWN CONTROL RECORD, WHEN DEBITS DO NOT EQUAL
      * CREDITS, OR WHEN THE SAME BATCH HAS BEEN SENT BEFORE. A
      * RELEASED BATCH IS WRITTEN ON THE SECOND PASS.
      * EVERY BATCH SENT IS SIGNED IN THE FEEDLDGR FEED LEDGER UNDER
      * FEED NAME CNTYJV (LINE COUNT PLUS DEBIT TOTAL, THE SAME
      * SIGNATURE FEEDREG KEEPS), SO A RERUN OVER THE SAME ADJOUT
      * AND QTRPOSTX CANNOT SEND IT TWICE, AND IS REGISTERED AS SENT
      * ON THE CNTYBREG BATCH REGISTER WHERE CNTYACK LATER POSTS THE
      * COUNTY'S ACCEPTANCE OR REJECTION.
      *
      * THE CNTYPRM CONTROL CARD CARRIES THE AGENCY CODE THE COUNTY
      * ASSIGNED US AND AN OPTIONAL SUPERVISOR-OVERRIDE FLAG; Y SENDS
      * A BATCH WHOSE SIGNATURE IS ALREADY ON FEEDLDGR (THE RESEND OF
      * A BATCH THE COUNTY REJECTED) AND MARKS IT SO ON THE LEDGER
      * AND THE REGISTER. EITHER SOURCE FILE MAY BE ABSENT.
      * MODIFIED 15/10/2026 - ADJOUT RECORD NOW ENDS WITH THE PAYEE'S
      * CHECK LANGUAGE; NOT USED HERE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CNTYPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CROSSWALK-FILE ASSIGN TO "CNTYXWK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XWK-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "ADJOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "QTRPOSTX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT VOUCHER-FILE ASSIGN TO "CNTYJV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JV-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "FEEDLDGR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "CNTYBREG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CB-BATCH-ID
               FILE STATUS IS WS-REG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CNTYJVR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 PRM-AGENCY             PIC X(6).
           05 PRM-OVERRIDE           PIC X(1).

       FD  CROSSWALK-FILE.
           COPY "CNTYXWK.CPY".

       FD  RELEASE-FILE.
       01  RELEASE-RECORD.
           05 REL-ACCT-ID            PIC X(8).
           05 REL-AMOUNT             PIC S9(4).
           05 REL-APPROVER           PIC X(8).
           05 REL-LANGUAGE           PIC X(1).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           05 QX-REC-TYPE            PIC X(1).
           05 QX-QUARTER             PIC 9(1).
           05 QX-COUNT               PIC 9(8).
           05 QX-AMOUNT              PIC S9(10)V9(2).

      *-----------------------------------------------------------------
      * THE COUNTY'S JOURNAL-VOUCHER INTERFACE RECORD - H HEADER,
      * D DETAIL, T TRAILER - EVERY ONE CARRYING THE BATCH ID.
      *-----------------------------------------------------------------
       FD  VOUCHER-FILE.
       01  JV-HEADER-RECORD.
           05 JVH-REC-TYPE           PIC X(1).
           05 JVH-BATCH-ID           PIC X(12).
           05 JVH-AGENCY             PIC X(6).
           05 JVH-BATCH-DATE         PIC 9(8).
           05 JVH-EFFECTIVE-DATE     PIC 9(8).
           05 JVH-DESCRIPTION        PIC X(30).
           05 FILLER                 PIC X(15).
       01  JV-DETAIL-RECORD.
           05 JVD-REC-TYPE           PIC X(1).
           05 JVD-BATCH-ID           PIC X(12).
           05 JVD-LINE-NO            PIC 9(5).
           05 JVD-FUND               PIC X(4).
           05 JVD-FUNCTION           PIC X(4).
           05 JVD-OBJECT             PIC X(6).
           05 JVD-DR-CR              PIC X(1).
           05 JVD-AMOUNT             PIC 9(11)V9(2).
           05 JVD-DESCRIPTION        PIC X(20).
           05 JVD-REFERENCE          PIC X(10).
           05 FILLER                 PIC X(4).
       01  JV-TRAILER-RECORD.
           05 JVT-REC-TYPE           PIC X(1).
           05 JVT-BATCH-ID           PIC X(12).
           05 JVT-LINE-COUNT         PIC 9(7).
           05 JVT-TOTAL-DEBITS       PIC 9(11)V9(2).
           05 JVT-TOTAL-CREDITS      PIC 9(11)V9(2).
           05 FILLER                 PIC X(34).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LDG-FEED-NAME          PIC X(8).
           05 LDG-RECORD-COUNT       PIC 9(7).
           05 LDG-HASH-TOTAL         PIC S9(11)V9(2).
           05 LDG-RUN-DATE           PIC 9(8).
           05 LDG-OVERRIDE           PIC X(1).

       FD  REGISTER-FILE.
           COPY "CNTYBREG.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-ALERT-PARMS.
           COPY "ALERTPM.CPY".
       01  WS-BIZDAY-PARM.
           COPY "BIZDAY.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-CTL-STATUS             PIC X(02).
       01  WS-XWK-STATUS             PIC X(02).
       01  WS-REL-STATUS             PIC X(02).
       01  WS-EXTRACT-STATUS         PIC X(02).
       01  WS-JV-STATUS              PIC X(02).
       01  WS-LEDGER-STATUS          PIC X(02).
       01  WS-REG-STATUS             PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-OVERRIDE-SW            PIC X(01) VALUE "N".
           88 WS-OVERRIDE            VALUE "Y".
       01  WS-DUP-FOUND-SW           PIC X VALUE "N".
           88 WS-DUP-FOUND           VALUE "Y".
       01  WS-RELEASED-SW            PIC X VALUE "N".
           88 WS-RELEASED            VALUE "Y".
       01  WS-ID-FREE-SW             PIC X VALUE "N".
           88 WS-ID-FREE             VALUE "Y".
       01  WS-QX-CONTROL-SW          PIC X VALUE "N".
           88 WS-QX-CONTROL-FOUND   VALUE "Y".
       01  WS-PASS-SW                PIC X VALUE "E".
           88 WS-EDIT-PASS           VALUE "E".
           88 WS-WRITE-PASS          VALUE "W".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-EFFECTIVE-DATE         PIC 9(08).
       01  WS-AGENCY                 PIC X(06).
       01  WS-REFUSAL                PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
      * THE CROSSWALK, LOADED ONCE. A TABLE OF MORE THAN 500 ROWS
      * FILLS AND STOPS LOADING, AND THE OVERFLOW IS REPORTED.
      *-----------------------------------------------------------------
       01  WS-XW-MAX                 PIC 9(03) VALUE 0.
       01  WS-XW-I                   PIC 9(03).
       01  WS-XW-HIT                 PIC 9(03).
       01  WS-XW-DROPPED             PIC 9(05) VALUE 0.
       01  WS-XW-TABLE.
           05 WS-XW-ENTRY OCCURS 500 TIMES.
              10 WS-XW-ID            PIC X(08).
              10 WS-XW-CODE          PIC X(14).
              10 WS-XW-OFFSET        PIC X(14).
              10 WS-XW-DESC          PIC X(20).
      *-----------------------------------------------------------------
      * ONE SOURCE AMOUNT ON ITS WAY TO THE BATCH.
      *-----------------------------------------------------------------
       01  WS-SRC-KEY                PIC X(08).
       01  WS-FIND-KEY               PIC X(08).
       01  WS-SRC-AMOUNT             PIC S9(11)V9(2).
       01  WS-SRC-DESC               PIC X(20).
       01  WS-SRC-REF                PIC X(10).
       01  WS-LINE-AMOUNT            PIC 9(11)V9(2).
       01  WS-LINE-SIDE              PIC X(01).
       01  WS-OFFSET-SIDE            PIC X(01).
       01  WS-LINE-CODE.
           05 WS-LINE-FUND           PIC X(04).
           05 WS-LINE-FUNCTION       PIC X(04).
           05 WS-LINE-OBJECT         PIC X(06).
       01  WS-QTR-KEY.
           05 FILLER                 PIC X(07) VALUE "QTRPOST".
           05 WS-QTR-KEY-NO          PIC X(01).
      *-----------------------------------------------------------------
      * THE BATCH - ITS ID, AND THE TOTALS OF THE PASS IN HAND.
      *-----------------------------------------------------------------
       01  WS-BATCH-ID.
           05 FILLER                 PIC X(02) VALUE "JV".
           05 WS-BATCH-DATE          PIC 9(08).
           05 WS-BATCH-SEQ           PIC 9(02).
       01  WS-SEQ-TRY                PIC 9(03).
       01  WS-LINE-COUNT             PIC 9(07) VALUE 0.
       01  WS-TOTAL-DEBITS           PIC 9(11)V9(2) VALUE 0.
       01  WS-TOTAL-CREDITS          PIC 9(11)V9(2) VALUE 0.
       01  WS-ADJ-COUNT              PIC 9(05) VALUE 0.
       01  WS-QTR-COUNT              PIC 9(05) VALUE 0.
       01  WS-UNMAPPED-COUNT         PIC 9(05) VALUE 0.
       01  WS-QX-READ-COUNT          PIC 9(08) VALUE 0.
       01  WS-QX-READ-TOTAL          PIC S9(10)V9(2) VALUE 0.
       01  WS-QX-CTL-COUNT           PIC 9(08) VALUE 0.
       01  WS-QX-CTL-TOTAL           PIC S9(10)V9(2) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-LINE-NO           PIC ZZZZ9.
       01  WS-EDIT-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-SIGNED            PIC -,---,---,--9.99.
       01  WS-EDIT-DEBITS            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-CREDITS           PIC Z,ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       CNTYJVX-MAIN.
           PERFORM CNTYJVX-INIT
              THRU CNTYJVX-INIT-END
           IF WS-JOB-RC < 12
              SET WS-EDIT-PASS TO TRUE
              PERFORM CNTYJVX-READ-SOURCES
              PERFORM CNTYJVX-RELEASE-CHECK
                 THRU CNTYJVX-RELEASE-CHECK-END
           END-IF
           IF WS-RELEASED
              PERFORM CNTYJVX-ASSIGN-BATCH-ID
                 THRU CNTYJVX-ASSIGN-BATCH-ID-END
           END-IF
           IF WS-RELEASED
              PERFORM CNTYJVX-WRITE-BATCH
              PERFORM CNTYJVX-REGISTER-BATCH
                 THRU CNTYJVX-REGISTER-BATCH-END
           END-IF
           IF WS-JOB-RC < 12
              PERFORM CNTYJVX-WRITE-SUMMARY
           END-IF
           PERFORM CNTYJVX-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       CNTYJVX-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           SET BZ-IS-BUSINESS-DAY TO TRUE
           MOVE WS-RUN-DATE TO BZ-DATE
           CALL "BIZDAY" USING WS-BIZDAY-PARM
           IF BZ-BUSINESS
              MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
           ELSE
              SET BZ-NEXT-BUSINESS-DAY TO TRUE
              MOVE WS-RUN-DATE TO BZ-DATE
              CALL "BIZDAY" USING WS-BIZDAY-PARM
              MOVE BZ-RESULT-DATE TO WS-EFFECTIVE-DATE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "CNTYJVX" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO CNTYJVX-INIT-END
           END-IF
           MOVE "COUNTY JOURNAL-VOUCHER EXPORT" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM CNTYJVX-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM CNTYJVX-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM CNTYJVX-WRITE-LINE
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
              MOVE "NO CNTYPRM CONTROL CARD - NOTHING SENT"
                 TO REPORT-LINE
              PERFORM CNTYJVX-WRITE-LINE
              MOVE 12 TO WS-JOB-RC
              GO TO CNTYJVX-INIT-END
           END-IF
           READ CONTROL-FILE
              AT END
                 MOVE SPACES TO CONTROL-RECORD
           END-READ
           CLOSE CONTROL-FILE
           IF PRM-AGENCY = SPACES
              MOVE "NO AGENCY CODE ON CNTYPRM - NOTHING SENT"
                 TO REPORT-LINE
              PERFORM CNTYJVX-WRITE-LINE
              MOVE 12 TO WS-JOB-RC
              GO TO CNTYJVX-INIT-END
           END-IF
           MOVE PRM-AGENCY TO WS-AGENCY
           IF PRM-OVERRIDE = "Y"
              SET WS-OVERRIDE TO TRUE
           END-IF
           OPEN INPUT CROSSWALK-FILE
           IF WS-XWK-STATUS NOT = "00"
              MOVE "CNTYJVX" TO FE-PROGRAM
              MOVE "CROSSWALK-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-XWK-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO CNTYJVX-INIT-END
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM CNTYJVX-READ-CROSSWALK
           PERFORM CNTYJVX-STORE-CROSSWALK UNTIL WS-EOF
           CLOSE CROSSWALK-FILE
      *    THE REGISTER IS CREATED ON FIRST USE
           OPEN I-O REGISTER-FILE
           IF WS-REG-STATUS = "35"
              OPEN OUTPUT REGISTER-FILE
              CLOSE REGISTER-FILE
              OPEN I-O REGISTER-FILE
           END-IF
           IF WS-REG-STATUS NOT = "00"
              MOVE "CNTYJVX" TO FE-PROGRAM
              MOVE "REGISTER-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REG-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO CNTYJVX-INIT-END
           END-IF
      *    OPENED NOW SO A REFUSED RUN LEAVES NO STALE BATCH BEHIND
           OPEN OUTPUT VOUCHER-FILE
           IF WS-JV-STATUS NOT = "00"
              MOVE "CNTYJVX" TO FE-PROGRAM
              MOVE "VOUCHER-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-JV-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO CNTYJVX-INIT-END
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "AGENCY " WS-AGENCY
                  "   RUN DATE " WS-RUN-DATE
                  "   EFFECTIVE DATE " WS-EFFECTIVE-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM CNTYJVX-WRITE-LINE
           MOVE WS-XW-MAX TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CROSSWALK ROWS LOADED " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM CNTYJVX-WRITE-LINE
           IF WS-XW-DROPPED > 0
              MOVE WS-XW-DROPPED TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "*** CROSSWALK TABLE FULL - ROWS NOT LOADED "
                     WS-EDIT-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM CNTYJVX-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM CNTYJVX-WRITE-LINE.
       CNTYJVX-INIT-END. EXIT.

       CNTYJVX-READ-CROSSWALK.
           READ CROSSWALK-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       CNTYJVX-STORE-CROSSWALK.
           IF WS-XW-MAX < 500
              ADD 1 TO WS-XW-MAX
              MOVE XW-LOCAL-ID TO WS-XW-ID (WS-XW-MAX)
              MOVE XW-CNTY-CODE TO WS-XW-CODE (WS-XW-MAX)
              MOVE XW-OFFSET-CODE TO WS-XW-OFFSET (WS-XW-MAX)
              MOVE XW-DESCRIPTION TO WS-XW-DESC (WS-XW-MAX)
           ELSE
              ADD 1 TO WS-XW-DROPPED
           END-IF
           PERFORM CNTYJVX-READ-CROSSWALK.

      *-----------------------------------------------------------------
      * ONE PASS OVER BOTH SOURCES. THE EDIT PASS AND THE WRITE PASS
      * TAKE THE SAME ROUTE, SO THE BATCH WRITTEN IS LINE FOR LINE
      * THE BATCH THAT WAS EDITED AND BALANCED.
      *-----------------------------------------------------------------
       CNTYJVX-READ-SOURCES.
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-TOTAL-DEBITS
           MOVE 0 TO WS-TOTAL-CREDITS
           MOVE 0 TO WS-ADJ-COUNT
           MOVE 0 TO WS-QTR-COUNT
           MOVE 0 TO WS-UNMAPPED-COUNT
           MOVE 0 TO WS-QX-READ-COUNT
           MOVE 0 TO WS-QX-READ-TOTAL
           OPEN INPUT RELEASE-FILE
           IF WS-REL-STATUS = "00"
              MOVE "N" TO WS-EOF-SW
              PERFORM CNTYJVX-READ-RELEASE
              PERFORM CNTYJVX-TAKE-RELEASE UNTIL WS-EOF
              CLOSE RELEASE-FILE
           ELSE
              IF WS-EDIT-PASS
                 MOVE "NO ADJOUT FILE - NO ADJUSTMENTS IN THIS BATCH"
                    TO REPORT-LINE
                 PERFORM CNTYJVX-WRITE-LINE
              END-IF
           END-IF
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS = "00"
              MOVE "N" TO WS-EOF-SW
              PERFORM CNTYJVX-READ-EXTRACT
              PERFORM CNTYJVX-TAKE-EXTRACT UNTIL WS-EOF
              CLOSE EXTRACT-FILE
           ELSE
              IF WS-EDIT-PASS
                 MOVE "NO QTRPOSTX FILE - NO QUARTERLY POSTINGS"
                    TO REPORT-LINE
                 PERFORM CNTYJVX-WRITE-LINE
              END-IF
              SET WS-QX-CONTROL-FOUND TO TRUE
           END-IF.

       CNTYJVX-READ-RELEASE.
           READ RELEASE-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       CNTYJVX-TAKE-RELEASE.
           IF REL-AMOUNT NOT = 0
              ADD 1 TO WS-ADJ-COUNT
              MOVE REL-ACCT-ID TO WS-SRC-KEY
              MOVE REL-AMOUNT TO WS-SRC-AMOUNT
              MOVE SPACES TO WS-SRC-DESC
              STRING "ADJUSTMENT " REL-ACCT-ID
                 DELIMITED BY SIZE INTO WS-SRC-DESC
              MOVE REL-APPROVER TO WS-SRC-REF
              PERFORM CNTYJVX-MAP-ONE
                 THRU CNTYJVX-MAP-ONE-END
           END-IF
           PERFORM CNTYJVX-READ-RELEASE.

       CNTYJVX-READ-EXTRACT.
           READ EXTRACT-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * A QUARTER RECORD IS COUNTED TOWARDS QTRPOST'S OWN CONTROL
      * RECORD WHETHER OR NOT IT CARRIES AN AMOUNT; ONLY A NON-ZERO
      * QUARTER BECOMES A VOUCHER LINE.
      *-----------------------------------------------------------------
       CNTYJVX-TAKE-EXTRACT.
           EVALUATE QX-REC-TYPE
              WHEN "Q"
                 ADD 1 TO WS-QX-READ-COUNT
                 ADD QX-AMOUNT TO WS-QX-READ-TOTAL
                 IF QX-AMOUNT NOT = 0
                    ADD 1 TO WS-QTR-COUNT
                    MOVE QX-QUARTER TO WS-QTR-KEY-NO
                    MOVE WS-QTR-KEY TO WS-SRC-KEY
                    MOVE QX-AMOUNT TO WS-SRC-AMOUNT
                    MOVE SPACES TO WS-SRC-DESC
                    STRING "QUARTER " QX-QUARTER " POSTING"
                       DELIMITED BY SIZE INTO WS-SRC-DESC
                    MOVE "QTRPOSTX" TO WS-SRC-REF
                    PERFORM CNTYJVX-MAP-ONE
                       THRU CNTYJVX-MAP-ONE-END
                 END-IF
              WHEN "C"
                 SET WS-QX-CONTROL-FOUND TO TRUE
                 MOVE QX-COUNT TO WS-QX-CTL-COUNT
                 MOVE QX-AMOUNT TO WS-QX-CTL-TOTAL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM CNTYJVX-READ-EXTRACT.

      *-----------------------------------------------------------------
      * ONE SOURCE AMOUNT THROUGH THE CROSSWALK: THE MAPPED LINE AND,
      * WHEN THE ROW NAMES ONE, ITS OFFSET ON THE OTHER SIDE. A
      * QUARTER WITH NO ROW OF ITS OWN FALLS BACK TO THE "QTRPOST"
      * ROW FOR ALL QUARTERS.
      *-----------------------------------------------------------------
       CNTYJVX-MAP-ONE.
           MOVE WS-SRC-KEY TO WS-FIND-KEY
           PERFORM CNTYJVX-FIND-CROSSWALK
           IF WS-XW-HIT = 0 AND WS-SRC-KEY (1:7) = "QTRPOST"
              MOVE SPACE TO WS-FIND-KEY (8:1)
              PERFORM CNTYJVX-FIND-CROSSWALK
           END-IF
           IF WS-XW-HIT = 0
              ADD 1 TO WS-UNMAPPED-COUNT
              MOVE WS-SRC-AMOUNT TO WS-EDIT-SIGNED
              MOVE SPACES TO REPORT-LINE
              STRING "*** NO CROSSWALK ROW FOR " WS-SRC-KEY
                     "   AMOUNT " WS-EDIT-SIGNED
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM CNTYJVX-WRITE-LINE
              GO TO CNTYJVX-MAP-ONE-END
           END-IF
           IF WS-SRC-AMOUNT < 0
              COMPUTE WS-LINE-AMOUNT = 0 - WS-SRC-AMOUNT
              MOVE "C" TO WS-LINE-SIDE
              MOVE "D" TO WS-OFFSET-SIDE
           ELSE
              MOVE WS-SRC-AMOUNT TO WS-LINE-AMOUNT
              MOVE "D" TO WS-LINE-SIDE
              MOVE "C" TO WS-OFFSET-SIDE
           END-IF
           MOVE WS-XW-CODE (WS-XW-HIT) TO WS-LINE-CODE
           PERFORM CNTYJVX-TAKE-LINE
           IF WS-XW-OFFSET (WS-XW-HIT) NOT = SPACES
              MOVE WS-XW-OFFSET (WS-XW-HIT) TO WS-LINE-CODE
              MOVE WS-OFFSET-SIDE TO WS-LINE-SIDE
              PERFORM CNTYJVX-TAKE-LINE
           END-IF.
       CNTYJVX-MAP-ONE-END. EXIT.

       CNTYJVX-FIND-CROSSWALK.
           MOVE 0 TO WS-XW-HIT
           PERFORM CNTYJVX-CHECK-ONE-ROW
              VARYING WS-XW-I FROM 1 BY 1
              UNTIL WS-XW-I > WS-XW-MAX
              OR WS-XW-HIT > 0.

       CNTYJVX-CHECK-ONE-ROW.
           IF WS-XW-ID (WS-XW-I) = WS-FIND-KEY
              MOVE WS-XW-I TO WS-XW-HIT
           END-IF.

      *-----------------------------------------------------------------
      * ONE VOUCHER LINE INTO THE PASS TOTALS - AND, ON THE WRITE
      * PASS, INTO THE INTERFACE FILE AND ONTO THE REGISTER REPORT.
      *-----------------------------------------------------------------
       CNTYJVX-TAKE-LINE.
           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-SIDE = "D"
              ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
              ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDITS
           END-IF
           IF WS-WRITE-PASS
              MOVE SPACES TO JV-DETAIL-RECORD
              MOVE "D" TO JVD-REC-TYPE
              MOVE WS-BATCH-ID TO JVD-BATCH-ID
              MOVE WS-LINE-COUNT TO JVD-LINE-NO
              MOVE WS-LINE-FUND TO JVD-FUND
              MOVE WS-LINE-FUNCTION TO JVD-FUNCTION
              MOVE WS-LINE-OBJECT TO JVD-OBJECT
              MOVE WS-LINE-SIDE TO JVD-DR-CR
              MOVE WS-LINE-AMOUNT TO JVD-AMOUNT
              MOVE WS-SRC-DESC TO JVD-DESCRIPTION
              MOVE WS-SRC-REF TO JVD-REFERENCE
              PERFORM CNTYJVX-WRITE-VOUCHER
              MOVE SPACES TO REPORT-LINE
              MOVE WS-LINE-COUNT TO WS-EDIT-LINE-NO
              MOVE WS-EDIT-LINE-NO TO REPORT-LINE (3:5)
              MOVE WS-SRC-KEY TO REPORT-LINE (10:8)
              MOVE WS-LINE-FUND TO REPORT-LINE (20:4)
              MOVE WS-LINE-FUNCTION TO REPORT-LINE (25:4)
              MOVE WS-LINE-OBJECT TO REPORT-LINE (30:6)
              MOVE WS-LINE-SIDE TO REPORT-LINE (38:1)
              MOVE WS-LINE-AMOUNT TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO REPORT-LINE (41:16)
              MOVE WS-SRC-DESC TO REPORT-LINE (59:20)
              PERFORM CNTYJVX-WRITE-LINE
           END-IF.

      *-----------------------------------------------------------------
      * THE BATCH GOES ONLY WHEN EVERY LINE MAPPED, QTRPOSTX AGREES
      * WITH ITS CONTROL RECORD, DEBITS EQUAL CREDITS AND THE
      * SIGNATURE IS NEW TO FEEDLDGR (OR THE OVERRIDE RELEASES IT).
      *-----------------------------------------------------------------
       CNTYJVX-RELEASE-CHECK.
           IF WS-LINE-COUNT = 0 AND WS-UNMAPPED-COUNT = 0
              MOVE "NOTHING TO SEND - NO BATCH THIS RUN"
                 TO REPORT-LINE
              PERFORM CNTYJVX-WRITE-LINE
              GO TO CNTYJVX-RELEASE-CHECK-END
           END-IF
           IF WS-UNMAPPED-COUNT > 0
              MOVE "SOURCE LINES WITH NO CROSSWALK ROW" TO WS-REFUSAL
              PERFORM CNTYJVX-REFUSE
              GO TO CNTYJVX-RELEASE-CHECK-END
           END-IF
           IF NOT WS-QX-CONTROL-FOUND
              MOVE "QTRPOSTX HAS NO CONTROL RECORD" TO WS-REFUSAL
              PERFORM CNTYJVX-REFUSE
              GO TO CNTYJVX-RELEASE-CHECK-END
           END-IF
           IF WS-QX-READ-COUNT NOT = WS-QX-CTL-COUNT
              OR WS-QX-READ-TOTAL NOT = WS-QX-CTL-TOTAL
              MOVE "QTRPOSTX DISAGREES WITH ITS CONTROL RECORD"
                 TO WS-REFUSAL
              PERFORM CNTYJVX-REFUSE
              GO TO CNTYJVX-RELEASE-CHECK-END
           END-IF
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
              MOVE "BATCH IS OUT OF BALANCE" TO WS-REFUSAL
              PERFORM CNTYJVX-REFUSE
              GO TO CNTYJVX-RELEASE-CHECK-END
           END-IF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
              MOVE "N" TO WS-EOF-SW
              PERFORM CNTYJVX-READ-LEDGER
              PERFORM CNTYJVX-MATCH-ONE UNTIL WS-EOF
              CLOSE LEDGER-FILE
           END-IF
           IF WS-DUP-FOUND AND NOT WS-OVERRIDE
              MOVE "BATCH ALREADY SENT - OVERRIDE REQUIRED"
                 TO WS-REFUSAL
              PERFORM CNTYJVX-REFUSE
              MOVE SPACES TO WS-ALERT-PARMS
              MOVE "C" TO AW-SEVERITY
              MOVE "CNTYJVX" TO AW-PROGRAM
              MOVE "DUPLICATE COUNTY JOURNAL-VOUCHER BATCH HELD"
                 TO AW-TEXT
              CALL "ALERTWTR" USING WS-ALERT-PARMS
              GO TO CNTYJVX-RELEASE-CHECK-END
           END-IF
           IF WS-DUP-FOUND
              MOVE "DUPLICATE SIGNATURE RELEASED UNDER OVERRIDE"
                 TO REPORT-LINE
              PERFORM CNTYJVX-WRITE-LINE
           END-IF
           SET WS-RELEASED TO TRUE.
       CNTYJVX-RELEASE-CHECK-END. EXIT.

       CNTYJVX-REFUSE.
           MOVE SPACES TO REPORT-LINE
           STRING "*** " WS-REFUSAL " - BATCH NOT SENT"
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM CNTYJVX-WRITE-LINE
           IF WS-JOB-RC < 8
              MOVE 8 TO WS-JOB-RC
           END-IF.

       CNTYJVX-READ-LEDGER.
           READ LEDGER-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       CNTYJVX-MATCH-ONE.
           IF LDG-FEED-NAME = "CNTYJV"
              AND LDG-RECORD-COUNT = WS-LINE-COUNT
              AND LDG-HASH-TOTAL = WS-TOTAL-DEBITS
              SET WS-DUP-FOUND TO TRUE
           END-IF
           PERFORM CNTYJVX-READ-LEDGER.

      *-----------------------------------------------------------------
      * THE FIRST FREE SEQUENCE NUMBER FOR TODAY ON THE REGISTER.
      *-----------------------------------------------------------------
       CNTYJVX-ASSIGN-BATCH-ID.
           MOVE WS-RUN-DATE TO WS-BATCH-DATE
           MOVE "N" TO WS-ID-FREE-SW
           PERFORM CNTYJVX-TRY-BATCH-ID
              VARYING WS-SEQ-TRY FROM 1 BY 1
              UNTIL WS-SEQ-TRY > 99 OR WS-ID-FREE
           IF NOT WS-ID-FREE
              MOVE "NO FREE BATCH NUMBER LEFT FOR TODAY" TO WS-REFUSAL
              PERFORM CNTYJVX-REFUSE
              MOVE "N" TO WS-RELEASED-SW
              GO TO CNTYJVX-ASSIGN-BATCH-ID-END
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "BATCH " WS-BATCH-ID
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM CNTYJVX-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM CNTYJVX-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "LINE" TO REPORT-LINE (4:4)
           MOVE "SOURCE" TO REPORT-LINE (10:6)
           MOVE "FUND" TO REPORT-LINE (20:4)
           MOVE "FUNC" TO REPORT-LINE (25:4)
           MOVE "OBJECT" TO REPORT-LINE (30:6)
           MOVE "D/C" TO REPORT-LINE (37:3)
           MOVE "AMOUNT" TO REPORT-LINE (51:6)
           MOVE "DESCRIPTION" TO REPORT-LINE (59:11)
           PERFORM CNTYJVX-WRITE-LINE.
       CNTYJVX-ASSIGN-BATCH-ID-END. EXIT.

       CNTYJVX-TRY-BATCH-ID.
           MOVE WS-SEQ-TRY TO WS-BATCH-SEQ
           MOVE WS-BATCH-ID TO CB-BATCH-ID
           READ REGISTER-FILE
              INVALID KEY SET WS-ID-FREE TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * HEADER, THE SECOND PASS OVER THE SOURCES, TRAILER.
      *-----------------------------------------------------------------
       CNTYJVX-WRITE-BATCH.
           MOVE SPACES TO JV-HEADER-RECORD
           MOVE "H" TO JVH-REC-TYPE
           MOVE WS-BATCH-ID TO JVH-BATCH-ID
           MOVE WS-AGENCY TO JVH-AGENCY
           MOVE WS-RUN-DATE TO JVH-BATCH-DATE
           MOVE WS-EFFECTIVE-DATE TO JVH-EFFECTIVE-DATE
           MOVE "ADJUSTMENTS AND QTR POSTINGS" TO JVH-DESCRIPTION
           PERFORM CNTYJVX-WRITE-VOUCHER
           SET WS-WRITE-PASS TO TRUE
           PERFORM CNTYJVX-READ-SOURCES
           MOVE SPACES TO JV-TRAILER-RECORD
           MOVE "T" TO JVT-REC-TYPE
           MOVE WS-BATCH-ID TO JVT-BATCH-ID
           MOVE WS-LINE-COUNT TO JVT-LINE-COUNT
           MOVE WS-TOTAL-DEBITS TO JVT-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO JVT-TOTAL-CREDITS
           PERFORM CNTYJVX-WRITE-VOUCHER.

      *-----------------------------------------------------------------
      * SIGN THE BATCH ON FEEDLDGR AND REGISTER IT AS SENT.
      *-----------------------------------------------------------------
       CNTYJVX-REGISTER-BATCH.
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
              OPEN OUTPUT LEDGER-FILE
           END-IF
           IF WS-LEDGER-STATUS NOT = "00"
              MOVE "CNTYJVX" TO FE-PROGRAM
              MOVE "LEDGER-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-LEDGER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO CNTYJVX-REGISTER-BATCH-END
           END-IF
           MOVE "CNTYJV" TO LDG-FEED-NAME
           MOVE WS-LINE-COUNT TO LDG-RECORD-COUNT
           MOVE WS-TOTAL-DEBITS TO LDG-HASH-TOTAL
           MOVE WS-RUN-DATE TO LDG-RUN-DATE
           IF WS-OVERRIDE
              MOVE "Y" TO LDG-OVERRIDE
           ELSE
              MOVE " " TO LDG-OVERRIDE
           END-IF
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE
           MOVE SPACES TO COUNTY-BATCH-RECORD
           MOVE WS-BATCH-ID TO CB-BATCH-ID
           SET CB-SENT TO TRUE
           MOVE WS-RUN-DATE TO CB-SENT-DATE
           MOVE WS-EFFECTIVE-DATE TO CB-EFFECTIVE-DATE
           MOVE WS-LINE-COUNT TO CB-LINE-COUNT
           MOVE WS-TOTAL-DEBITS TO CB-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO CB-TOTAL-CREDITS
           MOVE WS-ADJ-COUNT TO CB-ADJ-COUNT
           MOVE WS-QTR-COUNT TO CB-QTR-COUNT
           MOVE LDG-OVERRIDE TO CB-OVERRIDE-SW
           MOVE 0 TO CB-ACK-DATE
           MOVE 0 TO CB-REJECT-LINES
           WRITE COUNTY-BATCH-RECORD
              INVALID KEY
                 MOVE "CNTYJVX" TO FE-PROGRAM
                 MOVE "REGISTER-FILE" TO FE-FILE-NAME
                 MOVE "WRITE" TO FE-OPERATION
                 MOVE WS-REG-STATUS TO FE-STATUS
                 MOVE CB-BATCH-ID TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 MOVE 8 TO WS-JOB-RC
           END-WRITE.
       CNTYJVX-REGISTER-BATCH-END. EXIT.

      *-----------------------------------------------------------------
       CNTYJVX-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM CNTYJVX-WRITE-LINE
           MOVE WS-ADJ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ADJUSTMENTS  . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM CNTYJVX-WRITE-LINE
           MOVE WS-QTR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  QUARTERLY POSTINGS . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM CNTYJVX-WRITE-LINE
           MOVE WS-UNMAPPED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NOT ON CROSSWALK . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM CNTYJVX-WRITE-LINE
           MOVE WS-LINE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  VOUCHER LINES  . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM CNTYJVX-WRITE-LINE
           MOVE WS-TOTAL-DEBITS TO WS-EDIT-DEBITS
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL DEBITS . . . . . " DELIMITED BY SIZE
                  WS-EDIT-DEBITS DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM CNTYJVX-WRITE-LINE
           MOVE WS-TOTAL-CREDITS TO WS-EDIT-CREDITS
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL CREDITS  . . . . " DELIMITED BY SIZE
                  WS-EDIT-CREDITS DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM CNTYJVX-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "CNTYJVX" TO AL-PROGRAM
           MOVE "CNTYX" TO AL-EVENT
           MOVE WS-LINE-COUNT TO WS-EDIT-COUNT
           EVALUATE TRUE
              WHEN WS-RELEASED
                 STRING "  BATCH SENT . . . . . . " WS-BATCH-ID
                    DELIMITED BY SIZE INTO REPORT-LINE
                 STRING "SENT " WS-BATCH-ID
                        " LINES " WS-EDIT-COUNT
                        " DR " WS-EDIT-DEBITS
                    DELIMITED BY SIZE INTO AL-DETAIL
              WHEN WS-REFUSAL NOT = SPACES
                 STRING "  BATCH REFUSED  . . . . " WS-REFUSAL
                    DELIMITED BY SIZE INTO REPORT-LINE
                 STRING "REFUSED " WS-REFUSAL
                    DELIMITED BY SIZE INTO AL-DETAIL
              WHEN OTHER
                 MOVE "  NO BATCH THIS RUN" TO REPORT-LINE
                 MOVE "NOTHING TO SEND" TO AL-DETAIL
           END-EVALUATE
           PERFORM CNTYJVX-WRITE-LINE
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       CNTYJVX-WRITE-VOUCHER.
      *-----------------------------------------------------------------
           WRITE JV-HEADER-RECORD
           IF WS-JV-STATUS NOT = "00"
              MOVE "CNTYJVX" TO FE-PROGRAM
              MOVE "VOUCHER-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-JV-STATUS TO FE-STATUS
              MOVE JV-HEADER-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
       CNTYJVX-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "CNTYJVX" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE REPORT-LINE TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       CNTYJVX-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE VOUCHER-FILE
           CLOSE REGISTER-FILE
           CLOSE REPORT-FILE.
       END PROGRAM CNTYJVX.
