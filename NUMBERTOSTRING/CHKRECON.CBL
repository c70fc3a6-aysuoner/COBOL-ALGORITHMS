      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    CHKRECON.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * BANK PAID-ITEMS RECONCILIATION. A CHECK IN THE CHKREG
      * REGISTER STAYED "ISSUED" FOREVER BECAUSE NOTHING TOLD US WHEN
      * IT CLEARED. THIS STEP READS THE BANK'S PAID-ITEMS FILE
      * (BANKPAID - CHECK NUMBER, AMOUNT PAID, PAID DATE) AND MATCHES
      * EACH ITEM TO THE CHKMAST CHECK MASTER BY NUMBER AND AMOUNT.
      * A MATCH MARKS THE CHECK CLEARED ON THE MASTER AND APPENDS A
      * "C" ENTRY CARRYING THE PAID DATE TO THE REGISTER. EVERYTHING
      * ELSE IS AN EXCEPTION FOR TREASURY:
      *    PAID BUT NEVER ISSUED      - NO SUCH CHECK ON THE MASTER
      *    AMOUNT MISMATCH            - PAID AMOUNT NOT THE ISSUED ONE
      *    PAID AFTER VOID            - THE CHECK WAS VOIDED
      *    PAID TWICE                 - THE CHECK HAD ALREADY CLEARED
      *    PAID AFTER STOP            - A STOP PAYMENT WAS PLACED
      *
      * THE MASTER IS THEN SWEPT FOR CHECKS STILL OUTSTANDING, AGED
      * FROM THE ISSUE DATE INTO 0-30 / 31-90 / 91-180 / OVER 180
      * DAYS. A CHECK OLDER THAN THE THRESHIN ESCHEAT-DAYS LIMIT IS
      * FLAGGED ON THE MASTER AND WRITTEN TO THE UNCLMOUT EXTRACT,
      * THE INPUT TO THE STATE'S ANNUAL UNCLAIMED-PROPERTY REPORT.
      * ANY EXCEPTION HANDS BACK RETURN CODE 4.
      * MODIFIED 15/10/2026 - A CHECK STOPPED THROUGH THE ONLNCHK
      * TRANSACTION THAT IS PAID ANYWAY IS A "PAID AFTER STOP"
      * EXCEPTION, AND A STOPPED CHECK IS NO LONGER OUTSTANDING.
      * MODIFIED 15/10/2026 - THE CLEARED ENTRY CARRIES THE LANGUAGE
      * THE CHECK WAS PRINTED IN.
      * MODIFIED 15/10/2026 - THE CLEARED ENTRY NOW SETS
      * CHK-ORIG-NUMBER TO ZERO INSTEAD OF CARRYING WHATEVER THE
      * RECORD AREA LAST HELD.
      * MODIFIED 15/10/2026 - THE INITIALIZATION IS PERFORMED THRU
      * ITS EXIT, SO AN OPEN FAILURE RETURNS TO THE MAIN LINE INSTEAD
      * OF FALLING INTO THE PARAGRAPHS THAT FOLLOW.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-FILE ASSIGN TO "BANKPAID"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-STATUS.
           SELECT CHECK-MASTER ASSIGN TO "CHKMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CM-CHECK-NUMBER
               FILE STATUS IS WS-MAST-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT ESCHEAT-FILE ASSIGN TO "UNCLMOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESCH-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CHKRECR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PAID-FILE.
       01  PAID-RECORD.
           05 BP-CHECK-NUMBER        PIC 9(6).
           05 BP-AMOUNT              PIC 9(9)V9(2).
           05 BP-PAID-DATE           PIC 9(8).

       FD  CHECK-MASTER.
           COPY "CHKMAST.CPY".

       FD  REGISTER-FILE.
           COPY "CHKREG.CPY".

       FD  ESCHEAT-FILE.
       01  ESCHEAT-RECORD.
           05 ESC-CHECK-NUMBER       PIC 9(6).
           05 ESC-PAYEE              PIC X(8).
           05 ESC-AMOUNT             PIC 9(9)V9(2).
           05 ESC-ISSUE-DATE         PIC 9(8).
           05 ESC-AGE-DAYS           PIC 9(5).
           05 FILLER                 PIC X(10).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-TH-PARMS.
           COPY "THRSHLD.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-PAID-STATUS            PIC X(02).
       01  WS-MAST-STATUS            PIC X(02).
       01  WS-REG-STATUS             PIC X(02).
       01  WS-ESCH-STATUS            PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-DAYS               PIC 9(08).
       01  WS-AGE-DAYS               PIC S9(08).
       01  WS-EXCEPTION-TEXT         PIC X(22).
       01  WS-PAID-COUNT             PIC 9(5) VALUE 0.
       01  WS-CLEARED-COUNT          PIC 9(5) VALUE 0.
       01  WS-CLEARED-TOTAL          PIC S9(11)V9(2) VALUE 0.
       01  WS-EXCEPTION-COUNT        PIC 9(5) VALUE 0.
       01  WS-ESCHEAT-COUNT          PIC 9(5) VALUE 0.
       01  WS-ESCHEAT-TOTAL          PIC S9(11)V9(2) VALUE 0.
      *-----------------------------------------------------------------
      * OUTSTANDING AGING. SLOT 1 = 0-30 DAYS, 2 = 31-90, 3 = 91-180,
      * 4 = OVER 180.
      *-----------------------------------------------------------------
       01  WS-AGE-BUCKETS.
           05 WS-AGE-BUCKET OCCURS 4 TIMES.
              10 WS-BUCKET-COUNT     PIC 9(5).
              10 WS-BUCKET-TOTAL     PIC S9(11)V9(2).
       01  WS-BUCKET-I               PIC 9(01).
       01  WS-BUCKET-LABELS.
           05 FILLER                 PIC X(12) VALUE "0-30 DAYS".
           05 FILLER                 PIC X(12) VALUE "31-90 DAYS".
           05 FILLER                 PIC X(12) VALUE "91-180 DAYS".
           05 FILLER                 PIC X(12) VALUE "OVER 180".
       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05 WS-BUCKET-LABEL        PIC X(12) OCCURS 4 TIMES.
       01  WS-EDIT-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-TOTAL             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-AGE               PIC ZZ,ZZ9.
       01  WS-EXCEPTION-LINE.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-XL-CHECK            PIC 9(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-XL-PAID-DATE        PIC 9(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-XL-PAID-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-XL-TEXT             PIC X(22).
           05 FILLER                 PIC X(19) VALUE SPACES.
       01  WS-OUTSTANDING-LINE.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-OL-CHECK            PIC 9(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-OL-PAYEE            PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-OL-ISSUE-DATE       PIC 9(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-OL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-OL-AGE              PIC ZZ,ZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-OL-BUCKET           PIC X(12).
           05 WS-OL-FLAG             PIC X(8).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       CHKRECON-MAIN.
           PERFORM CHKRECON-INIT
              THRU CHKRECON-INIT-END
           IF WS-JOB-RC < 12
              PERFORM CHKRECON-MATCH-ONE UNTIL WS-EOF
              PERFORM CHKRECON-LIST-OUTSTANDING
                 THRU CHKRECON-LIST-OUTSTANDING-END
              PERFORM CHKRECON-WRITE-SUMMARY
           END-IF
           PERFORM CHKRECON-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       CHKRECON-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DAYS =
              FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           CALL "THRSHLD" USING WS-TH-PARMS
           INITIALIZE WS-AGE-BUCKETS
           OPEN INPUT PAID-FILE
           IF WS-PAID-STATUS NOT = "00"
              MOVE "PAID-FILE" TO FE-FILE-NAME
              MOVE WS-PAID-STATUS TO FE-STATUS
              PERFORM CHKRECON-OPEN-FAILED
              GO TO CHKRECON-INIT-END
           END-IF
           OPEN I-O CHECK-MASTER
           IF WS-MAST-STATUS NOT = "00"
              MOVE "CHECK-MASTER" TO FE-FILE-NAME
              MOVE WS-MAST-STATUS TO FE-STATUS
              PERFORM CHKRECON-OPEN-FAILED
              GO TO CHKRECON-INIT-END
           END-IF
           OPEN EXTEND REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
              MOVE "REGISTER-FILE" TO FE-FILE-NAME
              MOVE WS-REG-STATUS TO FE-STATUS
              PERFORM CHKRECON-OPEN-FAILED
              GO TO CHKRECON-INIT-END
           END-IF
           OPEN OUTPUT ESCHEAT-FILE
           IF WS-ESCH-STATUS NOT = "00"
              MOVE "ESCHEAT-FILE" TO FE-FILE-NAME
              MOVE WS-ESCH-STATUS TO FE-STATUS
              PERFORM CHKRECON-OPEN-FAILED
              GO TO CHKRECON-INIT-END
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE WS-REPORT-STATUS TO FE-STATUS
              PERFORM CHKRECON-OPEN-FAILED
              GO TO CHKRECON-INIT-END
           END-IF
           MOVE "CHECK RECONCILIATION - BANK PAID ITEMS" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           PERFORM CHKRECON-WRITE-HEADER
           MOVE "  PAID-ITEM EXCEPTIONS" TO REPORT-LINE
           PERFORM CHKRECON-WRITE-LINE
           MOVE "  CHECK   PAID ON             AMOUNT  EXCEPTION"
              TO REPORT-LINE
           PERFORM CHKRECON-WRITE-LINE
           PERFORM CHKRECON-READ-PAID.
       CHKRECON-INIT-END. EXIT.

       CHKRECON-OPEN-FAILED.
           MOVE "CHKRECON" TO FE-PROGRAM
           MOVE "OPEN" TO FE-OPERATION
           MOVE SPACES TO FE-LAST-RECORD
           CALL "FILEERR" USING WS-FE-PARMS
           MOVE 12 TO WS-JOB-RC
           SET WS-EOF TO TRUE.

       CHKRECON-WRITE-HEADER.
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM CHKRECON-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM CHKRECON-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM CHKRECON-WRITE-LINE.

       CHKRECON-READ-PAID.
           READ PAID-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONE PAID ITEM. ONLY AN ISSUED CHECK FOR EXACTLY THE ISSUED
      * AMOUNT CLEARS; ANYTHING ELSE GOES ON THE EXCEPTION LIST AND
      * THE MASTER IS LEFT AS IT WAS FOR TREASURY TO INVESTIGATE.
      *-----------------------------------------------------------------
       CHKRECON-MATCH-ONE.
           ADD 1 TO WS-PAID-COUNT
           MOVE BP-CHECK-NUMBER TO CM-CHECK-NUMBER
           READ CHECK-MASTER
              INVALID KEY
                 MOVE "PAID BUT NEVER ISSUED" TO WS-EXCEPTION-TEXT
                 PERFORM CHKRECON-WRITE-EXCEPTION
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN CM-VOIDED
                       MOVE "PAID AFTER VOID" TO WS-EXCEPTION-TEXT
                       PERFORM CHKRECON-WRITE-EXCEPTION
                    WHEN CM-STOPPED
                       MOVE "PAID AFTER STOP" TO WS-EXCEPTION-TEXT
                       PERFORM CHKRECON-WRITE-EXCEPTION
                    WHEN CM-CLEARED
                       MOVE "PAID TWICE" TO WS-EXCEPTION-TEXT
                       PERFORM CHKRECON-WRITE-EXCEPTION
                    WHEN BP-AMOUNT NOT = CM-AMOUNT
                       MOVE "AMOUNT MISMATCH" TO WS-EXCEPTION-TEXT
                       PERFORM CHKRECON-WRITE-EXCEPTION
                    WHEN CM-ISSUED
                       PERFORM CHKRECON-CLEAR-CHECK
                    WHEN OTHER
                       MOVE "CHECK NOT PAYABLE" TO WS-EXCEPTION-TEXT
                       PERFORM CHKRECON-WRITE-EXCEPTION
                 END-EVALUATE
           END-READ
           PERFORM CHKRECON-READ-PAID.

       CHKRECON-CLEAR-CHECK.
           MOVE "C" TO CM-STATUS
           MOVE BP-PAID-DATE TO CM-STATUS-DATE
           MOVE "N" TO CM-ESCHEAT-FLAG
           REWRITE CHECK-MASTER-RECORD
              INVALID KEY
                 DISPLAY "CHKRECON - MASTER REWRITE FAILED: "
                    CM-CHECK-NUMBER
           END-REWRITE
           MOVE CM-CHECK-NUMBER TO CHK-NUMBER
           MOVE CM-TYPE TO CHK-TYPE
           MOVE CM-PAYEE TO CHK-PAYEE
           MOVE CM-AMOUNT TO CHK-AMOUNT
           MOVE "C" TO CHK-STATUS
           MOVE BP-PAID-DATE TO CHK-DATE
           MOVE 0 TO CHK-ORIG-NUMBER
           MOVE CM-LANGUAGE TO CHK-LANGUAGE
           WRITE CHECK-REGISTER-RECORD
           IF WS-REG-STATUS NOT = "00"
              MOVE "CHKRECON" TO FE-PROGRAM
              MOVE "REGISTER-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REG-STATUS TO FE-STATUS
              MOVE CHECK-REGISTER-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF
           ADD 1 TO WS-CLEARED-COUNT
           ADD CM-AMOUNT TO WS-CLEARED-TOTAL.

       CHKRECON-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF
           MOVE BP-CHECK-NUMBER TO WS-XL-CHECK
           MOVE BP-PAID-DATE TO WS-XL-PAID-DATE
           MOVE BP-AMOUNT TO WS-XL-PAID-AMOUNT
           MOVE WS-EXCEPTION-TEXT TO WS-XL-TEXT
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE
           PERFORM CHKRECON-WRITE-LINE.

      *-----------------------------------------------------------------
      * SWEEP THE MASTER FOR EVERY CHECK STILL OUTSTANDING AND AGE IT
      * FROM ITS ISSUE DATE.
      *-----------------------------------------------------------------
       CHKRECON-LIST-OUTSTANDING.
           MOVE "OUTSTANDING CHECKS - AGED FROM ISSUE DATE" TO RH-TITLE
           MOVE 2 TO RH-PAGE-NO
           PERFORM CHKRECON-WRITE-HEADER
           MOVE "  CHECK   PAYEE     ISSUED             AMOUNT     AGE"
              TO REPORT-LINE
           PERFORM CHKRECON-WRITE-LINE
           MOVE ZERO TO CM-CHECK-NUMBER
           START CHECK-MASTER KEY NOT LESS THAN CM-CHECK-NUMBER
              INVALID KEY
                 GO TO CHKRECON-LIST-OUTSTANDING-END
           END-START
           MOVE "N" TO WS-EOF-SW
           PERFORM CHKRECON-READ-MASTER
           PERFORM CHKRECON-AGE-ONE UNTIL WS-EOF.
       CHKRECON-LIST-OUTSTANDING-END. EXIT.

       CHKRECON-READ-MASTER.
           READ CHECK-MASTER NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

       CHKRECON-AGE-ONE.
           IF CM-ISSUED
              PERFORM CHKRECON-AGE-CHECK
           END-IF
           PERFORM CHKRECON-READ-MASTER.

       CHKRECON-AGE-CHECK.
           COMPUTE WS-AGE-DAYS =
              WS-RUN-DAYS - FUNCTION INTEGER-OF-DATE (CM-ISSUE-DATE)
              ON SIZE ERROR
                 MOVE 0 TO WS-AGE-DAYS
           END-COMPUTE
           EVALUATE TRUE
              WHEN WS-AGE-DAYS <= 30
                 MOVE 1 TO WS-BUCKET-I
              WHEN WS-AGE-DAYS <= 90
                 MOVE 2 TO WS-BUCKET-I
              WHEN WS-AGE-DAYS <= 180
                 MOVE 3 TO WS-BUCKET-I
              WHEN OTHER
                 MOVE 4 TO WS-BUCKET-I
           END-EVALUATE
           ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-I)
           ADD CM-AMOUNT TO WS-BUCKET-TOTAL (WS-BUCKET-I)
           MOVE CM-CHECK-NUMBER TO WS-OL-CHECK
           MOVE CM-PAYEE TO WS-OL-PAYEE
           MOVE CM-ISSUE-DATE TO WS-OL-ISSUE-DATE
           MOVE CM-AMOUNT TO WS-OL-AMOUNT
           MOVE WS-AGE-DAYS TO WS-OL-AGE
           MOVE WS-BUCKET-LABEL (WS-BUCKET-I) TO WS-OL-BUCKET
           MOVE SPACES TO WS-OL-FLAG
           IF WS-AGE-DAYS > TH-ESCHEAT-DAYS
              MOVE "ESCHEAT" TO WS-OL-FLAG
              PERFORM CHKRECON-FLAG-ESCHEAT
           END-IF
           MOVE WS-OUTSTANDING-LINE TO REPORT-LINE
           PERFORM CHKRECON-WRITE-LINE.

      *-----------------------------------------------------------------
      * A STALE CHECK IS MARKED ON THE MASTER AND EXTRACTED FOR THE
      * UNCLAIMED-PROPERTY REPORT. THE EXTRACT IS REBUILT EVERY RUN,
      * SO THE LATEST ONE ALWAYS HOLDS EVERY CHECK CURRENTLY DUE.
      *-----------------------------------------------------------------
       CHKRECON-FLAG-ESCHEAT.
           IF NOT CM-ESCHEAT-DUE
              MOVE "Y" TO CM-ESCHEAT-FLAG
              REWRITE CHECK-MASTER-RECORD
                 INVALID KEY
                    DISPLAY "CHKRECON - MASTER REWRITE FAILED: "
                       CM-CHECK-NUMBER
              END-REWRITE
           END-IF
           MOVE SPACES TO ESCHEAT-RECORD
           MOVE CM-CHECK-NUMBER TO ESC-CHECK-NUMBER
           MOVE CM-PAYEE TO ESC-PAYEE
           MOVE CM-AMOUNT TO ESC-AMOUNT
           MOVE CM-ISSUE-DATE TO ESC-ISSUE-DATE
           MOVE WS-AGE-DAYS TO ESC-AGE-DAYS
           WRITE ESCHEAT-RECORD
           ADD 1 TO WS-ESCHEAT-COUNT
           ADD CM-AMOUNT TO WS-ESCHEAT-TOTAL.

      *-----------------------------------------------------------------
       CHKRECON-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM CHKRECON-WRITE-LINE
           PERFORM CHKRECON-WRITE-BUCKET
              VARYING WS-BUCKET-I FROM 1 BY 1
              UNTIL WS-BUCKET-I > 4
           MOVE SPACES TO REPORT-LINE
           PERFORM CHKRECON-WRITE-LINE
           MOVE WS-PAID-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  PAID ITEMS READ  . . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM CHKRECON-WRITE-LINE
           MOVE WS-CLEARED-COUNT TO WS-EDIT-COUNT
           MOVE WS-CLEARED-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  CHECKS CLEARED . . . . " WS-EDIT-COUNT
                  "   TOTAL " WS-EDIT-TOTAL
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM CHKRECON-WRITE-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EXCEPTIONS . . . . . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM CHKRECON-WRITE-LINE
           MOVE WS-ESCHEAT-COUNT TO WS-EDIT-COUNT
           MOVE WS-ESCHEAT-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  DUE FOR ESCHEAT  . . . " WS-EDIT-COUNT
                  "   TOTAL " WS-EDIT-TOTAL
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM CHKRECON-WRITE-LINE.

       CHKRECON-WRITE-BUCKET.
           MOVE WS-BUCKET-COUNT (WS-BUCKET-I) TO WS-EDIT-COUNT
           MOVE WS-BUCKET-TOTAL (WS-BUCKET-I) TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  OUTSTANDING " WS-BUCKET-LABEL (WS-BUCKET-I)
                  WS-EDIT-COUNT "   TOTAL " WS-EDIT-TOTAL
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM CHKRECON-WRITE-LINE.

      *-----------------------------------------------------------------
       CHKRECON-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "CHKRECON" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       CHKRECON-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE PAID-FILE
           CLOSE CHECK-MASTER
           CLOSE REGISTER-FILE
           CLOSE ESCHEAT-FILE
           CLOSE REPORT-FILE.
       END PROGRAM CHKRECON.
