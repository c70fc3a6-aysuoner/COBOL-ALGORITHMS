      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    DNABILL.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * MONTHLY BILLING OF THE SEQUENCING CORE'S WORK TO THE LABS
      * THAT SUBMIT IT. DNABATCH AND PROTXLAT EACH APPEND A RECORD TO
      * THE DNAUSAGE LEDGER FOR EVERY SEQUENCE THEY HANDLE, CARRYING
      * THE SUBMITTER AND CHARGE ACCOUNT FROM THE DNAIN LEAD RECORD.
      * THIS PROGRAM READS THE MONTH'S LEDGER, PRICES EACH PIECE OF
      * WORK AT THE DNARATE RATES, AND:
      *   - PRINTS AN INVOICE FOR EACH LAB (DNABINV) LISTING EVERY
      *     SEQUENCE TRANSCRIBED AND TRANSLATED, THE AMOUNT, THE
      *     TOTAL PER CHARGE ACCOUNT, AND THE SEQUENCES THAT WERE NOT
      *     CHARGED,
      *   - WRITES THE INTERNAL-TRANSFER JOURNAL (DNABGL) IN THE
      *     GLTRXIN LAYOUT - FOR EACH LAB ACCOUNT A DEBIT TO THE
      *     ACCOUNT AND AN EQUAL CREDIT TO THE CORE'S RECOVERY
      *     ACCOUNT - SO THE CHARGES ARE CONCATENATED INTO GLTRXRAW
      *     LIKE CHGBKGL AND RECURGL.
      * A TRANSCRIBED SEQUENCE COSTS THE PER-SEQUENCE RATE PLUS THE
      * PER-1,000-NUCLEOTIDE RATE PRORATED ON ITS LENGTH; A PROTEIN
      * TRANSLATION COSTS THE PROTEIN-STAGE EXTRA. AN UNCHANGED SEQCAT
      * RESUBMISSION OR A SEQUENCE REJECTED TO DNAREJ IS NOT CHARGED -
      * IT IS ONLY COUNTED ON THE LAB'S INVOICE. WORK WITH NO
      * SUBMITTER OR ACCOUNT, WITH NO RATE, OR FOR AN ACCOUNT THE
      * CHART OF ACCOUNTS REFUSES IS NOT CHARGED; IT IS LISTED AFTER
      * THE INVOICES AND THE STEP ENDS RC 4.
      * THE GL AMOUNT FIELD IS WHOLE DOLLARS, S9(4), SO AN ACCOUNT'S
      * MONTH IS ROUNDED TO THE DOLLAR AND GOES OUT IN DEBIT/CREDIT
      * PAIRS OF AT MOST 9,999, THE SAME AS CHGBACK.
      *
      * DNARATE HOLDS ONE LINE OF RATES PER LAB WITH ITS OWN PRICING
      * AND A LINE KEYED "DEFAULT" FOR EVERY OTHER LAB. THE OPTIONAL
      * DNABPRM FILE CARRIES THE MONTH (YYYYMM) AND THE CORE'S
      * RECOVERY ACCOUNT. NO MONTH (OR NO DNABPRM) BILLS THE MONTH
      * BEFORE THE RUN; A BLANK ACCOUNT KEEPS THE DEFAULT. THE STEP
      * IS RUN ONCE PER MONTH - RUNNING IT AGAIN FOR THE SAME MONTH
      * WOULD BILL THE LABS TWICE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-FILE ASSIGN TO "DNAUSAGE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT RATE-FILE ASSIGN TO "DNARATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "DNABPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "DNABGL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "DNABINV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  USAGE-FILE.
           COPY "DNAUSAGE.CPY".

       FD  RATE-FILE.
       01  RATE-RECORD.
           05 DR-SUBMITTER           PIC X(8).
           05 DR-PER-SEQ             PIC 9(3)V9(2).
           05 DR-PER-KNT             PIC 9(3)V9(2).
           05 DR-PROTEIN             PIC 9(3)V9(2).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05 PRM-MONTH              PIC X(6).
           05 PRM-CORE-ACCT          PIC X(8).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 TRX-ACCT-ID            PIC X(8).
           05 TRX-AMOUNT             PIC S9(4).
           05 TRX-DATE               PIC 9(8).

       FD  INVOICE-FILE.
       01  INVOICE-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-CK-PARMS.
           COPY "COACHKPM.CPY".
       01  WS-JOB-RC                 PIC 9(02) VALUE 0.
       01  WS-USAGE-STATUS           PIC X(02).
       01  WS-RATE-STATUS            PIC X(02).
       01  WS-PARM-STATUS            PIC X(02).
       01  WS-JRNL-STATUS            PIC X(02).
       01  WS-INV-STATUS             PIC X(02).
       01  WS-EOF-SW                 PIC X VALUE "N".
           88 WS-EOF                 VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-BILL-MONTH             PIC X(06).
       01  WS-MONTH-NUM REDEFINES WS-BILL-MONTH.
           05 WS-MONTH-YYYY          PIC 9(04).
           05 WS-MONTH-MM            PIC 9(02).
       01  WS-CORE-ACCT              PIC X(08) VALUE "SEQCORE".
      *-----------------------------------------------------------------
      * THE RATES, AS DNARATE LOADS THEM, AND WHICH LINE IS THE
      * DEFAULT FOR A LAB WITH NO LINE OF ITS OWN.
      *-----------------------------------------------------------------
       01  WS-RATE-MAX               PIC 9(03) VALUE 0.
       01  WS-RATE-I                 PIC 9(03).
       01  WS-RATE-FOUND             PIC 9(03).
       01  WS-RATE-DEFAULT           PIC 9(03) VALUE 0.
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 100 TIMES.
              10 WS-RATE-LAB         PIC X(8).
              10 WS-RATE-SEQ         PIC 9(3)V9(2).
              10 WS-RATE-KNT         PIC 9(3)V9(2).
              10 WS-RATE-PROT        PIC 9(3)V9(2).
      *-----------------------------------------------------------------
      * THE MONTH'S BILLABLE WORK, HELD SO EACH LAB'S INVOICE CAN BE
      * PRINTED TOGETHER FROM A LEDGER WRITTEN IN RUN ORDER. WORK
      * PAST THE 5000TH ITEM IN THE MONTH IS NOT CHARGED - IT IS
      * COUNTED AND THE STEP ENDS RC 8 SO THE TABLE CAN BE WIDENED
      * BEFORE THE JOURNAL IS RELEASED.
      *-----------------------------------------------------------------
       01  WS-ITM-MAX                PIC 9(04) VALUE 0.
       01  WS-ITM-I                  PIC 9(04).
       01  WS-ITM-TABLE.
           05 WS-ITM-ENTRY OCCURS 5000 TIMES.
              10 WS-ITM-DATE         PIC 9(8).
              10 WS-ITM-SEQ-ID       PIC X(10).
              10 WS-ITM-STAGE        PIC X(1).
              10 WS-ITM-LAB          PIC X(8).
              10 WS-ITM-ACCT         PIC X(8).
              10 WS-ITM-LENGTH       PIC 9(5).
              10 WS-ITM-AMOUNT       PIC 9(5)V9(2).
              10 WS-ITM-STATE        PIC X(1).
                 88 WS-ITM-CHARGED   VALUE "C".
                 88 WS-ITM-NO-PAYER  VALUE "S".
                 88 WS-ITM-NO-RATE   VALUE "P".
                 88 WS-ITM-REFUSED   VALUE "K".
                 88 WS-ITM-NO-ROOM   VALUE "T".
       01  WS-ITM-OVERFLOW           PIC 9(05) VALUE 0.
      *-----------------------------------------------------------------
      * ONE INVOICE PER LAB, IN THE ORDER THE LABS FIRST APPEAR IN
      * THE MONTH, AND ONE JOURNAL ENTRY PER LAB AND CHARGE ACCOUNT.
      * A LAB PAST THE 200TH, OR AN ACCOUNT PAST THE 500TH, IS NOT
      * CHARGED BUT LISTED WITH THE EXCEPTIONS.
      *-----------------------------------------------------------------
       01  WS-LAB-MAX                PIC 9(03) VALUE 0.
       01  WS-LAB-I                  PIC 9(03).
       01  WS-LAB-FOUND              PIC 9(03).
       01  WS-LAB-TABLE.
           05 WS-LAB-ENTRY OCCURS 200 TIMES.
              10 WS-LAB-CODE         PIC X(8).
              10 WS-LAB-RATE         PIC 9(3).
              10 WS-LAB-SEQS         PIC 9(7).
              10 WS-LAB-NTS          PIC 9(9).
              10 WS-LAB-PROTS        PIC 9(7).
              10 WS-LAB-DUPS         PIC 9(7).
              10 WS-LAB-REJS         PIC 9(7).
              10 WS-LAB-AMOUNT       PIC 9(9)V9(2).
       01  WS-ACT-MAX                PIC 9(03) VALUE 0.
       01  WS-ACT-I                  PIC 9(03).
       01  WS-ACT-FOUND              PIC 9(03).
       01  WS-ACT-TABLE.
           05 WS-ACT-ENTRY OCCURS 500 TIMES.
              10 WS-ACT-LAB          PIC X(8).
              10 WS-ACT-ACCT         PIC X(8).
              10 WS-ACT-AMOUNT       PIC 9(9)V9(2).
              10 WS-ACT-DOLLARS      PIC 9(9).
       01  WS-REMAIN-DOLLARS         PIC 9(9).
       01  WS-PAIR-DOLLARS           PIC 9(4).
       01  WS-EXCEPT-COUNT           PIC 9(05) VALUE 0.
       01  WS-SKIP-COUNT             PIC 9(07) VALUE 0.
       01  WS-USAGE-READ             PIC 9(07) VALUE 0.
       01  WS-JRNL-COUNT             PIC 9(07) VALUE 0.
       01  WS-TOTAL-AMOUNT           PIC 9(9)V9(2) VALUE 0.
       01  WS-TOTAL-DOLLARS          PIC 9(9) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-NTS               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-DOLLARS           PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-RATE-1            PIC ZZ9.99.
       01  WS-EDIT-RATE-2            PIC ZZ9.99.
       01  WS-EDIT-RATE-3            PIC ZZ9.99.
       01  WS-INV-DETAIL.
           05 FILLER                 PIC X(2).
           05 ID-DATE                PIC 9(8).
           05 FILLER                 PIC X(2).
           05 ID-SEQ-ID              PIC X(10).
           05 FILLER                 PIC X(2).
           05 ID-STAGE               PIC X(7).
           05 FILLER                 PIC X(2).
           05 ID-LENGTH              PIC ZZ,ZZ9.
           05 FILLER                 PIC X(2).
           05 ID-ACCT                PIC X(8).
           05 FILLER                 PIC X(2).
           05 ID-AMOUNT              PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(2).
           05 ID-NOTE                PIC X(16).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       DNABILL-MAIN.
           PERFORM DNABILL-INIT
              THRU DNABILL-INIT-END
           IF WS-JOB-RC < 12
              PERFORM DNABILL-LOAD-RATES
                 THRU DNABILL-LOAD-RATES-END
              PERFORM DNABILL-LOAD-USAGE UNTIL WS-EOF
              PERFORM DNABILL-WRITE-INVOICE
                 VARYING WS-LAB-I FROM 1 BY 1
                 UNTIL WS-LAB-I > WS-LAB-MAX
              PERFORM DNABILL-WRITE-JOURNAL
                 VARYING WS-ACT-I FROM 1 BY 1
                 UNTIL WS-ACT-I > WS-ACT-MAX
              PERFORM DNABILL-WRITE-EXCEPTIONS
                 THRU DNABILL-WRITE-EXCEPTIONS-END
              PERFORM DNABILL-WRITE-SUMMARY
           END-IF
           PERFORM DNABILL-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       DNABILL-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE (1:6) TO WS-BILL-MONTH
           IF WS-MONTH-MM = 1
              SUBTRACT 1 FROM WS-MONTH-YYYY
              MOVE 12 TO WS-MONTH-MM
           ELSE
              SUBTRACT 1 FROM WS-MONTH-MM
           END-IF
           PERFORM DNABILL-LOAD-PARM
      *-----------------------------------------------------------------
      * EVERY CREDIT LANDS ON THE CORE'S RECOVERY ACCOUNT - IF THE
      * CHART REFUSES IT, NO LINE OF THE JOURNAL COULD POST.
      *-----------------------------------------------------------------
           MOVE WS-CORE-ACCT TO CK-ACCT-ID
           CALL "COACHK" USING WS-CK-PARMS
           IF NOT CK-POSTABLE
              DISPLAY "DNABILL - CORE ACCOUNT REFUSED BY CHART: "
                 WS-CORE-ACCT
              MOVE SPACES TO WS-AUDIT-PARMS
              MOVE "DNABILL" TO AL-PROGRAM
              MOVE "DNABL" TO AL-EVENT
              STRING "MONTH " WS-BILL-MONTH
                     " NOT BILLED - CORE ACCOUNT " WS-CORE-ACCT
                     " REFUSED BY CHART"
                 DELIMITED BY SIZE INTO AL-DETAIL
              CALL "AUDITLOG" USING WS-AUDIT-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO DNABILL-INIT-END
           END-IF
           OPEN INPUT USAGE-FILE
           IF WS-USAGE-STATUS NOT = "00"
              MOVE "DNABILL" TO FE-PROGRAM
              MOVE "USAGE-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-USAGE-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO DNABILL-INIT-END
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
              MOVE "DNABILL" TO FE-PROGRAM
              MOVE "JOURNAL-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-JRNL-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO DNABILL-INIT-END
           END-IF
           OPEN OUTPUT INVOICE-FILE
           IF WS-INV-STATUS NOT = "00"
              MOVE "DNABILL" TO FE-PROGRAM
              MOVE "INVOICE-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-INV-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO DNABILL-INIT-END
           END-IF
           MOVE "SEQUENCING CORE INVOICE" TO RH-TITLE
           MOVE 0 TO RH-PAGE-NO.
       DNABILL-INIT-END. EXIT.

      *-----------------------------------------------------------------
      * THE MONTH AND ACCOUNT ARE OPTIONAL - NO DNABPRM FILE, A
      * MONTH THAT IS NOT SIX DIGITS, OR A BLANK ACCOUNT KEEPS THE
      * DEFAULTS.
      *-----------------------------------------------------------------
       DNABILL-LOAD-PARM.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS = "00"
              READ PARAMETER-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PRM-MONTH IS NUMERIC
                       MOVE PRM-MONTH TO WS-BILL-MONTH
                    END-IF
                    IF PRM-CORE-ACCT NOT = SPACES
                       MOVE PRM-CORE-ACCT TO WS-CORE-ACCT
                    END-IF
              END-READ
              CLOSE PARAMETER-FILE
           END-IF.

      *-----------------------------------------------------------------
      * WITHOUT A RATE TABLE NOTHING CAN BE CHARGED; EVERY PIECE OF
      * WORK THEN LANDS ON THE EXCEPTION LIST. A LINE WHOSE RATES
      * ARE NOT NUMERIC IS IGNORED.
      *-----------------------------------------------------------------
       DNABILL-LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
              GO TO DNABILL-LOAD-RATES-END
           END-IF
           PERFORM DNABILL-READ-ONE-RATE UNTIL WS-EOF
           CLOSE RATE-FILE
           MOVE "N" TO WS-EOF-SW.
       DNABILL-LOAD-RATES-END. EXIT.

       DNABILL-READ-ONE-RATE.
           READ RATE-FILE
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 IF WS-RATE-MAX < 100
                    AND DR-SUBMITTER NOT = SPACES
                    AND DR-PER-SEQ IS NUMERIC
                    AND DR-PER-KNT IS NUMERIC
                    AND DR-PROTEIN IS NUMERIC
                    ADD 1 TO WS-RATE-MAX
                    MOVE DR-SUBMITTER TO WS-RATE-LAB (WS-RATE-MAX)
                    MOVE DR-PER-SEQ TO WS-RATE-SEQ (WS-RATE-MAX)
                    MOVE DR-PER-KNT TO WS-RATE-KNT (WS-RATE-MAX)
                    MOVE DR-PROTEIN TO WS-RATE-PROT (WS-RATE-MAX)
                    IF DR-SUBMITTER = "DEFAULT"
                       MOVE WS-RATE-MAX TO WS-RATE-DEFAULT
                    END-IF
                 END-IF
           END-READ.

      *-----------------------------------------------------------------
      * ONE LEDGER RECORD. ONLY WORK DATED IN THE BILLING MONTH IS
      * TAKEN. A SKIPPED RESUBMISSION OR A REJECT IS ONLY COUNTED
      * AGAINST ITS LAB; BILLABLE WORK IS PRICED AND ADDED TO ITS
      * LAB AND ACCOUNT, OR KEPT FOR THE EXCEPTIONS.
      *-----------------------------------------------------------------
       DNABILL-LOAD-USAGE.
           READ USAGE-FILE
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-USAGE-READ
                 IF DU-DATE (1:6) = WS-BILL-MONTH
                    IF DU-BILLABLE
                       PERFORM DNABILL-TAKE-WORK
                          THRU DNABILL-TAKE-WORK-END
                    ELSE
                       PERFORM DNABILL-TAKE-SKIPPED
                          THRU DNABILL-TAKE-SKIPPED-END
                    END-IF
                 END-IF
           END-READ.

       DNABILL-TAKE-SKIPPED.
           ADD 1 TO WS-SKIP-COUNT
           IF DU-SUBMITTER = SPACES
              GO TO DNABILL-TAKE-SKIPPED-END
           END-IF
           PERFORM DNABILL-FIND-OR-ADD-LAB
           IF WS-LAB-FOUND = 0
              GO TO DNABILL-TAKE-SKIPPED-END
           END-IF
           IF DU-DUPLICATE
              ADD 1 TO WS-LAB-DUPS (WS-LAB-FOUND)
           ELSE
              ADD 1 TO WS-LAB-REJS (WS-LAB-FOUND)
           END-IF.
       DNABILL-TAKE-SKIPPED-END. EXIT.

       DNABILL-TAKE-WORK.
           IF WS-ITM-MAX NOT < 5000
              ADD 1 TO WS-ITM-OVERFLOW
              MOVE 8 TO WS-JOB-RC
              GO TO DNABILL-TAKE-WORK-END
           END-IF
           ADD 1 TO WS-ITM-MAX
           MOVE DU-DATE TO WS-ITM-DATE (WS-ITM-MAX)
           MOVE DU-SEQ-ID TO WS-ITM-SEQ-ID (WS-ITM-MAX)
           MOVE DU-STAGE TO WS-ITM-STAGE (WS-ITM-MAX)
           MOVE DU-SUBMITTER TO WS-ITM-LAB (WS-ITM-MAX)
           MOVE DU-CHARGE-ACCT TO WS-ITM-ACCT (WS-ITM-MAX)
           MOVE DU-LENGTH TO WS-ITM-LENGTH (WS-ITM-MAX)
           MOVE 0 TO WS-ITM-AMOUNT (WS-ITM-MAX)
           IF DU-SUBMITTER = SPACES
              OR DU-CHARGE-ACCT = SPACES
              SET WS-ITM-NO-PAYER (WS-ITM-MAX) TO TRUE
              ADD 1 TO WS-EXCEPT-COUNT
              GO TO DNABILL-TAKE-WORK-END
           END-IF
           PERFORM DNABILL-FIND-OR-ADD-LAB
           IF WS-LAB-FOUND = 0
              SET WS-ITM-NO-ROOM (WS-ITM-MAX) TO TRUE
              ADD 1 TO WS-EXCEPT-COUNT
              GO TO DNABILL-TAKE-WORK-END
           END-IF
           MOVE WS-LAB-RATE (WS-LAB-FOUND) TO WS-RATE-FOUND
           IF WS-RATE-FOUND = 0
              SET WS-ITM-NO-RATE (WS-ITM-MAX) TO TRUE
              ADD 1 TO WS-EXCEPT-COUNT
              GO TO DNABILL-TAKE-WORK-END
           END-IF
           MOVE DU-CHARGE-ACCT TO CK-ACCT-ID
           CALL "COACHK" USING WS-CK-PARMS
           IF NOT CK-POSTABLE
              SET WS-ITM-REFUSED (WS-ITM-MAX) TO TRUE
              ADD 1 TO WS-EXCEPT-COUNT
              GO TO DNABILL-TAKE-WORK-END
           END-IF
           MOVE 0 TO WS-ACT-FOUND
           PERFORM DNABILL-FIND-ACCOUNT
              VARYING WS-ACT-I FROM 1 BY 1
              UNTIL WS-ACT-I > WS-ACT-MAX
                 OR WS-ACT-FOUND > 0
           IF WS-ACT-FOUND = 0
              IF WS-ACT-MAX NOT < 500
                 SET WS-ITM-NO-ROOM (WS-ITM-MAX) TO TRUE
                 ADD 1 TO WS-EXCEPT-COUNT
                 GO TO DNABILL-TAKE-WORK-END
              END-IF
              ADD 1 TO WS-ACT-MAX
              MOVE WS-ACT-MAX TO WS-ACT-FOUND
              MOVE DU-SUBMITTER TO WS-ACT-LAB (WS-ACT-FOUND)
              MOVE DU-CHARGE-ACCT TO WS-ACT-ACCT (WS-ACT-FOUND)
              MOVE 0 TO WS-ACT-AMOUNT (WS-ACT-FOUND)
              MOVE 0 TO WS-ACT-DOLLARS (WS-ACT-FOUND)
           END-IF
           IF DU-PROTEIN
              MOVE WS-RATE-PROT (WS-RATE-FOUND)
                 TO WS-ITM-AMOUNT (WS-ITM-MAX)
              ADD 1 TO WS-LAB-PROTS (WS-LAB-FOUND)
           ELSE
              COMPUTE WS-ITM-AMOUNT (WS-ITM-MAX) ROUNDED =
                 WS-RATE-SEQ (WS-RATE-FOUND)
                 + WS-RATE-KNT (WS-RATE-FOUND) * DU-LENGTH / 1000
              ADD 1 TO WS-LAB-SEQS (WS-LAB-FOUND)
              ADD DU-LENGTH TO WS-LAB-NTS (WS-LAB-FOUND)
           END-IF
           SET WS-ITM-CHARGED (WS-ITM-MAX) TO TRUE
           ADD WS-ITM-AMOUNT (WS-ITM-MAX)
              TO WS-LAB-AMOUNT (WS-LAB-FOUND)
           ADD WS-ITM-AMOUNT (WS-ITM-MAX)
              TO WS-ACT-AMOUNT (WS-ACT-FOUND).
       DNABILL-TAKE-WORK-END. EXIT.

      *-----------------------------------------------------------------
      * THE LAB'S ENTRY, ADDED ON FIRST SIGHT WITH ITS OWN DNARATE
      * LINE OR ELSE THE DEFAULT. WS-LAB-FOUND COMES BACK ZERO WHEN
      * THE TABLE IS FULL.
      *-----------------------------------------------------------------
       DNABILL-FIND-OR-ADD-LAB.
           MOVE 0 TO WS-LAB-FOUND
           PERFORM DNABILL-FIND-LAB
              VARYING WS-LAB-I FROM 1 BY 1
              UNTIL WS-LAB-I > WS-LAB-MAX
                 OR WS-LAB-FOUND > 0
           IF WS-LAB-FOUND = 0
              AND WS-LAB-MAX < 200
              ADD 1 TO WS-LAB-MAX
              MOVE WS-LAB-MAX TO WS-LAB-FOUND
              MOVE DU-SUBMITTER TO WS-LAB-CODE (WS-LAB-FOUND)
              MOVE 0 TO WS-LAB-SEQS (WS-LAB-FOUND)
              MOVE 0 TO WS-LAB-NTS (WS-LAB-FOUND)
              MOVE 0 TO WS-LAB-PROTS (WS-LAB-FOUND)
              MOVE 0 TO WS-LAB-DUPS (WS-LAB-FOUND)
              MOVE 0 TO WS-LAB-REJS (WS-LAB-FOUND)
              MOVE 0 TO WS-LAB-AMOUNT (WS-LAB-FOUND)
              MOVE 0 TO WS-RATE-FOUND
              PERFORM DNABILL-FIND-RATE
                 VARYING WS-RATE-I FROM 1 BY 1
                 UNTIL WS-RATE-I > WS-RATE-MAX
                    OR WS-RATE-FOUND > 0
              IF WS-RATE-FOUND = 0
                 MOVE WS-RATE-DEFAULT TO WS-RATE-FOUND
              END-IF
              MOVE WS-RATE-FOUND TO WS-LAB-RATE (WS-LAB-FOUND)
           END-IF.

       DNABILL-FIND-LAB.
           IF WS-LAB-CODE (WS-LAB-I) = DU-SUBMITTER
              MOVE WS-LAB-I TO WS-LAB-FOUND
           END-IF.

       DNABILL-FIND-RATE.
           IF WS-RATE-LAB (WS-RATE-I) = DU-SUBMITTER
              MOVE WS-RATE-I TO WS-RATE-FOUND
           END-IF.

       DNABILL-FIND-ACCOUNT.
           IF WS-ACT-LAB (WS-ACT-I) = DU-SUBMITTER
              AND WS-ACT-ACCT (WS-ACT-I) = DU-CHARGE-ACCT
              MOVE WS-ACT-I TO WS-ACT-FOUND
           END-IF.

      *-----------------------------------------------------------------
      * ONE LAB'S INVOICE, ON ITS OWN PAGE: THE RATES IT WAS BILLED
      * AT, EVERY CHARGED SEQUENCE OF THE MONTH, THE VOLUMES, THE
      * WORK NOT CHARGED, AND THE WHOLE-DOLLAR AMOUNT CHARGED TO
      * EACH OF ITS ACCOUNTS.
      *-----------------------------------------------------------------
       DNABILL-WRITE-INVOICE.
           PERFORM DNABILL-WRITE-PAGE-HEADER
           MOVE SPACES TO INVOICE-LINE
           STRING "LAB " DELIMITED BY SIZE
                  WS-LAB-CODE (WS-LAB-I) DELIMITED BY SIZE
                  "   MONTH " DELIMITED BY SIZE
                  WS-BILL-MONTH DELIMITED BY SIZE
              INTO INVOICE-LINE
           PERFORM DNABILL-WRITE-INV-LINE
           MOVE WS-LAB-RATE (WS-LAB-I) TO WS-RATE-FOUND
           IF WS-RATE-FOUND > 0
              MOVE WS-RATE-SEQ (WS-RATE-FOUND) TO WS-EDIT-RATE-1
              MOVE WS-RATE-KNT (WS-RATE-FOUND) TO WS-EDIT-RATE-2
              MOVE WS-RATE-PROT (WS-RATE-FOUND) TO WS-EDIT-RATE-3
              MOVE SPACES TO INVOICE-LINE
              STRING "RATES - PER SEQUENCE " WS-EDIT-RATE-1
                     "  PER 1,000 NT " WS-EDIT-RATE-2
                     "  PROTEIN STAGE " WS-EDIT-RATE-3
                  DELIMITED BY SIZE INTO INVOICE-LINE
              PERFORM DNABILL-WRITE-INV-LINE
           END-IF
           MOVE SPACES TO INVOICE-LINE
           PERFORM DNABILL-WRITE-INV-LINE
           MOVE "  USED      SEQ-ID      STAGE    LENGTH  ACCOUNT"
              TO INVOICE-LINE
           MOVE "AMOUNT" TO INVOICE-LINE (55:6)
           PERFORM DNABILL-WRITE-INV-LINE
           PERFORM DNABILL-WRITE-LAB-ITEM
              VARYING WS-ITM-I FROM 1 BY 1
              UNTIL WS-ITM-I > WS-ITM-MAX
           MOVE SPACES TO INVOICE-LINE
           PERFORM DNABILL-WRITE-INV-LINE
           MOVE WS-LAB-SEQS (WS-LAB-I) TO WS-EDIT-COUNT
           MOVE WS-LAB-NTS (WS-LAB-I) TO WS-EDIT-NTS
           MOVE SPACES TO INVOICE-LINE
           STRING "  SEQUENCES TRANSCRIBED  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  "   NUCLEOTIDES " DELIMITED BY SIZE
                  WS-EDIT-NTS DELIMITED BY SIZE
              INTO INVOICE-LINE
           PERFORM DNABILL-WRITE-INV-LINE
           MOVE WS-LAB-PROTS (WS-LAB-I) TO WS-EDIT-COUNT
           MOVE SPACES TO INVOICE-LINE
           STRING "  PROTEIN TRANSLATIONS . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO INVOICE-LINE
           PERFORM DNABILL-WRITE-INV-LINE
           MOVE WS-LAB-DUPS (WS-LAB-I) TO WS-EDIT-COUNT
           MOVE SPACES TO INVOICE-LINE
           STRING "  NOT CHARGED - UNCHANGED RESUBMISSIONS "
                     DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO INVOICE-LINE
           PERFORM DNABILL-WRITE-INV-LINE
           MOVE WS-LAB-REJS (WS-LAB-I) TO WS-EDIT-COUNT
           MOVE SPACES TO INVOICE-LINE
           STRING "  NOT CHARGED - REJECTED SEQUENCES  . . "
                     DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO INVOICE-LINE
           PERFORM DNABILL-WRITE-INV-LINE
           MOVE WS-LAB-AMOUNT (WS-LAB-I) TO WS-EDIT-AMOUNT
           MOVE SPACES TO INVOICE-LINE
           STRING "  AMOUNT FOR THE MONTH . " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
              INTO INVOICE-LINE
           PERFORM DNABILL-WRITE-INV-LINE
           PERFORM DNABILL-WRITE-LAB-ACCOUNT
              VARYING WS-ACT-I FROM 1 BY 1
              UNTIL WS-ACT-I > WS-ACT-MAX.

       DNABILL-WRITE-LAB-ITEM.
           IF WS-ITM-CHARGED (WS-ITM-I)
              AND WS-ITM-LAB (WS-ITM-I) = WS-LAB-CODE (WS-LAB-I)
              PERFORM DNABILL-WRITE-ITEM-LINE
           END-IF.

       DNABILL-WRITE-LAB-ACCOUNT.
           IF WS-ACT-LAB (WS-ACT-I) = WS-LAB-CODE (WS-LAB-I)
              COMPUTE WS-ACT-DOLLARS (WS-ACT-I) ROUNDED =
                 WS-ACT-AMOUNT (WS-ACT-I)
              MOVE WS-ACT-DOLLARS (WS-ACT-I) TO WS-EDIT-DOLLARS
              MOVE SPACES TO INVOICE-LINE
              STRING "  CHARGED TO " DELIMITED BY SIZE
                     WS-ACT-ACCT (WS-ACT-I) DELIMITED BY SIZE
                     " (WHOLE DOLLARS)  " DELIMITED BY SIZE
                     WS-EDIT-DOLLARS DELIMITED BY SIZE
                 INTO INVOICE-LINE
              PERFORM DNABILL-WRITE-INV-LINE
           END-IF.

       DNABILL-WRITE-ITEM-LINE.
           MOVE SPACES TO WS-INV-DETAIL
           MOVE WS-ITM-DATE (WS-ITM-I) TO ID-DATE
           MOVE WS-ITM-SEQ-ID (WS-ITM-I) TO ID-SEQ-ID
           IF WS-ITM-STAGE (WS-ITM-I) = "P"
              MOVE "PROTEIN" TO ID-STAGE
           ELSE
              MOVE "TRANSCR" TO ID-STAGE
           END-IF
           MOVE WS-ITM-LENGTH (WS-ITM-I) TO ID-LENGTH
           MOVE WS-ITM-ACCT (WS-ITM-I) TO ID-ACCT
           MOVE WS-ITM-AMOUNT (WS-ITM-I) TO ID-AMOUNT
           EVALUATE TRUE
              WHEN WS-ITM-NO-PAYER (WS-ITM-I)
                 MOVE "NO LAB OR ACCT" TO ID-NOTE
              WHEN WS-ITM-NO-RATE (WS-ITM-I)
                 MOVE "NO DNARATE RATE" TO ID-NOTE
              WHEN WS-ITM-REFUSED (WS-ITM-I)
                 MOVE "ACCOUNT REFUSED" TO ID-NOTE
              WHEN WS-ITM-NO-ROOM (WS-ITM-I)
                 MOVE "OVER TABLE LIMIT" TO ID-NOTE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE WS-INV-DETAIL TO INVOICE-LINE
           PERFORM DNABILL-WRITE-INV-LINE.

      *-----------------------------------------------------------------
      * ONE LAB ACCOUNT'S JOURNAL: DEBIT THE LAB, CREDIT THE CORE, IN
      * PAIRS OF AT MOST 9,999 SO EACH FITS THE GL AMOUNT FIELD. AN
      * ACCOUNT WHOSE MONTH ROUNDS TO NOTHING WRITES NO ENTRY.
      *-----------------------------------------------------------------
       DNABILL-WRITE-JOURNAL.
           MOVE WS-ACT-DOLLARS (WS-ACT-I) TO WS-REMAIN-DOLLARS
           ADD WS-ACT-AMOUNT (WS-ACT-I) TO WS-TOTAL-AMOUNT
           ADD WS-ACT-DOLLARS (WS-ACT-I) TO WS-TOTAL-DOLLARS
           PERFORM DNABILL-WRITE-PAIR UNTIL WS-REMAIN-DOLLARS = 0.

       DNABILL-WRITE-PAIR.
           IF WS-REMAIN-DOLLARS > 9999
              MOVE 9999 TO WS-PAIR-DOLLARS
           ELSE
              MOVE WS-REMAIN-DOLLARS TO WS-PAIR-DOLLARS
           END-IF
           SUBTRACT WS-PAIR-DOLLARS FROM WS-REMAIN-DOLLARS
           MOVE WS-ACT-ACCT (WS-ACT-I) TO TRX-ACCT-ID
           MOVE WS-PAIR-DOLLARS TO TRX-AMOUNT
           MOVE WS-RUN-DATE TO TRX-DATE
           PERFORM DNABILL-WRITE-JRNL-LINE
           MOVE WS-CORE-ACCT TO TRX-ACCT-ID
           COMPUTE TRX-AMOUNT = 0 - WS-PAIR-DOLLARS
           MOVE WS-RUN-DATE TO TRX-DATE
           PERFORM DNABILL-WRITE-JRNL-LINE.

      *-----------------------------------------------------------------
      * THE WORK THAT COULD NOT BE CHARGED, ON A PAGE OF ITS OWN
      * AFTER THE INVOICES.
      *-----------------------------------------------------------------
       DNABILL-WRITE-EXCEPTIONS.
           IF WS-EXCEPT-COUNT = 0
              AND WS-ITM-OVERFLOW = 0
              GO TO DNABILL-WRITE-EXCEPTIONS-END
           END-IF
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF
           MOVE "SEQUENCING CORE - WORK NOT CHARGED" TO RH-TITLE
           PERFORM DNABILL-WRITE-PAGE-HEADER
           MOVE "  USED      SEQ-ID      STAGE    LENGTH  ACCOUNT"
              TO INVOICE-LINE
           MOVE "REASON" TO INVOICE-LINE (63:6)
           PERFORM DNABILL-WRITE-INV-LINE
           PERFORM DNABILL-WRITE-EXCEPTION
              VARYING WS-ITM-I FROM 1 BY 1
              UNTIL WS-ITM-I > WS-ITM-MAX
           IF WS-ITM-OVERFLOW > 0
              MOVE WS-ITM-OVERFLOW TO WS-EDIT-COUNT
              MOVE SPACES TO INVOICE-LINE
              STRING "  WORK PAST TABLE LIMIT  " DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO INVOICE-LINE
              PERFORM DNABILL-WRITE-INV-LINE
           END-IF.
       DNABILL-WRITE-EXCEPTIONS-END. EXIT.

       DNABILL-WRITE-EXCEPTION.
           IF NOT WS-ITM-CHARGED (WS-ITM-I)
              PERFORM DNABILL-WRITE-ITEM-LINE
           END-IF.

      *-----------------------------------------------------------------
       DNABILL-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO INVOICE-LINE
           PERFORM DNABILL-WRITE-INV-LINE
           MOVE SPACES TO INVOICE-LINE
           STRING "SEQUENCING CORE BILLING TOTALS FOR " DELIMITED
                  BY SIZE
                  WS-BILL-MONTH DELIMITED BY SIZE
              INTO INVOICE-LINE
           PERFORM DNABILL-WRITE-INV-LINE
           MOVE WS-USAGE-READ TO WS-EDIT-COUNT
           MOVE SPACES TO INVOICE-LINE
           STRING "  LEDGER RECORDS READ  . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO INVOICE-LINE
           PERFORM DNABILL-WRITE-INV-LINE
           MOVE WS-LAB-MAX TO WS-EDIT-COUNT
           MOVE SPACES TO INVOICE-LINE
           STRING "  LABS INVOICED  . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO INVOICE-LINE
           PERFORM DNABILL-WRITE-INV-LINE
           MOVE WS-SKIP-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO INVOICE-LINE
           STRING "  SKIPPED OR REJECTED  . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO INVOICE-LINE
           PERFORM DNABILL-WRITE-INV-LINE
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO INVOICE-LINE
           STRING "  WORK NOT CHARGED . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO INVOICE-LINE
           PERFORM DNABILL-WRITE-INV-LINE
           MOVE WS-JRNL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO INVOICE-LINE
           STRING "  JOURNAL LINES  . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO INVOICE-LINE
           PERFORM DNABILL-WRITE-INV-LINE
           MOVE WS-TOTAL-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO INVOICE-LINE
           STRING "  PRICED AMOUNT  . . . . " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
              INTO INVOICE-LINE
           PERFORM DNABILL-WRITE-INV-LINE
           MOVE WS-TOTAL-DOLLARS TO WS-EDIT-DOLLARS
           MOVE SPACES TO INVOICE-LINE
           STRING "  DEBITED TO LABS AND CREDITED TO " DELIMITED
                  BY SIZE
                  WS-CORE-ACCT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-DOLLARS DELIMITED BY SIZE
              INTO INVOICE-LINE
           PERFORM DNABILL-WRITE-INV-LINE
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "DNABILL" TO AL-PROGRAM
           MOVE "DNABL" TO AL-EVENT
           STRING "MONTH " WS-BILL-MONTH
                  " TO " WS-CORE-ACCT
                  " AMT " WS-EDIT-DOLLARS
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       DNABILL-WRITE-PAGE-HEADER.
      *-----------------------------------------------------------------
           ADD 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO INVOICE-LINE
           PERFORM DNABILL-WRITE-INV-LINE
           MOVE RH-LINE-2 TO INVOICE-LINE
           PERFORM DNABILL-WRITE-INV-LINE
           MOVE RH-LINE-3 TO INVOICE-LINE
           PERFORM DNABILL-WRITE-INV-LINE.

      *-----------------------------------------------------------------
       DNABILL-WRITE-JRNL-LINE.
      *-----------------------------------------------------------------
           WRITE JOURNAL-RECORD
           IF WS-JRNL-STATUS NOT = "00"
              MOVE "DNABILL" TO FE-PROGRAM
              MOVE "JOURNAL-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-JRNL-STATUS TO FE-STATUS
              MOVE JOURNAL-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 8 TO WS-JOB-RC
           ELSE
              ADD 1 TO WS-JRNL-COUNT
           END-IF.

      *-----------------------------------------------------------------
       DNABILL-WRITE-INV-LINE.
      *-----------------------------------------------------------------
           WRITE INVOICE-LINE
           IF WS-INV-STATUS NOT = "00"
              MOVE "DNABILL" TO FE-PROGRAM
              MOVE "INVOICE-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-INV-STATUS TO FE-STATUS
              MOVE INVOICE-LINE TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       DNABILL-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE USAGE-FILE
           CLOSE JOURNAL-FILE
           CLOSE INVOICE-FILE.
       END PROGRAM DNABILL.
