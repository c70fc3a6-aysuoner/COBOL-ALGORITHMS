      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    CYCBILL.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * MONTHLY CHARGEBACK OF THE NIGHTLY BATCH CYCLE TO THE
      * DEPARTMENTS THAT OWN ITS STEPS. IT CARRIED THE WHOLE COST OF
      * THE CYCLE ALTHOUGH EVERY STEP RUNS FOR SOMEBODY ELSE'S
      * BENEFIT. MASTCTRL LOGS AN ENTRY AND AN EXIT EVENT FOR EVERY
      * STEP IT RUNS, THE EXIT CARRYING THE STEP'S RETURN CODE AND
      * THE RECORDS ON ITS INPUT EXTRACT. THIS PROGRAM READS EVERY
      * AUDIT LINE OF THE MONTH - THE DATED AUDA ARCHIVES ON AUDAINV
      * THAT CAN HOLD IT, THEN THE LIVE AUDITLOG - AND, FOR EACH
      * STEP, SUMS THE RUNS, THE ELAPSED TIME BETWEEN ENTRY AND EXIT
      * (THROUGH THE ELAPSED SUBROUTINE, AS CYCLERPT DOES), THE
      * RECORDS PROCESSED AND THE RERUNS. THE STEPOWN TABLE SAYS
      * WHICH DEPARTMENT AND COST CENTER OWN THE STEP AND CYCRATE
      * PRICES THE DEPARTMENT'S USAGE. IT THEN:
      *   - PRINTS A STATEMENT FOR EACH DEPARTMENT (CYCBSTM) LISTING
      *     ITS STEPS, THEIR USAGE AND AMOUNT, AND THE WHOLE-DOLLAR
      *     AMOUNT CHARGED TO EACH OF ITS COST CENTERS,
      *   - WRITES THE INTERDEPARTMENTAL JOURNAL (CYCBGL) IN THE
      *     GLTRXIN LAYOUT - FOR EACH COST CENTER A DEBIT TO IT AND AN
      *     EQUAL CREDIT TO THE IT RECOVERY ACCOUNT - SO THE CHARGES
      *     ARE CONCATENATED INTO GLTRXRAW LIKE CHGBKGL AND DNABGL.
      * A STEP OWNED ON THE RECOVERY ACCOUNT ITSELF (IT OPERATIONS'
      * OWN STEPS) IS SHOWN ON ITS STATEMENT BUT NOT CHARGED OUT.
      *
      * A RUN IS AN ENTRY EVENT; ITS ELAPSED TIME AND RECORDS COME
      * FROM THE NEXT EXIT FOR THE SAME STEP AND DISTRICT. A RUN THAT
      * NEVER REACHED ITS EXIT (AN ABENDED CYCLE) IS COUNTED AS
      * UNFINISHED WITH NO TIME. A RERUN IS A SECOND OR LATER ENTRY
      * FOR THE SAME STEP AND DISTRICT ON THE SAME DAY - A RESTART
      * AFTER AN ABORT, OR AN OPERATOR RERUN - AND IS PRICED AT THE
      * PER-RERUN RATE ON TOP OF ITS TIME AND RECORDS. EXIT EVENTS
      * LOGGED BEFORE MASTCTRL CARRIED THE RECORD COUNT PRICE AS
      * ZERO RECORDS.
      *
      * CYCRATE HOLDS ONE LINE OF RATES PER DEPARTMENT WITH ITS OWN
      * PRICING AND A LINE KEYED "DEFAULT" FOR EVERY OTHER ONE. A
      * STEP WITH NO STEPOWN LINE, WITH NO RATE, OR WHOSE COST CENTER
      * THE CHART OF ACCOUNTS REFUSES IS NOT CHARGED; IT IS LISTED
      * AFTER THE STATEMENTS AND THE STEP ENDS RC 4, AS IS A MONTH
      * WITH AN ARCHIVE THAT WOULD NOT OPEN. THE GL AMOUNT FIELD IS
      * WHOLE DOLLARS, S9(4), SO A COST CENTER'S MONTH IS ROUNDED TO
      * THE DOLLAR AND GOES OUT IN DEBIT/CREDIT PAIRS OF AT MOST
      * 9,999, THE SAME AS CHGBACK.
      *
      * THE OPTIONAL CYCBPRM FILE CARRIES THE MONTH (YYYYMM) AND THE IT
      * RECOVERY ACCOUNT. NO MONTH (OR NO CYCBPRM) BILLS THE MONTH
      * BEFORE THE RUN; A BLANK ACCOUNT KEEPS THE DEFAULT. THE STEP
      * IS RUN ONCE PER MONTH - RUNNING IT AGAIN FOR THE SAME MONTH
      * WOULD CHARGE THE DEPARTMENTS TWICE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNER-FILE ASSIGN TO "STEPOWN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.
           SELECT RATE-FILE ASSIGN TO "CYCRATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "CYCBPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT INVENTORY-FILE ASSIGN TO "AUDAINV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT SOURCE-LOG-FILE ASSIGN TO DYNAMIC WS-SOURCE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "CYCBGL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "CYCBSTM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  OWNER-FILE.
           COPY "STEPOWN.CPY".

       FD  RATE-FILE.
       01  RATE-RECORD.
           05 CR-DEPT                PIC X(8).
           05 CR-PER-MINUTE          PIC 9(3)V9(2).
           05 CR-PER-KREC            PIC 9(3)V9(2).
           05 CR-PER-RERUN           PIC 9(3)V9(2).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05 PRM-MONTH              PIC X(6).
           05 PRM-IT-ACCT            PIC X(8).

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
           05 SL-EXIT-DETAIL REDEFINES SL-DETAIL.
              10 SX-RC-TAG           PIC X(03).
              10 SX-RC               PIC X(04).
              10 SX-RECORDS-TAG      PIC X(09).
              10 SX-RECORDS          PIC Z(8)9.
              10 FILLER              PIC X(35).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 TRX-ACCT-ID            PIC X(8).
           05 TRX-AMOUNT             PIC S9(4).
           05 TRX-DATE               PIC 9(8).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE            PIC X(80).

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
       01  WS-OWNER-STATUS           PIC X(02).
       01  WS-RATE-STATUS            PIC X(02).
       01  WS-PARM-STATUS            PIC X(02).
       01  WS-INV-STATUS             PIC X(02).
       01  WS-SOURCE-STATUS          PIC X(02).
       01  WS-JRNL-STATUS            PIC X(02).
       01  WS-STMT-STATUS            PIC X(02).
       01  WS-SOURCE-NAME            PIC X(16).
       01  WS-EOF-SW                 PIC X VALUE "N".
           88 WS-EOF                 VALUE "Y".
       01  WS-INV-EOF-SW             PIC X VALUE "N".
           88 WS-INV-EOF             VALUE "Y".
       01  WS-SOURCE-EOF-SW          PIC X VALUE "N".
           88 WS-SOURCE-EOF          VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-BILL-MONTH             PIC X(06).
       01  WS-MONTH-NUM REDEFINES WS-BILL-MONTH.
           05 WS-MONTH-YYYY          PIC 9(04).
           05 WS-MONTH-MM            PIC 9(02).
       01  WS-MONTH-N REDEFINES WS-BILL-MONTH PIC 9(06).
       01  WS-PERIOD-FROM            PIC 9(08).
       01  WS-PERIOD-TO              PIC 9(08).
       01  WS-IT-ACCT                PIC X(08) VALUE "ITRECOVR".
      *-----------------------------------------------------------------
      * THE STEP OWNERS, AS STEPOWN LOADS THEM.
      *-----------------------------------------------------------------
       01  WS-OWN-MAX                PIC 9(03) VALUE 0.
       01  WS-OWN-I                  PIC 9(03).
       01  WS-OWN-FOUND              PIC 9(03).
       01  WS-OWN-TABLE.
           05 WS-OWN-ENTRY OCCURS 100 TIMES.
              10 WS-OWN-STEP         PIC X(9).
              10 WS-OWN-DEPT         PIC X(8).
              10 WS-OWN-ACCT         PIC X(8).
              10 WS-OWN-NAME         PIC X(30).
      *-----------------------------------------------------------------
      * THE RATES, AS CYCRATE LOADS THEM, AND WHICH LINE IS THE
      * DEFAULT FOR A DEPARTMENT WITH NO LINE OF ITS OWN.
      *-----------------------------------------------------------------
       01  WS-RATE-MAX               PIC 9(03) VALUE 0.
       01  WS-RATE-I                 PIC 9(03).
       01  WS-RATE-FOUND             PIC 9(03).
       01  WS-RATE-DEFAULT           PIC 9(03) VALUE 0.
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES.
              10 WS-RATE-DEPT        PIC X(8).
              10 WS-RATE-MIN         PIC 9(3)V9(2).
              10 WS-RATE-KREC        PIC 9(3)V9(2).
              10 WS-RATE-RERUN       PIC 9(3)V9(2).
      *-----------------------------------------------------------------
      * THE AUDIT SOURCES READ, FOR THE SUMMARY - AN ARCHIVE THAT
      * WOULD NOT OPEN IS A GAP IN WHAT WAS CHARGED.
      *-----------------------------------------------------------------
       01  WS-SRC-MAX                PIC 9(03) VALUE 0.
       01  WS-SRC-I                  PIC 9(03).
       01  WS-SRC-TABLE.
           05 WS-SRC-ENTRY OCCURS 100 TIMES.
              10 WS-SRC-NAME         PIC X(16).
              10 WS-SRC-LINES        PIC 9(07).
              10 WS-SRC-STATUS       PIC X(02).
       01  WS-SOURCE-LINES           PIC 9(07).
       01  WS-MISSING-COUNT          PIC 9(05) VALUE 0.
      *-----------------------------------------------------------------
      * ONE OPEN-RUN SLOT PER STEP AND DISTRICT: THE ENTRY NOT YET
      * MATCHED BY AN EXIT, AND THE DAY OF THE LAST ENTRY SO A
      * SECOND ONE THE SAME DAY IS SEEN AS A RERUN.
      *-----------------------------------------------------------------
       01  WS-RUN-MAX                PIC 9(03) VALUE 0.
       01  WS-RUN-I                  PIC 9(03).
       01  WS-RUN-FOUND              PIC 9(03).
       01  WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 300 TIMES.
              10 WS-RUN-STEP         PIC X(9).
              10 WS-RUN-DISTRICT     PIC X(1).
              10 WS-RUN-ENTRY-TIME   PIC X(21).
              10 WS-RUN-LAST-DATE    PIC 9(8).
              10 WS-RUN-STEP-I       PIC 9(3).
              10 WS-RUN-PENDING-SW   PIC X(1).
                 88 WS-RUN-PENDING   VALUE "Y".
      *-----------------------------------------------------------------
      * ONE ENTRY PER STEP SEEN IN THE MONTH, ACROSS ALL DISTRICTS,
      * WITH ITS USAGE, ITS PRICE AND WHETHER IT COULD BE CHARGED.
      * EVENTS FOR A STEP PAST THE 100TH, OR A STEP AND DISTRICT
      * PAST THE 300TH, ARE COUNTED AND THE STEP ENDS RC 8 SO THE
      * TABLES CAN BE WIDENED BEFORE THE JOURNAL IS RELEASED.
      *-----------------------------------------------------------------
       01  WS-STP-MAX                PIC 9(03) VALUE 0.
       01  WS-STP-I                  PIC 9(03).
       01  WS-STP-FOUND              PIC 9(03).
       01  WS-STP-TABLE.
           05 WS-STP-ENTRY OCCURS 100 TIMES.
              10 WS-STP-NAME         PIC X(9).
              10 WS-STP-RUNS         PIC 9(5).
              10 WS-STP-RERUNS       PIC 9(5).
              10 WS-STP-UNFINISHED   PIC 9(5).
              10 WS-STP-SECS         PIC 9(9).
              10 WS-STP-RECORDS      PIC 9(11).
              10 WS-STP-OWNER        PIC 9(3).
              10 WS-STP-DEPT-I       PIC 9(3).
              10 WS-STP-AMOUNT       PIC 9(7)V9(2).
              10 WS-STP-STATE        PIC X(1).
                 88 WS-STP-CHARGED   VALUE "C".
                 88 WS-STP-NO-OWNER  VALUE "S".
                 88 WS-STP-NO-RATE   VALUE "P".
                 88 WS-STP-REFUSED   VALUE "K".
                 88 WS-STP-NO-ROOM   VALUE "T".
       01  WS-EVENT-OVERFLOW         PIC 9(07) VALUE 0.
      *-----------------------------------------------------------------
      * ONE STATEMENT PER DEPARTMENT, IN THE ORDER ITS STEPS FIRST
      * RAN IN THE MONTH, AND ONE JOURNAL ENTRY PER DEPARTMENT AND
      * COST CENTER.
      *-----------------------------------------------------------------
       01  WS-DEPT-MAX               PIC 9(03) VALUE 0.
       01  WS-DEPT-I                 PIC 9(03).
       01  WS-DEPT-FOUND             PIC 9(03).
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
              10 WS-DEPT-CODE        PIC X(8).
              10 WS-DEPT-NAME        PIC X(30).
              10 WS-DEPT-RATE        PIC 9(3).
              10 WS-DEPT-RUNS        PIC 9(7).
              10 WS-DEPT-RERUNS      PIC 9(7).
              10 WS-DEPT-UNFINISHED  PIC 9(7).
              10 WS-DEPT-SECS        PIC 9(9).
              10 WS-DEPT-RECORDS     PIC 9(11).
              10 WS-DEPT-AMOUNT      PIC 9(9)V9(2).
       01  WS-ACT-MAX                PIC 9(03) VALUE 0.
       01  WS-ACT-I                  PIC 9(03).
       01  WS-ACT-FOUND              PIC 9(03).
       01  WS-ACT-TABLE.
           05 WS-ACT-ENTRY OCCURS 100 TIMES.
              10 WS-ACT-DEPT         PIC X(8).
              10 WS-ACT-ACCT         PIC X(8).
              10 WS-ACT-AMOUNT       PIC 9(9)V9(2).
              10 WS-ACT-DOLLARS      PIC 9(9).
       01  WS-START-HH               PIC 9(02).
       01  WS-START-MM               PIC 9(02).
       01  WS-START-SS               PIC 9(02).
       01  WS-END-HH                 PIC 9(02).
       01  WS-END-MM                 PIC 9(02).
       01  WS-END-SS                 PIC 9(02).
       01  WS-ELAPSED-HH             PIC 9(02).
       01  WS-ELAPSED-MM             PIC 9(02).
       01  WS-ELAPSED-SS             PIC 9(02).
       01  WS-ELAPSED-SECS           PIC 9(06).
       01  WS-LINE-RECORDS           PIC 9(09).
       01  WS-REMAIN-DOLLARS         PIC 9(9).
       01  WS-PAIR-DOLLARS           PIC 9(4).
       01  WS-EXCEPT-COUNT           PIC 9(05) VALUE 0.
       01  WS-LINES-READ             PIC 9(07) VALUE 0.
       01  WS-LINES-IN-MONTH         PIC 9(07) VALUE 0.
       01  WS-TOTAL-RUNS             PIC 9(07) VALUE 0.
       01  WS-TOTAL-RERUNS           PIC 9(07) VALUE 0.
       01  WS-TOTAL-UNFINISHED       PIC 9(07) VALUE 0.
       01  WS-JRNL-COUNT             PIC 9(07) VALUE 0.
       01  WS-TOTAL-AMOUNT           PIC 9(9)V9(2) VALUE 0.
       01  WS-TOTAL-DOLLARS          PIC 9(9) VALUE 0.
       01  WS-ABSORBED-AMOUNT        PIC 9(9)V9(2) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-BIG               PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-DOLLARS           PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-RATE-1            PIC ZZ9.99.
       01  WS-EDIT-RATE-2            PIC ZZ9.99.
       01  WS-EDIT-RATE-3            PIC ZZ9.99.
       01  WS-STMT-DETAIL.
           05 FILLER                 PIC X(2).
           05 SD-STEP                PIC X(9).
           05 FILLER                 PIC X(2).
           05 SD-RUNS                PIC ZZ,ZZ9.
           05 FILLER                 PIC X(2).
           05 SD-RERUNS              PIC ZZ,ZZ9.
           05 FILLER                 PIC X(2).
           05 SD-SECS                PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(2).
           05 SD-RECORDS             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(2).
           05 SD-CHARGE.
              10 SD-ACCT             PIC X(8).
              10 FILLER              PIC X(2).
              10 SD-AMOUNT           PIC ZZZ,ZZ9.99.
           05 SD-NOTE REDEFINES SD-CHARGE PIC X(20).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       CYCBILL-MAIN.
           PERFORM CYCBILL-INIT
              THRU CYCBILL-INIT-END
           IF WS-JOB-RC < 12
              PERFORM CYCBILL-LOAD-OWNERS
                 THRU CYCBILL-LOAD-OWNERS-END
              PERFORM CYCBILL-LOAD-RATES
                 THRU CYCBILL-LOAD-RATES-END
              PERFORM CYCBILL-SCAN-SOURCES
              PERFORM CYCBILL-CLOSE-OPEN-RUN
                 VARYING WS-RUN-I FROM 1 BY 1
                 UNTIL WS-RUN-I > WS-RUN-MAX
              PERFORM CYCBILL-PRICE-STEP
                 THRU CYCBILL-PRICE-STEP-END
                 VARYING WS-STP-I FROM 1 BY 1
                 UNTIL WS-STP-I > WS-STP-MAX
              PERFORM CYCBILL-WRITE-STATEMENT
                 VARYING WS-DEPT-I FROM 1 BY 1
                 UNTIL WS-DEPT-I > WS-DEPT-MAX
              PERFORM CYCBILL-WRITE-JOURNAL
                 VARYING WS-ACT-I FROM 1 BY 1
                 UNTIL WS-ACT-I > WS-ACT-MAX
              PERFORM CYCBILL-WRITE-EXCEPTIONS
                 THRU CYCBILL-WRITE-EXCEPTIONS-END
              PERFORM CYCBILL-WRITE-SUMMARY
           END-IF
           PERFORM CYCBILL-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       CYCBILL-INIT.
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
           PERFORM CYCBILL-LOAD-PARM
           COMPUTE WS-PERIOD-FROM = WS-MONTH-N * 100 + 1
           COMPUTE WS-PERIOD-TO = WS-MONTH-N * 100 + 31
      *-----------------------------------------------------------------
      * EVERY CREDIT LANDS ON THE IT RECOVERY ACCOUNT - IF THE CHART
      * REFUSES IT, NO LINE OF THE JOURNAL COULD POST.
      *-----------------------------------------------------------------
           MOVE WS-IT-ACCT TO CK-ACCT-ID
           CALL "COACHK" USING WS-CK-PARMS
           IF NOT CK-POSTABLE
              DISPLAY "CYCBILL - RECOVERY ACCOUNT REFUSED BY CHART: "
                 WS-IT-ACCT
              MOVE SPACES TO WS-AUDIT-PARMS
              MOVE "CYCBILL" TO AL-PROGRAM
              MOVE "CYCBL" TO AL-EVENT
              STRING "MONTH " WS-BILL-MONTH
                     " NOT BILLED - RECOVERY ACCOUNT " WS-IT-ACCT
                     " REFUSED"
                 DELIMITED BY SIZE INTO AL-DETAIL
              CALL "AUDITLOG" USING WS-AUDIT-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO CYCBILL-INIT-END
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
              MOVE "CYCBILL" TO FE-PROGRAM
              MOVE "JOURNAL-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-JRNL-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO CYCBILL-INIT-END
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STMT-STATUS NOT = "00"
              MOVE "CYCBILL" TO FE-PROGRAM
              MOVE "STATEMENT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-STMT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO CYCBILL-INIT-END
           END-IF
           MOVE "BATCH CYCLE CHARGEBACK STATEMENT" TO RH-TITLE
           MOVE 0 TO RH-PAGE-NO.
       CYCBILL-INIT-END. EXIT.

      *-----------------------------------------------------------------
      * THE MONTH AND ACCOUNT ARE OPTIONAL - NO CYCBPRM FILE, A
      * MONTH THAT IS NOT SIX DIGITS, OR A BLANK ACCOUNT KEEPS THE
      * DEFAULTS.
      *-----------------------------------------------------------------
       CYCBILL-LOAD-PARM.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS = "00"
              READ PARAMETER-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PRM-MONTH IS NUMERIC
                       MOVE PRM-MONTH TO WS-BILL-MONTH
                    END-IF
                    IF PRM-IT-ACCT NOT = SPACES
                       MOVE PRM-IT-ACCT TO WS-IT-ACCT
                    END-IF
              END-READ
              CLOSE PARAMETER-FILE
           END-IF.

      *-----------------------------------------------------------------
      * WITHOUT AN OWNERSHIP TABLE NO STEP CAN BE CHARGED; EVERY STEP
      * THEN LANDS ON THE EXCEPTION LIST. A LINE WITH NO DEPARTMENT
      * OR NO COST CENTER IS IGNORED.
      *-----------------------------------------------------------------
       CYCBILL-LOAD-OWNERS.
           OPEN INPUT OWNER-FILE
           IF WS-OWNER-STATUS NOT = "00"
              GO TO CYCBILL-LOAD-OWNERS-END
           END-IF
           PERFORM CYCBILL-READ-ONE-OWNER UNTIL WS-EOF
           CLOSE OWNER-FILE
           MOVE "N" TO WS-EOF-SW.
       CYCBILL-LOAD-OWNERS-END. EXIT.

       CYCBILL-READ-ONE-OWNER.
           READ OWNER-FILE
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 IF WS-OWN-MAX < 100
                    AND SO-STEP-NAME (1:1) NOT = "*"
                    AND SO-STEP-NAME NOT = SPACES
                    AND SO-DEPT NOT = SPACES
                    AND SO-COST-CENTER NOT = SPACES
                    ADD 1 TO WS-OWN-MAX
                    MOVE SO-STEP-NAME TO WS-OWN-STEP (WS-OWN-MAX)
                    MOVE SO-DEPT TO WS-OWN-DEPT (WS-OWN-MAX)
                    MOVE SO-COST-CENTER TO WS-OWN-ACCT (WS-OWN-MAX)
                    MOVE SO-DEPT-NAME TO WS-OWN-NAME (WS-OWN-MAX)
                 END-IF
           END-READ.

      *-----------------------------------------------------------------
      * WITHOUT A RATE TABLE NOTHING CAN BE CHARGED. A LINE WHOSE
      * RATES ARE NOT NUMERIC IS IGNORED.
      *-----------------------------------------------------------------
       CYCBILL-LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
              GO TO CYCBILL-LOAD-RATES-END
           END-IF
           PERFORM CYCBILL-READ-ONE-RATE UNTIL WS-EOF
           CLOSE RATE-FILE
           MOVE "N" TO WS-EOF-SW.
       CYCBILL-LOAD-RATES-END. EXIT.

       CYCBILL-READ-ONE-RATE.
           READ RATE-FILE
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 IF WS-RATE-MAX < 50
                    AND CR-DEPT NOT = SPACES
                    AND CR-PER-MINUTE IS NUMERIC
                    AND CR-PER-KREC IS NUMERIC
                    AND CR-PER-RERUN IS NUMERIC
                    ADD 1 TO WS-RATE-MAX
                    MOVE CR-DEPT TO WS-RATE-DEPT (WS-RATE-MAX)
                    MOVE CR-PER-MINUTE TO WS-RATE-MIN (WS-RATE-MAX)
                    MOVE CR-PER-KREC TO WS-RATE-KREC (WS-RATE-MAX)
                    MOVE CR-PER-RERUN TO WS-RATE-RERUN (WS-RATE-MAX)
                    IF CR-DEPT = "DEFAULT"
                       MOVE WS-RATE-MAX TO WS-RATE-DEFAULT
                    END-IF
                 END-IF
           END-READ.

      *-----------------------------------------------------------------
      * EVERY DATED ARCHIVE CUT ON OR AFTER THE FIRST OF THE MONTH CAN
      * HOLD LINES OF IT, AND THE LIVE LOG HOLDS THE REST. HISTORY
      * FILES ON THE INVENTORY HOLD NO STEP EVENTS AND ARE PASSED
      * OVER.
      *-----------------------------------------------------------------
       CYCBILL-SCAN-SOURCES.
           OPEN INPUT INVENTORY-FILE
           IF WS-INV-STATUS = "00"
              PERFORM CYCBILL-READ-INVENTORY
              PERFORM CYCBILL-TRY-ONE-ARCHIVE UNTIL WS-INV-EOF
              CLOSE INVENTORY-FILE
           END-IF
           MOVE "AUDITLOG" TO WS-SOURCE-NAME
           PERFORM CYCBILL-SCAN-ONE-SOURCE
              THRU CYCBILL-SCAN-ONE-SOURCE-END.

       CYCBILL-READ-INVENTORY.
           READ INVENTORY-FILE
              AT END SET WS-INV-EOF TO TRUE
           END-READ.

       CYCBILL-TRY-ONE-ARCHIVE.
           IF INV-FILE-NAME (1:4) = "AUDA"
              AND INV-DATE >= WS-PERIOD-FROM
              MOVE INV-FILE-NAME TO WS-SOURCE-NAME
              PERFORM CYCBILL-SCAN-ONE-SOURCE
                 THRU CYCBILL-SCAN-ONE-SOURCE-END
           END-IF
           PERFORM CYCBILL-READ-INVENTORY.

      *-----------------------------------------------------------------
      * AN ARCHIVE THE INVENTORY NAMES BUT THAT WILL NOT OPEN LEAVES
      * PART OF THE MONTH UNCHARGED AND IS FLAGGED. ONLY THE STEP
      * ENTRY AND EXIT EVENTS OF THE MONTH ARE TAKEN.
      *-----------------------------------------------------------------
       CYCBILL-SCAN-ONE-SOURCE.
           MOVE 0 TO WS-SOURCE-LINES
           OPEN INPUT SOURCE-LOG-FILE
           IF WS-SOURCE-STATUS NOT = "00"
              ADD 1 TO WS-MISSING-COUNT
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
              PERFORM CYCBILL-NOTE-SOURCE
              GO TO CYCBILL-SCAN-ONE-SOURCE-END
           END-IF
           MOVE "N" TO WS-SOURCE-EOF-SW
           PERFORM CYCBILL-READ-SOURCE
           PERFORM CYCBILL-CHECK-ONE-LINE UNTIL WS-SOURCE-EOF
           CLOSE SOURCE-LOG-FILE
           MOVE "00" TO WS-SOURCE-STATUS
           PERFORM CYCBILL-NOTE-SOURCE.
       CYCBILL-SCAN-ONE-SOURCE-END. EXIT.

       CYCBILL-NOTE-SOURCE.
           IF WS-SRC-MAX < 100
              ADD 1 TO WS-SRC-MAX
              MOVE WS-SOURCE-NAME TO WS-SRC-NAME (WS-SRC-MAX)
              MOVE WS-SOURCE-LINES TO WS-SRC-LINES (WS-SRC-MAX)
              MOVE WS-SOURCE-STATUS TO WS-SRC-STATUS (WS-SRC-MAX)
           END-IF.

       CYCBILL-READ-SOURCE.
           READ SOURCE-LOG-FILE
              AT END SET WS-SOURCE-EOF TO TRUE
           END-READ.

       CYCBILL-CHECK-ONE-LINE.
           ADD 1 TO WS-LINES-READ
           ADD 1 TO WS-SOURCE-LINES
           IF SL-LINE-DATE NOT < WS-PERIOD-FROM
              AND SL-LINE-DATE NOT > WS-PERIOD-TO
              ADD 1 TO WS-LINES-IN-MONTH
              IF SL-EVENT = "ENTRY" OR SL-EVENT = "EXIT "
                 PERFORM CYCBILL-TAKE-EVENT
                    THRU CYCBILL-TAKE-EVENT-END
              END-IF
           END-IF
           PERFORM CYCBILL-READ-SOURCE.

      *-----------------------------------------------------------------
      * ONE STEP EVENT. AN ENTRY OPENS A RUN FOR ITS STEP AND
      * DISTRICT - AFTER COUNTING THE PREVIOUS ONE AS UNFINISHED IF
      * IT NEVER REACHED ITS EXIT, AND AS A RERUN IF THE STEP ALREADY
      * RAN IN THIS DISTRICT TODAY. AN EXIT CLOSES THE OPEN RUN AND
      * ADDS ITS TIME AND RECORDS; AN EXIT WITH NO OPEN RUN (ITS
      * ENTRY FELL IN THE MONTH BEFORE) IS PASSED OVER.
      *-----------------------------------------------------------------
       CYCBILL-TAKE-EVENT.
           PERFORM CYCBILL-FIND-OR-ADD-RUN
           IF WS-RUN-FOUND = 0
              ADD 1 TO WS-EVENT-OVERFLOW
              MOVE 8 TO WS-JOB-RC
              GO TO CYCBILL-TAKE-EVENT-END
           END-IF
           MOVE WS-RUN-STEP-I (WS-RUN-FOUND) TO WS-STP-FOUND
           IF SL-EVENT = "EXIT "
              IF WS-RUN-PENDING (WS-RUN-FOUND)
                 PERFORM CYCBILL-CLOSE-RUN
              END-IF
              GO TO CYCBILL-TAKE-EVENT-END
           END-IF
           IF WS-RUN-PENDING (WS-RUN-FOUND)
              ADD 1 TO WS-STP-UNFINISHED (WS-STP-FOUND)
           END-IF
           ADD 1 TO WS-STP-RUNS (WS-STP-FOUND)
           IF WS-RUN-LAST-DATE (WS-RUN-FOUND) = SL-LINE-DATE
              ADD 1 TO WS-STP-RERUNS (WS-STP-FOUND)
           END-IF
           MOVE SL-LINE-DATE TO WS-RUN-LAST-DATE (WS-RUN-FOUND)
           MOVE SL-TIMESTAMP TO WS-RUN-ENTRY-TIME (WS-RUN-FOUND)
           MOVE "Y" TO WS-RUN-PENDING-SW (WS-RUN-FOUND).
       CYCBILL-TAKE-EVENT-END. EXIT.

      *-----------------------------------------------------------------
      * THE OPEN-RUN SLOT FOR THE LINE'S STEP AND DISTRICT, ADDED ON
      * FIRST SIGHT ALONG WITH THE STEP'S OWN ENTRY IF NEW.
      * WS-RUN-FOUND COMES BACK ZERO WHEN EITHER TABLE IS FULL.
      *-----------------------------------------------------------------
       CYCBILL-FIND-OR-ADD-RUN.
           MOVE 0 TO WS-RUN-FOUND
           PERFORM CYCBILL-FIND-RUN
              VARYING WS-RUN-I FROM 1 BY 1
              UNTIL WS-RUN-I > WS-RUN-MAX
                 OR WS-RUN-FOUND > 0
           IF WS-RUN-FOUND = 0
              AND WS-RUN-MAX < 300
              PERFORM CYCBILL-FIND-OR-ADD-STEP
              IF WS-STP-FOUND > 0
                 ADD 1 TO WS-RUN-MAX
                 MOVE WS-RUN-MAX TO WS-RUN-FOUND
                 MOVE SL-PROGRAM TO WS-RUN-STEP (WS-RUN-FOUND)
                 MOVE SL-DISTRICT TO WS-RUN-DISTRICT (WS-RUN-FOUND)
                 MOVE SPACES TO WS-RUN-ENTRY-TIME (WS-RUN-FOUND)
                 MOVE 0 TO WS-RUN-LAST-DATE (WS-RUN-FOUND)
                 MOVE WS-STP-FOUND TO WS-RUN-STEP-I (WS-RUN-FOUND)
                 MOVE "N" TO WS-RUN-PENDING-SW (WS-RUN-FOUND)
              END-IF
           END-IF.

       CYCBILL-FIND-RUN.
           IF WS-RUN-STEP (WS-RUN-I) = SL-PROGRAM
              AND WS-RUN-DISTRICT (WS-RUN-I) = SL-DISTRICT
              MOVE WS-RUN-I TO WS-RUN-FOUND
           END-IF.

       CYCBILL-FIND-OR-ADD-STEP.
           MOVE 0 TO WS-STP-FOUND
           PERFORM CYCBILL-FIND-STEP
              VARYING WS-STP-I FROM 1 BY 1
              UNTIL WS-STP-I > WS-STP-MAX
                 OR WS-STP-FOUND > 0
           IF WS-STP-FOUND = 0
              AND WS-STP-MAX < 100
              ADD 1 TO WS-STP-MAX
              MOVE WS-STP-MAX TO WS-STP-FOUND
              MOVE SL-PROGRAM TO WS-STP-NAME (WS-STP-FOUND)
              MOVE 0 TO WS-STP-RUNS (WS-STP-FOUND)
              MOVE 0 TO WS-STP-RERUNS (WS-STP-FOUND)
              MOVE 0 TO WS-STP-UNFINISHED (WS-STP-FOUND)
              MOVE 0 TO WS-STP-SECS (WS-STP-FOUND)
              MOVE 0 TO WS-STP-RECORDS (WS-STP-FOUND)
              MOVE 0 TO WS-STP-OWNER (WS-STP-FOUND)
              MOVE 0 TO WS-STP-DEPT-I (WS-STP-FOUND)
              MOVE 0 TO WS-STP-AMOUNT (WS-STP-FOUND)
              MOVE SPACE TO WS-STP-STATE (WS-STP-FOUND)
           END-IF.

       CYCBILL-FIND-STEP.
           IF WS-STP-NAME (WS-STP-I) = SL-PROGRAM
              MOVE WS-STP-I TO WS-STP-FOUND
           END-IF.

      *-----------------------------------------------------------------
      * CLOSE THE OPEN RUN ON ITS EXIT LINE: THE DURATION THROUGH
      * ELAPSED (WHICH ALREADY HANDLES A RUN THAT WRAPS PAST
      * MIDNIGHT) AND THE RECORD COUNT MASTCTRL PUT ON THE EXIT.
      *-----------------------------------------------------------------
       CYCBILL-CLOSE-RUN.
           MOVE WS-RUN-ENTRY-TIME (WS-RUN-FOUND) (9:2)
              TO WS-START-HH
           MOVE WS-RUN-ENTRY-TIME (WS-RUN-FOUND) (11:2)
              TO WS-START-MM
           MOVE WS-RUN-ENTRY-TIME (WS-RUN-FOUND) (13:2)
              TO WS-START-SS
           MOVE SL-TIMESTAMP (9:2)  TO WS-END-HH
           MOVE SL-TIMESTAMP (11:2) TO WS-END-MM
           MOVE SL-TIMESTAMP (13:2) TO WS-END-SS
           CALL "ELAPSED" USING WS-START-HH WS-START-MM WS-START-SS
              WS-END-HH WS-END-MM WS-END-SS
              WS-ELAPSED-HH WS-ELAPSED-MM WS-ELAPSED-SS
           COMPUTE WS-ELAPSED-SECS =
              (WS-ELAPSED-HH * 3600) + (WS-ELAPSED-MM * 60)
                 + WS-ELAPSED-SS
           ADD WS-ELAPSED-SECS TO WS-STP-SECS (WS-STP-FOUND)
           MOVE 0 TO WS-LINE-RECORDS
           IF SX-RC-TAG = "RC "
              AND SX-RECORDS-TAG = " RECORDS "
              MOVE SX-RECORDS TO WS-LINE-RECORDS
           END-IF
           ADD WS-LINE-RECORDS TO WS-STP-RECORDS (WS-STP-FOUND)
           MOVE "N" TO WS-RUN-PENDING-SW (WS-RUN-FOUND).

      *-----------------------------------------------------------------
      * A RUN STILL OPEN AT THE END OF THE MONTH NEVER REACHED ITS
      * EXIT AND IS COUNTED AS UNFINISHED.
      *-----------------------------------------------------------------
       CYCBILL-CLOSE-OPEN-RUN.
           IF WS-RUN-PENDING (WS-RUN-I)
              MOVE WS-RUN-STEP-I (WS-RUN-I) TO WS-STP-FOUND
              ADD 1 TO WS-STP-UNFINISHED (WS-STP-FOUND)
              MOVE "N" TO WS-RUN-PENDING-SW (WS-RUN-I)
           END-IF.

      *-----------------------------------------------------------------
      * PRICE ONE STEP'S MONTH AT ITS DEPARTMENT'S RATES AND ADD IT
      * TO THE DEPARTMENT AND COST CENTER, OR MARK WHY IT CANNOT BE
      * CHARGED. TIME IS PRICED PER MINUTE PRORATED ON THE SECONDS,
      * RECORDS PER 1,000 PRORATED, AND EACH RERUN AT A FLAT RATE.
      *-----------------------------------------------------------------
       CYCBILL-PRICE-STEP.
           ADD WS-STP-RUNS (WS-STP-I) TO WS-TOTAL-RUNS
           ADD WS-STP-RERUNS (WS-STP-I) TO WS-TOTAL-RERUNS
           ADD WS-STP-UNFINISHED (WS-STP-I) TO WS-TOTAL-UNFINISHED
           MOVE 0 TO WS-OWN-FOUND
           PERFORM CYCBILL-FIND-OWNER
              VARYING WS-OWN-I FROM 1 BY 1
              UNTIL WS-OWN-I > WS-OWN-MAX
                 OR WS-OWN-FOUND > 0
           IF WS-OWN-FOUND = 0
              SET WS-STP-NO-OWNER (WS-STP-I) TO TRUE
              ADD 1 TO WS-EXCEPT-COUNT
              GO TO CYCBILL-PRICE-STEP-END
           END-IF
           MOVE WS-OWN-FOUND TO WS-STP-OWNER (WS-STP-I)
           MOVE 0 TO WS-RATE-FOUND
           PERFORM CYCBILL-FIND-RATE
              VARYING WS-RATE-I FROM 1 BY 1
              UNTIL WS-RATE-I > WS-RATE-MAX
                 OR WS-RATE-FOUND > 0
           IF WS-RATE-FOUND = 0
              MOVE WS-RATE-DEFAULT TO WS-RATE-FOUND
           END-IF
           IF WS-RATE-FOUND = 0
              SET WS-STP-NO-RATE (WS-STP-I) TO TRUE
              ADD 1 TO WS-EXCEPT-COUNT
              GO TO CYCBILL-PRICE-STEP-END
           END-IF
           MOVE WS-OWN-ACCT (WS-OWN-FOUND) TO CK-ACCT-ID
           CALL "COACHK" USING WS-CK-PARMS
           IF NOT CK-POSTABLE
              SET WS-STP-REFUSED (WS-STP-I) TO TRUE
              ADD 1 TO WS-EXCEPT-COUNT
              GO TO CYCBILL-PRICE-STEP-END
           END-IF
           MOVE 0 TO WS-ACT-FOUND
           PERFORM CYCBILL-FIND-ACCOUNT
              VARYING WS-ACT-I FROM 1 BY 1
              UNTIL WS-ACT-I > WS-ACT-MAX
                 OR WS-ACT-FOUND > 0
           IF WS-ACT-FOUND = 0
              AND WS-ACT-MAX NOT < 100
              SET WS-STP-NO-ROOM (WS-STP-I) TO TRUE
              ADD 1 TO WS-EXCEPT-COUNT
              GO TO CYCBILL-PRICE-STEP-END
           END-IF
           PERFORM CYCBILL-FIND-OR-ADD-DEPT
           IF WS-DEPT-FOUND = 0
              SET WS-STP-NO-ROOM (WS-STP-I) TO TRUE
              ADD 1 TO WS-EXCEPT-COUNT
              GO TO CYCBILL-PRICE-STEP-END
           END-IF
           IF WS-ACT-FOUND = 0
              ADD 1 TO WS-ACT-MAX
              MOVE WS-ACT-MAX TO WS-ACT-FOUND
              MOVE WS-OWN-DEPT (WS-OWN-FOUND)
                 TO WS-ACT-DEPT (WS-ACT-FOUND)
              MOVE WS-OWN-ACCT (WS-OWN-FOUND)
                 TO WS-ACT-ACCT (WS-ACT-FOUND)
              MOVE 0 TO WS-ACT-AMOUNT (WS-ACT-FOUND)
              MOVE 0 TO WS-ACT-DOLLARS (WS-ACT-FOUND)
           END-IF
           COMPUTE WS-STP-AMOUNT (WS-STP-I) ROUNDED =
              WS-STP-SECS (WS-STP-I) * WS-RATE-MIN (WS-RATE-FOUND)
                 / 60
              + WS-STP-RECORDS (WS-STP-I)
                 * WS-RATE-KREC (WS-RATE-FOUND) / 1000
              + WS-STP-RERUNS (WS-STP-I)
                 * WS-RATE-RERUN (WS-RATE-FOUND)
           SET WS-STP-CHARGED (WS-STP-I) TO TRUE
           MOVE WS-DEPT-FOUND TO WS-STP-DEPT-I (WS-STP-I)
           ADD WS-STP-RUNS (WS-STP-I) TO WS-DEPT-RUNS (WS-DEPT-FOUND)
           ADD WS-STP-RERUNS (WS-STP-I)
              TO WS-DEPT-RERUNS (WS-DEPT-FOUND)
           ADD WS-STP-UNFINISHED (WS-STP-I)
              TO WS-DEPT-UNFINISHED (WS-DEPT-FOUND)
           ADD WS-STP-SECS (WS-STP-I) TO WS-DEPT-SECS (WS-DEPT-FOUND)
           ADD WS-STP-RECORDS (WS-STP-I)
              TO WS-DEPT-RECORDS (WS-DEPT-FOUND)
           ADD WS-STP-AMOUNT (WS-STP-I)
              TO WS-DEPT-AMOUNT (WS-DEPT-FOUND)
           ADD WS-STP-AMOUNT (WS-STP-I)
              TO WS-ACT-AMOUNT (WS-ACT-FOUND).
       CYCBILL-PRICE-STEP-END. EXIT.

       CYCBILL-FIND-OWNER.
           IF WS-OWN-STEP (WS-OWN-I) = WS-STP-NAME (WS-STP-I)
              MOVE WS-OWN-I TO WS-OWN-FOUND
           END-IF.

      *-----------------------------------------------------------------
      * THE DEPARTMENT'S ENTRY, ADDED ON FIRST SIGHT WITH THE RATE
      * LINE JUST FOUND FOR IT - ITS OWN CYCRATE LINE OR ELSE THE
      * DEFAULT. WS-DEPT-FOUND COMES BACK ZERO WHEN THE TABLE IS
      * FULL.
      *-----------------------------------------------------------------
       CYCBILL-FIND-OR-ADD-DEPT.
           MOVE 0 TO WS-DEPT-FOUND
           PERFORM CYCBILL-FIND-DEPT
              VARYING WS-DEPT-I FROM 1 BY 1
              UNTIL WS-DEPT-I > WS-DEPT-MAX
                 OR WS-DEPT-FOUND > 0
           IF WS-DEPT-FOUND = 0
              AND WS-DEPT-MAX < 50
              ADD 1 TO WS-DEPT-MAX
              MOVE WS-DEPT-MAX TO WS-DEPT-FOUND
              MOVE WS-OWN-DEPT (WS-OWN-FOUND)
                 TO WS-DEPT-CODE (WS-DEPT-FOUND)
              MOVE WS-OWN-NAME (WS-OWN-FOUND)
                 TO WS-DEPT-NAME (WS-DEPT-FOUND)
              MOVE 0 TO WS-DEPT-RUNS (WS-DEPT-FOUND)
              MOVE 0 TO WS-DEPT-RERUNS (WS-DEPT-FOUND)
              MOVE 0 TO WS-DEPT-UNFINISHED (WS-DEPT-FOUND)
              MOVE 0 TO WS-DEPT-SECS (WS-DEPT-FOUND)
              MOVE 0 TO WS-DEPT-RECORDS (WS-DEPT-FOUND)
              MOVE 0 TO WS-DEPT-AMOUNT (WS-DEPT-FOUND)
              MOVE WS-RATE-FOUND TO WS-DEPT-RATE (WS-DEPT-FOUND)
           END-IF.

       CYCBILL-FIND-DEPT.
           IF WS-DEPT-CODE (WS-DEPT-I) = WS-OWN-DEPT (WS-OWN-FOUND)
              MOVE WS-DEPT-I TO WS-DEPT-FOUND
           END-IF.

       CYCBILL-FIND-RATE.
           IF WS-RATE-DEPT (WS-RATE-I) = WS-OWN-DEPT (WS-OWN-FOUND)
              MOVE WS-RATE-I TO WS-RATE-FOUND
           END-IF.

       CYCBILL-FIND-ACCOUNT.
           IF WS-ACT-DEPT (WS-ACT-I) = WS-OWN-DEPT (WS-OWN-FOUND)
              AND WS-ACT-ACCT (WS-ACT-I) = WS-OWN-ACCT (WS-OWN-FOUND)
              MOVE WS-ACT-I TO WS-ACT-FOUND
           END-IF.

      *-----------------------------------------------------------------
      * ONE DEPARTMENT'S STATEMENT, ON ITS OWN PAGE: THE RATES IT WAS
      * CHARGED AT, EVERY STEP IT OWNS THAT RAN IN THE MONTH, ITS
      * USAGE TOTALS, AND THE WHOLE-DOLLAR AMOUNT CHARGED TO EACH OF
      * ITS COST CENTERS.
      *-----------------------------------------------------------------
       CYCBILL-WRITE-STATEMENT.
           PERFORM CYCBILL-WRITE-PAGE-HEADER
           MOVE SPACES TO STATEMENT-LINE
           STRING "DEPARTMENT " DELIMITED BY SIZE
                  WS-DEPT-CODE (WS-DEPT-I) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DEPT-NAME (WS-DEPT-I) DELIMITED BY SIZE
                  "  MONTH " DELIMITED BY SIZE
                  WS-BILL-MONTH DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           MOVE WS-DEPT-RATE (WS-DEPT-I) TO WS-RATE-FOUND
           MOVE WS-RATE-MIN (WS-RATE-FOUND) TO WS-EDIT-RATE-1
           MOVE WS-RATE-KREC (WS-RATE-FOUND) TO WS-EDIT-RATE-2
           MOVE WS-RATE-RERUN (WS-RATE-FOUND) TO WS-EDIT-RATE-3
           MOVE SPACES TO STATEMENT-LINE
           STRING "RATES - PER MINUTE " WS-EDIT-RATE-1
                  "  PER 1,000 RECORDS " WS-EDIT-RATE-2
                  "  PER RERUN " WS-EDIT-RATE-3
               DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           MOVE SPACES TO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           PERFORM CYCBILL-WRITE-COLUMN-HEADS
           PERFORM CYCBILL-WRITE-DEPT-STEP
              VARYING WS-STP-I FROM 1 BY 1
              UNTIL WS-STP-I > WS-STP-MAX
           MOVE SPACES TO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           MOVE WS-DEPT-RUNS (WS-DEPT-I) TO WS-EDIT-COUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  STEP RUNS  . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           MOVE WS-DEPT-RERUNS (WS-DEPT-I) TO WS-EDIT-COUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  RERUNS . . . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           MOVE WS-DEPT-UNFINISHED (WS-DEPT-I) TO WS-EDIT-COUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  UNFINISHED RUNS  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  "  (NO EXIT - NO TIME CHARGED)" DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           MOVE WS-DEPT-SECS (WS-DEPT-I) TO WS-EDIT-BIG
           MOVE SPACES TO STATEMENT-LINE
           STRING "  ELAPSED SECONDS  . . . " DELIMITED BY SIZE
                  WS-EDIT-BIG DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           MOVE WS-DEPT-RECORDS (WS-DEPT-I) TO WS-EDIT-BIG
           MOVE SPACES TO STATEMENT-LINE
           STRING "  RECORDS PROCESSED  . . " DELIMITED BY SIZE
                  WS-EDIT-BIG DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           MOVE WS-DEPT-AMOUNT (WS-DEPT-I) TO WS-EDIT-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  AMOUNT FOR THE MONTH . " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           PERFORM CYCBILL-WRITE-DEPT-ACCOUNT
              VARYING WS-ACT-I FROM 1 BY 1
              UNTIL WS-ACT-I > WS-ACT-MAX.

       CYCBILL-WRITE-COLUMN-HEADS.
           PERFORM CYCBILL-BUILD-COLUMN-HEADS
           PERFORM CYCBILL-WRITE-STMT-LINE.

       CYCBILL-BUILD-COLUMN-HEADS.
           MOVE "  STEP" TO STATEMENT-LINE
           MOVE "RUNS" TO STATEMENT-LINE (16:4)
           MOVE "RERUNS" TO STATEMENT-LINE (22:6)
           MOVE "SECONDS" TO STATEMENT-LINE (34:7)
           MOVE "RECORDS" TO STATEMENT-LINE (47:7)
           MOVE "ACCOUNT" TO STATEMENT-LINE (56:7)
           MOVE "AMOUNT" TO STATEMENT-LINE (70:6).

       CYCBILL-WRITE-DEPT-STEP.
           IF WS-STP-CHARGED (WS-STP-I)
              AND WS-STP-DEPT-I (WS-STP-I) = WS-DEPT-I
              PERFORM CYCBILL-WRITE-STEP-LINE
           END-IF.

       CYCBILL-WRITE-DEPT-ACCOUNT.
           IF WS-ACT-DEPT (WS-ACT-I) = WS-DEPT-CODE (WS-DEPT-I)
              COMPUTE WS-ACT-DOLLARS (WS-ACT-I) ROUNDED =
                 WS-ACT-AMOUNT (WS-ACT-I)
              MOVE WS-ACT-DOLLARS (WS-ACT-I) TO WS-EDIT-DOLLARS
              MOVE SPACES TO STATEMENT-LINE
              IF WS-ACT-ACCT (WS-ACT-I) = WS-IT-ACCT
                 STRING "  ON " DELIMITED BY SIZE
                        WS-ACT-ACCT (WS-ACT-I) DELIMITED BY SIZE
                        " - ABSORBED BY IT, NOT CHARGED OUT  "
                           DELIMITED BY SIZE
                        WS-EDIT-DOLLARS DELIMITED BY SIZE
                    INTO STATEMENT-LINE
              ELSE
                 STRING "  CHARGED TO " DELIMITED BY SIZE
                        WS-ACT-ACCT (WS-ACT-I) DELIMITED BY SIZE
                        " (WHOLE DOLLARS)  " DELIMITED BY SIZE
                        WS-EDIT-DOLLARS DELIMITED BY SIZE
                    INTO STATEMENT-LINE
              END-IF
              PERFORM CYCBILL-WRITE-STMT-LINE
           END-IF.

       CYCBILL-WRITE-STEP-LINE.
           MOVE SPACES TO WS-STMT-DETAIL
           MOVE WS-STP-NAME (WS-STP-I) TO SD-STEP
           MOVE WS-STP-RUNS (WS-STP-I) TO SD-RUNS
           MOVE WS-STP-RERUNS (WS-STP-I) TO SD-RERUNS
           MOVE WS-STP-SECS (WS-STP-I) TO SD-SECS
           MOVE WS-STP-RECORDS (WS-STP-I) TO SD-RECORDS
           EVALUATE TRUE
              WHEN WS-STP-CHARGED (WS-STP-I)
                 MOVE WS-STP-OWNER (WS-STP-I) TO WS-OWN-FOUND
                 MOVE WS-OWN-ACCT (WS-OWN-FOUND) TO SD-ACCT
                 MOVE WS-STP-AMOUNT (WS-STP-I) TO SD-AMOUNT
              WHEN WS-STP-NO-OWNER (WS-STP-I)
                 MOVE "NO STEPOWN LINE" TO SD-NOTE
              WHEN WS-STP-NO-RATE (WS-STP-I)
                 MOVE "NO CYCRATE RATE" TO SD-NOTE
              WHEN WS-STP-REFUSED (WS-STP-I)
                 MOVE "ACCOUNT REFUSED" TO SD-NOTE
              WHEN WS-STP-NO-ROOM (WS-STP-I)
                 MOVE "OVER TABLE LIMIT" TO SD-NOTE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE WS-STMT-DETAIL TO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE.

      *-----------------------------------------------------------------
      * ONE COST CENTER'S JOURNAL: DEBIT THE DEPARTMENT AND CREDIT THE
      * IT RECOVERY ACCOUNT IN PAIRS OF AT MOST 9,999, SO EACH FITS
      * THE GL AMOUNT FIELD. IT OPERATIONS' OWN STEPS, AND A COST
      * CENTER WHOSE MONTH ROUNDS TO NOTHING, WRITE NO ENTRY.
      *-----------------------------------------------------------------
       CYCBILL-WRITE-JOURNAL.
           IF WS-ACT-ACCT (WS-ACT-I) = WS-IT-ACCT
              ADD WS-ACT-AMOUNT (WS-ACT-I) TO WS-ABSORBED-AMOUNT
           ELSE
              MOVE WS-ACT-DOLLARS (WS-ACT-I) TO WS-REMAIN-DOLLARS
              ADD WS-ACT-AMOUNT (WS-ACT-I) TO WS-TOTAL-AMOUNT
              ADD WS-ACT-DOLLARS (WS-ACT-I) TO WS-TOTAL-DOLLARS
              PERFORM CYCBILL-WRITE-PAIR UNTIL WS-REMAIN-DOLLARS = 0
           END-IF.

       CYCBILL-WRITE-PAIR.
           IF WS-REMAIN-DOLLARS > 9999
              MOVE 9999 TO WS-PAIR-DOLLARS
           ELSE
              MOVE WS-REMAIN-DOLLARS TO WS-PAIR-DOLLARS
           END-IF
           SUBTRACT WS-PAIR-DOLLARS FROM WS-REMAIN-DOLLARS
           MOVE WS-ACT-ACCT (WS-ACT-I) TO TRX-ACCT-ID
           MOVE WS-PAIR-DOLLARS TO TRX-AMOUNT
           MOVE WS-RUN-DATE TO TRX-DATE
           PERFORM CYCBILL-WRITE-JRNL-LINE
           MOVE WS-IT-ACCT TO TRX-ACCT-ID
           COMPUTE TRX-AMOUNT = 0 - WS-PAIR-DOLLARS
           MOVE WS-RUN-DATE TO TRX-DATE
           PERFORM CYCBILL-WRITE-JRNL-LINE.

      *-----------------------------------------------------------------
      * THE STEPS THAT COULD NOT BE CHARGED, ON A PAGE OF THEIR OWN
      * AFTER THE STATEMENTS.
      *-----------------------------------------------------------------
       CYCBILL-WRITE-EXCEPTIONS.
           IF WS-EXCEPT-COUNT = 0
              AND WS-EVENT-OVERFLOW = 0
              GO TO CYCBILL-WRITE-EXCEPTIONS-END
           END-IF
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF
           MOVE "BATCH CYCLE CHARGEBACK - STEPS NOT CHARGED"
              TO RH-TITLE
           PERFORM CYCBILL-WRITE-PAGE-HEADER
           PERFORM CYCBILL-BUILD-COLUMN-HEADS
           MOVE "REASON" TO STATEMENT-LINE (56:20)
           PERFORM CYCBILL-WRITE-STMT-LINE
           PERFORM CYCBILL-WRITE-EXCEPTION
              VARYING WS-STP-I FROM 1 BY 1
              UNTIL WS-STP-I > WS-STP-MAX
           IF WS-EVENT-OVERFLOW > 0
              MOVE WS-EVENT-OVERFLOW TO WS-EDIT-COUNT
              MOVE SPACES TO STATEMENT-LINE
              STRING "  EVENTS PAST TABLE LIMIT " DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO STATEMENT-LINE
              PERFORM CYCBILL-WRITE-STMT-LINE
           END-IF.
       CYCBILL-WRITE-EXCEPTIONS-END. EXIT.

       CYCBILL-WRITE-EXCEPTION.
           IF NOT WS-STP-CHARGED (WS-STP-I)
              PERFORM CYCBILL-WRITE-STEP-LINE
           END-IF.

      *-----------------------------------------------------------------
       CYCBILL-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "BATCH CYCLE CHARGEBACK TOTALS FOR " DELIMITED
                  BY SIZE
                  WS-BILL-MONTH DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           MOVE "  AUDIT SOURCES READ          LINES" TO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           PERFORM CYCBILL-WRITE-SOURCE
              VARYING WS-SRC-I FROM 1 BY 1
              UNTIL WS-SRC-I > WS-SRC-MAX
           MOVE WS-LINES-READ TO WS-EDIT-COUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  AUDIT LINES READ . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           MOVE WS-LINES-IN-MONTH TO WS-EDIT-COUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  LINES IN THE MONTH . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           MOVE WS-TOTAL-RUNS TO WS-EDIT-COUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  STEP RUNS  . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           MOVE WS-TOTAL-RERUNS TO WS-EDIT-COUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  RERUNS . . . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           MOVE WS-TOTAL-UNFINISHED TO WS-EDIT-COUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  UNFINISHED RUNS  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           MOVE WS-DEPT-MAX TO WS-EDIT-COUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  DEPARTMENTS BILLED . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  STEPS NOT CHARGED  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           MOVE WS-JRNL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  JOURNAL LINES  . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           MOVE WS-ABSORBED-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  ABSORBED BY IT . . . . " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           MOVE WS-TOTAL-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  PRICED AMOUNT  . . . . " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           MOVE WS-TOTAL-DOLLARS TO WS-EDIT-DOLLARS
           MOVE SPACES TO STATEMENT-LINE
           STRING "  DEBITED TO DEPARTMENTS AND CREDITED TO "
                     DELIMITED BY SIZE
                  WS-IT-ACCT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-DOLLARS DELIMITED BY SIZE
              INTO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "CYCBILL" TO AL-PROGRAM
           MOVE "CYCBL" TO AL-EVENT
           STRING "MONTH " WS-BILL-MONTH
                  " TO " WS-IT-ACCT
                  " AMT " WS-EDIT-DOLLARS
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

       CYCBILL-WRITE-SOURCE.
           MOVE SPACES TO STATEMENT-LINE
           IF WS-SRC-STATUS (WS-SRC-I) = "00"
              MOVE WS-SRC-LINES (WS-SRC-I) TO WS-EDIT-COUNT
              STRING "  " WS-SRC-NAME (WS-SRC-I) "  " WS-EDIT-COUNT
                 DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
              STRING "  " WS-SRC-NAME (WS-SRC-I)
                     "  *** NOT READ - STATUS "
                     WS-SRC-STATUS (WS-SRC-I)
                 DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF
           PERFORM CYCBILL-WRITE-STMT-LINE.

      *-----------------------------------------------------------------
       CYCBILL-WRITE-PAGE-HEADER.
      *-----------------------------------------------------------------
           ADD 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           MOVE RH-LINE-2 TO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE
           MOVE RH-LINE-3 TO STATEMENT-LINE
           PERFORM CYCBILL-WRITE-STMT-LINE.

      *-----------------------------------------------------------------
       CYCBILL-WRITE-JRNL-LINE.
      *-----------------------------------------------------------------
           WRITE JOURNAL-RECORD
           IF WS-JRNL-STATUS NOT = "00"
              MOVE "CYCBILL" TO FE-PROGRAM
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
       CYCBILL-WRITE-STMT-LINE.
      *-----------------------------------------------------------------
           WRITE STATEMENT-LINE
           IF WS-STMT-STATUS NOT = "00"
              MOVE "CYCBILL" TO FE-PROGRAM
              MOVE "STATEMENT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-STMT-STATUS TO FE-STATUS
              MOVE STATEMENT-LINE TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       CYCBILL-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE JOURNAL-FILE
           CLOSE STATEMENT-FILE.
       END PROGRAM CYCBILL.
