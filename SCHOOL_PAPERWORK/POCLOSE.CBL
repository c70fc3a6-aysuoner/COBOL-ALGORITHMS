      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    POCLOSE.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * PURCHASE-ORDER CANCEL AND SHORT-CLOSE. READS THE BUYERS'
      * CLOSE REQUESTS (POCLSIN - PAPER TYPE, LOCATION AND ORDER DATE
      * OF THE POREG ENTRY, THE ACTION AND THE BUYER) AND CLOSES THE
      * OPEN ORDER: "C" CANCELS AN ORDER NOTHING HAS BEEN RECEIVED
      * AGAINST, "S" SHORT-CLOSES ONE THE VENDOR WILL NOT COMPLETE.
      * EITHER WAY WHATEVER IS STILL ENCUMBERED ON THE ORDER IS
      * RELEASED FROM THE SCHOOL'S ENCMAST RECORD FOR THE YEAR IT WAS
      * ENCUMBERED IN, SO THE BUDGET GETS IT BACK. A REQUEST FOR AN
      * ORDER NOT ON THE REGISTER, NOT OPEN, OR A CANCEL OF AN ORDER
      * ALREADY PART-RECEIVED IS REJECTED ON THE POCLOSER REPORT
      * (RETURN CODE 4). EACH CLOSE IS WRITTEN TO THE AUDIT LOG.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-FILE ASSIGN TO "POCLSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "POREG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS POR-KEY
               FILE STATUS IS WS-REG-STATUS.
           SELECT ENCUMBRANCE-FILE ASSIGN TO "ENCMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ENC-KEY
               FILE STATUS IS WS-ENC-STATUS.
           SELECT REPORT-FILE ASSIGN TO "POCLOSER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CLOSE-FILE.
       01  CLOSE-RECORD.
           05 PC-PAPER-TYPE        PIC X(3).
           05 PC-LOCATION          PIC X(4).
           05 PC-ORDER-DATE        PIC 9(8).
           05 PC-ACTION            PIC X(1).
              88 PC-CANCEL         VALUE "C".
              88 PC-SHORT-CLOSE    VALUE "S".
           05 PC-BUYER             PIC X(8).

       FD  REGISTER-FILE.
           COPY "POREG.CPY".

       FD  ENCUMBRANCE-FILE.
           COPY "ENCMAST.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-JOB-RC               PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-CLOSE-STATUS         PIC X(02).
       01  WS-REG-STATUS           PIC X(02).
       01  WS-ENC-STATUS           PIC X(02).
       01  WS-REPORT-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X VALUE "N".
           88 WS-EOF               VALUE "Y".
       01  WS-DATE-TIME            PIC X(21).
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR          PIC 9(4).
           05 WS-RUN-MONTH         PIC 9(2).
           05 WS-RUN-DAY           PIC 9(2).
       01  WS-TH-PARMS.
           COPY "THRSHLD.CPY".
       01  WS-FISCAL-YEAR          PIC 9(4).
       01  WS-ENC-YEAR             PIC 9(4).
       01  WS-REASON               PIC X(30).
       01  WS-RELEASE              PIC 9(7)V9(2).
       01  WS-RELEASED-TOTAL       PIC 9(9)V9(2) VALUE 0.
       01  WS-READ-COUNT           PIC 9(5) VALUE 0.
       01  WS-CANCEL-COUNT         PIC 9(5) VALUE 0.
       01  WS-SHORT-COUNT          PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-EDIT-REAMS           PIC ZZ,ZZ9.
       01  WS-EDIT-ORDERED         PIC ZZ,ZZ9.
       01  WS-EDIT-AMOUNT          PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       POCLOSE-MAIN.
           PERFORM POCLOSE-INIT
           PERFORM POCLOSE-PROCESS-ONE
              THRU POCLOSE-PROCESS-ONE-END UNTIL WS-EOF
           PERFORM POCLOSE-WRITE-SUMMARY
           PERFORM POCLOSE-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       POCLOSE-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           CALL "THRSHLD" USING WS-TH-PARMS
           IF WS-RUN-MONTH >= TH-FISCAL-START-MONTH
              MOVE WS-RUN-YEAR TO WS-FISCAL-YEAR
           ELSE
              COMPUTE WS-FISCAL-YEAR = WS-RUN-YEAR - 1
           END-IF
           OPEN INPUT CLOSE-FILE
           IF WS-CLOSE-STATUS NOT = "00"
              MOVE "POCLOSE" TO FE-PROGRAM
              MOVE "CLOSE-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-CLOSE-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN I-O REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
              MOVE "POCLOSE" TO FE-PROGRAM
              MOVE "REGISTER-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REG-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN I-O ENCUMBRANCE-FILE
           IF WS-ENC-STATUS = "35"
              OPEN OUTPUT ENCUMBRANCE-FILE
              CLOSE ENCUMBRANCE-FILE
              OPEN I-O ENCUMBRANCE-FILE
           END-IF
           IF WS-ENC-STATUS NOT = "00"
              MOVE "POCLOSE" TO FE-PROGRAM
              MOVE "ENCUMBRANCE-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-ENC-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "POCLOSE" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           MOVE "PURCHASE ORDER CANCEL / SHORT-CLOSE" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM POCLOSE-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM POCLOSE-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM POCLOSE-WRITE-LINE
           IF NOT WS-EOF
              PERFORM POCLOSE-READ-NEXT
           END-IF.

      *-----------------------------------------------------------------
       POCLOSE-READ-NEXT.
      *-----------------------------------------------------------------
           READ CLOSE-FILE
              AT END SET WS-EOF TO TRUE
              NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.

      *-----------------------------------------------------------------
      * ONE CLOSE REQUEST: FIND THE OPEN ORDER, RELEASE WHAT IS LEFT
      * OF ITS ENCUMBRANCE AND MARK IT CANCELLED OR SHORT-CLOSED.
      *-----------------------------------------------------------------
       POCLOSE-PROCESS-ONE.
           IF NOT PC-CANCEL AND NOT PC-SHORT-CLOSE
              MOVE "ACTION MUST BE C OR S" TO WS-REASON
              PERFORM POCLOSE-REJECT
              PERFORM POCLOSE-READ-NEXT
              GO TO POCLOSE-PROCESS-ONE-END
           END-IF
           MOVE PC-PAPER-TYPE TO POR-PAPER-TYPE
           MOVE PC-LOCATION TO POR-LOCATION
           MOVE PC-ORDER-DATE TO POR-ORDER-DATE
           READ REGISTER-FILE
              INVALID KEY
                 MOVE "ORDER NOT ON REGISTER" TO WS-REASON
                 PERFORM POCLOSE-REJECT
                 PERFORM POCLOSE-READ-NEXT
                 GO TO POCLOSE-PROCESS-ONE-END
           END-READ
           IF NOT POR-STAT-OPEN
              MOVE "ORDER IS NOT OPEN" TO WS-REASON
              PERFORM POCLOSE-REJECT
              PERFORM POCLOSE-READ-NEXT
              GO TO POCLOSE-PROCESS-ONE-END
           END-IF
           IF PC-CANCEL AND POR-RECEIVED-REAMS > 0
              MOVE "RECEIPTS POSTED - SHORT-CLOSE" TO WS-REASON
              PERFORM POCLOSE-REJECT
              PERFORM POCLOSE-READ-NEXT
              GO TO POCLOSE-PROCESS-ONE-END
           END-IF
           IF POR-FISCAL-YEAR NOT NUMERIC
              MOVE 0 TO POR-FISCAL-YEAR
              MOVE 0 TO POR-ENCUMBERED
              MOVE 0 TO POR-EXPENDED
           END-IF
           MOVE POR-ENCUMBERED TO WS-RELEASE
           MOVE 0 TO POR-ENCUMBERED
           IF PC-CANCEL
              MOVE "C" TO POR-STATUS
              ADD 1 TO WS-CANCEL-COUNT
           ELSE
              MOVE "S" TO POR-STATUS
              ADD 1 TO WS-SHORT-COUNT
           END-IF
           REWRITE PO-REGISTER-RECORD
           END-REWRITE
           IF WS-REG-STATUS NOT = "00"
              MOVE "POCLOSE" TO FE-PROGRAM
              MOVE "REGISTER-FILE" TO FE-FILE-NAME
              MOVE "REWRITE" TO FE-OPERATION
              MOVE WS-REG-STATUS TO FE-STATUS
              MOVE PO-REGISTER-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 8 TO WS-JOB-RC
              PERFORM POCLOSE-READ-NEXT
              GO TO POCLOSE-PROCESS-ONE-END
           END-IF
           PERFORM POCLOSE-RELEASE
              THRU POCLOSE-RELEASE-END
           PERFORM POCLOSE-WRITE-CLOSED
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "POCLOSE" TO AL-PROGRAM
           MOVE "POCLS" TO AL-EVENT
           MOVE WS-RELEASE TO WS-EDIT-AMOUNT
           STRING POR-STATUS " " POR-PAPER-TYPE " " POR-LOCATION
                  " " POR-ORDER-DATE " BY " PC-BUYER
                  " REL " WS-EDIT-AMOUNT
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS
           PERFORM POCLOSE-READ-NEXT.
       POCLOSE-PROCESS-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * GIVE THE UNSPENT ENCUMBRANCE BACK TO THE ORDERING SCHOOL'S
      * BUDGET FOR THE YEAR THE ORDER WAS ENCUMBERED IN.
      *-----------------------------------------------------------------
       POCLOSE-RELEASE.
           IF WS-RELEASE = 0
              GO TO POCLOSE-RELEASE-END
           END-IF
           IF POR-FISCAL-YEAR = 0
              MOVE WS-FISCAL-YEAR TO WS-ENC-YEAR
           ELSE
              MOVE POR-FISCAL-YEAR TO WS-ENC-YEAR
           END-IF
           MOVE POR-LOCATION TO ENC-SCHOOL
           MOVE WS-ENC-YEAR TO ENC-FISCAL-YEAR
           READ ENCUMBRANCE-FILE
              INVALID KEY
                 MOVE SPACES TO ENCUMBRANCE-RECORD
                 MOVE POR-LOCATION TO ENC-SCHOOL
                 MOVE WS-ENC-YEAR TO ENC-FISCAL-YEAR
                 MOVE 0 TO ENC-YTD-COMMITTED ENC-ENCUMBERED
                           ENC-EXPENDED ENC-RELEASED
                 SUBTRACT WS-RELEASE FROM ENC-ENCUMBERED
                 ADD WS-RELEASE TO ENC-RELEASED
                 MOVE WS-RUN-DATE TO ENC-LAST-DATE
                 WRITE ENCUMBRANCE-RECORD
                 END-WRITE
                 PERFORM POCLOSE-CHECK-ENCUMBRANCE
                 GO TO POCLOSE-RELEASE-END
           END-READ
           SUBTRACT WS-RELEASE FROM ENC-ENCUMBERED
           ADD WS-RELEASE TO ENC-RELEASED
           MOVE WS-RUN-DATE TO ENC-LAST-DATE
           REWRITE ENCUMBRANCE-RECORD
           END-REWRITE
           PERFORM POCLOSE-CHECK-ENCUMBRANCE.
       POCLOSE-RELEASE-END. EXIT.

       POCLOSE-CHECK-ENCUMBRANCE.
           IF WS-ENC-STATUS NOT = "00"
              MOVE "POCLOSE" TO FE-PROGRAM
              MOVE "ENCUMBRANCE-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-ENC-STATUS TO FE-STATUS
              MOVE ENCUMBRANCE-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 8 TO WS-JOB-RC
           ELSE
              ADD WS-RELEASE TO WS-RELEASED-TOTAL
           END-IF.

       POCLOSE-WRITE-CLOSED.
           MOVE POR-RECEIVED-REAMS TO WS-EDIT-REAMS
           MOVE POR-REAMS TO WS-EDIT-ORDERED
           MOVE WS-RELEASE TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  " POR-PAPER-TYPE " AT " POR-LOCATION
                  " ORD " POR-ORDER-DATE
                  "  RCVD " DELIMITED BY SIZE
                  WS-EDIT-REAMS DELIMITED BY SIZE
                  " OF " DELIMITED BY SIZE
                  WS-EDIT-ORDERED DELIMITED BY SIZE
                  "  REL " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           IF POR-STAT-CANCELLED
              MOVE "CANCEL" TO REPORT-LINE (70:6)
           ELSE
              MOVE "SHORT" TO REPORT-LINE (70:5)
           END-IF
           PERFORM POCLOSE-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "      BUYER " PC-BUYER
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM POCLOSE-WRITE-LINE.

       POCLOSE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  " PC-PAPER-TYPE " AT " PC-LOCATION
                  " ORD " PC-ORDER-DATE
                  " " PC-ACTION " REJECTED - " WS-REASON
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM POCLOSE-WRITE-LINE.

      *-----------------------------------------------------------------
       POCLOSE-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM POCLOSE-WRITE-LINE
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  REQUESTS READ  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM POCLOSE-WRITE-LINE
           MOVE WS-CANCEL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ORDERS CANCELLED . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM POCLOSE-WRITE-LINE
           MOVE WS-SHORT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ORDERS SHORT-CLOSED  " DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM POCLOSE-WRITE-LINE
           MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  REQUESTS REJECTED  . " DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM POCLOSE-WRITE-LINE
           MOVE WS-RELEASED-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  ENCUMBRANCE RELEASED " DELIMITED BY SIZE
                  WS-EDIT-TOTAL            DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM POCLOSE-WRITE-LINE.

      *-----------------------------------------------------------------
       POCLOSE-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "POCLOSE" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       POCLOSE-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE CLOSE-FILE
           CLOSE REGISTER-FILE
           CLOSE ENCUMBRANCE-FILE
           CLOSE REPORT-FILE.
       END PROGRAM POCLOSE.
