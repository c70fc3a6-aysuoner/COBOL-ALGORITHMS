      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    AP1099.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * YEAR-END 1099 VENDOR PAYMENT REPORTING. ACCOUNTS PAYABLE USED
      * TO TOTAL VENDOR PAYMENTS BY HAND FROM THE PRINTED CHECK
      * REGISTERS TO FILL OUT THE 1099 FORMS. THIS JOB READS THE
      * CHKREG REGISTER AND SUMS, PER VENDOR, EVERY PURCHASE-ORDER
      * CHECK THE BANK PAID IN THE TAX YEAR (THE "C" CLEARED ENTRIES
      * CHKRECON POSTS, DATED WITH THE BANK'S PAID DATE). IT THEN
      * WALKS THE VENDMAST VENDOR MASTER AND, FOR EACH VENDOR FLAGGED
      * 1099-REPORTABLE WHOSE TOTAL REACHES THE THRESHIN
      * 1099-MIN-AMOUNT FEDERAL THRESHOLD, WRITES:
      *   - A LINE ON THE T1099RPT REVIEW LISTING, AND
      *   - A PAYEE "B" RECORD ON THE T1099OUT ELECTRONIC FILING
      *     FILE, IN THE IRS 750-BYTE FORMAT (TRANSMITTER "T",
      *     PAYER "A", PAYEE "B", END OF PAYER "C" AND END OF
      *     TRANSMISSION "F" RECORDS; FORM 1099-NEC, AMOUNT CODE 1).
      * A REPORTABLE VENDOR OVER THE THRESHOLD WITH A MISSING OR
      * INVALID TIN, OR NO LEGAL NAME AND ADDRESS, IS KEPT OFF THE
      * FILING FILE AND LISTED INSTEAD ON THE T1099EXC CHASE LIST,
      * AS IS ANY VENDOR PAID OVER THE THRESHOLD WHO IS NOT ON THE
      * VENDOR MASTER AT ALL, SO AP CAN CHASE THEM BEFORE THE
      * DEADLINE.
      *
      * THE T1099CTL CONTROL RECORD CARRIES THE TAX YEAR AND THE
      * PAYER / TRANSMITTER DETAILS FOR THE FILE. A ZERO TAX YEAR
      * MEANS THE CALENDAR YEAR BEFORE THE RUN DATE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "T1099CTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS VEND-PREFIX
               FILE STATUS IS WS-VEND-STATUS.
           SELECT FILING-FILE ASSIGN TO "T1099OUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILING-STATUS.
           SELECT REPORT-FILE ASSIGN TO "T1099RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "T1099EXC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  REGISTER-FILE.
           COPY "CHKREG.CPY".

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 TC-TAX-YEAR            PIC 9(4).
           05 TC-PAYER-TIN           PIC X(9).
           05 TC-PAYER-NAME          PIC X(40).
           05 TC-PAYER-ADDRESS       PIC X(40).
           05 TC-PAYER-CITY          PIC X(40).
           05 TC-PAYER-STATE         PIC X(2).
           05 TC-PAYER-ZIP           PIC X(9).
           05 TC-PAYER-PHONE         PIC X(15).
           05 TC-TCC                 PIC X(5).
           05 TC-CONTACT             PIC X(40).
           05 TC-EMAIL               PIC X(50).
           05 TC-TEST-SW             PIC X(1).
              88 TC-TEST-FILE        VALUE "T".

       FD  VENDOR-MASTER.
           COPY "VENDMAST.CPY".

      *-----------------------------------------------------------------
      * IRS ELECTRONIC FILING RECORDS - 750 BYTES EACH, RECORD
      * SEQUENCE NUMBER IN POSITIONS 500-507 ON EVERY RECORD.
      *-----------------------------------------------------------------
       FD  FILING-FILE.
       01  IRS-T-RECORD.
           05 IRT-TYPE               PIC X(1).
           05 IRT-YEAR               PIC 9(4).
           05 IRT-PRIOR-YEAR         PIC X(1).
           05 IRT-TIN                PIC X(9).
           05 IRT-TCC                PIC X(5).
           05 FILLER                 PIC X(7).
           05 IRT-TEST-IND           PIC X(1).
           05 IRT-FOREIGN            PIC X(1).
           05 IRT-NAME               PIC X(80).
           05 IRT-COMPANY            PIC X(80).
           05 IRT-ADDRESS            PIC X(40).
           05 IRT-CITY               PIC X(40).
           05 IRT-STATE              PIC X(2).
           05 IRT-ZIP                PIC X(9).
           05 FILLER                 PIC X(15).
           05 IRT-PAYEES             PIC 9(8).
           05 IRT-CONTACT            PIC X(40).
           05 IRT-PHONE              PIC X(15).
           05 IRT-EMAIL              PIC X(50).
           05 FILLER                 PIC X(91).
           05 IRT-SEQUENCE           PIC 9(8).
           05 FILLER                 PIC X(10).
           05 IRT-VENDOR-IND         PIC X(1).
           05 FILLER                 PIC X(232).
       01  IRS-A-RECORD.
           05 IRA-TYPE               PIC X(1).
           05 IRA-YEAR               PIC 9(4).
           05 IRA-COMBINED           PIC X(1).
           05 FILLER                 PIC X(5).
           05 IRA-TIN                PIC X(9).
           05 IRA-NAME-CONTROL       PIC X(4).
           05 IRA-LAST-FILING        PIC X(1).
           05 IRA-RETURN-TYPE        PIC X(2).
           05 IRA-AMOUNT-CODES       PIC X(18).
           05 FILLER                 PIC X(6).
           05 IRA-FOREIGN            PIC X(1).
           05 IRA-NAME               PIC X(40).
           05 IRA-NAME-2             PIC X(40).
           05 IRA-TRANSFER-AGENT     PIC X(1).
           05 IRA-ADDRESS            PIC X(40).
           05 IRA-CITY               PIC X(40).
           05 IRA-STATE              PIC X(2).
           05 IRA-ZIP                PIC X(9).
           05 IRA-PHONE              PIC X(15).
           05 FILLER                 PIC X(260).
           05 IRA-SEQUENCE           PIC 9(8).
           05 FILLER                 PIC X(243).
       01  IRS-B-RECORD.
           05 IRB-TYPE               PIC X(1).
           05 IRB-YEAR               PIC 9(4).
           05 IRB-CORRECTED          PIC X(1).
           05 IRB-NAME-CONTROL       PIC X(4).
           05 IRB-TIN-TYPE           PIC X(1).
           05 IRB-TIN                PIC X(9).
           05 IRB-ACCOUNT            PIC X(20).
           05 IRB-OFFICE             PIC X(4).
           05 FILLER                 PIC X(10).
           05 IRB-AMOUNT-1           PIC 9(10)V9(2).
           05 IRB-AMOUNT-OTHER       PIC 9(12) OCCURS 15 TIMES.
           05 IRB-FOREIGN            PIC X(1).
           05 IRB-NAME               PIC X(40).
           05 IRB-NAME-2             PIC X(40).
           05 IRB-ADDRESS            PIC X(40).
           05 FILLER                 PIC X(40).
           05 IRB-CITY               PIC X(40).
           05 IRB-STATE              PIC X(2).
           05 IRB-ZIP                PIC X(9).
           05 FILLER                 PIC X(41).
           05 IRB-SEQUENCE           PIC 9(8).
           05 FILLER                 PIC X(36).
           05 IRB-SECOND-TIN         PIC X(1).
           05 FILLER                 PIC X(2).
           05 IRB-DIRECT-SALES       PIC X(1).
           05 IRB-FATCA              PIC X(1).
           05 FILLER                 PIC X(202).
       01  IRS-C-RECORD.
           05 IRC-TYPE               PIC X(1).
           05 IRC-PAYEES             PIC 9(8).
           05 FILLER                 PIC X(6).
           05 IRC-TOTAL-1            PIC 9(16)V9(2).
           05 IRC-TOTAL-OTHER        PIC 9(18) OCCURS 15 TIMES.
           05 FILLER                 PIC X(196).
           05 IRC-SEQUENCE           PIC 9(8).
           05 FILLER                 PIC X(243).
       01  IRS-F-RECORD.
           05 IRF-TYPE               PIC X(1).
           05 IRF-A-COUNT            PIC 9(8).
           05 IRF-ZEROS              PIC X(21).
           05 FILLER                 PIC X(19).
           05 IRF-PAYEES             PIC 9(8).
           05 FILLER                 PIC X(442).
           05 IRF-SEQUENCE           PIC 9(8).
           05 FILLER                 PIC X(243).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       FD  EXCEPT-FILE.
       01  EXCEPT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-TH-PARMS.
           COPY "THRSHLD.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-REG-STATUS             PIC X(02).
       01  WS-CTL-STATUS             PIC X(02).
       01  WS-VEND-STATUS            PIC X(02).
       01  WS-FILING-STATUS          PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EXCEPT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-YEAR               PIC 9(04).
       01  WS-TAX-YEAR               PIC 9(04).
       01  WS-PAID-YEAR              PIC 9(04).
       01  WS-SEQUENCE               PIC 9(08) VALUE 0.
      *-----------------------------------------------------------------
      * CLEARED PURCHASE-ORDER PAYMENTS IN THE TAX YEAR, ONE SLOT PER
      * VENDOR. THE DISPOSITION IS SET BY THE FIRST VENDOR-MASTER
      * PASS AND DRIVES THE SECOND, WHICH WRITES THE "B" RECORDS.
      *-----------------------------------------------------------------
       01  WS-PAY-MAX               PIC 9(04) VALUE 0.
       01  WS-PAY-I                 PIC 9(04).
       01  WS-PAY-FOUND             PIC 9(04).
       01  WS-PAY-TABLE.
           05 WS-PAY-ENTRY OCCURS 500 TIMES.
              10 WS-PAY-VENDOR      PIC X(3).
              10 WS-PAY-COUNT       PIC 9(5).
              10 WS-PAY-TOTAL       PIC S9(11)V9(2).
              10 WS-PAY-DISP        PIC X(1).
                 88 WS-PAY-TO-FILE  VALUE "F".
                 88 WS-PAY-ON-MASTER VALUE "F" "X" "B" "N".
       01  WS-TABLE-FULL-SW         PIC X VALUE "N".
           88 WS-TABLE-FULL         VALUE "Y".
       01  WS-TIN-OK-SW             PIC X VALUE "N".
           88 WS-TIN-OK             VALUE "Y".
       01  WS-EXCEPT-REASON          PIC X(30).
       01  WS-MASKED-TIN             PIC X(9).
       01  WS-FILED-COUNT            PIC 9(8) VALUE 0.
       01  WS-FILED-TOTAL            PIC 9(16)V9(2) VALUE 0.
       01  WS-CHASE-COUNT            PIC 9(5) VALUE 0.
       01  WS-BELOW-COUNT            PIC 9(5) VALUE 0.
       01  WS-NOT-1099-COUNT         PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-DETAIL-LINE.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DL-VENDOR           PIC X(3).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DL-NAME             PIC X(25).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DL-TIN              PIC X(9).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DL-CHECKS           PIC ZZ,ZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-DL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(13) VALUE SPACES.
       01  WS-EXCEPT-DETAIL.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-XL-VENDOR           PIC X(3).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-XL-NAME             PIC X(25).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-XL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-XL-REASON           PIC X(30).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       AP1099-MAIN.
           PERFORM AP1099-INIT
              THRU AP1099-INIT-END
           IF WS-JOB-RC < 12
              PERFORM AP1099-SUM-PAYMENTS
              PERFORM AP1099-REVIEW-VENDORS
              PERFORM AP1099-LIST-UNKNOWN-PAYEES
              PERFORM AP1099-WRITE-FILING
              PERFORM AP1099-WRITE-SUMMARY
           END-IF
           PERFORM AP1099-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
      * THE CONTROL RECORD AND THE VENDOR MASTER ARE BOTH REQUIRED -
      * WITHOUT THEM THERE IS NO PAYER AND NO PAYEE ON THE FILE.
      *-----------------------------------------------------------------
       AP1099-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:4) TO WS-RUN-YEAR
           CALL "THRSHLD" USING WS-TH-PARMS
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = "00"
              READ CONTROL-FILE
                 AT END MOVE "10" TO WS-CTL-STATUS
              END-READ
           END-IF
           IF WS-CTL-STATUS NOT = "00"
              MOVE "CONTROL-FILE" TO FE-FILE-NAME
              MOVE WS-CTL-STATUS TO FE-STATUS
              MOVE "READ" TO FE-OPERATION
              PERFORM AP1099-OPEN-FAILED
              GO TO AP1099-INIT-END
           END-IF
           CLOSE CONTROL-FILE
           IF TC-TAX-YEAR NUMERIC AND TC-TAX-YEAR > 0
              MOVE TC-TAX-YEAR TO WS-TAX-YEAR
           ELSE
              COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1
           END-IF
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
              MOVE "REGISTER-FILE" TO FE-FILE-NAME
              MOVE WS-REG-STATUS TO FE-STATUS
              MOVE "OPEN" TO FE-OPERATION
              PERFORM AP1099-OPEN-FAILED
              GO TO AP1099-INIT-END
           END-IF
           OPEN INPUT VENDOR-MASTER
           IF WS-VEND-STATUS NOT = "00"
              MOVE "VENDOR-MASTER" TO FE-FILE-NAME
              MOVE WS-VEND-STATUS TO FE-STATUS
              MOVE "OPEN" TO FE-OPERATION
              PERFORM AP1099-OPEN-FAILED
              GO TO AP1099-INIT-END
           END-IF
           OPEN OUTPUT FILING-FILE
           IF WS-FILING-STATUS NOT = "00"
              MOVE "FILING-FILE" TO FE-FILE-NAME
              MOVE WS-FILING-STATUS TO FE-STATUS
              MOVE "OPEN" TO FE-OPERATION
              PERFORM AP1099-OPEN-FAILED
              GO TO AP1099-INIT-END
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE "OPEN" TO FE-OPERATION
              PERFORM AP1099-OPEN-FAILED
              GO TO AP1099-INIT-END
           END-IF
           OPEN OUTPUT EXCEPT-FILE
           IF WS-EXCEPT-STATUS NOT = "00"
              MOVE "EXCEPT-FILE" TO FE-FILE-NAME
              MOVE WS-EXCEPT-STATUS TO FE-STATUS
              MOVE "OPEN" TO FE-OPERATION
              PERFORM AP1099-OPEN-FAILED
              GO TO AP1099-INIT-END
           END-IF
           MOVE SPACES TO RH-TITLE
           STRING "1099 VENDOR PAYMENT REVIEW - TAX YEAR " WS-TAX-YEAR
              DELIMITED BY SIZE INTO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM AP1099-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM AP1099-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM AP1099-WRITE-LINE
           MOVE "  VND  LEGAL NAME                 TIN        CHECKS"
              TO REPORT-LINE
           MOVE "AMOUNT PAID" TO REPORT-LINE (62:11)
           PERFORM AP1099-WRITE-LINE
           MOVE SPACES TO RH-TITLE
           STRING "1099 TIN / ADDRESS CHASE LIST - TAX YEAR "
                  WS-TAX-YEAR
              DELIMITED BY SIZE INTO RH-TITLE
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO EXCEPT-LINE
           PERFORM AP1099-WRITE-EXCEPT
           MOVE RH-LINE-2 TO EXCEPT-LINE
           PERFORM AP1099-WRITE-EXCEPT
           MOVE RH-LINE-3 TO EXCEPT-LINE
           PERFORM AP1099-WRITE-EXCEPT
           MOVE "  VND  NAME                          AMOUNT PAID"
              TO EXCEPT-LINE
           MOVE "REASON" TO EXCEPT-LINE (51:6)
           PERFORM AP1099-WRITE-EXCEPT.
       AP1099-INIT-END. EXIT.

       AP1099-OPEN-FAILED.
           MOVE "AP1099" TO FE-PROGRAM
           MOVE SPACES TO FE-LAST-RECORD
           CALL "FILEERR" USING WS-FE-PARMS
           MOVE 12 TO WS-JOB-RC.

      *-----------------------------------------------------------------
      * TOTAL THE TAX YEAR'S CLEARED PURCHASE-ORDER CHECKS BY VENDOR.
      * THE VENDOR CODE IS THE FIRST THREE BYTES OF THE PAYEE.
      *-----------------------------------------------------------------
       AP1099-SUM-PAYMENTS.
           MOVE "N" TO WS-EOF-SW
           PERFORM AP1099-READ-REGISTER
           PERFORM AP1099-SUM-ONE UNTIL WS-EOF
           CLOSE REGISTER-FILE.

       AP1099-READ-REGISTER.
           READ REGISTER-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       AP1099-SUM-ONE.
           IF CHK-CLEARED AND CHK-TYPE-ORDER AND CHK-DATE NUMERIC
              MOVE CHK-DATE (1:4) TO WS-PAID-YEAR
              IF WS-PAID-YEAR = WS-TAX-YEAR
                 PERFORM AP1099-FIND-PAYEE
                 IF WS-PAY-FOUND > 0
                    ADD 1 TO WS-PAY-COUNT (WS-PAY-FOUND)
                    ADD CHK-AMOUNT TO WS-PAY-TOTAL (WS-PAY-FOUND)
                 END-IF
              END-IF
           END-IF
           PERFORM AP1099-READ-REGISTER.

       AP1099-FIND-PAYEE.
           MOVE 0 TO WS-PAY-FOUND
           PERFORM AP1099-CHECK-ONE-PAYEE
              VARYING WS-PAY-I FROM 1 BY 1
              UNTIL WS-PAY-I > WS-PAY-MAX
              OR WS-PAY-FOUND > 0
           IF WS-PAY-FOUND = 0
              IF WS-PAY-MAX < 500
                 ADD 1 TO WS-PAY-MAX
                 MOVE WS-PAY-MAX TO WS-PAY-FOUND
                 MOVE CHK-PAYEE (1:3) TO WS-PAY-VENDOR (WS-PAY-FOUND)
                 MOVE 0 TO WS-PAY-COUNT (WS-PAY-FOUND)
                    WS-PAY-TOTAL (WS-PAY-FOUND)
                 MOVE SPACES TO WS-PAY-DISP (WS-PAY-FOUND)
              ELSE
                 IF NOT WS-TABLE-FULL
                    SET WS-TABLE-FULL TO TRUE
                    DISPLAY "AP1099 - PAYEE TABLE FULL, VENDOR "
                       CHK-PAYEE (1:3) " AND LATER NOT TOTALLED"
                    MOVE 8 TO WS-JOB-RC
                 END-IF
              END-IF
           END-IF.

       AP1099-CHECK-ONE-PAYEE.
           IF WS-PAY-VENDOR (WS-PAY-I) = CHK-PAYEE (1:3)
              MOVE WS-PAY-I TO WS-PAY-FOUND
           END-IF.

      *-----------------------------------------------------------------
      * FIRST PASS OF THE VENDOR MASTER - DECIDE EVERY VENDOR, LIST
      * THE ONES TO BE FILED AND THE ONES TO CHASE.
      *-----------------------------------------------------------------
       AP1099-REVIEW-VENDORS.
           MOVE LOW-VALUES TO VEND-PREFIX
           START VENDOR-MASTER KEY NOT LESS THAN VEND-PREFIX
              INVALID KEY SET WS-EOF TO TRUE
              NOT INVALID KEY MOVE "N" TO WS-EOF-SW
           END-START
           IF NOT WS-EOF
              PERFORM AP1099-READ-VENDOR
           END-IF
           PERFORM AP1099-REVIEW-ONE
              THRU AP1099-REVIEW-ONE-END UNTIL WS-EOF.

       AP1099-READ-VENDOR.
           READ VENDOR-MASTER NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

       AP1099-REVIEW-ONE.
           PERFORM AP1099-FIND-VENDOR
           IF WS-PAY-FOUND = 0
              PERFORM AP1099-READ-VENDOR
              GO TO AP1099-REVIEW-ONE-END
           END-IF
           IF NOT VEND-1099-REPORTABLE
              MOVE "N" TO WS-PAY-DISP (WS-PAY-FOUND)
              ADD 1 TO WS-NOT-1099-COUNT
              PERFORM AP1099-READ-VENDOR
              GO TO AP1099-REVIEW-ONE-END
           END-IF
           IF WS-PAY-TOTAL (WS-PAY-FOUND) < TH-1099-MIN-AMOUNT
              MOVE "B" TO WS-PAY-DISP (WS-PAY-FOUND)
              ADD 1 TO WS-BELOW-COUNT
              PERFORM AP1099-READ-VENDOR
              GO TO AP1099-REVIEW-ONE-END
           END-IF
           PERFORM AP1099-CHECK-TIN
           MOVE SPACES TO WS-EXCEPT-REASON
           IF NOT WS-TIN-OK
              MOVE "TIN MISSING OR INVALID" TO WS-EXCEPT-REASON
           ELSE
              IF VEND-LEGAL-NAME = SPACES OR VEND-ADDRESS = SPACES
                 OR VEND-CITY = SPACES OR VEND-STATE = SPACES
                 OR VEND-ZIP = SPACES
                 MOVE "LEGAL NAME/ADDRESS MISSING" TO WS-EXCEPT-REASON
              END-IF
           END-IF
           IF WS-EXCEPT-REASON NOT = SPACES
              MOVE "X" TO WS-PAY-DISP (WS-PAY-FOUND)
              MOVE VEND-NAME TO WS-XL-NAME
              PERFORM AP1099-WRITE-CHASE
              PERFORM AP1099-READ-VENDOR
              GO TO AP1099-REVIEW-ONE-END
           END-IF
           MOVE "F" TO WS-PAY-DISP (WS-PAY-FOUND)
           ADD 1 TO WS-FILED-COUNT
           ADD WS-PAY-TOTAL (WS-PAY-FOUND) TO WS-FILED-TOTAL
           MOVE ALL "X" TO WS-MASKED-TIN
           MOVE VEND-TIN (6:4) TO WS-MASKED-TIN (6:4)
           MOVE VEND-PREFIX TO WS-DL-VENDOR
           MOVE VEND-LEGAL-NAME TO WS-DL-NAME
           MOVE WS-MASKED-TIN TO WS-DL-TIN
           MOVE WS-PAY-COUNT (WS-PAY-FOUND) TO WS-DL-CHECKS
           MOVE WS-PAY-TOTAL (WS-PAY-FOUND) TO WS-DL-AMOUNT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM AP1099-WRITE-LINE
           PERFORM AP1099-READ-VENDOR.
       AP1099-REVIEW-ONE-END. EXIT.

       AP1099-FIND-VENDOR.
           MOVE 0 TO WS-PAY-FOUND
           PERFORM AP1099-CHECK-ONE-VENDOR
              VARYING WS-PAY-I FROM 1 BY 1
              UNTIL WS-PAY-I > WS-PAY-MAX
              OR WS-PAY-FOUND > 0.

       AP1099-CHECK-ONE-VENDOR.
           IF WS-PAY-VENDOR (WS-PAY-I) = VEND-PREFIX
              MOVE WS-PAY-I TO WS-PAY-FOUND
           END-IF.

      *-----------------------------------------------------------------
      * A TIN IS NINE DIGITS, NOT ALL ZERO, WITH ITS TYPE GIVEN.
      *-----------------------------------------------------------------
       AP1099-CHECK-TIN.
           MOVE "N" TO WS-TIN-OK-SW
           IF VEND-TIN NUMERIC
              IF VEND-TIN-NUM > 0
                 AND (VEND-TIN-EIN OR VEND-TIN-SSN)
                 SET WS-TIN-OK TO TRUE
              END-IF
           END-IF.

       AP1099-WRITE-CHASE.
           ADD 1 TO WS-CHASE-COUNT
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF
           MOVE WS-PAY-VENDOR (WS-PAY-FOUND) TO WS-XL-VENDOR
           MOVE WS-PAY-TOTAL (WS-PAY-FOUND) TO WS-XL-AMOUNT
           MOVE WS-EXCEPT-REASON TO WS-XL-REASON
           MOVE WS-EXCEPT-DETAIL TO EXCEPT-LINE
           PERFORM AP1099-WRITE-EXCEPT.

      *-----------------------------------------------------------------
      * A VENDOR PAID OVER THE THRESHOLD THAT THE VENDOR MASTER DOES
      * NOT KNOW CANNOT BE JUDGED REPORTABLE OR NOT - CHASE IT TOO.
      *-----------------------------------------------------------------
       AP1099-LIST-UNKNOWN-PAYEES.
           PERFORM AP1099-CHECK-UNKNOWN
              VARYING WS-PAY-FOUND FROM 1 BY 1
              UNTIL WS-PAY-FOUND > WS-PAY-MAX.

       AP1099-CHECK-UNKNOWN.
           IF NOT WS-PAY-ON-MASTER (WS-PAY-FOUND)
              AND WS-PAY-TOTAL (WS-PAY-FOUND) NOT < TH-1099-MIN-AMOUNT
              MOVE "(NOT ON VENDOR MASTER)" TO WS-XL-NAME
              MOVE "VENDOR NOT ON MASTER" TO WS-EXCEPT-REASON
              PERFORM AP1099-WRITE-CHASE
           END-IF.

      *-----------------------------------------------------------------
      * THE FILING FILE - TRANSMITTER AND PAYER RECORDS, THEN A
      * SECOND PASS OF THE VENDOR MASTER FOR THE PAYEE RECORDS, THEN
      * THE END-OF-PAYER AND END-OF-TRANSMISSION RECORDS.
      *-----------------------------------------------------------------
       AP1099-WRITE-FILING.
           MOVE SPACES TO IRS-T-RECORD
           INITIALIZE IRS-T-RECORD
           MOVE "T" TO IRT-TYPE
           MOVE WS-TAX-YEAR TO IRT-YEAR
           MOVE TC-PAYER-TIN TO IRT-TIN
           MOVE TC-TCC TO IRT-TCC
           IF TC-TEST-FILE
              MOVE "T" TO IRT-TEST-IND
           END-IF
           MOVE TC-PAYER-NAME TO IRT-NAME IRT-COMPANY
           MOVE TC-PAYER-ADDRESS TO IRT-ADDRESS
           MOVE TC-PAYER-CITY TO IRT-CITY
           MOVE TC-PAYER-STATE TO IRT-STATE
           MOVE TC-PAYER-ZIP TO IRT-ZIP
           MOVE WS-FILED-COUNT TO IRT-PAYEES
           MOVE TC-CONTACT TO IRT-CONTACT
           MOVE TC-PAYER-PHONE TO IRT-PHONE
           MOVE TC-EMAIL TO IRT-EMAIL
           MOVE "I" TO IRT-VENDOR-IND
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE TO IRT-SEQUENCE
           WRITE IRS-T-RECORD
           PERFORM AP1099-CHECK-FILING-WRITE
           MOVE SPACES TO IRS-A-RECORD
           INITIALIZE IRS-A-RECORD
           MOVE "A" TO IRA-TYPE
           MOVE WS-TAX-YEAR TO IRA-YEAR
           MOVE TC-PAYER-TIN TO IRA-TIN
           MOVE "NE" TO IRA-RETURN-TYPE
           MOVE "1" TO IRA-AMOUNT-CODES
           MOVE TC-PAYER-NAME TO IRA-NAME
           MOVE "0" TO IRA-TRANSFER-AGENT
           MOVE TC-PAYER-ADDRESS TO IRA-ADDRESS
           MOVE TC-PAYER-CITY TO IRA-CITY
           MOVE TC-PAYER-STATE TO IRA-STATE
           MOVE TC-PAYER-ZIP TO IRA-ZIP
           MOVE TC-PAYER-PHONE TO IRA-PHONE
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE TO IRA-SEQUENCE
           WRITE IRS-A-RECORD
           PERFORM AP1099-CHECK-FILING-WRITE
           MOVE LOW-VALUES TO VEND-PREFIX
           START VENDOR-MASTER KEY NOT LESS THAN VEND-PREFIX
              INVALID KEY SET WS-EOF TO TRUE
              NOT INVALID KEY MOVE "N" TO WS-EOF-SW
           END-START
           IF NOT WS-EOF
              PERFORM AP1099-READ-VENDOR
           END-IF
           PERFORM AP1099-PAYEE-RECORD UNTIL WS-EOF
           MOVE SPACES TO IRS-C-RECORD
           INITIALIZE IRS-C-RECORD
           MOVE "C" TO IRC-TYPE
           MOVE WS-FILED-COUNT TO IRC-PAYEES
           MOVE WS-FILED-TOTAL TO IRC-TOTAL-1
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE TO IRC-SEQUENCE
           WRITE IRS-C-RECORD
           PERFORM AP1099-CHECK-FILING-WRITE
           MOVE SPACES TO IRS-F-RECORD
           INITIALIZE IRS-F-RECORD
           MOVE "F" TO IRF-TYPE
           MOVE 1 TO IRF-A-COUNT
           MOVE ALL "0" TO IRF-ZEROS
           MOVE WS-FILED-COUNT TO IRF-PAYEES
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE TO IRF-SEQUENCE
           WRITE IRS-F-RECORD
           PERFORM AP1099-CHECK-FILING-WRITE.

       AP1099-PAYEE-RECORD.
           PERFORM AP1099-FIND-VENDOR
           IF WS-PAY-FOUND > 0
              IF WS-PAY-TO-FILE (WS-PAY-FOUND)
                 MOVE SPACES TO IRS-B-RECORD
                 INITIALIZE IRS-B-RECORD
                 MOVE "B" TO IRB-TYPE
                 MOVE WS-TAX-YEAR TO IRB-YEAR
                 IF VEND-TIN-EIN
                    MOVE "1" TO IRB-TIN-TYPE
                 ELSE
                    MOVE "2" TO IRB-TIN-TYPE
                 END-IF
                 MOVE VEND-TIN TO IRB-TIN
                 MOVE VEND-PREFIX TO IRB-ACCOUNT
                 MOVE WS-PAY-TOTAL (WS-PAY-FOUND) TO IRB-AMOUNT-1
                 MOVE VEND-LEGAL-NAME TO IRB-NAME
                 MOVE VEND-ADDRESS TO IRB-ADDRESS
                 MOVE VEND-CITY TO IRB-CITY
                 MOVE VEND-STATE TO IRB-STATE
                 MOVE VEND-ZIP TO IRB-ZIP
                 ADD 1 TO WS-SEQUENCE
                 MOVE WS-SEQUENCE TO IRB-SEQUENCE
                 WRITE IRS-B-RECORD
                 PERFORM AP1099-CHECK-FILING-WRITE
              END-IF
           END-IF
           PERFORM AP1099-READ-VENDOR.

       AP1099-CHECK-FILING-WRITE.
           IF WS-FILING-STATUS NOT = "00"
              MOVE "AP1099" TO FE-PROGRAM
              MOVE "FILING-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-FILING-STATUS TO FE-STATUS
              MOVE IRS-T-RECORD (1:80) TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
       AP1099-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM AP1099-WRITE-LINE
           MOVE WS-FILED-COUNT TO WS-EDIT-COUNT
           MOVE WS-FILED-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  1099S ON THE FILING FILE " WS-EDIT-COUNT
                  "   TOTAL " WS-EDIT-TOTAL
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM AP1099-WRITE-LINE
           MOVE WS-CHASE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  HELD BACK - CHASE LIST . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM AP1099-WRITE-LINE
           MOVE WS-BELOW-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  BELOW THRESHOLD  . . . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM AP1099-WRITE-LINE
           MOVE WS-NOT-1099-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  PAID, NOT REPORTABLE . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM AP1099-WRITE-LINE
           MOVE TH-1099-MIN-AMOUNT TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  REPORTING THRESHOLD  . . " WS-EDIT-TOTAL
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM AP1099-WRITE-LINE.

      *-----------------------------------------------------------------
       AP1099-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "AP1099" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

       AP1099-WRITE-EXCEPT.
           WRITE EXCEPT-LINE
           IF WS-EXCEPT-STATUS NOT = "00"
              MOVE "AP1099" TO FE-PROGRAM
              MOVE "EXCEPT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-EXCEPT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       AP1099-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE VENDOR-MASTER
           CLOSE FILING-FILE
           CLOSE REPORT-FILE
           CLOSE EXCEPT-FILE.
       END PROGRAM AP1099.
