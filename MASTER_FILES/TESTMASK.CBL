      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    TESTMASK.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * MASKED TEST-DATA COPIES OF THE MASTER FILES. REGTEST AND
      * REGGOLD NEED REALISTIC MASTERS TO RUN AGAINST, AND THE ONLY
      * REALISTIC MASTERS WERE THE PRODUCTION ONES - REAL STUDENT
      * NAMES, REAL EMPLOYEE HEALTH DATA, REAL VENDOR TAX AND BANK
      * NUMBERS. THIS JOB COPIES STUDMAST, STUHIST, EMPHLTH, EMPHIST,
      * ACCTMAST AND VENDMAST TO THE TEST MASTERS WITH EVERY NAME,
      * ID AND CONTACT DETAIL REPLACED:
      *    - IDS (STUDENT, EMPLOYEE, ACCOUNT, VENDOR TIN AND BANK
      *      NUMBERS) GO THROUGH ONE KEYED PSEUDONYM - DIGITS STAY
      *      DIGITS, LETTERS STAY LETTERS, EVERY ID COMES OUT
      *      DIFFERENT, AND THE SAME ID ALWAYS COMES OUT THE SAME, SO
      *      A STUDENT'S STUHIST LINES STILL JOIN TO THE STUDMAST
      *      RECORD AND AN EMPLOYEE'S EMPHIST TO EMPHLTH. THE KEY IS
      *      THE EIGHT DIGITS ON THE MASKCTL CARD; CHANGE IT AND EVERY
      *      PSEUDONYM CHANGES. NO CARD, NO COPY.
      *    - NAMES AND CONTACT DATA BECOME PLAIN TEST VALUES BUILT
      *      FROM THE MASKED ID.
      *    - EXAM SCORES MOVE BY A FEW POINTS AND HEIGHT AND WEIGHT
      *      BY A FEW PERCENT, EACH CHANGE KEPT ONLY IF FINALGRADE OR
      *      BMI STILL GIVES THE SAME ANSWER - SO THE GRADE AND BMI
      *      CATEGORY SPREAD OF THE TEST DATA IS THE PRODUCTION SPREAD.
      * THE VENDOR PREFIX IS KEPT: AP ACCOUNT NUMBERS LEAD WITH IT
      * AND IT IS A SHORT CODE, NOT AN IDENTITY. ACCTOVFL IS NOT
      * COPIED - ITS SEGMENTS HOLD VALUES ONLY.
      * AFTER THE COPY EVERY TEST MASTER IS READ BACK AND EACH RECORD
      * IS LOOKED UP IN PRODUCTION UNDER ITS MASKED KEY; AN
      * IDENTIFYING FIELD THAT MATCHES THE PRODUCTION RECORD THERE,
      * OR AN ID THE PSEUDONYM LEFT UNCHANGED, IS A SURVIVOR. THE
      * REPORT CERTIFIES THE COPIES ONLY WHEN NO SURVIVOR WAS FOUND;
      * OTHERWISE IT ENDS RC 12 AND THE COPIES MUST NOT BE RELEASED.
      * MODIFIED 15/10/2026 - EMPHLTH NOW CARRIES THE EMPLOYEE'S NAME;
      * IT IS MASKED TO A TEST NAME BUILT FROM THE MASKED ID LIKE THE
      * STUDENT NAME, AND A REAL NAME AT A REAL KEY IS A SURVIVOR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-CONTROL-FILE ASSIGN TO "MASKCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-STATUS.
           SELECT TEST-STUDENT-MASTER ASSIGN TO "TSTUDMST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TST-ID
               FILE STATUS IS WS-TSTU-STATUS.
           SELECT STUDENT-HISTORY ASSIGN TO "STUHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS STU-HIST-KEY
               FILE STATUS IS WS-SHIST-STATUS.
           SELECT TEST-STUDENT-HISTORY ASSIGN TO "TSTUHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TSH-KEY
               FILE STATUS IS WS-TSHIST-STATUS.
           SELECT EMPLOYEE-HEALTH ASSIGN TO "EMPHLTH"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT TEST-EMPLOYEE-HEALTH ASSIGN TO "TEMPHLTH"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TEM-ID
               FILE STATUS IS WS-TEMP-STATUS.
           SELECT EMPLOYEE-HISTORY ASSIGN TO "EMPHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EMP-HIST-KEY
               FILE STATUS IS WS-EHIST-STATUS.
           SELECT TEST-EMPLOYEE-HISTORY ASSIGN TO "TEMPHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TEH-KEY
               FILE STATUS IS WS-TEHIST-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT TEST-ACCOUNT-MASTER ASSIGN TO "TACCTMST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TAC-ID
               FILE STATUS IS WS-TACCT-STATUS.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS VEND-PREFIX
               FILE STATUS IS WS-VEND-STATUS.
           SELECT TEST-VENDOR-MASTER ASSIGN TO "TVENDMST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TVN-PREFIX
               FILE STATUS IS WS-TVEND-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TESTMASK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  MASK-CONTROL-FILE.
       01  MASK-CONTROL-RECORD.
           05 MC-MASK-KEY            PIC X(08).
           05 FILLER                 PIC X(72).

       FD  STUDENT-MASTER.
           COPY "STUMAST.CPY".

       FD  TEST-STUDENT-MASTER.
           COPY "STUMAST.CPY"
              REPLACING ==STUDENT-MASTER-RECORD==
                     BY ==TEST-STUDENT-RECORD==
                        LEADING ==STU-== BY ==TST-==.

       FD  STUDENT-HISTORY.
           COPY "STUHIST.CPY".

       FD  TEST-STUDENT-HISTORY.
           COPY "STUHIST.CPY"
              REPLACING ==STUDENT-HISTORY-RECORD==
                     BY ==TEST-HISTORY-RECORD==
                        LEADING ==STU-HIST-== BY ==TSH-==.

       FD  EMPLOYEE-HEALTH.
           COPY "EMPHLTH.CPY".

       FD  TEST-EMPLOYEE-HEALTH.
           COPY "EMPHLTH.CPY"
              REPLACING ==EMPLOYEE-HEALTH-RECORD==
                     BY ==TEST-HEALTH-RECORD==
                        LEADING ==EMP-== BY ==TEM-==.

       FD  EMPLOYEE-HISTORY.
           COPY "EMPHIST.CPY".

       FD  TEST-EMPLOYEE-HISTORY.
           COPY "EMPHIST.CPY"
              REPLACING ==EMPLOYEE-HISTORY-RECORD==
                     BY ==TEST-EMP-HISTORY-RECORD==
                        LEADING ==EMP-HIST-== BY ==TEH-==.

       FD  ACCOUNT-MASTER.
           COPY "ACCTMAST.CPY".

       FD  TEST-ACCOUNT-MASTER.
           COPY "ACCTMAST.CPY"
              REPLACING ==ACCOUNT-MASTER-RECORD==
                     BY ==TEST-ACCOUNT-RECORD==
                        LEADING ==ACCT-== BY ==TAC-==.

       FD  VENDOR-MASTER.
           COPY "VENDMAST.CPY".

       FD  TEST-VENDOR-MASTER.
           COPY "VENDMAST.CPY"
              REPLACING ==VENDOR-MASTER-RECORD==
                     BY ==TEST-VENDOR-RECORD==
                        LEADING ==VEND-== BY ==TVN-==.

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "RETCODE.CPY".
       01  WS-JOB-RC                 PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-CTL-STATUS             PIC X(02).
       01  WS-STU-STATUS             PIC X(02).
       01  WS-TSTU-STATUS            PIC X(02).
       01  WS-SHIST-STATUS           PIC X(02).
       01  WS-TSHIST-STATUS          PIC X(02).
       01  WS-EMP-STATUS             PIC X(02).
       01  WS-TEMP-STATUS            PIC X(02).
       01  WS-EHIST-STATUS           PIC X(02).
       01  WS-TEHIST-STATUS          PIC X(02).
       01  WS-ACCT-STATUS            PIC X(02).
       01  WS-TACCT-STATUS           PIC X(02).
       01  WS-VEND-STATUS            PIC X(02).
       01  WS-TVEND-STATUS           PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-OPEN-STATUS            PIC X(02).
       01  WS-EOF-SW                 PIC X VALUE "N".
           88 WS-EOF                 VALUE "Y".
       01  WS-PROD-FOUND-SW          PIC X VALUE "N".
           88 WS-PROD-FOUND          VALUE "Y".
       01  WS-KEY-OK-SW              PIC X VALUE "N".
           88 WS-KEY-OK              VALUE "Y".

      *-----------------------------------------------------------------
      * ONE ROW PER MASTER, IN THE ORDER THE JOB COPIES THEM.
      *-----------------------------------------------------------------
       01  WS-FILE-NAMES.
           05 FILLER                 PIC X(08) VALUE "STUDMAST".
           05 FILLER                 PIC X(08) VALUE "STUHIST ".
           05 FILLER                 PIC X(08) VALUE "EMPHLTH ".
           05 FILLER                 PIC X(08) VALUE "EMPHIST ".
           05 FILLER                 PIC X(08) VALUE "ACCTMAST".
           05 FILLER                 PIC X(08) VALUE "VENDMAST".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           05 WS-FILE-NAME           PIC X(08) OCCURS 6 TIMES.
       01  WS-FILE-TABLE.
           05 WS-FILE-ENTRY          OCCURS 6 TIMES.
              10 WS-FT-COPIED-SW     PIC X(01).
                 88 WS-FT-COPIED     VALUE "Y".
              10 WS-FT-READ          PIC 9(07).
              10 WS-FT-WRITTEN       PIC 9(07).
              10 WS-FT-REPLACED      PIC 9(07).
              10 WS-FT-CHECKED       PIC 9(07).
              10 WS-FT-SHARED        PIC 9(07).
              10 WS-FT-SURVIVED      PIC 9(07).
              10 WS-FT-DUPLICATE     PIC 9(07).
       01  WS-F                      PIC 9(01).
       01  WS-TOTAL-SURVIVED         PIC 9(07) VALUE 0.
       01  WS-TOTAL-WRITTEN          PIC 9(07) VALUE 0.
       01  WS-SURV-FIELD             PIC X(30).

      *-----------------------------------------------------------------
      * THE KEYED PSEUDONYM. EACH LETTER OR DIGIT IS SHIFTED WITHIN
      * ITS OWN ALPHABET BY A KEY DIGIT PLUS THE VALUE OF THE
      * ORIGINAL CHARACTER BEFORE IT; THE FIRST ONE IS NEVER SHIFTED
      * BY ZERO, SO NO ID MAPS TO ITSELF. KNOWING THE KEY, EACH
      * CHARACTER DECODES FROM THE ONE BEFORE IT, SO TWO DIFFERENT
      * IDS CAN NEVER SHARE A PSEUDONYM. WS-PSEUDO-SUM IS A HANDY
      * NUMBER DERIVED FROM THE PSEUDONYM ONLY, USED TO VARY THE
      * SCORE AND BODY ADJUSTMENTS FROM ONE PERSON TO THE NEXT.
      *-----------------------------------------------------------------
       01  WS-MASK-KEY               PIC X(08).
       01  WS-MASK-KEY-DIGITS REDEFINES WS-MASK-KEY.
           05 WS-MASK-KEY-DIGIT      PIC 9(01) OCCURS 8 TIMES.
       01  WS-LETTERS                PIC X(26)
                          VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-LETTER-TABLE REDEFINES WS-LETTERS.
           05 WS-LETTER              PIC X(01) OCCURS 26 TIMES.
       01  WS-PSEUDO-IN              PIC X(20).
       01  WS-PSEUDO-OUT             PIC X(20).
       01  WS-PSEUDO-LEN             PIC 9(02).
       01  WS-PSEUDO-POS             PIC 9(02).
       01  WS-PSEUDO-CHAR            PIC X(01).
       01  WS-PSEUDO-DIGIT REDEFINES WS-PSEUDO-CHAR
                                     PIC 9(01).
       01  WS-PSEUDO-VAL             PIC 9(02).
       01  WS-PSEUDO-BASE            PIC 9(02).
       01  WS-PSEUDO-PREV            PIC 9(02).
       01  WS-PSEUDO-SHIFT           PIC 9(02).
       01  WS-PSEUDO-NEW             PIC 9(02).
       01  WS-PSEUDO-IX              PIC 9(02).
       01  WS-PSEUDO-KEYPOS          PIC 9(02).
       01  WS-PSEUDO-SUM             PIC 9(05).
       01  WS-PSEUDO-NEW-DIGIT       PIC 9(01).
       01  WS-PSEUDO-FIRST-SW        PIC X VALUE "Y".
           88 WS-PSEUDO-FIRST        VALUE "Y".

      *-----------------------------------------------------------------
      * SCORE AND BODY ADJUSTMENTS, TRIED IN TURN FROM A STARTING
      * POINT THE PSEUDONYM PICKS UNTIL ONE LEAVES THE CALCULATOR'S
      * ANSWER UNCHANGED.
      *-----------------------------------------------------------------
       01  WS-JITTER-VALUES          PIC X(12) VALUE "+2-2+1-1+3-3".
       01  WS-JITTER-TABLE REDEFINES WS-JITTER-VALUES.
           05 WS-JITTER              PIC S9(01) SIGN LEADING SEPARATE
                                     OCCURS 6 TIMES.
       01  WS-FACTOR-VALUES          PIC X(18)
                                     VALUE "097098099101102103".
       01  WS-FACTOR-TABLE REDEFINES WS-FACTOR-VALUES.
           05 WS-FACTOR              PIC 9V9(02) OCCURS 6 TIMES.
       01  WS-TRY-START              PIC 9(01).
       01  WS-TRY-N                  PIC 9(02).
       01  WS-TRY-I                  PIC 9(01).
       01  WS-TRY-FOUND              PIC 9(01).
       01  WS-EXAM-ORIG              PIC 9(03).
       01  WS-EXAM-NEW               PIC 9(03).
       01  WS-EXAM-TRY               PIC 9(03).
       01  WS-EXAM-TRY-S             PIC S9(04).
       01  WS-PROJ                   PIC 9(02).
       01  WS-GRADE-ORIG             PIC 9(03).
       01  WS-GRADE-TRY              PIC 9(03).
       01  WS-GRADE-RC-ORIG          PIC 9(02).
       01  WS-GRADE-RC-TRY           PIC 9(02).
       01  WS-EXAM-KEPT-COUNT        PIC 9(07) VALUE 0.
       01  WS-BODY-W-ORIG            PIC 9(08).
       01  WS-BODY-H-ORIG            PIC 9(08)V9(02).
       01  WS-BODY-W-TRY             PIC 9(08).
       01  WS-BODY-H-TRY             PIC 9(08)V9(02).
       01  WS-BODY-CAT-ORIG          PIC A(11).
       01  WS-BODY-CAT-TRY           PIC A(11).
       01  WS-BODY-RC-ORIG           PIC 9(02).
       01  WS-BODY-RC-TRY            PIC 9(02).
       01  WS-CAT-MOVED-COUNT        PIC 9(07) VALUE 0.

      *-----------------------------------------------------------------
      * THE SPREAD TABLES - HOW MANY PRODUCTION RECORDS AND HOW MANY
      * TEST RECORDS LAND IN EACH FINALGRADE RESULT AND EACH BMI
      * CATEGORY.
      *-----------------------------------------------------------------
       01  WS-GRADE-LABELS.
           05 FILLER                 PIC X(11) VALUE "100".
           05 FILLER                 PIC X(11) VALUE "90".
           05 FILLER                 PIC X(11) VALUE "75".
           05 FILLER                 PIC X(11) VALUE "0".
           05 FILLER                 PIC X(11) VALUE "INVALID".
       01  WS-GRADE-LABEL-TABLE REDEFINES WS-GRADE-LABELS.
           05 WS-GRADE-LABEL         PIC X(11) OCCURS 5 TIMES.
       01  WS-BMI-LABELS.
           05 FILLER                 PIC X(11) VALUE "Underweight".
           05 FILLER                 PIC X(11) VALUE "Normal".
           05 FILLER                 PIC X(11) VALUE "Overweight".
           05 FILLER                 PIC X(11) VALUE "Obese".
           05 FILLER                 PIC X(11) VALUE "INVALID".
       01  WS-BMI-LABEL-TABLE REDEFINES WS-BMI-LABELS.
           05 WS-BMI-LABEL           PIC X(11) OCCURS 5 TIMES.
       01  WS-SPREAD-TABLE.
           05 WS-GRADE-SPREAD        OCCURS 5 TIMES.
              10 WS-GS-PROD          PIC 9(07).
              10 WS-GS-TEST          PIC 9(07).
           05 WS-BMI-SPREAD          OCCURS 5 TIMES.
              10 WS-BS-PROD          PIC 9(07).
              10 WS-BS-TEST          PIC 9(07).
       01  WS-ROW                    PIC 9(01).
       01  WS-ROW-GRADE              PIC 9(03).
       01  WS-ROW-CAT                PIC A(11).
       01  WS-ROW-RC                 PIC 9(02).

       01  WS-FILE-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FL-NAME                PIC X(08).
           05 FL-READ                PIC Z,ZZZ,ZZ9.
           05 FL-WRITTEN             PIC Z,ZZZ,ZZ9.
           05 FL-REPLACED            PIC Z,ZZZ,ZZ9.
           05 FL-CHECKED             PIC Z,ZZZ,ZZ9.
           05 FL-SHARED              PIC Z,ZZZ,ZZ9.
           05 FL-SURVIVED            PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(16) VALUE SPACES.
       01  WS-SPREAD-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 SL-LABEL               PIC X(11).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 SL-PROD                PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 SL-TEST                PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 SL-FLAG                PIC X(10).
           05 FILLER                 PIC X(26) VALUE SPACES.
       01  WS-EDIT-COUNT             PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-RECNO             PIC 9(07).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       TESTMASK-MAIN.
           PERFORM TESTMASK-INIT
           PERFORM TESTMASK-READ-KEY THRU TESTMASK-READ-KEY-END
           IF WS-KEY-OK
              PERFORM TESTMASK-MASK-STUDENTS
                 THRU TESTMASK-MASK-STUDENTS-END
              PERFORM TESTMASK-MASK-STU-HIST
                 THRU TESTMASK-MASK-STU-HIST-END
              PERFORM TESTMASK-MASK-EMPLOYEES
                 THRU TESTMASK-MASK-EMPLOYEES-END
              PERFORM TESTMASK-MASK-EMP-HIST
                 THRU TESTMASK-MASK-EMP-HIST-END
              PERFORM TESTMASK-MASK-ACCOUNTS
                 THRU TESTMASK-MASK-ACCOUNTS-END
              PERFORM TESTMASK-MASK-VENDORS
                 THRU TESTMASK-MASK-VENDORS-END
              PERFORM TESTMASK-VERIFY-STUDENTS
                 THRU TESTMASK-VERIFY-STUDENTS-END
              PERFORM TESTMASK-VERIFY-STU-HIST
                 THRU TESTMASK-VERIFY-STU-HIST-END
              PERFORM TESTMASK-VERIFY-EMPLOYEES
                 THRU TESTMASK-VERIFY-EMPLOYEES-END
              PERFORM TESTMASK-VERIFY-EMP-HIST
                 THRU TESTMASK-VERIFY-EMP-HIST-END
              PERFORM TESTMASK-VERIFY-ACCOUNTS
                 THRU TESTMASK-VERIFY-ACCOUNTS-END
              PERFORM TESTMASK-VERIFY-VENDORS
                 THRU TESTMASK-VERIFY-VENDORS-END
              PERFORM TESTMASK-PRINT-FILES
              PERFORM TESTMASK-PRINT-SPREAD
              PERFORM TESTMASK-CERTIFY
           END-IF
           PERFORM TESTMASK-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       TESTMASK-INIT.
      *-----------------------------------------------------------------
           INITIALIZE WS-FILE-TABLE WS-SPREAD-TABLE
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "TESTMASK" TO FE-PROGRAM
              MOVE "TESTMASK" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           MOVE "MASKED TEST-DATA COPIES OF THE MASTERS" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM TESTMASK-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM TESTMASK-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM TESTMASK-WRITE-LINE.

      *-----------------------------------------------------------------
      * THE MASK KEY. EIGHT DIGITS, NOT ALL ZERO. WITHOUT IT NOTHING
      * IS COPIED - A PSEUDONYM WITH NO KEY IS ONLY A CIPHER ANYONE
      * CAN RUN BACKWARDS.
      *-----------------------------------------------------------------
       TESTMASK-READ-KEY.
           MOVE "N" TO WS-KEY-OK-SW
           OPEN INPUT MASK-CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
              MOVE "NO MASKCTL CARD - NO TEST COPIES MADE"
                 TO REPORT-LINE
              PERFORM TESTMASK-WRITE-LINE
              MOVE 12 TO WS-JOB-RC
              GO TO TESTMASK-READ-KEY-END
           END-IF
           READ MASK-CONTROL-FILE
              AT END MOVE SPACES TO MC-MASK-KEY
           END-READ
           CLOSE MASK-CONTROL-FILE
           MOVE MC-MASK-KEY TO WS-MASK-KEY
           IF WS-MASK-KEY NOT NUMERIC OR WS-MASK-KEY = "00000000"
              MOVE "MASKCTL KEY NOT EIGHT DIGITS - NO TEST COPIES MADE"
                 TO REPORT-LINE
              PERFORM TESTMASK-WRITE-LINE
              MOVE 12 TO WS-JOB-RC
              GO TO TESTMASK-READ-KEY-END
           END-IF
           SET WS-KEY-OK TO TRUE.
       TESTMASK-READ-KEY-END.
           EXIT.

      *-----------------------------------------------------------------
      * STUDMAST. NEW STUDENT ID, A TEST NAME BUILT FROM IT, AND THE
      * EXAM SCORE NUDGED WITHIN ITS FINALGRADE BAND.
      *-----------------------------------------------------------------
       TESTMASK-MASK-STUDENTS.
           MOVE 1 TO WS-F
           OPEN INPUT STUDENT-MASTER
           IF WS-STU-STATUS NOT = "00"
              MOVE WS-STU-STATUS TO WS-OPEN-STATUS
              PERFORM TESTMASK-NOT-OPENED
              GO TO TESTMASK-MASK-STUDENTS-END
           END-IF
           OPEN OUTPUT TEST-STUDENT-MASTER
           IF WS-TSTU-STATUS NOT = "00"
              MOVE "TSTUDMST" TO FE-FILE-NAME
              MOVE WS-TSTU-STATUS TO FE-STATUS
              PERFORM TESTMASK-TEST-NOT-OPENED
              CLOSE STUDENT-MASTER
              GO TO TESTMASK-MASK-STUDENTS-END
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM TESTMASK-READ-STUDENT
           PERFORM TESTMASK-MASK-ONE-STUDENT UNTIL WS-EOF
           CLOSE STUDENT-MASTER TEST-STUDENT-MASTER
           SET WS-FT-COPIED (WS-F) TO TRUE.
       TESTMASK-MASK-STUDENTS-END.
           EXIT.

       TESTMASK-READ-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

       TESTMASK-MASK-ONE-STUDENT.
           ADD 1 TO WS-FT-READ (WS-F)
           MOVE STU-ID TO WS-PSEUDO-IN
           MOVE 6 TO WS-PSEUDO-LEN
           MOVE "STUDENT ID UNCHANGED" TO WS-SURV-FIELD
           PERFORM TESTMASK-MASK-ID
           MOVE WS-PSEUDO-OUT TO STU-ID
           MOVE SPACES TO STU-NAME
           STRING "TEST STUDENT " STU-ID DELIMITED BY SIZE
              INTO STU-NAME
           MOVE STU-EXAM TO WS-EXAM-ORIG
           MOVE STU-PROJECTS TO WS-PROJ
           PERFORM TESTMASK-ADJUST-EXAM THRU TESTMASK-ADJUST-EXAM-END
           MOVE WS-EXAM-NEW TO STU-EXAM
           WRITE TEST-STUDENT-RECORD FROM STUDENT-MASTER-RECORD
              INVALID KEY
                 PERFORM TESTMASK-DUPLICATE-KEY
              NOT INVALID KEY
                 ADD 1 TO WS-FT-WRITTEN (WS-F)
           END-WRITE
           PERFORM TESTMASK-READ-STUDENT.

      *-----------------------------------------------------------------
      * STUHIST. THE SAME PSEUDONYM AS STUDMAST, SO EACH STUDENT'S
      * TERMS STILL HANG OFF THE MASKED STUDMAST RECORD.
      *-----------------------------------------------------------------
       TESTMASK-MASK-STU-HIST.
           MOVE 2 TO WS-F
           OPEN INPUT STUDENT-HISTORY
           IF WS-SHIST-STATUS NOT = "00"
              MOVE WS-SHIST-STATUS TO WS-OPEN-STATUS
              PERFORM TESTMASK-NOT-OPENED
              GO TO TESTMASK-MASK-STU-HIST-END
           END-IF
           OPEN OUTPUT TEST-STUDENT-HISTORY
           IF WS-TSHIST-STATUS NOT = "00"
              MOVE "TSTUHIST" TO FE-FILE-NAME
              MOVE WS-TSHIST-STATUS TO FE-STATUS
              PERFORM TESTMASK-TEST-NOT-OPENED
              CLOSE STUDENT-HISTORY
              GO TO TESTMASK-MASK-STU-HIST-END
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM TESTMASK-READ-STU-HIST
           PERFORM TESTMASK-MASK-ONE-STU-HIST UNTIL WS-EOF
           CLOSE STUDENT-HISTORY TEST-STUDENT-HISTORY
           SET WS-FT-COPIED (WS-F) TO TRUE.
       TESTMASK-MASK-STU-HIST-END.
           EXIT.

       TESTMASK-READ-STU-HIST.
           READ STUDENT-HISTORY NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

       TESTMASK-MASK-ONE-STU-HIST.
           ADD 1 TO WS-FT-READ (WS-F)
           MOVE STU-HIST-ID TO WS-PSEUDO-IN
           MOVE 6 TO WS-PSEUDO-LEN
           MOVE "STUDENT ID UNCHANGED" TO WS-SURV-FIELD
           PERFORM TESTMASK-MASK-ID
           MOVE WS-PSEUDO-OUT TO STU-HIST-ID
           MOVE SPACES TO STU-HIST-NAME
           STRING "TEST STUDENT " STU-HIST-ID DELIMITED BY SIZE
              INTO STU-HIST-NAME
           MOVE STU-HIST-EXAM TO WS-EXAM-ORIG
           MOVE STU-HIST-PROJECTS TO WS-PROJ
           PERFORM TESTMASK-ADJUST-EXAM THRU TESTMASK-ADJUST-EXAM-END
           MOVE WS-EXAM-NEW TO STU-HIST-EXAM
           WRITE TEST-HISTORY-RECORD FROM STUDENT-HISTORY-RECORD
              INVALID KEY
                 PERFORM TESTMASK-DUPLICATE-KEY
              NOT INVALID KEY
                 ADD 1 TO WS-FT-WRITTEN (WS-F)
           END-WRITE
           PERFORM TESTMASK-READ-STU-HIST.

      *-----------------------------------------------------------------
      * EMPHLTH. NEW EMPLOYEE ID AND HEIGHT AND WEIGHT SCALED
      * TOGETHER INSIDE THE SAME BMI CATEGORY. THE STORED CATEGORY
      * FOLLOWS WHATEVER BMI SAYS OF THE SCALED FIGURES, SO THE
      * RECORD STAYS SELF-CONSISTENT EVEN IN THE RARE CASE NO SCALE
      * KEPT THE CATEGORY.
      *-----------------------------------------------------------------
       TESTMASK-MASK-EMPLOYEES.
           MOVE 3 TO WS-F
           OPEN INPUT EMPLOYEE-HEALTH
           IF WS-EMP-STATUS NOT = "00"
              MOVE WS-EMP-STATUS TO WS-OPEN-STATUS
              PERFORM TESTMASK-NOT-OPENED
              GO TO TESTMASK-MASK-EMPLOYEES-END
           END-IF
           OPEN OUTPUT TEST-EMPLOYEE-HEALTH
           IF WS-TEMP-STATUS NOT = "00"
              MOVE "TEMPHLTH" TO FE-FILE-NAME
              MOVE WS-TEMP-STATUS TO FE-STATUS
              PERFORM TESTMASK-TEST-NOT-OPENED
              CLOSE EMPLOYEE-HEALTH
              GO TO TESTMASK-MASK-EMPLOYEES-END
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM TESTMASK-READ-EMPLOYEE
           PERFORM TESTMASK-MASK-ONE-EMPLOYEE UNTIL WS-EOF
           CLOSE EMPLOYEE-HEALTH TEST-EMPLOYEE-HEALTH
           SET WS-FT-COPIED (WS-F) TO TRUE.
       TESTMASK-MASK-EMPLOYEES-END.
           EXIT.

       TESTMASK-READ-EMPLOYEE.
           READ EMPLOYEE-HEALTH NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

       TESTMASK-MASK-ONE-EMPLOYEE.
           ADD 1 TO WS-FT-READ (WS-F)
           MOVE EMP-ID TO WS-PSEUDO-IN
           MOVE 6 TO WS-PSEUDO-LEN
           MOVE "EMPLOYEE ID UNCHANGED" TO WS-SURV-FIELD
           PERFORM TESTMASK-MASK-ID
           MOVE WS-PSEUDO-OUT TO EMP-ID
           MOVE SPACES TO EMP-NAME
           STRING "TEST EMPLOYEE " EMP-ID DELIMITED BY SIZE
              INTO EMP-NAME
           MOVE EMP-WEIGHT TO WS-BODY-W-ORIG
           MOVE EMP-HEIGHT TO WS-BODY-H-ORIG
           PERFORM TESTMASK-ADJUST-BODY THRU TESTMASK-ADJUST-BODY-END
           MOVE WS-BODY-W-TRY TO EMP-WEIGHT
           MOVE WS-BODY-H-TRY TO EMP-HEIGHT
           IF WS-BODY-RC-TRY = RC-NORMAL
              MOVE WS-BODY-CAT-TRY TO EMP-BMI-CATEGORY
           END-IF
           WRITE TEST-HEALTH-RECORD FROM EMPLOYEE-HEALTH-RECORD
              INVALID KEY
                 PERFORM TESTMASK-DUPLICATE-KEY
              NOT INVALID KEY
                 ADD 1 TO WS-FT-WRITTEN (WS-F)
           END-WRITE
           PERFORM TESTMASK-READ-EMPLOYEE.

      *-----------------------------------------------------------------
      * EMPHIST. THE SAME PSEUDONYM AS EMPHLTH; EACH MEASUREMENT IS
      * SCALED THE SAME WAY AS THE CURRENT ONE.
      *-----------------------------------------------------------------
       TESTMASK-MASK-EMP-HIST.
           MOVE 4 TO WS-F
           OPEN INPUT EMPLOYEE-HISTORY
           IF WS-EHIST-STATUS NOT = "00"
              MOVE WS-EHIST-STATUS TO WS-OPEN-STATUS
              PERFORM TESTMASK-NOT-OPENED
              GO TO TESTMASK-MASK-EMP-HIST-END
           END-IF
           OPEN OUTPUT TEST-EMPLOYEE-HISTORY
           IF WS-TEHIST-STATUS NOT = "00"
              MOVE "TEMPHIST" TO FE-FILE-NAME
              MOVE WS-TEHIST-STATUS TO FE-STATUS
              PERFORM TESTMASK-TEST-NOT-OPENED
              CLOSE EMPLOYEE-HISTORY
              GO TO TESTMASK-MASK-EMP-HIST-END
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM TESTMASK-READ-EMP-HIST
           PERFORM TESTMASK-MASK-ONE-EMP-HIST UNTIL WS-EOF
           CLOSE EMPLOYEE-HISTORY TEST-EMPLOYEE-HISTORY
           SET WS-FT-COPIED (WS-F) TO TRUE.
       TESTMASK-MASK-EMP-HIST-END.
           EXIT.

       TESTMASK-READ-EMP-HIST.
           READ EMPLOYEE-HISTORY NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

       TESTMASK-MASK-ONE-EMP-HIST.
           ADD 1 TO WS-FT-READ (WS-F)
           MOVE EMP-HIST-ID TO WS-PSEUDO-IN
           MOVE 6 TO WS-PSEUDO-LEN
           MOVE "EMPLOYEE ID UNCHANGED" TO WS-SURV-FIELD
           PERFORM TESTMASK-MASK-ID
           MOVE WS-PSEUDO-OUT TO EMP-HIST-ID
           MOVE EMP-HIST-WEIGHT TO WS-BODY-W-ORIG
           MOVE EMP-HIST-HEIGHT TO WS-BODY-H-ORIG
           PERFORM TESTMASK-ADJUST-BODY THRU TESTMASK-ADJUST-BODY-END
           MOVE WS-BODY-W-TRY TO EMP-HIST-WEIGHT
           MOVE WS-BODY-H-TRY TO EMP-HIST-HEIGHT
           IF WS-BODY-RC-TRY = RC-NORMAL
              MOVE WS-BODY-CAT-TRY TO EMP-HIST-CATEGORY
           END-IF
           WRITE TEST-EMP-HISTORY-RECORD FROM EMPLOYEE-HISTORY-RECORD
              INVALID KEY
                 PERFORM TESTMASK-DUPLICATE-KEY
              NOT INVALID KEY
                 ADD 1 TO WS-FT-WRITTEN (WS-F)
           END-WRITE
           PERFORM TESTMASK-READ-EMP-HIST.

      *-----------------------------------------------------------------
      * ACCTMAST. ONLY THE ACCOUNT ID IDENTIFIES ANYONE; THE VALUES
      * ARE WHAT THE TESTS EXERCISE AND ARE COPIED AS THEY STAND.
      *-----------------------------------------------------------------
       TESTMASK-MASK-ACCOUNTS.
           MOVE 5 TO WS-F
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-STATUS NOT = "00"
              MOVE WS-ACCT-STATUS TO WS-OPEN-STATUS
              PERFORM TESTMASK-NOT-OPENED
              GO TO TESTMASK-MASK-ACCOUNTS-END
           END-IF
           OPEN OUTPUT TEST-ACCOUNT-MASTER
           IF WS-TACCT-STATUS NOT = "00"
              MOVE "TACCTMST" TO FE-FILE-NAME
              MOVE WS-TACCT-STATUS TO FE-STATUS
              PERFORM TESTMASK-TEST-NOT-OPENED
              CLOSE ACCOUNT-MASTER
              GO TO TESTMASK-MASK-ACCOUNTS-END
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM TESTMASK-READ-ACCOUNT
           PERFORM TESTMASK-MASK-ONE-ACCOUNT UNTIL WS-EOF
           CLOSE ACCOUNT-MASTER TEST-ACCOUNT-MASTER
           SET WS-FT-COPIED (WS-F) TO TRUE.
       TESTMASK-MASK-ACCOUNTS-END.
           EXIT.

       TESTMASK-READ-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

       TESTMASK-MASK-ONE-ACCOUNT.
           ADD 1 TO WS-FT-READ (WS-F)
           MOVE ACCT-ID TO WS-PSEUDO-IN
           MOVE 8 TO WS-PSEUDO-LEN
           MOVE "ACCOUNT ID UNCHANGED" TO WS-SURV-FIELD
           PERFORM TESTMASK-MASK-ID
           MOVE WS-PSEUDO-OUT TO ACCT-ID
           WRITE TEST-ACCOUNT-RECORD FROM ACCOUNT-MASTER-RECORD
              INVALID KEY
                 PERFORM TESTMASK-DUPLICATE-KEY
              NOT INVALID KEY
                 ADD 1 TO WS-FT-WRITTEN (WS-F)
           END-WRITE
           PERFORM TESTMASK-READ-ACCOUNT.

      *-----------------------------------------------------------------
      * VENDMAST. THE PREFIX STAYS; NAMES, CONTACT, PHONE AND BOTH
      * ADDRESSES BECOME TEST VALUES, AND THE TIN AND BANK NUMBERS GO
      * THROUGH THE PSEUDONYM SO THEY KEEP THEIR SHAPE. STATE IS KEPT
      * FOR THE 1099 AND REMITTANCE TESTS. THE TIN IS THE VENDOR'S
      * ID FOR THE REPLACED AND SURVIVED COUNTS.
      *-----------------------------------------------------------------
       TESTMASK-MASK-VENDORS.
           MOVE 6 TO WS-F
           OPEN INPUT VENDOR-MASTER
           IF WS-VEND-STATUS NOT = "00"
              MOVE WS-VEND-STATUS TO WS-OPEN-STATUS
              PERFORM TESTMASK-NOT-OPENED
              GO TO TESTMASK-MASK-VENDORS-END
           END-IF
           OPEN OUTPUT TEST-VENDOR-MASTER
           IF WS-TVEND-STATUS NOT = "00"
              MOVE "TVENDMST" TO FE-FILE-NAME
              MOVE WS-TVEND-STATUS TO FE-STATUS
              PERFORM TESTMASK-TEST-NOT-OPENED
              CLOSE VENDOR-MASTER
              GO TO TESTMASK-MASK-VENDORS-END
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM TESTMASK-READ-VENDOR
           PERFORM TESTMASK-MASK-ONE-VENDOR UNTIL WS-EOF
           CLOSE VENDOR-MASTER TEST-VENDOR-MASTER
           SET WS-FT-COPIED (WS-F) TO TRUE.
       TESTMASK-MASK-VENDORS-END.
           EXIT.

       TESTMASK-READ-VENDOR.
           READ VENDOR-MASTER NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

       TESTMASK-MASK-ONE-VENDOR.
           ADD 1 TO WS-FT-READ (WS-F)
           MOVE VEND-TIN TO WS-PSEUDO-IN
           MOVE 9 TO WS-PSEUDO-LEN
           MOVE "VENDOR TIN UNCHANGED" TO WS-SURV-FIELD
           PERFORM TESTMASK-MASK-ID
           MOVE WS-PSEUDO-OUT TO VEND-TIN
           IF VEND-BANK-ROUTING NOT = SPACES
              MOVE VEND-BANK-ROUTING TO WS-PSEUDO-IN
              MOVE 9 TO WS-PSEUDO-LEN
              PERFORM TESTMASK-PSEUDONYM
              IF WS-PSEUDO-OUT (1:9) = VEND-BANK-ROUTING
                 MOVE "BANK ROUTING UNCHANGED" TO WS-SURV-FIELD
                 PERFORM TESTMASK-NOTE-SURVIVOR
              END-IF
              MOVE WS-PSEUDO-OUT TO VEND-BANK-ROUTING
           END-IF
           IF VEND-BANK-ACCOUNT NOT = SPACES
              MOVE VEND-BANK-ACCOUNT TO WS-PSEUDO-IN
              MOVE 17 TO WS-PSEUDO-LEN
              PERFORM TESTMASK-PSEUDONYM
              IF WS-PSEUDO-OUT (1:17) = VEND-BANK-ACCOUNT
                 MOVE "BANK ACCOUNT UNCHANGED" TO WS-SURV-FIELD
                 PERFORM TESTMASK-NOTE-SURVIVOR
              END-IF
              MOVE WS-PSEUDO-OUT TO VEND-BANK-ACCOUNT
           END-IF
           MOVE SPACES TO VEND-NAME VEND-LEGAL-NAME VEND-ADDRESS
              VEND-REMIT-ADDRESS
           STRING "TEST VENDOR " VEND-PREFIX DELIMITED BY SIZE
              INTO VEND-NAME
           STRING "TEST VENDOR " VEND-PREFIX " INC" DELIMITED BY SIZE
              INTO VEND-LEGAL-NAME
           MOVE "ACCOUNTS DESK" TO VEND-CONTACT
           MOVE SPACES TO VEND-PHONE
           STRING "555-555-0" VEND-PREFIX DELIMITED BY SIZE
              INTO VEND-PHONE
           STRING "1 TEST PLAZA SUITE " VEND-PREFIX DELIMITED BY SIZE
              INTO VEND-ADDRESS
           MOVE "TESTVILLE" TO VEND-CITY
           MOVE "00000" TO VEND-ZIP
           IF VEND-REMIT-CITY NOT = SPACES
              STRING "PO BOX 1 " VEND-PREFIX DELIMITED BY SIZE
                 INTO VEND-REMIT-ADDRESS
              MOVE "TESTVILLE" TO VEND-REMIT-CITY
              MOVE "00000" TO VEND-REMIT-ZIP
           END-IF
           MOVE "TESTMASK" TO VEND-CHANGE-USER
           WRITE TEST-VENDOR-RECORD FROM VENDOR-MASTER-RECORD
              INVALID KEY
                 PERFORM TESTMASK-DUPLICATE-KEY
              NOT INVALID KEY
                 ADD 1 TO WS-FT-WRITTEN (WS-F)
           END-WRITE
           PERFORM TESTMASK-READ-VENDOR.

      *-----------------------------------------------------------------
      * THE RECORD'S ID THROUGH THE PSEUDONYM, COUNTED AS REPLACED OR
      * - IF IT SOMEHOW CAME OUT THE SAME - AS A SURVIVOR.
      *-----------------------------------------------------------------
       TESTMASK-MASK-ID.
           PERFORM TESTMASK-PSEUDONYM
           IF WS-PSEUDO-OUT = WS-PSEUDO-IN
              PERFORM TESTMASK-NOTE-SURVIVOR
           ELSE
              ADD 1 TO WS-FT-REPLACED (WS-F)
           END-IF.

       TESTMASK-PSEUDONYM.
           MOVE WS-PSEUDO-IN TO WS-PSEUDO-OUT
           MOVE 0 TO WS-PSEUDO-PREV WS-PSEUDO-SUM
           MOVE "Y" TO WS-PSEUDO-FIRST-SW
           PERFORM TESTMASK-PSEUDO-ONE-CHAR
              VARYING WS-PSEUDO-POS FROM 1 BY 1
              UNTIL WS-PSEUDO-POS > WS-PSEUDO-LEN.

       TESTMASK-PSEUDO-ONE-CHAR.
           MOVE WS-PSEUDO-IN (WS-PSEUDO-POS:1) TO WS-PSEUDO-CHAR
           MOVE 0 TO WS-PSEUDO-BASE
           IF WS-PSEUDO-CHAR IS NUMERIC
              MOVE WS-PSEUDO-DIGIT TO WS-PSEUDO-VAL
              MOVE 10 TO WS-PSEUDO-BASE
           END-IF
           IF WS-PSEUDO-CHAR IS ALPHABETIC-UPPER
              AND WS-PSEUDO-CHAR NOT = SPACE
              MOVE 0 TO WS-PSEUDO-VAL
              INSPECT WS-LETTERS TALLYING WS-PSEUDO-VAL
                 FOR CHARACTERS BEFORE INITIAL WS-PSEUDO-CHAR
              MOVE 26 TO WS-PSEUDO-BASE
           END-IF
           IF WS-PSEUDO-BASE > 0
              COMPUTE WS-PSEUDO-KEYPOS =
                 FUNCTION REM (WS-PSEUDO-POS - 1, 8) + 1
              IF WS-PSEUDO-FIRST
                 COMPUTE WS-PSEUDO-SHIFT = 1 + FUNCTION REM
                    (WS-MASK-KEY-DIGIT (WS-PSEUDO-KEYPOS), 9)
                 MOVE "N" TO WS-PSEUDO-FIRST-SW
              ELSE
                 COMPUTE WS-PSEUDO-SHIFT =
                    WS-MASK-KEY-DIGIT (WS-PSEUDO-KEYPOS)
                    + WS-PSEUDO-PREV
              END-IF
              COMPUTE WS-PSEUDO-NEW = FUNCTION REM
                 (WS-PSEUDO-VAL + WS-PSEUDO-SHIFT, WS-PSEUDO-BASE)
              IF WS-PSEUDO-BASE = 10
                 MOVE WS-PSEUDO-NEW TO WS-PSEUDO-NEW-DIGIT
                 MOVE WS-PSEUDO-NEW-DIGIT
                    TO WS-PSEUDO-OUT (WS-PSEUDO-POS:1)
              ELSE
                 COMPUTE WS-PSEUDO-IX = WS-PSEUDO-NEW + 1
                 MOVE WS-LETTER (WS-PSEUDO-IX)
                    TO WS-PSEUDO-OUT (WS-PSEUDO-POS:1)
              END-IF
              MOVE WS-PSEUDO-VAL TO WS-PSEUDO-PREV
              ADD WS-PSEUDO-NEW TO WS-PSEUDO-SUM
           END-IF.

      *-----------------------------------------------------------------
      * AN EXAM SCORE MOVED BY ONE TO THREE POINTS, TAKING THE FIRST
      * MOVE THAT LEAVES FINALGRADE'S ANSWER ALONE. A SCORE NO MOVE
      * CAN SHIFT WITHOUT CHANGING THE GRADE - OR ONE FINALGRADE
      * ALREADY REJECTS - IS LEFT AS IT WAS; A SCORE IS NOT AN
      * IDENTIFIER, ONLY A LITTLE NOISE AGAINST LINKING BY IT.
      *-----------------------------------------------------------------
       TESTMASK-ADJUST-EXAM.
           CALL "FINALGRADE" USING WS-EXAM-ORIG WS-PROJ
              WS-GRADE-ORIG WS-GRADE-RC-ORIG
           MOVE WS-EXAM-ORIG TO WS-EXAM-NEW
           MOVE WS-GRADE-ORIG TO WS-GRADE-TRY
           MOVE WS-GRADE-RC-ORIG TO WS-GRADE-RC-TRY
           IF WS-GRADE-RC-ORIG NOT = RC-NORMAL
              GO TO TESTMASK-ADJUST-EXAM-TALLY
           END-IF
           COMPUTE WS-TRY-START = FUNCTION REM (WS-PSEUDO-SUM, 6) + 1
           MOVE 0 TO WS-TRY-FOUND
           PERFORM TESTMASK-TRY-ONE-EXAM
              VARYING WS-TRY-N FROM 1 BY 1
              UNTIL WS-TRY-N > 6 OR WS-TRY-FOUND > 0
           IF WS-TRY-FOUND = 0
              ADD 1 TO WS-EXAM-KEPT-COUNT
              MOVE WS-GRADE-ORIG TO WS-GRADE-TRY
              MOVE WS-GRADE-RC-ORIG TO WS-GRADE-RC-TRY
           END-IF.
       TESTMASK-ADJUST-EXAM-TALLY.
           MOVE WS-GRADE-ORIG TO WS-ROW-GRADE
           MOVE WS-GRADE-RC-ORIG TO WS-ROW-RC
           PERFORM TESTMASK-GRADE-ROW
           ADD 1 TO WS-GS-PROD (WS-ROW)
           MOVE WS-GRADE-TRY TO WS-ROW-GRADE
           MOVE WS-GRADE-RC-TRY TO WS-ROW-RC
           PERFORM TESTMASK-GRADE-ROW
           ADD 1 TO WS-GS-TEST (WS-ROW).
       TESTMASK-ADJUST-EXAM-END.
           EXIT.

       TESTMASK-TRY-ONE-EXAM.
           COMPUTE WS-TRY-I =
              FUNCTION REM (WS-TRY-START + WS-TRY-N - 2, 6) + 1
           COMPUTE WS-EXAM-TRY-S = WS-EXAM-ORIG + WS-JITTER (WS-TRY-I)
           IF WS-EXAM-TRY-S >= 0 AND WS-EXAM-TRY-S <= 100
              MOVE WS-EXAM-TRY-S TO WS-EXAM-TRY
              CALL "FINALGRADE" USING WS-EXAM-TRY WS-PROJ
                 WS-GRADE-TRY WS-GRADE-RC-TRY
              IF WS-GRADE-RC-TRY = RC-NORMAL
                 AND WS-GRADE-TRY = WS-GRADE-ORIG
                 MOVE WS-EXAM-TRY TO WS-EXAM-NEW
                 MOVE WS-TRY-I TO WS-TRY-FOUND
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * HEIGHT SCALED BY ONE TO THREE PER CENT AND WEIGHT BY THE
      * SQUARE OF THE SAME FACTOR, WHICH LEAVES THE BMI ITSELF ALL
      * BUT UNCHANGED; THE FIRST FACTOR BMI AGREES KEEPS THE SAME
      * CATEGORY IS TAKEN. IF NONE DOES - A FIGURE SITTING RIGHT ON A
      * THRESHOLD - THE STARTING FACTOR IS USED ANYWAY AND COUNTED,
      * SINCE LEAVING REAL MEASUREMENTS IN PLACE IS THE WORSE FAULT.
      *-----------------------------------------------------------------
       TESTMASK-ADJUST-BODY.
           CALL "BMI" USING WS-BODY-W-ORIG WS-BODY-H-ORIG
              WS-BODY-CAT-ORIG WS-BODY-RC-ORIG
           COMPUTE WS-TRY-START = FUNCTION REM (WS-PSEUDO-SUM, 6) + 1
           MOVE 0 TO WS-TRY-FOUND
           PERFORM TESTMASK-TRY-ONE-FACTOR
              VARYING WS-TRY-N FROM 1 BY 1
              UNTIL WS-TRY-N > 6 OR WS-TRY-FOUND > 0
           IF WS-TRY-FOUND = 0
              ADD 1 TO WS-CAT-MOVED-COUNT
              MOVE WS-TRY-START TO WS-TRY-I
              PERFORM TESTMASK-APPLY-FACTOR
           END-IF
           IF WS-BODY-W-TRY = WS-BODY-W-ORIG
              AND WS-BODY-H-TRY = WS-BODY-H-ORIG
              AND (WS-BODY-W-ORIG > 0 OR WS-BODY-H-ORIG > 0)
              MOVE "HEIGHT AND WEIGHT UNCHANGED" TO WS-SURV-FIELD
              PERFORM TESTMASK-NOTE-SURVIVOR
           END-IF
           MOVE WS-BODY-CAT-ORIG TO WS-ROW-CAT
           MOVE WS-BODY-RC-ORIG TO WS-ROW-RC
           PERFORM TESTMASK-BMI-ROW
           ADD 1 TO WS-BS-PROD (WS-ROW)
           MOVE WS-BODY-CAT-TRY TO WS-ROW-CAT
           MOVE WS-BODY-RC-TRY TO WS-ROW-RC
           PERFORM TESTMASK-BMI-ROW
           ADD 1 TO WS-BS-TEST (WS-ROW).
       TESTMASK-ADJUST-BODY-END.
           EXIT.

       TESTMASK-TRY-ONE-FACTOR.
           COMPUTE WS-TRY-I =
              FUNCTION REM (WS-TRY-START + WS-TRY-N - 2, 6) + 1
           PERFORM TESTMASK-APPLY-FACTOR
           IF WS-BODY-RC-TRY = WS-BODY-RC-ORIG
              IF WS-BODY-RC-ORIG NOT = RC-NORMAL
                 OR WS-BODY-CAT-TRY = WS-BODY-CAT-ORIG
                 MOVE WS-TRY-I TO WS-TRY-FOUND
              END-IF
           END-IF.

       TESTMASK-APPLY-FACTOR.
           COMPUTE WS-BODY-H-TRY ROUNDED =
              WS-BODY-H-ORIG * WS-FACTOR (WS-TRY-I)
           COMPUTE WS-BODY-W-TRY ROUNDED =
              WS-BODY-W-ORIG * WS-FACTOR (WS-TRY-I)
                             * WS-FACTOR (WS-TRY-I)
              ON SIZE ERROR
                 MOVE WS-BODY-W-ORIG TO WS-BODY-W-TRY
           END-COMPUTE
           CALL "BMI" USING WS-BODY-W-TRY WS-BODY-H-TRY
              WS-BODY-CAT-TRY WS-BODY-RC-TRY.

       TESTMASK-GRADE-ROW.
           EVALUATE TRUE
              WHEN WS-ROW-RC NOT = RC-NORMAL
                 MOVE 5 TO WS-ROW
              WHEN WS-ROW-GRADE = 100
                 MOVE 1 TO WS-ROW
              WHEN WS-ROW-GRADE = 90
                 MOVE 2 TO WS-ROW
              WHEN WS-ROW-GRADE = 75
                 MOVE 3 TO WS-ROW
              WHEN WS-ROW-GRADE = 0
                 MOVE 4 TO WS-ROW
              WHEN OTHER
                 MOVE 5 TO WS-ROW
           END-EVALUATE.

       TESTMASK-BMI-ROW.
           EVALUATE TRUE
              WHEN WS-ROW-RC NOT = RC-NORMAL
                 MOVE 5 TO WS-ROW
              WHEN WS-ROW-CAT = WS-BMI-LABEL (1)
                 MOVE 1 TO WS-ROW
              WHEN WS-ROW-CAT = WS-BMI-LABEL (2)
                 MOVE 2 TO WS-ROW
              WHEN WS-ROW-CAT = WS-BMI-LABEL (3)
                 MOVE 3 TO WS-ROW
              WHEN WS-ROW-CAT = WS-BMI-LABEL (4)
                 MOVE 4 TO WS-ROW
              WHEN OTHER
                 MOVE 5 TO WS-ROW
           END-EVALUATE.

      *-----------------------------------------------------------------
      * THE CERTIFICATION PASS. EACH TEST MASTER IS READ BACK AND
      * EVERY RECORD IS LOOKED UP IN PRODUCTION UNDER ITS MASKED KEY.
      * MOST FIND NOTHING; ONE THAT LANDS ON A REAL KEY MUST NOT
      * CARRY THAT REAL RECORD'S NAME, MEASUREMENTS, HISTORY OR TAX
      * AND BANK NUMBERS.
      *-----------------------------------------------------------------
       TESTMASK-VERIFY-STUDENTS.
           MOVE 1 TO WS-F
           IF NOT WS-FT-COPIED (WS-F)
              GO TO TESTMASK-VERIFY-STUDENTS-END
           END-IF
           OPEN INPUT TEST-STUDENT-MASTER STUDENT-MASTER
           MOVE "N" TO WS-EOF-SW
           PERFORM TESTMASK-READ-TEST-STUDENT
           PERFORM TESTMASK-CHECK-ONE-STUDENT UNTIL WS-EOF
           CLOSE TEST-STUDENT-MASTER STUDENT-MASTER.
       TESTMASK-VERIFY-STUDENTS-END.
           EXIT.

       TESTMASK-READ-TEST-STUDENT.
           READ TEST-STUDENT-MASTER NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

       TESTMASK-CHECK-ONE-STUDENT.
           ADD 1 TO WS-FT-CHECKED (WS-F)
           MOVE TST-ID TO STU-ID
           PERFORM TESTMASK-READ-PROD-STUDENT
           IF WS-PROD-FOUND AND TST-NAME = STU-NAME
              MOVE "STUDENT NAME AT A REAL KEY" TO WS-SURV-FIELD
              PERFORM TESTMASK-NOTE-SURVIVOR
           END-IF
           PERFORM TESTMASK-READ-TEST-STUDENT.

       TESTMASK-READ-PROD-STUDENT.
           MOVE "N" TO WS-PROD-FOUND-SW
           READ STUDENT-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-PROD-FOUND TO TRUE
                 ADD 1 TO WS-FT-SHARED (WS-F)
           END-READ.

       TESTMASK-VERIFY-STU-HIST.
           MOVE 2 TO WS-F
           IF NOT WS-FT-COPIED (WS-F)
              GO TO TESTMASK-VERIFY-STU-HIST-END
           END-IF
           OPEN INPUT TEST-STUDENT-HISTORY STUDENT-HISTORY
           MOVE "N" TO WS-EOF-SW
           PERFORM TESTMASK-READ-TEST-STU-HIST
           PERFORM TESTMASK-CHECK-ONE-STU-HIST UNTIL WS-EOF
           CLOSE TEST-STUDENT-HISTORY STUDENT-HISTORY.
       TESTMASK-VERIFY-STU-HIST-END.
           EXIT.

       TESTMASK-READ-TEST-STU-HIST.
           READ TEST-STUDENT-HISTORY NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

       TESTMASK-CHECK-ONE-STU-HIST.
           ADD 1 TO WS-FT-CHECKED (WS-F)
           MOVE TSH-KEY TO STU-HIST-KEY
           MOVE "N" TO WS-PROD-FOUND-SW
           READ STUDENT-HISTORY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-PROD-FOUND TO TRUE
                 ADD 1 TO WS-FT-SHARED (WS-F)
           END-READ
           IF WS-PROD-FOUND AND TSH-NAME = STU-HIST-NAME
              MOVE "STUDENT NAME AT A REAL KEY" TO WS-SURV-FIELD
              PERFORM TESTMASK-NOTE-SURVIVOR
           END-IF
           PERFORM TESTMASK-READ-TEST-STU-HIST.

       TESTMASK-VERIFY-EMPLOYEES.
           MOVE 3 TO WS-F
           IF NOT WS-FT-COPIED (WS-F)
              GO TO TESTMASK-VERIFY-EMPLOYEES-END
           END-IF
           OPEN INPUT TEST-EMPLOYEE-HEALTH EMPLOYEE-HEALTH
           MOVE "N" TO WS-EOF-SW
           PERFORM TESTMASK-READ-TEST-EMPLOYEE
           PERFORM TESTMASK-CHECK-ONE-EMPLOYEE UNTIL WS-EOF
           CLOSE TEST-EMPLOYEE-HEALTH EMPLOYEE-HEALTH.
       TESTMASK-VERIFY-EMPLOYEES-END.
           EXIT.

       TESTMASK-READ-TEST-EMPLOYEE.
           READ TEST-EMPLOYEE-HEALTH NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

       TESTMASK-CHECK-ONE-EMPLOYEE.
           ADD 1 TO WS-FT-CHECKED (WS-F)
           MOVE TEM-ID TO EMP-ID
           MOVE "N" TO WS-PROD-FOUND-SW
           READ EMPLOYEE-HEALTH
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-PROD-FOUND TO TRUE
                 ADD 1 TO WS-FT-SHARED (WS-F)
           END-READ
           IF WS-PROD-FOUND
              AND TEM-WEIGHT = EMP-WEIGHT
              AND TEM-HEIGHT = EMP-HEIGHT
              AND (EMP-WEIGHT > 0 OR EMP-HEIGHT > 0)
              MOVE "MEASUREMENTS AT A REAL KEY" TO WS-SURV-FIELD
              PERFORM TESTMASK-NOTE-SURVIVOR
           END-IF
           IF WS-PROD-FOUND AND TEM-NAME = EMP-NAME
              AND EMP-NAME NOT = SPACES
              MOVE "EMPLOYEE NAME AT A REAL KEY" TO WS-SURV-FIELD
              PERFORM TESTMASK-NOTE-SURVIVOR
           END-IF
           PERFORM TESTMASK-READ-TEST-EMPLOYEE.

       TESTMASK-VERIFY-EMP-HIST.
           MOVE 4 TO WS-F
           IF NOT WS-FT-COPIED (WS-F)
              GO TO TESTMASK-VERIFY-EMP-HIST-END
           END-IF
           OPEN INPUT TEST-EMPLOYEE-HISTORY EMPLOYEE-HISTORY
           MOVE "N" TO WS-EOF-SW
           PERFORM TESTMASK-READ-TEST-EMP-HIST
           PERFORM TESTMASK-CHECK-ONE-EMP-HIST UNTIL WS-EOF
           CLOSE TEST-EMPLOYEE-HISTORY EMPLOYEE-HISTORY.
       TESTMASK-VERIFY-EMP-HIST-END.
           EXIT.

       TESTMASK-READ-TEST-EMP-HIST.
           READ TEST-EMPLOYEE-HISTORY NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

       TESTMASK-CHECK-ONE-EMP-HIST.
           ADD 1 TO WS-FT-CHECKED (WS-F)
           MOVE TEH-KEY TO EMP-HIST-KEY
           MOVE "N" TO WS-PROD-FOUND-SW
           READ EMPLOYEE-HISTORY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-PROD-FOUND TO TRUE
                 ADD 1 TO WS-FT-SHARED (WS-F)
           END-READ
           IF WS-PROD-FOUND
              AND TEH-WEIGHT = EMP-HIST-WEIGHT
              AND TEH-HEIGHT = EMP-HIST-HEIGHT
              AND (EMP-HIST-WEIGHT > 0 OR EMP-HIST-HEIGHT > 0)
              MOVE "MEASUREMENTS AT A REAL KEY" TO WS-SURV-FIELD
              PERFORM TESTMASK-NOTE-SURVIVOR
           END-IF
           PERFORM TESTMASK-READ-TEST-EMP-HIST.

       TESTMASK-VERIFY-ACCOUNTS.
           MOVE 5 TO WS-F
           IF NOT WS-FT-COPIED (WS-F)
              GO TO TESTMASK-VERIFY-ACCOUNTS-END
           END-IF
           OPEN INPUT TEST-ACCOUNT-MASTER ACCOUNT-MASTER
           MOVE "N" TO WS-EOF-SW
           PERFORM TESTMASK-READ-TEST-ACCOUNT
           PERFORM TESTMASK-CHECK-ONE-ACCOUNT UNTIL WS-EOF
           CLOSE TEST-ACCOUNT-MASTER ACCOUNT-MASTER.
       TESTMASK-VERIFY-ACCOUNTS-END.
           EXIT.

       TESTMASK-READ-TEST-ACCOUNT.
           READ TEST-ACCOUNT-MASTER NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

       TESTMASK-CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-FT-CHECKED (WS-F)
           MOVE TAC-ID TO ACCT-ID
           MOVE "N" TO WS-PROD-FOUND-SW
           READ ACCOUNT-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-PROD-FOUND TO TRUE
                 ADD 1 TO WS-FT-SHARED (WS-F)
           END-READ
           IF WS-PROD-FOUND
              AND TAC-VALUE-COUNT > 0
              AND TAC-ARR = ACCT-ARR
              AND TAC-DATE-ARR = ACCT-DATE-ARR
              MOVE "ACCOUNT HISTORY AT A REAL KEY" TO WS-SURV-FIELD
              PERFORM TESTMASK-NOTE-SURVIVOR
           END-IF
           PERFORM TESTMASK-READ-TEST-ACCOUNT.

      *-----------------------------------------------------------------
      * THE PREFIX IS KEPT, SO EVERY TEST VENDOR FINDS ITS OWN
      * PRODUCTION RECORD - AND NONE OF THAT RECORD'S IDENTIFYING
      * FIELDS MAY HAVE COME ACROSS.
      *-----------------------------------------------------------------
       TESTMASK-VERIFY-VENDORS.
           MOVE 6 TO WS-F
           IF NOT WS-FT-COPIED (WS-F)
              GO TO TESTMASK-VERIFY-VENDORS-END
           END-IF
           OPEN INPUT TEST-VENDOR-MASTER VENDOR-MASTER
           MOVE "N" TO WS-EOF-SW
           PERFORM TESTMASK-READ-TEST-VENDOR
           PERFORM TESTMASK-CHECK-ONE-VENDOR UNTIL WS-EOF
           CLOSE TEST-VENDOR-MASTER VENDOR-MASTER.
       TESTMASK-VERIFY-VENDORS-END.
           EXIT.

       TESTMASK-READ-TEST-VENDOR.
           READ TEST-VENDOR-MASTER NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

       TESTMASK-CHECK-ONE-VENDOR.
           ADD 1 TO WS-FT-CHECKED (WS-F)
           MOVE TVN-PREFIX TO VEND-PREFIX
           MOVE "N" TO WS-PROD-FOUND-SW
           READ VENDOR-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-PROD-FOUND TO TRUE
                 ADD 1 TO WS-FT-SHARED (WS-F)
           END-READ
           IF WS-PROD-FOUND
              PERFORM TESTMASK-COMPARE-VENDOR
           END-IF
           PERFORM TESTMASK-READ-TEST-VENDOR.

       TESTMASK-COMPARE-VENDOR.
           IF TVN-TIN = VEND-TIN AND VEND-TIN NOT = SPACES
              MOVE "VENDOR TIN AT A REAL KEY" TO WS-SURV-FIELD
              PERFORM TESTMASK-NOTE-SURVIVOR
           END-IF
           IF TVN-BANK-ACCOUNT = VEND-BANK-ACCOUNT
              AND VEND-BANK-ACCOUNT NOT = SPACES
              MOVE "BANK ACCOUNT AT A REAL KEY" TO WS-SURV-FIELD
              PERFORM TESTMASK-NOTE-SURVIVOR
           END-IF
           IF TVN-BANK-ROUTING = VEND-BANK-ROUTING
              AND VEND-BANK-ROUTING NOT = SPACES
              MOVE "BANK ROUTING AT A REAL KEY" TO WS-SURV-FIELD
              PERFORM TESTMASK-NOTE-SURVIVOR
           END-IF
           IF (TVN-NAME = VEND-NAME AND VEND-NAME NOT = SPACES)
              OR (TVN-LEGAL-NAME = VEND-LEGAL-NAME
                  AND VEND-LEGAL-NAME NOT = SPACES)
              MOVE "VENDOR NAME AT A REAL KEY" TO WS-SURV-FIELD
              PERFORM TESTMASK-NOTE-SURVIVOR
           END-IF
           IF (TVN-CONTACT = VEND-CONTACT
                  AND VEND-CONTACT NOT = SPACES)
              OR (TVN-PHONE = VEND-PHONE AND VEND-PHONE NOT = SPACES)
              MOVE "VENDOR CONTACT AT A REAL KEY" TO WS-SURV-FIELD
              PERFORM TESTMASK-NOTE-SURVIVOR
           END-IF
           IF (TVN-ADDRESS = VEND-ADDRESS
                  AND VEND-ADDRESS NOT = SPACES)
              OR (TVN-REMIT-ADDRESS = VEND-REMIT-ADDRESS
                  AND VEND-REMIT-ADDRESS NOT = SPACES)
              MOVE "VENDOR ADDRESS AT A REAL KEY" TO WS-SURV-FIELD
              PERFORM TESTMASK-NOTE-SURVIVOR
           END-IF.

      *-----------------------------------------------------------------
      * A SURVIVOR IS LISTED BY FILE, RECORD NUMBER AND WHAT CAME
      * THROUGH - NEVER BY ITS VALUE, WHICH WOULD PUT THE VERY DATA
      * THE JOB EXISTS TO HIDE ONTO A PRINTED PAGE.
      *-----------------------------------------------------------------
       TESTMASK-NOTE-SURVIVOR.
           ADD 1 TO WS-FT-SURVIVED (WS-F)
           ADD 1 TO WS-TOTAL-SURVIVED
           IF WS-FT-CHECKED (WS-F) > 0
              MOVE WS-FT-CHECKED (WS-F) TO WS-EDIT-RECNO
           ELSE
              MOVE WS-FT-READ (WS-F) TO WS-EDIT-RECNO
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  *** SURVIVOR - " WS-FILE-NAME (WS-F)
                  " RECORD " WS-EDIT-RECNO " - " WS-SURV-FIELD
                  DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TESTMASK-WRITE-LINE.

       TESTMASK-DUPLICATE-KEY.
           ADD 1 TO WS-FT-DUPLICATE (WS-F)
           MOVE WS-FT-READ (WS-F) TO WS-EDIT-RECNO
           MOVE SPACES TO REPORT-LINE
           STRING "  DUPLICATE MASKED KEY - " WS-FILE-NAME (WS-F)
                  " RECORD " WS-EDIT-RECNO " NOT COPIED"
                  DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TESTMASK-WRITE-LINE
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
      * A PRODUCTION MASTER THAT IS NOT THERE IS NOTED AND SKIPPED
      * (RC 4); ONE THAT IS THERE BUT WILL NOT OPEN IS AN I/O ERROR.
      * A TEST MASTER THAT WILL NOT OPEN FOR OUTPUT STOPS THAT COPY.
      *-----------------------------------------------------------------
       TESTMASK-NOT-OPENED.
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-FILE-NAME (WS-F)
                  " NOT COPIED - OPEN STATUS " WS-OPEN-STATUS
                  DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TESTMASK-WRITE-LINE
           IF WS-OPEN-STATUS = "35"
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           ELSE
              MOVE "TESTMASK" TO FE-PROGRAM
              MOVE WS-FILE-NAME (WS-F) TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-OPEN-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF.

       TESTMASK-TEST-NOT-OPENED.
           MOVE "TESTMASK" TO FE-PROGRAM
           MOVE "OPEN" TO FE-OPERATION
           MOVE SPACES TO FE-LAST-RECORD
           CALL "FILEERR" USING WS-FE-PARMS
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-FILE-NAME (WS-F)
                  " NOT COPIED - TEST MASTER " FE-FILE-NAME
                  " WOULD NOT OPEN" DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TESTMASK-WRITE-LINE
           MOVE 12 TO WS-JOB-RC.

      *-----------------------------------------------------------------
       TESTMASK-PRINT-FILES.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM TESTMASK-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  FILE          READ  WRITTEN IDS REPL  CHECKED"
                  "   SHARED SURVIVED" DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TESTMASK-WRITE-LINE
           PERFORM TESTMASK-PRINT-ONE-FILE
              VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 6
           MOVE SPACES TO REPORT-LINE
           PERFORM TESTMASK-WRITE-LINE
           MOVE "  SHARED - TEST RECORDS WHOSE MASKED KEY IS A REAL KEY"
              TO REPORT-LINE
           PERFORM TESTMASK-WRITE-LINE
           MOVE "  VENDOR PREFIXES ARE KEPT - THE VENDOR ID IS THE TIN"
              TO REPORT-LINE
           PERFORM TESTMASK-WRITE-LINE.

       TESTMASK-PRINT-ONE-FILE.
           MOVE WS-FILE-NAME (WS-F) TO FL-NAME
           IF WS-FT-COPIED (WS-F)
              MOVE WS-FT-READ (WS-F) TO FL-READ
              MOVE WS-FT-WRITTEN (WS-F) TO FL-WRITTEN
              MOVE WS-FT-REPLACED (WS-F) TO FL-REPLACED
              MOVE WS-FT-CHECKED (WS-F) TO FL-CHECKED
              MOVE WS-FT-SHARED (WS-F) TO FL-SHARED
              MOVE WS-FT-SURVIVED (WS-F) TO FL-SURVIVED
              ADD WS-FT-WRITTEN (WS-F) TO WS-TOTAL-WRITTEN
              MOVE WS-FILE-LINE TO REPORT-LINE
           ELSE
              MOVE SPACES TO REPORT-LINE
              STRING "  " WS-FILE-NAME (WS-F) "  NOT COPIED"
                 DELIMITED BY SIZE
                 INTO REPORT-LINE
           END-IF
           PERFORM TESTMASK-WRITE-LINE.

      *-----------------------------------------------------------------
      * THE SPREADS SIDE BY SIDE. A ROW WHOSE COUNTS DIFFER IS MARKED
      * - IT CAN ONLY HAPPEN FOR BMI, AND ONLY FOR THE FEW FIGURES
      * COUNTED AS SITTING ON A THRESHOLD.
      *-----------------------------------------------------------------
       TESTMASK-PRINT-SPREAD.
           MOVE SPACES TO REPORT-LINE
           PERFORM TESTMASK-WRITE-LINE
           MOVE "  FINALGRADE RESULT    PRODUCTION         TEST"
              TO REPORT-LINE
           PERFORM TESTMASK-WRITE-LINE
           PERFORM TESTMASK-PRINT-GRADE-ROW
              VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 5
           MOVE WS-EXAM-KEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EXAM SCORES LEFT UNMOVED . . . . . " WS-EDIT-COUNT
              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TESTMASK-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM TESTMASK-WRITE-LINE
           MOVE "  BMI CATEGORY         PRODUCTION         TEST"
              TO REPORT-LINE
           PERFORM TESTMASK-WRITE-LINE
           PERFORM TESTMASK-PRINT-BMI-ROW
              VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 5
           MOVE WS-CAT-MOVED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  MEASUREMENTS ON A THRESHOLD  . . . " WS-EDIT-COUNT
              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM TESTMASK-WRITE-LINE.

       TESTMASK-PRINT-GRADE-ROW.
           MOVE WS-GRADE-LABEL (WS-ROW) TO SL-LABEL
           MOVE WS-GS-PROD (WS-ROW) TO SL-PROD
           MOVE WS-GS-TEST (WS-ROW) TO SL-TEST
           MOVE SPACES TO SL-FLAG
           IF WS-GS-PROD (WS-ROW) NOT = WS-GS-TEST (WS-ROW)
              MOVE "DIFFERS" TO SL-FLAG
           END-IF
           MOVE WS-SPREAD-LINE TO REPORT-LINE
           PERFORM TESTMASK-WRITE-LINE.

       TESTMASK-PRINT-BMI-ROW.
           MOVE WS-BMI-LABEL (WS-ROW) TO SL-LABEL
           MOVE WS-BS-PROD (WS-ROW) TO SL-PROD
           MOVE WS-BS-TEST (WS-ROW) TO SL-TEST
           MOVE SPACES TO SL-FLAG
           IF WS-BS-PROD (WS-ROW) NOT = WS-BS-TEST (WS-ROW)
              MOVE "DIFFERS" TO SL-FLAG
           END-IF
           MOVE WS-SPREAD-LINE TO REPORT-LINE
           PERFORM TESTMASK-WRITE-LINE.

      *-----------------------------------------------------------------
      * THE VERDICT. ANY SURVIVOR AT ALL WITHHOLDS CERTIFICATION AND
      * ENDS THE JOB RC 12 - THE TEST COPIES ARE NOT TO BE RELEASED
      * TO REGTEST OR REGGOLD UNTIL A CLEAN RUN CERTIFIES THEM.
      *-----------------------------------------------------------------
       TESTMASK-CERTIFY.
           MOVE SPACES TO REPORT-LINE
           PERFORM TESTMASK-WRITE-LINE
           MOVE "TESTMASK" TO AL-PROGRAM
           MOVE "MASK " TO AL-EVENT
           MOVE SPACES TO AL-DETAIL
           IF WS-TOTAL-SURVIVED = 0
              MOVE "CERTIFIED - NO PRODUCTION IDENTIFIER SURVIVED"
                 TO REPORT-LINE
              MOVE WS-TOTAL-WRITTEN TO WS-EDIT-COUNT
              STRING "TEST COPIES CERTIFIED -" WS-EDIT-COUNT
                     " RECORDS MASKED" DELIMITED BY SIZE
                 INTO AL-DETAIL
           ELSE
              MOVE WS-TOTAL-SURVIVED TO WS-EDIT-COUNT
              STRING "*** NOT CERTIFIED -" WS-EDIT-COUNT
                     " PRODUCTION VALUES SURVIVED - DO NOT RELEASE"
                     DELIMITED BY SIZE
                 INTO REPORT-LINE
              STRING "TEST COPIES NOT CERTIFIED -" WS-EDIT-COUNT
                     " SURVIVORS" DELIMITED BY SIZE
                 INTO AL-DETAIL
              MOVE 12 TO WS-JOB-RC
           END-IF
           PERFORM TESTMASK-WRITE-LINE
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       TESTMASK-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "TESTMASK" TO FE-PROGRAM
              MOVE "TESTMASK" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE REPORT-LINE TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF.

      *-----------------------------------------------------------------
       TESTMASK-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE REPORT-FILE.
       END PROGRAM TESTMASK.
