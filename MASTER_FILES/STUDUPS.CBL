      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    STUDUPS.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * PROBABLE-DUPLICATE STUDENT SCREEN. A STUDENT KEYED IN TWICE
      * AT INTAKE, OR RE-ENROLLED UNDER A NEW ID AFTER A TRANSFER,
      * HAS THEIR GRADES AND ATTENDANCE SPLIT ACROSS TWO STU-IDS,
      * WHICH THROWS OFF STURANK, TRNSCRPT AND THE STATE SUBMISSION.
      * THIS STEP COMPARES EVERY PAIR OF LIVE IDS ON STUDMAST AND
      * SCORES HOW LIKELY THEY ARE TO BE THE SAME CHILD:
      *   - THE NAME, WITH CASE, PUNCTUATION AND WORD ORDER IGNORED
      *     ("DOE, JOHN" = "JOHN DOE"), MUST MATCH EXACTLY (60) OR
      *     BE ONE (50) OR TWO (40) KEYSTROKES OFF - TWO ONLY ON A
      *     NAME OF EIGHT LETTERS OR MORE. A PAIR WHOSE NAMES ARE
      *     FURTHER APART IS NEVER LISTED,
      *   - THE SAME SCHOOL (+10) AND THE SAME GRADE LEVEL (+10),
      *   - A GUARDIAN PHONE (+25) OR ADDRESS (+20) SHARED ON
      *     GUARDMST,
      *   - ONE ID LEFT (WITHDRAWN OR TRANSFERRED) ON OR BEFORE THE
      *     OTHER WAS ENROLLED (+15).
      * A PAIR SCORING THRESHIN DUP-STU-SCORE (DEFAULT 60) OR MORE
      * IS LISTED ON STUDUPSR FOR REGISTRAR REVIEW AND WRITTEN TO
      * DUPCAND AS AN UNSIGNED MERGCTL CARD PROPOSING A SURVIVOR -
      * THE ACTIVE ID IF ONLY ONE IS, ELSE THE EARLIER ENROLLMENT.
      * THE REGISTRAR SIGNS THE CARDS THEY AGREE WITH AND RUNS
      * STUMERGE. A PAIR WHOSE MERGE WAS REVERSED ON MERGREG HAS
      * ALREADY BEEN RULED DISTINCT AND IS NOT LISTED AGAIN; IDS
      * ALREADY RETIRED BY A MERGE ARE NOT SCREENED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT GUARDIAN-MASTER ASSIGN TO "GUARDMST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS GD-KEY
               FILE STATUS IS WS-GUARD-STATUS.
           SELECT MERGE-REGISTER ASSIGN TO "MERGREG"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS MR-KEY
               FILE STATUS IS WS-MERGE-STATUS.
           SELECT CANDIDATE-FILE ASSIGN TO "DUPCAND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.
           SELECT REPORT-FILE ASSIGN TO "STUDUPSR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY "STUMAST.CPY".

       FD  GUARDIAN-MASTER.
           COPY "GUARDMST.CPY".

       FD  MERGE-REGISTER.
           COPY "MERGREG.CPY".

       FD  CANDIDATE-FILE.
           COPY "MERGCTL.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-TH-PARMS.
           COPY "THRSHLD.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-GUARD-STATUS           PIC X(02).
       01  WS-MERGE-STATUS           PIC X(02).
       01  WS-CAND-STATUS            PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-GUARD-EOF-SW          PIC X VALUE "N".
           88 WS-GUARD-EOF          VALUE "Y".
       01  WS-GUARD-OPEN-SW         PIC X VALUE "N".
           88 WS-GUARD-OPEN         VALUE "Y".
       01  WS-GD-I                   PIC 9(01).
      *-----------------------------------------------------------------
      * NAME NORMALIZING - THE WORDS OF THE NAME IN ALPHABETIC ORDER,
      * LETTERS ONLY, RUN TOGETHER, PLUS A COUNT OF EACH LETTER.
      *-----------------------------------------------------------------
       01  WS-ALPHABET               PIC X(26)
                                VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-LOWER                  PIC X(26)
                                VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-RAW-NAME               PIC X(25).
       01  WS-WORD-TABLE.
           05 WS-WORD OCCURS 4 TIMES PIC X(25).
       01  WS-WORD-HOLD              PIC X(25).
       01  WS-W                      PIC 9(01).
       01  WS-W2                     PIC 9(01).
       01  WS-C                      PIC 9(02).
       01  WS-L                      PIC 9(02).
       01  WS-NORM                   PIC X(25).
       01  WS-NORM-LEN               PIC 9(02).
       01  WS-NORM-HIST.
           05 WS-NORM-COUNT OCCURS 26 TIMES PIC 9(02).
      *-----------------------------------------------------------------
      * THE LIVE STUDENTS, IN STU-ID ORDER.
      *-----------------------------------------------------------------
       01  WS-ST-MAX                 PIC 9(04) VALUE 0.
       01  WS-ST-DROPPED             PIC 9(05) VALUE 0.
       01  WS-I                      PIC 9(04).
       01  WS-J                      PIC 9(04).
       01  WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 3000 TIMES.
              10 WS-ST-ID            PIC X(06).
              10 WS-ST-NAME          PIC X(25).
              10 WS-ST-KEY           PIC X(25).
              10 WS-ST-KEY-LEN       PIC 9(02).
              10 WS-ST-SCHOOL        PIC X(04).
              10 WS-ST-GRADE         PIC X(02).
              10 WS-ST-STATUS        PIC X(01).
                 88 WS-ST-ACTIVE     VALUE "A" " ".
                 88 WS-ST-LEFT       VALUE "W" "T".
              10 WS-ST-STATUS-DATE   PIC 9(08).
              10 WS-ST-ENROLL        PIC 9(08).
              10 WS-ST-GUARD OCCURS 2 TIMES.
                 15 WS-ST-PHONE      PIC X(12).
                 15 WS-ST-ADDR       PIC X(15).
              10 WS-ST-HIST.
                 15 WS-ST-COUNT OCCURS 26 TIMES PIC 9(02).
      *-----------------------------------------------------------------
      * PAIRS ALREADY MERGED AND REVERSED - RULED DISTINCT.
      *-----------------------------------------------------------------
       01  WS-RV-MAX                 PIC 9(03) VALUE 0.
       01  WS-RV-I                   PIC 9(03).
       01  WS-RV-TABLE.
           05 WS-RV-ENTRY OCCURS 500 TIMES.
              10 WS-RV-ID-A          PIC X(06).
              10 WS-RV-ID-B          PIC X(06).
       01  WS-RULED-SW              PIC X VALUE "N".
           88 WS-RULED-DISTINCT     VALUE "Y".
      *-----------------------------------------------------------------
      * THE PAIR IN HAND - EDIT DISTANCE BETWEEN THE NORMALIZED
      * NAMES, ROW R / COLUMN C HOLDING THE DISTANCE BETWEEN THE
      * FIRST R-1 LETTERS OF ONE AND THE FIRST C-1 OF THE OTHER.
      *-----------------------------------------------------------------
       01  WS-HIST-DIFF              PIC 9(03).
       01  WS-LEN-DIFF               PIC S9(03).
       01  WS-LV-ROWS                PIC 9(02).
       01  WS-LV-COLS                PIC 9(02).
       01  WS-LV-R                   PIC 9(02).
       01  WS-LV-C                   PIC 9(02).
       01  WS-LV-COST                PIC 9(02).
       01  WS-LV-BEST                PIC 9(02).
       01  WS-LV-TABLE.
           05 WS-LV-ROW OCCURS 26 TIMES.
              10 WS-LV-CELL OCCURS 26 TIMES PIC 9(02).
       01  WS-DISTANCE               PIC 9(02).
       01  WS-SCORE                  PIC 9(03).
       01  WS-REASONS                PIC X(34).
       01  WS-RSN-PTR                PIC 9(02).
       01  WS-MATCH-SW              PIC X VALUE "N".
           88 WS-MATCHED            VALUE "Y".
       01  WS-KEEP                   PIC 9(04).
       01  WS-DROP                   PIC 9(04).
       01  WS-STUDENT-COUNT          PIC 9(05) VALUE 0.
       01  WS-MERGED-COUNT           PIC 9(05) VALUE 0.
       01  WS-PAIR-COUNT             PIC 9(05) VALUE 0.
       01  WS-RULED-COUNT            PIC 9(05) VALUE 0.
       01  WS-EDIT-SCORE             PIC ZZ9.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-STUDENTS          PIC ZZZZ9.
       01  WS-EDIT-PAIRS             PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       STUDUPS-MAIN.
           PERFORM STUDUPS-INIT
              THRU STUDUPS-INIT-END
           IF WS-JOB-RC < 12
              PERFORM STUDUPS-LOAD-STUDENTS
              PERFORM STUDUPS-SCREEN-PAIR
                 THRU STUDUPS-SCREEN-PAIR-END
                 VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ST-MAX
                 AFTER WS-J FROM WS-I BY 1 UNTIL WS-J > WS-ST-MAX
              PERFORM STUDUPS-WRITE-SUMMARY
           END-IF
           PERFORM STUDUPS-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       STUDUPS-INIT.
      *-----------------------------------------------------------------
           CALL "THRSHLD" USING WS-TH-PARMS
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "STUDUPS" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO STUDUPS-INIT-END
           END-IF
           MOVE "PROBABLE DUPLICATE STUDENTS - REGISTRAR REVIEW"
              TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM STUDUPS-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM STUDUPS-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM STUDUPS-WRITE-LINE
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "STUDUPS" TO FE-PROGRAM
              MOVE "STUDENT-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO STUDUPS-INIT-END
           END-IF
           OPEN OUTPUT CANDIDATE-FILE
           IF WS-CAND-STATUS NOT = "00"
              MOVE "STUDUPS" TO FE-PROGRAM
              MOVE "CANDIDATE-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-CAND-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO STUDUPS-INIT-END
           END-IF
      *    GUARDIANS AND PAST REVERSALS ONLY SHARPEN THE SCREEN - A
      *    SITE WITHOUT THEM YET STILL GETS THE NAME MATCHES.
           OPEN INPUT GUARDIAN-MASTER
           IF WS-GUARD-STATUS = "00"
              SET WS-GUARD-OPEN TO TRUE
           ELSE
              MOVE SPACES TO REPORT-LINE
              STRING "  GUARDMST NOT AVAILABLE (STATUS "
                     WS-GUARD-STATUS
                     ") - NO GUARDIAN MATCHING THIS RUN"
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM STUDUPS-WRITE-LINE
           END-IF
           PERFORM STUDUPS-LOAD-REVERSALS
              THRU STUDUPS-LOAD-REVERSALS-END
           MOVE SPACES TO REPORT-LINE
           PERFORM STUDUPS-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  SCORE       STUDNT STUDENT NAME"
                  "              EVIDENCE"
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM STUDUPS-WRITE-LINE.
       STUDUPS-INIT-END. EXIT.

      *-----------------------------------------------------------------
      * THE HEADERS OF REVERSED MERGES ON MERGREG. NO REGISTER YET
      * SIMPLY MEANS NOTHING HAS BEEN REVERSED.
      *-----------------------------------------------------------------
       STUDUPS-LOAD-REVERSALS.
           OPEN INPUT MERGE-REGISTER
           IF WS-MERGE-STATUS NOT = "00"
              GO TO STUDUPS-LOAD-REVERSALS-END
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM STUDUPS-READ-REGISTER
           PERFORM STUDUPS-TAKE-REVERSAL UNTIL WS-EOF
           CLOSE MERGE-REGISTER
           MOVE "N" TO WS-EOF-SW.
       STUDUPS-LOAD-REVERSALS-END. EXIT.

       STUDUPS-READ-REGISTER.
           READ MERGE-REGISTER NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

       STUDUPS-TAKE-REVERSAL.
           IF MR-HEADER AND MRH-MERGE-NO > 0 AND MRH-SEQ = 0
              AND MRH-REVERSED AND WS-RV-MAX < 500
              ADD 1 TO WS-RV-MAX
              MOVE MRH-SURVIVOR-ID TO WS-RV-ID-A (WS-RV-MAX)
              MOVE MRH-VICTIM-ID TO WS-RV-ID-B (WS-RV-MAX)
           END-IF
           PERFORM STUDUPS-READ-REGISTER.

      *-----------------------------------------------------------------
      * LOAD EVERY LIVE STUDENT WITH THEIR NORMALIZED NAME AND UP TO
      * TWO GUARDIANS' PHONE AND ADDRESS.
      *-----------------------------------------------------------------
       STUDUPS-LOAD-STUDENTS.
           PERFORM STUDUPS-READ-STUDENT
           PERFORM STUDUPS-TAKE-STUDENT
              THRU STUDUPS-TAKE-STUDENT-END UNTIL WS-EOF
           IF WS-ST-DROPPED > 0
              MOVE WS-ST-DROPPED TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  STUDENT TABLE FULL - NOT SCREENED . . "
                     WS-EDIT-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM STUDUPS-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           END-IF.

       STUDUPS-READ-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

       STUDUPS-TAKE-STUDENT.
           ADD 1 TO WS-STUDENT-COUNT
           IF STU-MERGED
              ADD 1 TO WS-MERGED-COUNT
              GO TO STUDUPS-TAKE-STUDENT-NEXT
           END-IF
           IF WS-ST-MAX >= 3000
              ADD 1 TO WS-ST-DROPPED
              GO TO STUDUPS-TAKE-STUDENT-NEXT
           END-IF
           ADD 1 TO WS-ST-MAX
           MOVE STU-ID TO WS-ST-ID (WS-ST-MAX)
           MOVE STU-NAME TO WS-ST-NAME (WS-ST-MAX)
           MOVE STU-SCHOOL TO WS-ST-SCHOOL (WS-ST-MAX)
           MOVE STU-GRADE-LEVEL TO WS-ST-GRADE (WS-ST-MAX)
           MOVE STU-ENROLL-STATUS TO WS-ST-STATUS (WS-ST-MAX)
           MOVE 0 TO WS-ST-STATUS-DATE (WS-ST-MAX)
           IF STU-STATUS-DATE NUMERIC
              MOVE STU-STATUS-DATE TO WS-ST-STATUS-DATE (WS-ST-MAX)
           END-IF
           MOVE 0 TO WS-ST-ENROLL (WS-ST-MAX)
           IF STU-ENROLL-DATE NUMERIC
              MOVE STU-ENROLL-DATE TO WS-ST-ENROLL (WS-ST-MAX)
           END-IF
           MOVE STU-NAME TO WS-RAW-NAME
           PERFORM STUDUPS-NORMALIZE-NAME
           MOVE WS-NORM TO WS-ST-KEY (WS-ST-MAX)
           MOVE WS-NORM-LEN TO WS-ST-KEY-LEN (WS-ST-MAX)
           MOVE WS-NORM-HIST TO WS-ST-HIST (WS-ST-MAX)
           MOVE SPACES TO WS-ST-PHONE (WS-ST-MAX 1)
                          WS-ST-ADDR (WS-ST-MAX 1)
                          WS-ST-PHONE (WS-ST-MAX 2)
                          WS-ST-ADDR (WS-ST-MAX 2)
           IF WS-GUARD-OPEN
              PERFORM STUDUPS-LOAD-GUARDIANS
           END-IF.
       STUDUPS-TAKE-STUDENT-NEXT.
           PERFORM STUDUPS-READ-STUDENT.
       STUDUPS-TAKE-STUDENT-END. EXIT.

       STUDUPS-LOAD-GUARDIANS.
           MOVE 0 TO WS-GD-I
           MOVE "N" TO WS-GUARD-EOF-SW
           MOVE STU-ID TO GD-STU-ID
           MOVE 0 TO GD-SEQ
           START GUARDIAN-MASTER KEY IS NOT LESS THAN GD-KEY
              INVALID KEY SET WS-GUARD-EOF TO TRUE
           END-START
           IF NOT WS-GUARD-EOF
              PERFORM STUDUPS-READ-GUARDIAN
           END-IF
           PERFORM STUDUPS-TAKE-GUARDIAN
              UNTIL WS-GUARD-EOF OR WS-GD-I >= 2.

       STUDUPS-READ-GUARDIAN.
           READ GUARDIAN-MASTER NEXT RECORD
              AT END SET WS-GUARD-EOF TO TRUE
           END-READ
           IF NOT WS-GUARD-EOF
              IF GD-STU-ID NOT = STU-ID
                 SET WS-GUARD-EOF TO TRUE
              END-IF
           END-IF.

       STUDUPS-TAKE-GUARDIAN.
           ADD 1 TO WS-GD-I
           MOVE GD-PHONE TO WS-ST-PHONE (WS-ST-MAX WS-GD-I)
           IF GD-ADDR-1 NOT = SPACES
              MOVE GD-ADDR-1 (1:10) TO WS-ST-ADDR (WS-ST-MAX WS-GD-I)
              MOVE GD-ZIP (1:5)
                 TO WS-ST-ADDR (WS-ST-MAX WS-GD-I) (11:5)
              INSPECT WS-ST-ADDR (WS-ST-MAX WS-GD-I)
                 CONVERTING WS-LOWER TO WS-ALPHABET
           END-IF
           PERFORM STUDUPS-READ-GUARDIAN.

      *-----------------------------------------------------------------
      * WS-RAW-NAME TO WS-NORM: UPPER CASE, SPLIT INTO WORDS, WORDS
      * SORTED, THEN EVERYTHING BUT THE LETTERS DROPPED. WS-NORM-HIST
      * COUNTS EACH LETTER FOR THE CHEAP PRE-TEST IN THE PAIR SCREEN.
      *-----------------------------------------------------------------
       STUDUPS-NORMALIZE-NAME.
           INSPECT WS-RAW-NAME CONVERTING WS-LOWER TO WS-ALPHABET
           MOVE SPACES TO WS-WORD-TABLE
           UNSTRING WS-RAW-NAME DELIMITED BY ALL SPACE OR ","
              INTO WS-WORD (1) WS-WORD (2) WS-WORD (3) WS-WORD (4)
           END-UNSTRING
           PERFORM STUDUPS-ORDER-WORDS
              VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 3
              AFTER WS-W2 FROM 1 BY 1 UNTIL WS-W2 > 3
           MOVE SPACES TO WS-NORM
           MOVE 0 TO WS-NORM-LEN
           MOVE ZEROES TO WS-NORM-HIST
           PERFORM STUDUPS-NORMALIZE-CHAR
              VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 4
              AFTER WS-C FROM 1 BY 1 UNTIL WS-C > 25.

       STUDUPS-ORDER-WORDS.
           IF WS-WORD (WS-W2) > WS-WORD (WS-W2 + 1)
              MOVE WS-WORD (WS-W2) TO WS-WORD-HOLD
              MOVE WS-WORD (WS-W2 + 1) TO WS-WORD (WS-W2)
              MOVE WS-WORD-HOLD TO WS-WORD (WS-W2 + 1)
           END-IF.

       STUDUPS-NORMALIZE-CHAR.
           IF WS-WORD (WS-W) (WS-C:1) IS ALPHABETIC
              AND WS-WORD (WS-W) (WS-C:1) NOT = SPACE
              AND WS-NORM-LEN < 25
              ADD 1 TO WS-NORM-LEN
              MOVE WS-WORD (WS-W) (WS-C:1) TO WS-NORM (WS-NORM-LEN:1)
              PERFORM STUDUPS-COUNT-LETTER
                 VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 26
           END-IF.

       STUDUPS-COUNT-LETTER.
           IF WS-ALPHABET (WS-L:1) = WS-WORD (WS-W) (WS-C:1)
              ADD 1 TO WS-NORM-COUNT (WS-L)
           END-IF.

      *-----------------------------------------------------------------
      * ONE PAIR. THE LETTER COUNTS MUST BE WITHIN FOUR OF EACH OTHER
      * (EACH KEYSTROKE MOVES THEM BY TWO AT MOST) BEFORE THE FULL
      * EDIT DISTANCE IS WORKED OUT.
      *-----------------------------------------------------------------
       STUDUPS-SCREEN-PAIR.
           IF WS-J = WS-I
              GO TO STUDUPS-SCREEN-PAIR-END
           END-IF
           IF WS-ST-KEY-LEN (WS-I) = 0 OR WS-ST-KEY-LEN (WS-J) = 0
              GO TO STUDUPS-SCREEN-PAIR-END
           END-IF
           COMPUTE WS-LEN-DIFF =
              WS-ST-KEY-LEN (WS-I) - WS-ST-KEY-LEN (WS-J)
           IF WS-LEN-DIFF > 2 OR WS-LEN-DIFF < -2
              GO TO STUDUPS-SCREEN-PAIR-END
           END-IF
           MOVE 0 TO WS-HIST-DIFF
           PERFORM STUDUPS-HIST-DIFF
              VARYING WS-L FROM 1 BY 1
              UNTIL WS-L > 26 OR WS-HIST-DIFF > 4
           IF WS-HIST-DIFF > 4
              GO TO STUDUPS-SCREEN-PAIR-END
           END-IF
           IF WS-ST-KEY (WS-I) = WS-ST-KEY (WS-J)
              MOVE 0 TO WS-DISTANCE
           ELSE
              PERFORM STUDUPS-EDIT-DISTANCE
           END-IF
           IF WS-DISTANCE > 2
              GO TO STUDUPS-SCREEN-PAIR-END
           END-IF
           IF WS-DISTANCE = 2
              AND (WS-ST-KEY-LEN (WS-I) < 8 OR WS-ST-KEY-LEN (WS-J) < 8)
              GO TO STUDUPS-SCREEN-PAIR-END
           END-IF
           PERFORM STUDUPS-SCORE-PAIR
           IF WS-SCORE < TH-DUP-STU-SCORE
              GO TO STUDUPS-SCREEN-PAIR-END
           END-IF
           MOVE "N" TO WS-RULED-SW
           PERFORM STUDUPS-CHECK-RULED
              VARYING WS-RV-I FROM 1 BY 1
              UNTIL WS-RV-I > WS-RV-MAX OR WS-RULED-DISTINCT
           IF WS-RULED-DISTINCT
              ADD 1 TO WS-RULED-COUNT
              GO TO STUDUPS-SCREEN-PAIR-END
           END-IF
           PERFORM STUDUPS-LIST-PAIR.
       STUDUPS-SCREEN-PAIR-END. EXIT.

       STUDUPS-HIST-DIFF.
           IF WS-ST-COUNT (WS-I WS-L) > WS-ST-COUNT (WS-J WS-L)
              COMPUTE WS-HIST-DIFF = WS-HIST-DIFF
                 + WS-ST-COUNT (WS-I WS-L) - WS-ST-COUNT (WS-J WS-L)
           ELSE
              COMPUTE WS-HIST-DIFF = WS-HIST-DIFF
                 + WS-ST-COUNT (WS-J WS-L) - WS-ST-COUNT (WS-I WS-L)
           END-IF.

      *-----------------------------------------------------------------
      * LEVENSHTEIN DISTANCE - INSERTIONS, DELETIONS AND CHANGES
      * NEEDED TO TURN ONE NORMALIZED NAME INTO THE OTHER.
      *-----------------------------------------------------------------
       STUDUPS-EDIT-DISTANCE.
           COMPUTE WS-LV-ROWS = WS-ST-KEY-LEN (WS-I) + 1
           COMPUTE WS-LV-COLS = WS-ST-KEY-LEN (WS-J) + 1
           PERFORM STUDUPS-LV-EDGE-ROW
              VARYING WS-LV-C FROM 1 BY 1 UNTIL WS-LV-C > WS-LV-COLS
           PERFORM STUDUPS-LV-EDGE-COL
              VARYING WS-LV-R FROM 1 BY 1 UNTIL WS-LV-R > WS-LV-ROWS
           PERFORM STUDUPS-LV-CELL
              VARYING WS-LV-R FROM 2 BY 1 UNTIL WS-LV-R > WS-LV-ROWS
              AFTER WS-LV-C FROM 2 BY 1 UNTIL WS-LV-C > WS-LV-COLS
           MOVE WS-LV-CELL (WS-LV-ROWS WS-LV-COLS) TO WS-DISTANCE.

       STUDUPS-LV-EDGE-ROW.
           COMPUTE WS-LV-CELL (1 WS-LV-C) = WS-LV-C - 1.

       STUDUPS-LV-EDGE-COL.
           COMPUTE WS-LV-CELL (WS-LV-R 1) = WS-LV-R - 1.

       STUDUPS-LV-CELL.
           IF WS-ST-KEY (WS-I) (WS-LV-R - 1:1)
              = WS-ST-KEY (WS-J) (WS-LV-C - 1:1)
              MOVE 0 TO WS-LV-COST
           ELSE
              MOVE 1 TO WS-LV-COST
           END-IF
           COMPUTE WS-LV-BEST =
              WS-LV-CELL (WS-LV-R - 1 WS-LV-C - 1) + WS-LV-COST
           IF WS-LV-CELL (WS-LV-R - 1 WS-LV-C) + 1 < WS-LV-BEST
              COMPUTE WS-LV-BEST = WS-LV-CELL (WS-LV-R - 1 WS-LV-C) + 1
           END-IF
           IF WS-LV-CELL (WS-LV-R WS-LV-C - 1) + 1 < WS-LV-BEST
              COMPUTE WS-LV-BEST = WS-LV-CELL (WS-LV-R WS-LV-C - 1) + 1
           END-IF
           MOVE WS-LV-BEST TO WS-LV-CELL (WS-LV-R WS-LV-C).

      *-----------------------------------------------------------------
      * THE PAIR'S SCORE AND THE EVIDENCE BEHIND IT.
      *-----------------------------------------------------------------
       STUDUPS-SCORE-PAIR.
           MOVE SPACES TO WS-REASONS
           MOVE 1 TO WS-RSN-PTR
           EVALUATE WS-DISTANCE
              WHEN 0
                 MOVE 60 TO WS-SCORE
                 STRING "NAME=" DELIMITED BY SIZE
                    INTO WS-REASONS WITH POINTER WS-RSN-PTR
              WHEN 1
                 MOVE 50 TO WS-SCORE
                 STRING "NAME~1" DELIMITED BY SIZE
                    INTO WS-REASONS WITH POINTER WS-RSN-PTR
              WHEN OTHER
                 MOVE 40 TO WS-SCORE
                 STRING "NAME~2" DELIMITED BY SIZE
                    INTO WS-REASONS WITH POINTER WS-RSN-PTR
           END-EVALUATE
           IF WS-ST-SCHOOL (WS-I) NOT = SPACES
              AND WS-ST-SCHOOL (WS-I) = WS-ST-SCHOOL (WS-J)
              ADD 10 TO WS-SCORE
              STRING " SCH" DELIMITED BY SIZE
                 INTO WS-REASONS WITH POINTER WS-RSN-PTR
           END-IF
           IF WS-ST-GRADE (WS-I) NOT = SPACES
              AND WS-ST-GRADE (WS-I) = WS-ST-GRADE (WS-J)
              ADD 10 TO WS-SCORE
              STRING " GRD" DELIMITED BY SIZE
                 INTO WS-REASONS WITH POINTER WS-RSN-PTR
           END-IF
           MOVE "N" TO WS-MATCH-SW
           PERFORM STUDUPS-MATCH-PHONE
              VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 2
              AFTER WS-W2 FROM 1 BY 1 UNTIL WS-W2 > 2
           IF WS-MATCHED
              ADD 25 TO WS-SCORE
              STRING " PHONE" DELIMITED BY SIZE
                 INTO WS-REASONS WITH POINTER WS-RSN-PTR
           END-IF
           MOVE "N" TO WS-MATCH-SW
           PERFORM STUDUPS-MATCH-ADDR
              VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 2
              AFTER WS-W2 FROM 1 BY 1 UNTIL WS-W2 > 2
           IF WS-MATCHED
              ADD 20 TO WS-SCORE
              STRING " ADDR" DELIMITED BY SIZE
                 INTO WS-REASONS WITH POINTER WS-RSN-PTR
           END-IF
           MOVE "N" TO WS-MATCH-SW
           IF WS-ST-LEFT (WS-I) AND WS-ST-STATUS-DATE (WS-I) > 0
              AND WS-ST-STATUS-DATE (WS-I) NOT > WS-ST-ENROLL (WS-J)
              SET WS-MATCHED TO TRUE
           END-IF
           IF WS-ST-LEFT (WS-J) AND WS-ST-STATUS-DATE (WS-J) > 0
              AND WS-ST-STATUS-DATE (WS-J) NOT > WS-ST-ENROLL (WS-I)
              SET WS-MATCHED TO TRUE
           END-IF
           IF WS-MATCHED
              ADD 15 TO WS-SCORE
              STRING " REENR" DELIMITED BY SIZE
                 INTO WS-REASONS WITH POINTER WS-RSN-PTR
           END-IF.

       STUDUPS-MATCH-PHONE.
           IF WS-ST-PHONE (WS-I WS-W) NOT = SPACES
              AND WS-ST-PHONE (WS-I WS-W) = WS-ST-PHONE (WS-J WS-W2)
              SET WS-MATCHED TO TRUE
           END-IF.

       STUDUPS-MATCH-ADDR.
           IF WS-ST-ADDR (WS-I WS-W) NOT = SPACES
              AND WS-ST-ADDR (WS-I WS-W) = WS-ST-ADDR (WS-J WS-W2)
              SET WS-MATCHED TO TRUE
           END-IF.

       STUDUPS-CHECK-RULED.
           IF (WS-RV-ID-A (WS-RV-I) = WS-ST-ID (WS-I)
              AND WS-RV-ID-B (WS-RV-I) = WS-ST-ID (WS-J))
              OR (WS-RV-ID-A (WS-RV-I) = WS-ST-ID (WS-J)
              AND WS-RV-ID-B (WS-RV-I) = WS-ST-ID (WS-I))
              SET WS-RULED-DISTINCT TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * LIST THE PAIR AND WRITE ITS UNSIGNED MERGE CARD. THE
      * PROPOSED SURVIVOR IS THE ACTIVE ID WHEN ONLY ONE IS, ELSE
      * THE EARLIER ENROLLMENT (THE LOWER ID ON A TIE).
      *-----------------------------------------------------------------
       STUDUPS-LIST-PAIR.
           ADD 1 TO WS-PAIR-COUNT
           MOVE WS-I TO WS-KEEP
           MOVE WS-J TO WS-DROP
           IF WS-ST-ACTIVE (WS-J) AND NOT WS-ST-ACTIVE (WS-I)
              MOVE WS-J TO WS-KEEP
              MOVE WS-I TO WS-DROP
           END-IF
           IF ((WS-ST-ACTIVE (WS-I) AND WS-ST-ACTIVE (WS-J))
              OR (NOT WS-ST-ACTIVE (WS-I) AND NOT WS-ST-ACTIVE (WS-J)))
              AND WS-ST-ENROLL (WS-J) < WS-ST-ENROLL (WS-I)
              MOVE WS-J TO WS-KEEP
              MOVE WS-I TO WS-DROP
           END-IF
           MOVE WS-SCORE TO WS-EDIT-SCORE
           MOVE SPACES TO REPORT-LINE
           PERFORM STUDUPS-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-EDIT-SCORE "   KEEP  " WS-ST-ID (WS-KEEP)
                  " " WS-ST-NAME (WS-KEEP) " " WS-REASONS
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM STUDUPS-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "        MERGE " WS-ST-ID (WS-DROP)
                  " " WS-ST-NAME (WS-DROP)
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM STUDUPS-WRITE-LINE
           MOVE SPACES TO MERGE-CONTROL-RECORD
           SET MC-MERGE TO TRUE
           MOVE WS-ST-ID (WS-KEEP) TO MC-SURVIVOR-ID
           MOVE WS-ST-ID (WS-DROP) TO MC-VICTIM-ID
           MOVE WS-SCORE TO MC-SCORE
           WRITE MERGE-CONTROL-RECORD
           IF WS-CAND-STATUS NOT = "00"
              MOVE "STUDUPS" TO FE-PROGRAM
              MOVE "CANDIDATE-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-CAND-STATUS TO FE-STATUS
              MOVE MERGE-CONTROL-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF.

      *-----------------------------------------------------------------
       STUDUPS-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM STUDUPS-WRITE-LINE
           MOVE WS-STUDENT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  STUDENT RECORDS READ . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STUDUPS-WRITE-LINE
           MOVE WS-MERGED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  RETIRED BY EARLIER MERGE " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STUDUPS-WRITE-LINE
           MOVE WS-PAIR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  PROBABLE DUPLICATES  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STUDUPS-WRITE-LINE
           MOVE WS-RULED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  RULED DISTINCT BEFORE  . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STUDUPS-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM STUDUPS-WRITE-LINE
           MOVE "  EVIDENCE: NAME= SAME NAME, NAME~N N KEYSTROKES OFF,"
              TO REPORT-LINE
           PERFORM STUDUPS-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  SCH SAME SCHOOL, GRD SAME GRADE, PHONE/ADDR SHARED"
                  " GUARDIAN,"
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM STUDUPS-WRITE-LINE
           MOVE "  REENR ONE ID LEFT BEFORE THE OTHER ENROLLED"
              TO REPORT-LINE
           PERFORM STUDUPS-WRITE-LINE
           MOVE "STUDUPS" TO AL-PROGRAM
           MOVE "DUPST" TO AL-EVENT
           MOVE WS-ST-MAX TO WS-EDIT-STUDENTS
           MOVE WS-PAIR-COUNT TO WS-EDIT-PAIRS
           MOVE SPACES TO AL-DETAIL
           STRING "STUDENTS SCREENED " WS-EDIT-STUDENTS
                  " PROBABLE DUPLICATES " WS-EDIT-PAIRS
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       STUDUPS-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "STUDUPS" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       STUDUPS-TERMINATE.
      *-----------------------------------------------------------------
           IF WS-GUARD-OPEN
              CLOSE GUARDIAN-MASTER
           END-IF
           CLOSE STUDENT-MASTER
           CLOSE CANDIDATE-FILE
           CLOSE REPORT-FILE.
       END PROGRAM STUDUPS.
