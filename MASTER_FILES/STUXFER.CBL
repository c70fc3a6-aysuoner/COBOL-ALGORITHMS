      * THE RECEIVING FILES ARE WRITTEN THROUGH KEY-ONLY RECORD
      * VIEWS AND A WORKING-STORAGE IMAGE, SO THE TWO OPEN COPIES OF
      * EACH MASTER DO NOT FIGHT OVER THE COPYBOOK'S FIELD NAMES.
      * MODIFIED 15/10/2026 - THE STUDENT'S SECTION (OR THE NEW
      * SECTION GIVEN ON THE XFERCTL LINE) IS NOW CHECKED AGAINST THE
      * RECEIVING DISTRICT'S SECTION MASTER FOR THE TERMCTL CURRENT
      * TERM. A SECTION THAT IS NOT ON FILE OR IS CLOSED REFUSES THE
      * TRANSFER WITH THE REASON ON THE EXCEPTION LINE. A FULL
      * SECTION STILL LETS THE STUDENT TRANSFER, WITH NO SECTION, AND
      * PUTS THEM ON THE RECEIVING DISTRICT'S WAIT LIST FOR IT. A
      * DISTRICT WITH NO SECTION MASTER, OR NO TERMCTL TERM, IS NOT
      * CHECKED.
      * MODIFIED 15/10/2026 - THE MASTER IMAGE NOW CARRIES THE
      * SCHOOL, GRADE AND ENROLLMENT DATE, AND THE RECEIVING COPY IS
      * DATED AS ENROLLED ON THE TRANSFER DATE SO ITS ATTENDANCE
      * MEMBERSHIP STARTS THERE.
      * MODIFIED 15/10/2026 - THE RECEIVING MASTER'S NEW RECORD AND
      * THE SENDER'S TRANSFERRED-OUT REWRITE NOW GO TO THE CHGJRNL
      * CHANGE JOURNAL WITH THEIR BEFORE AND AFTER IMAGES, SO
      * FWDRECOV CAN REPLAY THEM ONTO A RESTORED MASTER.
      * MODIFIED 15/10/2026 - BOTH MASTERS ARE NOW DECLARED WITH THE
      * STU-NAME ALTERNATE INDEX (DUPLICATES ALLOWED), SO A TRANSFER
      * KEEPS THE ONLNBRW NAME SEARCH IN STEP ON EACH SIDE; THE
      * RECEIVING MASTER'S VIEW NOW EXPOSES THE NAME FOR IT.
      * MODIFIED 15/10/2026 - THE STUDENT'S NAME NOW PASSES THROUGH
      * THE SHARED NAMESTD STANDARDIZATION ON ITS WAY TO THE
      * RECEIVING MASTER AND WAIT LIST, SO A NAME STORED BEFORE THE
      * LOADS STANDARDIZED THEM ARRIVES IN THE SAME FORM THE
      * RECEIVING DISTRICT'S STULOAD WILL COMPARE IT IN. A NAME
      * NAMESTD COULD NOT READ WITH CONFIDENCE CROSSES AS IT WAS ON
      * THE SENDING MASTER AND IS LISTED AS "NAME UNCLEAR" WITH THE
      * REASON AND COUNTED ON THE SUMMARY (RC 4); THE TRANSFER
      * ITSELF GOES AHEAD.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS STU-ID
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS WS-FROM-MAST-STATUS.
           SELECT TO-MASTER ASSIGN TO DYNAMIC WS-TO-MAST-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TOM-STU-ID
               ALTERNATE RECORD KEY IS TOM-STU-NAME WITH DUPLICATES
               FILE STATUS IS WS-TO-MAST-STATUS.
           SELECT FROM-HISTORY ASSIGN TO DYNAMIC WS-FROM-HIST-NAME
               ORGANIZATION INDEXED
           SELECT REPORT-FILE ASSIGN TO "STUXFERR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT TO-SECTION ASSIGN TO DYNAMIC WS-TO-SECT-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SM-KEY
               FILE STATUS IS WS-TO-SECT-STATUS.
           SELECT TO-WAIT ASSIGN TO DYNAMIC WS-TO-WAIT-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SW-KEY
               FILE STATUS IS WS-TO-WAIT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05 XF-STU-ID              PIC X(6).
           05 XF-FROM-DISTRICT       PIC X(1).
           05 XF-TO-DISTRICT         PIC X(1).
           05 XF-TO-SECTION          PIC X(3).

       FD  FROM-MASTER.
           COPY "STUMAST.CPY".
      *-----------------------------------------------------------------
      * KEY-ONLY VIEW OF THE RECEIVING MASTER - THE FULL LAYOUT
      * LIVES IN STUMAST.CPY ON THE SENDING SIDE AND THE RECORD
      * IMAGE MOVES THROUGH WORKING STORAGE UNTOUCHED. THE STATUS
      * AND SECTION ARE EXPOSED FOR COUNTING A SECTION'S SEATS.
      *-----------------------------------------------------------------
       FD  TO-MASTER.
       01  TO-MASTER-RECORD.
           05 TOM-STU-ID             PIC X(6).
           05 TOM-STU-NAME           PIC X(25).
           05 FILLER                 PIC X(10).
           05 TOM-ENROLL-STATUS      PIC X(1).
              88 TOM-ACTIVE          VALUE "A" " ".
           05 FILLER                 PIC X(8).
           05 TOM-SECTION            PIC X(3).
           05 FILLER                 PIC X(6).
           05 TOM-ENROLL-DATE        PIC 9(8).

       FD  FROM-HISTORY.
           COPY "STUHIST.CPY".
       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       FD  TERM-CONTROL-FILE.
       01  TERM-CONTROL-RECORD.
           05 TC-TERM-ID             PIC X(5).

       FD  TO-SECTION.
           COPY "SECTMAST.CPY".

       FD  TO-WAIT.
           COPY "SECTWAIT.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-JOURNAL-PARMS          VALUE SPACES.
           COPY "CHGJRNPM.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
           88 WS-HIST-EOF           VALUE "Y".
       01  WS-FAILED-SW             PIC X VALUE "N".
           88 WS-FAILED             VALUE "Y".
       01  WS-MASTER-IMAGE           PIC X(67).
       01  WS-HISTORY-IMAGE          PIC X(62).
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-MOVED-COUNT            PIC 9(05) VALUE 0.
       01  WS-EXCEPT-COUNT           PIC 9(05) VALUE 0.
       01  WS-EDIT-TERMS             PIC ZZ9.
       COPY "RETCODE.CPY".
       01  WS-NS-PARMS.
           COPY "NAMESTPM.CPY".
       01  WS-STD-NAME               PIC X(25).
       01  WS-NAME-UNCLEAR-COUNT     PIC 9(05) VALUE 0.
      *-----------------------------------------------------------------
      * RECEIVING-DISTRICT SECTION CHECK.
      *-----------------------------------------------------------------
       01  WS-TERM-STATUS            PIC X(02).
       01  WS-TO-SECT-STATUS         PIC X(02).
       01  WS-TO-WAIT-STATUS         PIC X(02).
       01  WS-TO-SECT-NAME           PIC X(08).
       01  WS-TO-WAIT-NAME           PIC X(08).
       01  WS-CUR-TERM               PIC X(05) VALUE SPACES.
       01  WS-SCAN-EOF-SW           PIC X VALUE "N".
           88 WS-SCAN-EOF           VALUE "Y".
       01  WS-WAIT-NEEDED-SW        PIC X VALUE "N".
           88 WS-WAIT-NEEDED        VALUE "Y".
       01  WS-XFER-SECTION           PIC X(03).
       01  WS-WAIT-SECTION           PIC X(03).
       01  WS-XFER-REASON            PIC X(50).
       01  WS-SEAT-CAPACITY          PIC 9(03).
       01  WS-SEATS-TAKEN            PIC 9(05).
       01  WS-WAIT-COUNT             PIC 9(05) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.

      ******************************************************************
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN INPUT TERM-CONTROL-FILE
           IF WS-TERM-STATUS = "00"
              READ TERM-CONTROL-FILE
                 AT END CONTINUE
                 NOT AT END MOVE TC-TERM-ID TO WS-CUR-TERM
              END-READ
              CLOSE TERM-CONTROL-FILE
           END-IF
           OPEN INPUT TRANSFER-CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
              MOVE "STUXFER" TO FE-PROGRAM
       STUXFER-PROCESS-ONE.
           ADD 1 TO WS-CTL-COUNT
           MOVE "N" TO WS-FAILED-SW
           MOVE "N" TO WS-WAIT-NEEDED-SW
           MOVE SPACES TO WS-XFER-REASON
           MOVE 0 TO WS-TERMS-MOVED
           IF XF-FROM-DISTRICT = XF-TO-DISTRICT
              PERFORM STUXFER-WRITE-EXCEPTION
           IF XF-TO-DISTRICT = SPACE
              MOVE "STUDMAST" TO WS-TO-MAST-NAME
              MOVE "STUHIST" TO WS-TO-HIST-NAME
              MOVE "SECTMAST" TO WS-TO-SECT-NAME
              MOVE "SECTWAIT" TO WS-TO-WAIT-NAME
           ELSE
              MOVE SPACES TO WS-TO-MAST-NAME
              STRING XF-TO-DISTRICT "STUDMAS" DELIMITED BY SIZE
              MOVE SPACES TO WS-TO-HIST-NAME
              STRING XF-TO-DISTRICT "STUHIST" DELIMITED BY SIZE
                 INTO WS-TO-HIST-NAME
              MOVE SPACES TO WS-TO-SECT-NAME
              STRING XF-TO-DISTRICT "SECTMAS" DELIMITED BY SIZE
                 INTO WS-TO-SECT-NAME
              MOVE SPACES TO WS-TO-WAIT-NAME
              STRING XF-TO-DISTRICT "SECTWAI" DELIMITED BY SIZE
                 INTO WS-TO-WAIT-NAME
           END-IF.

       STUXFER-OPEN-FILES.
       STUXFER-OPEN-FILES-END. EXIT.

      *-----------------------------------------------------------------
      * THE MASTER RECORD CROSSES AS AN IMAGE WITH ONLY THE SECTION
      * SET FOR THE RECEIVING DISTRICT; THE COPY LEFT BEHIND IS
      * MARKED TRANSFERRED-OUT WITH TODAY'S DATE.
      *-----------------------------------------------------------------
       STUXFER-MOVE-MASTER.
           MOVE XF-STU-ID TO STU-ID
                 SET WS-FAILED TO TRUE
                 GO TO STUXFER-MOVE-MASTER-END
           END-READ
           PERFORM STUXFER-CHECK-SECTION
              THRU STUXFER-CHECK-SECTION-END
           IF WS-FAILED
              GO TO STUXFER-MOVE-MASTER-END
           END-IF
           PERFORM STUXFER-STANDARDIZE-NAME
           MOVE STUDENT-MASTER-RECORD TO WS-MASTER-IMAGE
           MOVE WS-MASTER-IMAGE TO TO-MASTER-RECORD
           MOVE WS-STD-NAME TO TOM-STU-NAME
           MOVE WS-XFER-SECTION TO TOM-SECTION
           MOVE WS-RUN-DATE TO TOM-ENROLL-DATE
           WRITE TO-MASTER-RECORD
              INVALID KEY
                 REWRITE TO-MASTER-RECORD
           IF WS-FAILED
              GO TO STUXFER-MOVE-MASTER-END
           END-IF
           PERFORM STUXFER-JOURNAL-RECEIVED
           MOVE "T" TO STU-ENROLL-STATUS
           MOVE WS-RUN-DATE TO STU-STATUS-DATE
           REWRITE STUDENT-MASTER-RECORD
              INVALID KEY
                 SET WS-FAILED TO TRUE
              NOT INVALID KEY
                 PERFORM STUXFER-JOURNAL-SENDER
           END-REWRITE
           IF WS-WAIT-NEEDED AND NOT WS-FAILED
              PERFORM STUXFER-WRITE-WAIT
                 THRU STUXFER-WRITE-WAIT-END
           END-IF.
       STUXFER-MOVE-MASTER-END. EXIT.

      *-----------------------------------------------------------------
      * THE NAME THE STUDENT ARRIVES UNDER, IN THE SHARED STANDARD
      * FORM. THE ORDER A NAME IS STORED IN ON STUDMAST IS NOT
      * GUARANTEED - OLDER ENTRIES ARE AS ROSTERIN GAVE THEM, GIVEN
      * NAME FIRST - SO NO HINT IS GIVEN AND NAMESTD WORKS IT OUT,
      * THE SAME WAY STULOAD DOES. ONE NAMESTD COULD NOT READ WITH
      * CONFIDENCE CROSSES UNCHANGED AND IS LISTED.
      *-----------------------------------------------------------------
       STUXFER-STANDARDIZE-NAME.
           MOVE STU-NAME TO NS-RAW-NAME
           MOVE SPACE TO NS-ORDER-HINT
           CALL "NAMESTD" USING WS-NS-PARMS
           IF NS-RETCODE = RC-NORMAL
              AND NS-FILE-NAME (26:25) NOT = SPACES
              MOVE RC-INVALID-INPUT TO NS-RETCODE
              MOVE "TOO LONG FOR THE MASTER" TO NS-REASON
           END-IF
           IF NS-RETCODE = RC-NORMAL
              MOVE NS-FILE-NAME TO WS-STD-NAME
           ELSE
              MOVE STU-NAME TO WS-STD-NAME
              ADD 1 TO WS-NAME-UNCLEAR-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  NAME UNCLEAR - " STU-ID " " STU-NAME
                     " " NS-REASON DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM STUXFER-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THE SECTION THE STUDENT ARRIVES IN - THE XFERCTL SECTION WHEN
      * ONE IS GIVEN, OTHERWISE THE ONE THEY HAVE. IT MUST BE ON THE
      * RECEIVING DISTRICT'S SECTION MASTER FOR THE CURRENT TERM AND
      * OPEN; WHEN ITS SEATS ARE ALL TAKEN THE STUDENT ARRIVES WITH
      * NO SECTION AND WAITS FOR IT.
      *-----------------------------------------------------------------
       STUXFER-CHECK-SECTION.
           IF XF-TO-SECTION NOT = SPACES
              MOVE XF-TO-SECTION TO WS-XFER-SECTION
           ELSE
              MOVE STU-SECTION TO WS-XFER-SECTION
           END-IF
           IF WS-CUR-TERM = SPACES OR WS-XFER-SECTION = SPACES
              GO TO STUXFER-CHECK-SECTION-END
           END-IF
           OPEN INPUT TO-SECTION
           IF WS-TO-SECT-STATUS NOT = "00"
              GO TO STUXFER-CHECK-SECTION-END
           END-IF
           MOVE WS-CUR-TERM TO SM-TERM
           MOVE WS-XFER-SECTION TO SM-SECTION
           READ TO-SECTION
              INVALID KEY
                 STRING "SECTION " WS-XFER-SECTION
                        " NOT ON FILE FOR TERM " WS-CUR-TERM
                        DELIMITED BY SIZE
                    INTO WS-XFER-REASON
                 SET WS-FAILED TO TRUE
                 CLOSE TO-SECTION
                 GO TO STUXFER-CHECK-SECTION-END
           END-READ
           CLOSE TO-SECTION
           IF SM-INACTIVE
              STRING "SECTION " WS-XFER-SECTION
                     " IS CLOSED FOR TERM " WS-CUR-TERM
                     DELIMITED BY SIZE
                 INTO WS-XFER-REASON
              SET WS-FAILED TO TRUE
              GO TO STUXFER-CHECK-SECTION-END
           END-IF
           MOVE SM-CAPACITY TO WS-SEAT-CAPACITY
           MOVE 0 TO WS-SEATS-TAKEN
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES TO TOM-STU-ID
           START TO-MASTER KEY >= TOM-STU-ID
              INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           IF NOT WS-SCAN-EOF
              PERFORM STUXFER-READ-TO-MASTER
           END-IF
           PERFORM STUXFER-COUNT-ONE-SEAT UNTIL WS-SCAN-EOF
           IF WS-SEATS-TAKEN NOT < WS-SEAT-CAPACITY
              SET WS-WAIT-NEEDED TO TRUE
              MOVE WS-XFER-SECTION TO WS-WAIT-SECTION
              MOVE SPACES TO WS-XFER-SECTION
           END-IF.
       STUXFER-CHECK-SECTION-END. EXIT.

       STUXFER-READ-TO-MASTER.
           READ TO-MASTER NEXT RECORD
              AT END SET WS-SCAN-EOF TO TRUE
           END-READ.

       STUXFER-COUNT-ONE-SEAT.
           IF TOM-ACTIVE
              AND TOM-SECTION = WS-XFER-SECTION
              AND TOM-STU-ID NOT = XF-STU-ID
              ADD 1 TO WS-SEATS-TAKEN
           END-IF
           PERFORM STUXFER-READ-TO-MASTER.

      *-----------------------------------------------------------------
      * THE STUDENT JOINS THE RECEIVING DISTRICT'S WAIT LIST. AN
      * ENTRY ALREADY THERE FOR TODAY IS LEFT AS IT IS.
      *-----------------------------------------------------------------
       STUXFER-WRITE-WAIT.
           OPEN I-O TO-WAIT
           IF WS-TO-WAIT-STATUS = "35"
              OPEN OUTPUT TO-WAIT
              CLOSE TO-WAIT
              OPEN I-O TO-WAIT
           END-IF
           IF WS-TO-WAIT-STATUS NOT = "00"
              MOVE "STUXFER" TO FE-PROGRAM
              MOVE "TO-WAIT" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-TO-WAIT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
              GO TO STUXFER-WRITE-WAIT-END
           END-IF
           MOVE SPACES TO SECTION-WAIT-RECORD
           MOVE WS-CUR-TERM TO SW-TERM
           MOVE WS-WAIT-SECTION TO SW-SECTION
           MOVE WS-RUN-DATE TO SW-WAIT-DATE
           MOVE XF-STU-ID TO SW-STU-ID
           MOVE WS-STD-NAME TO SW-STU-NAME
           MOVE STU-SECTION TO SW-PRIOR-SECTION
           MOVE "STUXFER" TO SW-SOURCE
           WRITE SECTION-WAIT-RECORD
              INVALID KEY CONTINUE
           END-WRITE
           ADD 1 TO WS-WAIT-COUNT
           CLOSE TO-WAIT.
       STUXFER-WRITE-WAIT-END. EXIT.

      *-----------------------------------------------------------------
      * EVERY HISTORY TERM FOR THE STUDENT CROSSES AND IS DELETED
      * FROM THE SENDER - THE DELETE-THEN-READ-NEXT ORDER KEEPS THE
                  "  TERMS MOVED " DELIMITED BY SIZE
                  WS-EDIT-TERMS DELIMITED BY SIZE
              INTO REPORT-LINE
           IF WS-WAIT-NEEDED
              MOVE "  WAIT-LISTED " TO REPORT-LINE (47:14)
              MOVE WS-WAIT-SECTION TO REPORT-LINE (61:3)
           ELSE
              IF WS-XFER-SECTION NOT = SPACES
                 MOVE "  SECTION " TO REPORT-LINE (47:10)
                 MOVE WS-XFER-SECTION TO REPORT-LINE (57:3)
              END-IF
           END-IF
           PERFORM STUXFER-WRITE-LINE
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "STUXFER" TO AL-PROGRAM
                  " NOT TRANSFERRED" DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STUXFER-WRITE-LINE
           IF WS-XFER-REASON NOT = SPACES
              MOVE SPACES TO REPORT-LINE
              STRING "      " WS-XFER-REASON DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM STUXFER-WRITE-LINE
           END-IF
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF.
           STRING "  EXCEPTIONS . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STUXFER-WRITE-LINE
           MOVE WS-WAIT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ARRIVED WAIT-LISTED  . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STUXFER-WRITE-LINE
           MOVE WS-NAME-UNCLEAR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NAMES UNCLEAR  . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STUXFER-WRITE-LINE.

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
           CLOSE TRANSFER-CONTROL-FILE
           CLOSE REPORT-FILE.

      *-----------------------------------------------------------------
      * BOTH SIDES OF THE MOVE GO TO THE CHANGE JOURNAL UNDER THE
      * DISTRICT-QUALIFIED NAME OF THE MASTER ACTUALLY UPDATED. THE
      * RECEIVING COPY IS AN ADD EVEN WHEN IT REPLACED A LEFTOVER
      * RECORD OF THE SAME ID - THE ARRIVING IMAGE IS WHAT COUNTS.
      *-----------------------------------------------------------------
       STUXFER-JOURNAL-RECEIVED.
           MOVE "STUXFER" TO CJ-PROGRAM
           MOVE WS-TO-MAST-NAME TO CJ-MASTER
           SET CJ-ADD TO TRUE
           MOVE TOM-STU-ID TO CJ-KEY
           MOVE SPACES TO CJ-BEFORE
           MOVE TO-MASTER-RECORD TO CJ-AFTER
           CALL "CHGJRNL" USING WS-JOURNAL-PARMS.

       STUXFER-JOURNAL-SENDER.
           MOVE "STUXFER" TO CJ-PROGRAM
           MOVE WS-FROM-MAST-NAME TO CJ-MASTER
           SET CJ-CHANGE TO TRUE
           MOVE STU-ID TO CJ-KEY
           MOVE WS-MASTER-IMAGE TO CJ-BEFORE
           MOVE STUDENT-MASTER-RECORD TO CJ-AFTER
           CALL "CHGJRNL" USING WS-JOURNAL-PARMS.
       END PROGRAM STUXFER.
