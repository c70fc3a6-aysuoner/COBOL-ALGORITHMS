      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    SECTLOAD.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * CLASS SECTION MASTER UPSERT. READS THE SECTIN MAINTENANCE
      * FILE FROM THE SCHEDULING OFFICE (TERM, SECTION, COURSE AND
      * TITLE, TEACHER ID AND NAME, ROOM, SEAT CAPACITY, MEETING
      * DAYS, START AND END TIMES, ACTIVE FLAG) AND UPSERTS THE
      * SECTMAST KSDS THAT STULOAD AND STUXFER CHECK SECTION
      * ASSIGNMENTS AGAINST - A NEW TERM AND SECTION IS INSERTED, A
      * KNOWN ONE UPDATED - WITH A LOAD REGISTER OF ADDS, CHANGES
      * AND CLOSURES. A SECTION IS CLOSED BY SENDING IT WITH THE
      * ACTIVE FLAG "N", NEVER BY DELETING IT, SO THE STUDENTS
      * STILL IN IT STAY ON THE TERM REPORT.
      *
      * A BLANK TERM OR SECTION, A MISSING COURSE OR TEACHER, A
      * ZERO OR NON-NUMERIC CAPACITY, A MEETING-DAY POSITION THAT IS
      * NOT ITS OWN DAY LETTER (M T W R F) OR A SPACE, NO MEETING
      * DAY AT ALL, A BAD TIME OR AN END TIME NOT AFTER THE START
      * IS AN EXCEPTION LINE, NOT A LOAD. A BLANK ACTIVE FLAG MEANS
      * ACTIVE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-FILE ASSIGN TO "SECTIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT SECTION-MASTER ASSIGN TO "SECTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SECTLOAD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  SECTION-FILE.
       01  SECTION-INPUT-RECORD.
           05 SIN-TERM               PIC X(5).
           05 SIN-SECTION            PIC X(3).
           05 SIN-COURSE             PIC X(8).
           05 SIN-COURSE-TITLE       PIC X(20).
           05 SIN-TEACHER-ID         PIC X(6).
           05 SIN-TEACHER-NAME       PIC X(20).
           05 SIN-ROOM               PIC X(5).
           05 SIN-CAPACITY           PIC X(3).
           05 SIN-CAPACITY-NUM REDEFINES SIN-CAPACITY
                                     PIC 9(3).
           05 SIN-MEET-DAYS          PIC X(5).
           05 SIN-START-TIME         PIC X(4).
           05 SIN-START-NUM REDEFINES SIN-START-TIME
                                     PIC 9(4).
           05 SIN-END-TIME           PIC X(4).
           05 SIN-END-NUM REDEFINES SIN-END-TIME
                                     PIC 9(4).
           05 SIN-ACTIVE-SW          PIC X(1).
              88 SIN-ACTIVE-VALID    VALUE "Y" "N" " ".

       FD  SECTION-MASTER.
           COPY "SECTMAST.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-FEED-STATUS            PIC X(02).
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-FOUND-SW              PIC X VALUE "N".
           88 WS-RECORD-FOUND       VALUE "Y".
       01  WS-WAS-ACTIVE-SW         PIC X VALUE "N".
           88 WS-WAS-ACTIVE         VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-REASON                 PIC X(30).
       01  WS-ACTION-TEXT            PIC X(12).
      *-----------------------------------------------------------------
      * THE DAY LETTER EACH MEETING-DAY POSITION MUST CARRY.
      *-----------------------------------------------------------------
       01  WS-DAY-LETTERS            PIC X(05) VALUE "MTWRF".
       01  WS-DAY-IX                 PIC 9(02).
       01  WS-DAYS-MET               PIC 9(02).
       01  WS-HHMM                   PIC 9(04).
       01  WS-HHMM-PARTS REDEFINES WS-HHMM.
           05 WS-HH                  PIC 9(02).
           05 WS-MM                  PIC 9(02).
       01  WS-ADD-COUNT              PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT           PIC 9(5) VALUE 0.
       01  WS-CLOSE-COUNT            PIC 9(5) VALUE 0.
       01  WS-EXCEPT-COUNT           PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-CAPACITY          PIC ZZ9.
       01  WS-EDIT-ADDS              PIC ZZZZ9.
       01  WS-EDIT-CHANGES           PIC ZZZZ9.
       01  WS-EDIT-EXCEPTS           PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       SECTLOAD-MAIN.
           PERFORM SECTLOAD-INIT
           PERFORM SECTLOAD-PROCESS-ONE
              THRU SECTLOAD-PROCESS-ONE-END UNTIL WS-EOF
           PERFORM SECTLOAD-WRITE-SUMMARY
           PERFORM SECTLOAD-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       SECTLOAD-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN INPUT SECTION-FILE
           IF WS-FEED-STATUS NOT = "00"
              MOVE "SECTLOAD" TO FE-PROGRAM
              MOVE "SECTION-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-FEED-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN I-O SECTION-MASTER
           IF WS-MASTER-STATUS = "35"
              OPEN OUTPUT SECTION-MASTER
              CLOSE SECTION-MASTER
              OPEN I-O SECTION-MASTER
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "SECTLOAD" TO FE-PROGRAM
              MOVE "SECTION-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "SECTLOAD" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           MOVE "CLASS SECTION MASTER LOAD REGISTER" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM SECTLOAD-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM SECTLOAD-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM SECTLOAD-WRITE-LINE
           IF NOT WS-EOF
              PERFORM SECTLOAD-READ-NEXT
           END-IF.

      *-----------------------------------------------------------------
       SECTLOAD-READ-NEXT.
      *-----------------------------------------------------------------
           READ SECTION-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONE FEED LINE - EDIT IT, THEN INSERT OR UPDATE THE SECTION.
      *-----------------------------------------------------------------
       SECTLOAD-PROCESS-ONE.
           PERFORM SECTLOAD-EDIT-LINE
              THRU SECTLOAD-EDIT-LINE-END
           IF WS-REASON NOT = SPACES
              ADD 1 TO WS-EXCEPT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  EXCEPTION - " SIN-TERM " " SIN-SECTION " "
                     WS-REASON DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM SECTLOAD-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
              PERFORM SECTLOAD-READ-NEXT
              GO TO SECTLOAD-PROCESS-ONE-END
           END-IF
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-WAS-ACTIVE-SW
           MOVE SIN-TERM TO SM-TERM
           MOVE SIN-SECTION TO SM-SECTION
           READ SECTION-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-RECORD-FOUND TO TRUE
                 IF SM-ACTIVE
                    SET WS-WAS-ACTIVE TO TRUE
                 END-IF
           END-READ
           IF NOT WS-RECORD-FOUND
              MOVE SPACES TO SECTION-MASTER-RECORD
              MOVE SIN-TERM TO SM-TERM
              MOVE SIN-SECTION TO SM-SECTION
           END-IF
           MOVE SIN-COURSE TO SM-COURSE
           MOVE SIN-COURSE-TITLE TO SM-COURSE-TITLE
           MOVE SIN-TEACHER-ID TO SM-TEACHER-ID
           MOVE SIN-TEACHER-NAME TO SM-TEACHER-NAME
           MOVE SIN-ROOM TO SM-ROOM
           MOVE SIN-CAPACITY-NUM TO SM-CAPACITY
           MOVE SIN-MEET-DAYS TO SM-MEET-DAYS
           MOVE SIN-START-NUM TO SM-START-TIME
           MOVE SIN-END-NUM TO SM-END-TIME
           IF SIN-ACTIVE-SW = SPACE
              MOVE "Y" TO SM-ACTIVE-SW
           ELSE
              MOVE SIN-ACTIVE-SW TO SM-ACTIVE-SW
           END-IF
           MOVE WS-RUN-DATE TO SM-LAST-CHANGE-DATE
           IF WS-RECORD-FOUND
              REWRITE SECTION-MASTER-RECORD
              END-REWRITE
              IF WS-WAS-ACTIVE AND SM-INACTIVE
                 ADD 1 TO WS-CLOSE-COUNT
                 MOVE "CLOSED" TO WS-ACTION-TEXT
              ELSE
                 ADD 1 TO WS-CHANGE-COUNT
                 MOVE "CHANGED" TO WS-ACTION-TEXT
              END-IF
           ELSE
              WRITE SECTION-MASTER-RECORD
              END-WRITE
              ADD 1 TO WS-ADD-COUNT
              MOVE "ADDED" TO WS-ACTION-TEXT
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "SECTLOAD" TO FE-PROGRAM
              MOVE "SECTION-MASTER" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SECTION-MASTER-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF
           MOVE SM-CAPACITY TO WS-EDIT-CAPACITY
           MOVE SPACES TO REPORT-LINE
           STRING "  " SM-TERM " " SM-SECTION " " SM-COURSE
                  " " SM-TEACHER-ID " RM " SM-ROOM
                  " SEATS " WS-EDIT-CAPACITY
                  " " SM-MEET-DAYS " " SM-START-TIME "-" SM-END-TIME
                  " " SM-ACTIVE-SW " " WS-ACTION-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM SECTLOAD-WRITE-LINE
           PERFORM SECTLOAD-READ-NEXT.
       SECTLOAD-PROCESS-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * THE FEED EDITS. WS-REASON COMES BACK BLANK FOR A GOOD LINE.
      *-----------------------------------------------------------------
       SECTLOAD-EDIT-LINE.
           MOVE SPACES TO WS-REASON
           IF SIN-TERM = SPACES OR SIN-SECTION = SPACES
              MOVE "BLANK TERM OR SECTION" TO WS-REASON
              GO TO SECTLOAD-EDIT-LINE-END
           END-IF
           IF SIN-COURSE = SPACES OR SIN-TEACHER-ID = SPACES
              MOVE "COURSE OR TEACHER MISSING" TO WS-REASON
              GO TO SECTLOAD-EDIT-LINE-END
           END-IF
           IF SIN-CAPACITY NOT NUMERIC
              MOVE "CAPACITY NOT NUMERIC" TO WS-REASON
              GO TO SECTLOAD-EDIT-LINE-END
           END-IF
           IF SIN-CAPACITY-NUM = 0
              MOVE "CAPACITY IS ZERO" TO WS-REASON
              GO TO SECTLOAD-EDIT-LINE-END
           END-IF
           IF NOT SIN-ACTIVE-VALID
              MOVE "BAD ACTIVE FLAG" TO WS-REASON
              GO TO SECTLOAD-EDIT-LINE-END
           END-IF
           MOVE 0 TO WS-DAYS-MET
           PERFORM SECTLOAD-CHECK-DAY
              VARYING WS-DAY-IX FROM 1 BY 1 UNTIL WS-DAY-IX > 5
           IF WS-REASON NOT = SPACES
              GO TO SECTLOAD-EDIT-LINE-END
           END-IF
           IF WS-DAYS-MET = 0
              MOVE "NO MEETING DAYS" TO WS-REASON
              GO TO SECTLOAD-EDIT-LINE-END
           END-IF
           IF SIN-START-TIME NOT NUMERIC OR SIN-END-TIME NOT NUMERIC
              MOVE "MEETING TIME NOT NUMERIC" TO WS-REASON
              GO TO SECTLOAD-EDIT-LINE-END
           END-IF
           MOVE SIN-START-NUM TO WS-HHMM
           IF WS-HH > 23 OR WS-MM > 59
              MOVE "BAD START TIME" TO WS-REASON
              GO TO SECTLOAD-EDIT-LINE-END
           END-IF
           MOVE SIN-END-NUM TO WS-HHMM
           IF WS-HH > 23 OR WS-MM > 59
              MOVE "BAD END TIME" TO WS-REASON
              GO TO SECTLOAD-EDIT-LINE-END
           END-IF
           IF SIN-END-NUM NOT > SIN-START-NUM
              MOVE "END TIME NOT AFTER START" TO WS-REASON
           END-IF.
       SECTLOAD-EDIT-LINE-END. EXIT.

      *-----------------------------------------------------------------
      * ONE MEETING-DAY POSITION: ITS OWN DAY LETTER OR A SPACE.
      *-----------------------------------------------------------------
       SECTLOAD-CHECK-DAY.
           IF SIN-MEET-DAYS (WS-DAY-IX:1) =
                 WS-DAY-LETTERS (WS-DAY-IX:1)
              ADD 1 TO WS-DAYS-MET
           ELSE
              IF SIN-MEET-DAYS (WS-DAY-IX:1) NOT = SPACE
                 MOVE "BAD MEETING DAYS" TO WS-REASON
              END-IF
           END-IF.

      *-----------------------------------------------------------------
       SECTLOAD-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM SECTLOAD-WRITE-LINE
           MOVE WS-ADD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  SECTIONS ADDED . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM SECTLOAD-WRITE-LINE
           MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  SECTIONS CHANGED . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM SECTLOAD-WRITE-LINE
           MOVE WS-CLOSE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  SECTIONS CLOSED  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM SECTLOAD-WRITE-LINE
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EXCEPTIONS . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM SECTLOAD-WRITE-LINE
           MOVE "SECTLOAD" TO AL-PROGRAM
           MOVE "SECLD" TO AL-EVENT
           MOVE WS-ADD-COUNT TO WS-EDIT-ADDS
           ADD WS-CHANGE-COUNT WS-CLOSE-COUNT GIVING WS-EDIT-CHANGES
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-EXCEPTS
           MOVE SPACES TO AL-DETAIL
           STRING "SECTION LOAD ADDED " WS-EDIT-ADDS
                  " CHANGED " WS-EDIT-CHANGES
                  " EXCEPTIONS " WS-EDIT-EXCEPTS
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       SECTLOAD-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "SECTLOAD" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       SECTLOAD-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE SECTION-FILE
           CLOSE SECTION-MASTER
           CLOSE REPORT-FILE.
       END PROGRAM SECTLOAD.
