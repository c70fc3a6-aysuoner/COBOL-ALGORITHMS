      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    STUMERGE.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * STUDENT-ID MERGE AND MERGE REVERSAL. READS THE REGISTRAR'S
      * SIGNED MERGCTL CARDS (PROPOSED BY STUDUPS ON DUPCAND) AND
      * FOR EACH MERGE CARD FOLDS THE VICTIM ID INTO THE SURVIVOR:
      *   - EVERY STUHIST, ATTMAST, RANKMAST AND CRSHIST RECORD OF THE
      *     VICTIM IS RE-KEYED TO THE SURVIVOR. WHERE THE SURVIVOR
      *     ALREADY HAS A RECORD FOR THE SAME TERM (AND COURSE) THE
      *     ATTENDANCE IS COMBINED - ABSENCES AND TARDIES ADDED, THE
      *     LATER LAST DATE KEPT - AND FOR THE OTHER FILES THE
      *     SURVIVOR'S RECORD STANDS AND THE VICTIM'S IS DROPPED AND
      *     LISTED FOR THE REGISTRAR TO CHECK (RC 4). A TERM WHOSE
      *     RANKMAST RECORDS MOVED IS LISTED FOR A STURANK RERUN,
      *   - A VICTIM ENROLLED EARLIER AND STILL ACTIVE CARRIES ITS
      *     ENROLLMENT DATE TO THE SURVIVOR, SO MEMBERSHIP COUNTS
      *     FROM THE FIRST DAY THE CHILD WAS REALLY ENROLLED,
      *   - THE VICTIM'S STUDMAST RECORD IS RETIRED - STATUS M,
      *     STATUS DATE THE MERGE DATE.
      * EVERY RECORD TOUCHED IS WRITTEN WITH ITS BEFORE IMAGE TO THE
      * MERGREG REGISTER UNDER A NEW MERGE NUMBER, AND THE MERGE IS
      * LISTED ON STUMERGR AND CUT TO THE AUDIT LOG.
      *
      * A REVERSE CARD NAMES A MERGE NUMBER (AND ITS SURVIVOR AND
      * VICTIM, WHICH MUST MATCH THE REGISTER) AND PUTS EVERY RECORD
      * BACK FROM THE BEFORE IMAGES, NEWEST FIRST: RE-KEYED RECORDS
      * GO BACK TO THE VICTIM, DROPPED ONES ARE RESTORED, COMBINED
      * ATTENDANCE HAS THE VICTIM'S COUNTS TAKEN BACK OUT (SO
      * ANYTHING POSTED TO THE SURVIVOR SINCE STAYS), THE SURVIVOR'S
      * ENROLLMENT DATE IS PUT BACK AND THE VICTIM IS REACTIVATED. A
      * RE-KEYED RECORD CHANGED SINCE THE MERGE IS STILL PUT BACK BUT
      * LISTED (RC 4). A REVERSED MERGE IS MARKED R ON THE REGISTER
      * AND STUDUPS DOES NOT PROPOSE THE PAIR AGAIN.
      *
      * A CARD WITHOUT AN APPROVER, FOR AN UNKNOWN OR ALREADY-MERGED
      * ID, OR FOR A MERGE WHOSE SURVIVOR HAS SINCE BEEN MERGED AWAY
      * ITSELF IS REJECTED (RC 4). A MASTER THAT DOES NOT EXIST YET
      * (FILE STATUS 35) HAS NOTHING TO MOVE AND IS PASSED OVER.
      * MODIFIED 15/10/2026 - EVERY STUDMAST RECORD THE MERGE OR ITS
      * REVERSAL WRITES, REWRITES OR DELETES NOW GOES TO THE CHGJRNL
      * CHANGE JOURNAL WITH ITS BEFORE AND AFTER IMAGE. A REVERSAL
      * READS THE RETIRED VICTIM FIRST SO ITS BEFORE IMAGE IS EXACT.
      * MODIFIED 15/10/2026 - STUDMAST IS NOW DECLARED WITH ITS
      * STU-NAME ALTERNATE INDEX (DUPLICATES ALLOWED), SO EVERY
      * CHANGE THIS PROGRAM MAKES KEEPS THE ONLNBRW NAME SEARCH IN
      * STEP.
      * MODIFIED 15/10/2026 - THE ENROLLMENT-DATE CARRY IS PERFORMED
      * THRU ITS EXIT, SO A MERGE WITH NOTHING TO CARRY NO LONGER
      * RETIRES THE VICTIM TWICE OR USES UP A MERGE NUMBER.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-CONTROL-FILE ASSIGN TO "MERGCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS STU-ID
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "STUHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS STU-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ATTEND-MASTER ASSIGN TO "ATTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATT-STATUS.
           SELECT RANK-FILE ASSIGN TO "RANKMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RANK-KEY
               FILE STATUS IS WS-RANK-STATUS.
           SELECT COURSE-HISTORY ASSIGN TO "CRSHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CRS-STATUS.
           SELECT MERGE-REGISTER ASSIGN TO "MERGREG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MR-KEY
               FILE STATUS IS WS-MERGE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "STUMERGR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  MERGE-CONTROL-FILE.
           COPY "MERGCTL.CPY".

       FD  STUDENT-MASTER.
           COPY "STUMAST.CPY".

       FD  HISTORY-FILE.
           COPY "STUHIST.CPY".

       FD  ATTEND-MASTER.
           COPY "ATTMAST.CPY".

       FD  RANK-FILE.
           COPY "RANKMAST.CPY".

       FD  COURSE-HISTORY.
           COPY "CRSHIST.CPY".

       FD  MERGE-REGISTER.
           COPY "MERGREG.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

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
       01  WS-CTL-STATUS             PIC X(02).
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-HIST-STATUS            PIC X(02).
       01  WS-ATT-STATUS             PIC X(02).
       01  WS-RANK-STATUS            PIC X(02).
       01  WS-CRS-STATUS             PIC X(02).
       01  WS-MERGE-STATUS           PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-SCAN-EOF-SW           PIC X VALUE "N".
           88 WS-SCAN-EOF           VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
      *-----------------------------------------------------------------
      * WHICH OF THE STUDENT-KEYED MASTERS EXIST AT THIS SITE.
      *-----------------------------------------------------------------
       01  WS-HIST-SW               PIC X VALUE "N".
           88 WS-HIST-PRESENT       VALUE "Y".
       01  WS-ATT-SW                PIC X VALUE "N".
           88 WS-ATT-PRESENT        VALUE "Y".
       01  WS-RANK-SW               PIC X VALUE "N".
           88 WS-RANK-PRESENT       VALUE "Y".
       01  WS-CRS-SW                PIC X VALUE "N".
           88 WS-CRS-PRESENT        VALUE "Y".
      *-----------------------------------------------------------------
      * THE GENERIC RECORD I/O. EVERY STUDENT-KEYED MASTER STARTS ITS
      * KEY WITH THE SIX-BYTE STUDENT ID, SO ONE IMAGE AREA SERVES
      * THEM ALL; WS-FILE-CODE PICKS THE FILE (SAME CODES AS MR-FILE).
      *-----------------------------------------------------------------
       01  WS-FILE-CODE              PIC X(04).
       01  WS-IMAGE                  PIC X(80).
       01  WS-READ-IMAGE             PIC X(80).
       01  WS-NEW-IMAGE              PIC X(80).
       01  WS-SURV-IMAGE             PIC X(80).
       01  WS-IO-STATUS              PIC X(02).
       01  WS-SCAN-ID                PIC X(06).
       01  WS-KEY-TAIL               PIC X(13).
      *-----------------------------------------------------------------
      * THE ATTENDANCE COUNTS INSIDE AN ATTMAST IMAGE.
      *-----------------------------------------------------------------
       01  WS-ATT-IMAGE.
           05 FILLER                 PIC X(36).
           05 WS-AI-ABSENCES         PIC 9(03).
           05 WS-AI-TARDIES          PIC 9(03).
           05 WS-AI-LAST-DATE        PIC 9(08).
           05 FILLER                 PIC X(30).
       01  WS-ATT-BEFORE.
           05 FILLER                 PIC X(36).
           05 WS-AB-ABSENCES         PIC 9(03).
           05 WS-AB-TARDIES          PIC 9(03).
           05 WS-AB-LAST-DATE        PIC 9(08).
           05 FILLER                 PIC X(30).
      *-----------------------------------------------------------------
      * THE TWO STUDMAST RECORDS OF THE PAIR IN HAND.
      *-----------------------------------------------------------------
       01  WS-VICTIM-MAST            PIC X(80).
       01  WS-SURVIVOR-MAST          PIC X(80).
       01  WS-VICTIM-ENROLL          PIC 9(08).
       01  WS-SURVIVOR-ENROLL        PIC 9(08).
       01  WS-VICTIM-ACTIVE-SW      PIC X VALUE "N".
           88 WS-VICTIM-ACTIVE      VALUE "Y".
       01  WS-REASON                 PIC X(40).
      *-----------------------------------------------------------------
      * THE VICTIM'S RECORDS, GATHERED BEFORE ANYTHING IS CHANGED SO
      * AN OVERSIZED MERGE IS REFUSED WHOLE RATHER THAN HALF DONE.
      *-----------------------------------------------------------------
       01  WS-MV-MAX                 PIC 9(03) VALUE 0.
       01  WS-MV-I                   PIC 9(03).
       01  WS-MV-FULL-SW            PIC X VALUE "N".
           88 WS-MV-FULL            VALUE "Y".
       01  WS-MV-TABLE.
           05 WS-MV-ENTRY OCCURS 300 TIMES.
              10 WS-MV-FILE          PIC X(04).
              10 WS-MV-IMAGE         PIC X(80).
      *-----------------------------------------------------------------
      * THE MERGE IN HAND ON THE REGISTER.
      *-----------------------------------------------------------------
       01  WS-MERGE-NO               PIC 9(06).
       01  WS-SEQ                    PIC 9(04).
       01  WS-DETAIL-COUNT           PIC 9(04).
       01  WS-ACTION                 PIC X(01).
       01  WS-ACTION-TEXT            PIC X(30).
      *-----------------------------------------------------------------
      * RUN COUNTS.
      *-----------------------------------------------------------------
       01  WS-CARD-COUNT             PIC 9(05) VALUE 0.
       01  WS-MERGE-COUNT            PIC 9(05) VALUE 0.
       01  WS-REVERSE-COUNT          PIC 9(05) VALUE 0.
       01  WS-REJECT-COUNT           PIC 9(05) VALUE 0.
       01  WS-MOVED-COUNT            PIC 9(05) VALUE 0.
       01  WS-COMBINED-COUNT         PIC 9(05) VALUE 0.
       01  WS-DROPPED-COUNT          PIC 9(05) VALUE 0.
       01  WS-RESTORED-COUNT         PIC 9(05) VALUE 0.
       01  WS-WARNING-COUNT          PIC 9(05) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-MERGES            PIC ZZZZ9.
       01  WS-EDIT-REVERSALS         PIC ZZZZ9.
       01  WS-EDIT-REJECTS           PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       STUMERGE-MAIN.
           PERFORM STUMERGE-INIT
              THRU STUMERGE-INIT-END
           IF WS-JOB-RC < 12
              PERFORM STUMERGE-READ-CARD
              PERFORM STUMERGE-PROCESS-CARD
                 THRU STUMERGE-PROCESS-CARD-END UNTIL WS-EOF
              PERFORM STUMERGE-WRITE-SUMMARY
           END-IF
           PERFORM STUMERGE-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       STUMERGE-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE WS-REPORT-STATUS TO FE-STATUS
              PERFORM STUMERGE-OPEN-FAILED
              GO TO STUMERGE-INIT-END
           END-IF
           MOVE "STUDENT ID MERGE REGISTER" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM STUMERGE-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM STUMERGE-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM STUMERGE-WRITE-LINE
           OPEN INPUT MERGE-CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
              MOVE "MERGE-CONTROL-FILE" TO FE-FILE-NAME
              MOVE WS-CTL-STATUS TO FE-STATUS
              PERFORM STUMERGE-OPEN-FAILED
              GO TO STUMERGE-INIT-END
           END-IF
           OPEN I-O STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "STUDENT-MASTER" TO FE-FILE-NAME
              MOVE WS-MASTER-STATUS TO FE-STATUS
              PERFORM STUMERGE-OPEN-FAILED
              GO TO STUMERGE-INIT-END
           END-IF
           OPEN I-O HISTORY-FILE
           IF WS-HIST-STATUS = "00"
              SET WS-HIST-PRESENT TO TRUE
           END-IF
           IF WS-HIST-STATUS NOT = "00" AND NOT = "35"
              MOVE "HISTORY-FILE" TO FE-FILE-NAME
              MOVE WS-HIST-STATUS TO FE-STATUS
              PERFORM STUMERGE-OPEN-FAILED
              GO TO STUMERGE-INIT-END
           END-IF
           OPEN I-O ATTEND-MASTER
           IF WS-ATT-STATUS = "00"
              SET WS-ATT-PRESENT TO TRUE
           END-IF
           IF WS-ATT-STATUS NOT = "00" AND NOT = "35"
              MOVE "ATTEND-MASTER" TO FE-FILE-NAME
              MOVE WS-ATT-STATUS TO FE-STATUS
              PERFORM STUMERGE-OPEN-FAILED
              GO TO STUMERGE-INIT-END
           END-IF
           OPEN I-O RANK-FILE
           IF WS-RANK-STATUS = "00"
              SET WS-RANK-PRESENT TO TRUE
           END-IF
           IF WS-RANK-STATUS NOT = "00" AND NOT = "35"
              MOVE "RANK-FILE" TO FE-FILE-NAME
              MOVE WS-RANK-STATUS TO FE-STATUS
              PERFORM STUMERGE-OPEN-FAILED
              GO TO STUMERGE-INIT-END
           END-IF
           OPEN I-O COURSE-HISTORY
           IF WS-CRS-STATUS = "00"
              SET WS-CRS-PRESENT TO TRUE
           END-IF
           IF WS-CRS-STATUS NOT = "00" AND NOT = "35"
              MOVE "COURSE-HISTORY" TO FE-FILE-NAME
              MOVE WS-CRS-STATUS TO FE-STATUS
              PERFORM STUMERGE-OPEN-FAILED
              GO TO STUMERGE-INIT-END
           END-IF
           OPEN I-O MERGE-REGISTER
           IF WS-MERGE-STATUS = "35"
              OPEN OUTPUT MERGE-REGISTER
              CLOSE MERGE-REGISTER
              OPEN I-O MERGE-REGISTER
           END-IF
           IF WS-MERGE-STATUS NOT = "00"
              MOVE "MERGE-REGISTER" TO FE-FILE-NAME
              MOVE WS-MERGE-STATUS TO FE-STATUS
              PERFORM STUMERGE-OPEN-FAILED
              GO TO STUMERGE-INIT-END
           END-IF
           MOVE 0 TO MR-MERGE-NO MR-SEQ
           READ MERGE-REGISTER
              INVALID KEY
                 MOVE SPACES TO MERGE-REGISTER-HEADER
                 MOVE 0 TO MRH-MERGE-NO MRH-SEQ MRH-LAST-MERGE-NO
                 WRITE MERGE-REGISTER-HEADER
                 END-WRITE
           END-READ.
       STUMERGE-INIT-END. EXIT.

       STUMERGE-OPEN-FAILED.
           MOVE "STUMERGE" TO FE-PROGRAM
           MOVE "OPEN" TO FE-OPERATION
           MOVE SPACES TO FE-LAST-RECORD
           CALL "FILEERR" USING WS-FE-PARMS
           MOVE 12 TO WS-JOB-RC.

       STUMERGE-READ-CARD.
           READ MERGE-CONTROL-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONE CARD - A MERGE OR A REVERSAL, AND ONLY WHEN SIGNED.
      *-----------------------------------------------------------------
       STUMERGE-PROCESS-CARD.
           ADD 1 TO WS-CARD-COUNT
           MOVE SPACES TO WS-REASON
           IF MC-APPROVER = SPACES
              MOVE "NOT SIGNED BY AN APPROVER" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES
              IF MC-SURVIVOR-ID = SPACES OR MC-VICTIM-ID = SPACES
                 OR MC-SURVIVOR-ID = MC-VICTIM-ID
                 MOVE "SURVIVOR/VICTIM MISSING OR THE SAME"
                    TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES
              IF MC-MERGE
                 PERFORM STUMERGE-DO-MERGE
                    THRU STUMERGE-DO-MERGE-END
              ELSE
                 IF MC-REVERSE
                    PERFORM STUMERGE-DO-REVERSE
                       THRU STUMERGE-DO-REVERSE-END
                 ELSE
                    MOVE "UNKNOWN ACTION CODE" TO WS-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES
              PERFORM STUMERGE-REJECT-CARD
           END-IF
           PERFORM STUMERGE-READ-CARD.
       STUMERGE-PROCESS-CARD-END. EXIT.

       STUMERGE-REJECT-CARD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REPORT-LINE
           PERFORM STUMERGE-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  REJECTED " MC-ACTION " " MC-SURVIVOR-ID " "
                  MC-VICTIM-ID " " MC-MERGE-NO " - " WS-REASON
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM STUMERGE-WRITE-LINE
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
      * MERGE THE VICTIM INTO THE SURVIVOR.
      *-----------------------------------------------------------------
       STUMERGE-DO-MERGE.
           MOVE MC-VICTIM-ID TO STU-ID
           READ STUDENT-MASTER
              INVALID KEY
                 MOVE "VICTIM NOT ON STUDMAST" TO WS-REASON
                 GO TO STUMERGE-DO-MERGE-END
           END-READ
           IF STU-MERGED
              MOVE "VICTIM ALREADY MERGED" TO WS-REASON
              GO TO STUMERGE-DO-MERGE-END
           END-IF
           MOVE STUDENT-MASTER-RECORD TO WS-VICTIM-MAST
           MOVE 0 TO WS-VICTIM-ENROLL
           IF STU-ENROLL-DATE NUMERIC
              MOVE STU-ENROLL-DATE TO WS-VICTIM-ENROLL
           END-IF
           MOVE "N" TO WS-VICTIM-ACTIVE-SW
           IF STU-ACTIVE
              SET WS-VICTIM-ACTIVE TO TRUE
           END-IF
           MOVE MC-SURVIVOR-ID TO STU-ID
           READ STUDENT-MASTER
              INVALID KEY
                 MOVE "SURVIVOR NOT ON STUDMAST" TO WS-REASON
                 GO TO STUMERGE-DO-MERGE-END
           END-READ
           IF STU-MERGED
              MOVE "SURVIVOR ALREADY MERGED" TO WS-REASON
              GO TO STUMERGE-DO-MERGE-END
           END-IF
           MOVE STUDENT-MASTER-RECORD TO WS-SURVIVOR-MAST
           MOVE 0 TO WS-SURVIVOR-ENROLL
           IF STU-ENROLL-DATE NUMERIC
              MOVE STU-ENROLL-DATE TO WS-SURVIVOR-ENROLL
           END-IF
           MOVE 0 TO WS-MV-MAX
           MOVE "N" TO WS-MV-FULL-SW
           MOVE MC-VICTIM-ID TO WS-SCAN-ID
           IF WS-HIST-PRESENT
              MOVE "HIST" TO WS-FILE-CODE
              PERFORM STUMERGE-GATHER-FILE
           END-IF
           IF WS-ATT-PRESENT
              MOVE "ATTN" TO WS-FILE-CODE
              PERFORM STUMERGE-GATHER-FILE
           END-IF
           IF WS-RANK-PRESENT
              MOVE "RANK" TO WS-FILE-CODE
              PERFORM STUMERGE-GATHER-FILE
           END-IF
           IF WS-CRS-PRESENT
              MOVE "CRSH" TO WS-FILE-CODE
              PERFORM STUMERGE-GATHER-FILE
           END-IF
           IF WS-MV-FULL
              MOVE "OVER 300 RECORDS - MERGE BY HAND" TO WS-REASON
              GO TO STUMERGE-DO-MERGE-END
           END-IF
           PERFORM STUMERGE-NEXT-MERGE-NO
           MOVE 0 TO WS-SEQ
           MOVE SPACES TO REPORT-LINE
           PERFORM STUMERGE-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  MERGE " WS-MERGE-NO "  " MC-VICTIM-ID " INTO "
                  MC-SURVIVOR-ID " " STU-NAME "  BY " MC-APPROVER
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM STUMERGE-WRITE-LINE
           PERFORM STUMERGE-MOVE-ONE
              THRU STUMERGE-MOVE-ONE-END
              VARYING WS-MV-I FROM 1 BY 1 UNTIL WS-MV-I > WS-MV-MAX
           PERFORM STUMERGE-CARRY-ENROLLMENT
              THRU STUMERGE-CARRY-ENROLLMENT-END
           PERFORM STUMERGE-RETIRE-VICTIM
           MOVE SPACES TO MERGE-REGISTER-HEADER
           MOVE WS-MERGE-NO TO MRH-MERGE-NO
           MOVE 0 TO MRH-SEQ
           MOVE "H" TO MRH-TYPE
           MOVE MC-SURVIVOR-ID TO MRH-SURVIVOR-ID
           MOVE MC-VICTIM-ID TO MRH-VICTIM-ID
           MOVE WS-RUN-DATE TO MRH-MERGE-DATE
           MOVE MC-APPROVER TO MRH-APPROVER
           MOVE WS-SEQ TO MRH-DETAIL-COUNT
           SET MRH-APPLIED TO TRUE
           MOVE 0 TO MRH-REVERSE-DATE MRH-LAST-MERGE-NO
           WRITE MERGE-REGISTER-HEADER
           IF WS-MERGE-STATUS NOT = "00"
              PERFORM STUMERGE-REGISTER-FAILED
           END-IF
           ADD 1 TO WS-MERGE-COUNT
           MOVE "STUMERGE" TO AL-PROGRAM
           MOVE "STMRG" TO AL-EVENT
           MOVE SPACES TO AL-DETAIL
           STRING "MERGE " WS-MERGE-NO " " MC-VICTIM-ID " INTO "
                  MC-SURVIVOR-ID " BY " MC-APPROVER
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.
       STUMERGE-DO-MERGE-END. EXIT.

      *-----------------------------------------------------------------
      * GATHER WS-SCAN-ID'S RECORDS OF ONE FILE INTO THE MOVE TABLE.
      *-----------------------------------------------------------------
       STUMERGE-GATHER-FILE.
           MOVE LOW-VALUES TO WS-IMAGE
           MOVE WS-SCAN-ID TO WS-IMAGE (1:6)
           MOVE "N" TO WS-SCAN-EOF-SW
           PERFORM STUMERGE-IO-START
           IF WS-IO-STATUS NOT = "00"
              SET WS-SCAN-EOF TO TRUE
           END-IF
           IF NOT WS-SCAN-EOF
              PERFORM STUMERGE-SCAN-NEXT
           END-IF
           PERFORM STUMERGE-GATHER-ONE UNTIL WS-SCAN-EOF.

       STUMERGE-SCAN-NEXT.
           PERFORM STUMERGE-IO-READ-NEXT
           IF WS-IO-STATUS NOT = "00"
              SET WS-SCAN-EOF TO TRUE
           ELSE
              IF WS-READ-IMAGE (1:6) NOT = WS-SCAN-ID
                 SET WS-SCAN-EOF TO TRUE
              END-IF
           END-IF.

       STUMERGE-GATHER-ONE.
           IF WS-MV-MAX >= 300
              SET WS-MV-FULL TO TRUE
              SET WS-SCAN-EOF TO TRUE
           ELSE
              ADD 1 TO WS-MV-MAX
              MOVE WS-FILE-CODE TO WS-MV-FILE (WS-MV-MAX)
              MOVE WS-READ-IMAGE TO WS-MV-IMAGE (WS-MV-MAX)
              PERFORM STUMERGE-SCAN-NEXT
           END-IF.

      *-----------------------------------------------------------------
      * ONE OF THE VICTIM'S RECORDS TO THE SURVIVOR.
      *-----------------------------------------------------------------
       STUMERGE-MOVE-ONE.
           MOVE WS-MV-FILE (WS-MV-I) TO WS-FILE-CODE
           MOVE WS-MV-IMAGE (WS-MV-I) TO WS-IMAGE
           MOVE SPACES TO WS-SURV-IMAGE
           MOVE WS-IMAGE TO WS-NEW-IMAGE
           MOVE MC-SURVIVOR-ID TO WS-NEW-IMAGE (1:6)
           MOVE WS-NEW-IMAGE TO WS-IMAGE
           PERFORM STUMERGE-IO-READ
           MOVE WS-MV-IMAGE (WS-MV-I) TO WS-IMAGE
           IF WS-IO-STATUS = "00"
              MOVE WS-READ-IMAGE TO WS-SURV-IMAGE
              IF WS-FILE-CODE = "ATTN"
                 PERFORM STUMERGE-COMBINE-ATTEND
                 IF WS-IO-STATUS NOT = "00"
                    GO TO STUMERGE-MOVE-ONE-END
                 END-IF
              ELSE
                 MOVE "D" TO WS-ACTION
                 MOVE "DROPPED - SURVIVOR'S KEPT" TO WS-ACTION-TEXT
                 ADD 1 TO WS-DROPPED-COUNT
                 IF WS-JOB-RC < 4
                    MOVE 4 TO WS-JOB-RC
                 END-IF
              END-IF
           ELSE
              MOVE WS-IMAGE TO WS-READ-IMAGE
              MOVE WS-NEW-IMAGE TO WS-IMAGE
              PERFORM STUMERGE-IO-WRITE
              MOVE WS-READ-IMAGE TO WS-IMAGE
              IF WS-IO-STATUS NOT = "00"
                 PERFORM STUMERGE-IO-FAILED
                 GO TO STUMERGE-MOVE-ONE-END
              END-IF
              MOVE "M" TO WS-ACTION
              MOVE "MOVED" TO WS-ACTION-TEXT
              ADD 1 TO WS-MOVED-COUNT
           END-IF
           PERFORM STUMERGE-IO-DELETE
           IF WS-IO-STATUS NOT = "00"
              PERFORM STUMERGE-IO-FAILED
           END-IF
           IF WS-FILE-CODE = "RANK"
              IF WS-ACTION = "M"
                 MOVE "MOVED - RERUN STURANK" TO WS-ACTION-TEXT
              ELSE
                 MOVE "DROPPED - RERUN STURANK" TO WS-ACTION-TEXT
              END-IF
           END-IF
           PERFORM STUMERGE-WRITE-DETAIL
           PERFORM STUMERGE-DETAIL-LINE.
       STUMERGE-MOVE-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * BOTH IDS HAVE ATTENDANCE FOR THE TERM - THE SURVIVOR'S RECORD
      * TAKES BOTH SETS OF COUNTS AND THE LATER LAST DATE.
      *-----------------------------------------------------------------
       STUMERGE-COMBINE-ATTEND.
           MOVE WS-IMAGE TO WS-ATT-IMAGE
           MOVE WS-SURV-IMAGE TO ATTENDANCE-MASTER-RECORD
           ADD WS-AI-ABSENCES TO ATT-ABSENCES
           ADD WS-AI-TARDIES TO ATT-TARDIES
           IF WS-AI-LAST-DATE > ATT-LAST-DATE
              MOVE WS-AI-LAST-DATE TO ATT-LAST-DATE
           END-IF
           REWRITE ATTENDANCE-MASTER-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE
           MOVE WS-ATT-STATUS TO WS-IO-STATUS
           IF WS-IO-STATUS NOT = "00"
              PERFORM STUMERGE-IO-FAILED
           END-IF
           MOVE "C" TO WS-ACTION
           MOVE "COMBINED WITH SURVIVOR'S" TO WS-ACTION-TEXT
           ADD 1 TO WS-COMBINED-COUNT.

      *-----------------------------------------------------------------
      * AN ACTIVE VICTIM ENROLLED BEFORE THE SURVIVOR WAS KEYED IN IS
      * THE SAME ENROLLMENT - THE SURVIVOR TAKES THE EARLIER DATE.
      *-----------------------------------------------------------------
       STUMERGE-CARRY-ENROLLMENT.
           IF NOT WS-VICTIM-ACTIVE OR WS-VICTIM-ENROLL = 0
              OR WS-SURVIVOR-ENROLL = 0
              OR WS-VICTIM-ENROLL NOT < WS-SURVIVOR-ENROLL
              GO TO STUMERGE-CARRY-ENROLLMENT-END
           END-IF
           MOVE WS-SURVIVOR-MAST TO STUDENT-MASTER-RECORD
           MOVE WS-VICTIM-ENROLL TO STU-ENROLL-DATE
           REWRITE STUDENT-MASTER-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "STUM" TO WS-FILE-CODE
              MOVE WS-MASTER-STATUS TO WS-IO-STATUS
              MOVE WS-SURVIVOR-MAST TO WS-IMAGE
              PERFORM STUMERGE-IO-FAILED
              GO TO STUMERGE-CARRY-ENROLLMENT-END
           END-IF
           SET CJ-CHANGE TO TRUE
           MOVE WS-SURVIVOR-MAST TO CJ-BEFORE
           PERFORM STUMERGE-JOURNAL-STUDENT
           MOVE "STUM" TO WS-FILE-CODE
           MOVE WS-VICTIM-MAST TO WS-IMAGE
           MOVE WS-SURVIVOR-MAST TO WS-SURV-IMAGE
           MOVE "C" TO WS-ACTION
           MOVE "ENROLLMENT DATE TO SURVIVOR" TO WS-ACTION-TEXT
           PERFORM STUMERGE-WRITE-DETAIL
           PERFORM STUMERGE-DETAIL-LINE.
       STUMERGE-CARRY-ENROLLMENT-END. EXIT.

       STUMERGE-RETIRE-VICTIM.
           MOVE WS-VICTIM-MAST TO STUDENT-MASTER-RECORD
           MOVE "M" TO STU-ENROLL-STATUS
           MOVE WS-RUN-DATE TO STU-STATUS-DATE
           REWRITE STUDENT-MASTER-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE
           MOVE "STUM" TO WS-FILE-CODE
           MOVE WS-VICTIM-MAST TO WS-IMAGE
           IF WS-MASTER-STATUS NOT = "00"
              MOVE WS-MASTER-STATUS TO WS-IO-STATUS
              PERFORM STUMERGE-IO-FAILED
           ELSE
              SET CJ-CHANGE TO TRUE
              MOVE WS-VICTIM-MAST TO CJ-BEFORE
              PERFORM STUMERGE-JOURNAL-STUDENT
              MOVE SPACES TO WS-SURV-IMAGE
              MOVE "R" TO WS-ACTION
              MOVE "VICTIM ID RETIRED" TO WS-ACTION-TEXT
              PERFORM STUMERGE-WRITE-DETAIL
              PERFORM STUMERGE-DETAIL-LINE
           END-IF.

      *-----------------------------------------------------------------
      * THE NEXT MERGE NUMBER OFF THE REGISTER'S CONTROL RECORD.
      *-----------------------------------------------------------------
       STUMERGE-NEXT-MERGE-NO.
           MOVE 0 TO MR-MERGE-NO MR-SEQ
           READ MERGE-REGISTER
              INVALID KEY
                 DISPLAY "STUMERGE - MERGREG CONTROL RECORD MISSING"
           END-READ
           ADD 1 TO MRH-LAST-MERGE-NO
           MOVE MRH-LAST-MERGE-NO TO WS-MERGE-NO
           REWRITE MERGE-REGISTER-HEADER
              INVALID KEY
                 DISPLAY "STUMERGE - MERGREG CONTROL REWRITE FAILED"
           END-REWRITE.

      *-----------------------------------------------------------------
      * ONE BEFORE IMAGE TO THE REGISTER UNDER THE MERGE IN HAND.
      *-----------------------------------------------------------------
       STUMERGE-WRITE-DETAIL.
           ADD 1 TO WS-SEQ
           MOVE SPACES TO MERGE-REGISTER-RECORD
           MOVE WS-MERGE-NO TO MR-MERGE-NO
           MOVE WS-SEQ TO MR-SEQ
           SET MR-DETAIL TO TRUE
           MOVE WS-FILE-CODE TO MR-FILE
           MOVE WS-ACTION TO MR-ACTION
           MOVE WS-IMAGE TO MR-VICTIM-IMAGE
           MOVE WS-SURV-IMAGE TO MR-SURVIVOR-IMAGE
           WRITE MERGE-REGISTER-RECORD
           IF WS-MERGE-STATUS NOT = "00"
              PERFORM STUMERGE-REGISTER-FAILED
           END-IF.

       STUMERGE-REGISTER-FAILED.
           MOVE "STUMERGE" TO FE-PROGRAM
           MOVE "MERGE-REGISTER" TO FE-FILE-NAME
           MOVE "WRITE" TO FE-OPERATION
           MOVE WS-MERGE-STATUS TO FE-STATUS
           MOVE MERGE-REGISTER-RECORD TO FE-LAST-RECORD
           CALL "FILEERR" USING WS-FE-PARMS
           IF WS-JOB-RC < 8
              MOVE 8 TO WS-JOB-RC
           END-IF.

       STUMERGE-DETAIL-LINE.
           PERFORM STUMERGE-KEY-TAIL
           MOVE SPACES TO REPORT-LINE
           STRING "      " WS-FILE-CODE " " WS-IMAGE (1:6) " "
                  WS-KEY-TAIL " " WS-ACTION-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM STUMERGE-WRITE-LINE.

      *-----------------------------------------------------------------
      * THE REST OF THE KEY AFTER THE STUDENT ID, FOR THE LISTING -
      * THE TERM, PLUS THE COURSE ON CRSHIST.
      *-----------------------------------------------------------------
       STUMERGE-KEY-TAIL.
           MOVE SPACES TO WS-KEY-TAIL
           EVALUATE WS-FILE-CODE
              WHEN "STUM"
                 CONTINUE
              WHEN "CRSH"
                 MOVE WS-IMAGE (7:13) TO WS-KEY-TAIL
              WHEN OTHER
                 MOVE WS-IMAGE (7:5) TO WS-KEY-TAIL
           END-EVALUATE.

      *-----------------------------------------------------------------
      * PUT A MERGE BACK FROM ITS REGISTER IMAGES, NEWEST FIRST.
      *-----------------------------------------------------------------
       STUMERGE-DO-REVERSE.
           IF MC-MERGE-NO NOT NUMERIC OR MC-MERGE-NO-NUM = 0
              MOVE "NO MERGE NUMBER ON THE CARD" TO WS-REASON
              GO TO STUMERGE-DO-REVERSE-END
           END-IF
           MOVE MC-MERGE-NO-NUM TO MR-MERGE-NO
           MOVE 0 TO MR-SEQ
           READ MERGE-REGISTER
              INVALID KEY
                 MOVE "MERGE NOT ON MERGREG" TO WS-REASON
                 GO TO STUMERGE-DO-REVERSE-END
           END-READ
           IF NOT MRH-APPLIED
              MOVE "MERGE ALREADY REVERSED" TO WS-REASON
              GO TO STUMERGE-DO-REVERSE-END
           END-IF
           IF MRH-SURVIVOR-ID NOT = MC-SURVIVOR-ID
              OR MRH-VICTIM-ID NOT = MC-VICTIM-ID
              MOVE "IDS DO NOT MATCH THE REGISTER" TO WS-REASON
              GO TO STUMERGE-DO-REVERSE-END
           END-IF
           MOVE MRH-DETAIL-COUNT TO WS-DETAIL-COUNT
           MOVE MC-SURVIVOR-ID TO STU-ID
           READ STUDENT-MASTER
              INVALID KEY
                 MOVE "SURVIVOR NOT ON STUDMAST" TO WS-REASON
                 GO TO STUMERGE-DO-REVERSE-END
           END-READ
           IF STU-MERGED
              MOVE "SURVIVOR SINCE MERGED - REVERSE THAT FIRST"
                 TO WS-REASON
              GO TO STUMERGE-DO-REVERSE-END
           END-IF
           MOVE MC-VICTIM-ID TO STU-ID
           READ STUDENT-MASTER
              INVALID KEY
                 MOVE "VICTIM NOT ON STUDMAST" TO WS-REASON
                 GO TO STUMERGE-DO-REVERSE-END
           END-READ
           IF NOT STU-MERGED
              MOVE "VICTIM NO LONGER MARKED MERGED" TO WS-REASON
              GO TO STUMERGE-DO-REVERSE-END
           END-IF
           MOVE MC-MERGE-NO-NUM TO WS-MERGE-NO
           MOVE SPACES TO REPORT-LINE
           PERFORM STUMERGE-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  REVERSE " WS-MERGE-NO "  " MC-VICTIM-ID " FROM "
                  MC-SURVIVOR-ID "  BY " MC-APPROVER
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM STUMERGE-WRITE-LINE
           PERFORM STUMERGE-UNDO-ONE
              THRU STUMERGE-UNDO-ONE-END
              VARYING WS-SEQ FROM WS-DETAIL-COUNT BY -1
              UNTIL WS-SEQ = 0
           MOVE WS-MERGE-NO TO MR-MERGE-NO
           MOVE 0 TO MR-SEQ
           READ MERGE-REGISTER
              INVALID KEY
                 CONTINUE
           END-READ
           SET MRH-REVERSED TO TRUE
           MOVE WS-RUN-DATE TO MRH-REVERSE-DATE
           MOVE MC-APPROVER TO MRH-REVERSE-BY
           REWRITE MERGE-REGISTER-HEADER
              INVALID KEY
                 CONTINUE
           END-REWRITE
           IF WS-MERGE-STATUS NOT = "00"
              PERFORM STUMERGE-REGISTER-FAILED
           END-IF
           ADD 1 TO WS-REVERSE-COUNT
           MOVE "STUMERGE" TO AL-PROGRAM
           MOVE "STMRV" TO AL-EVENT
           MOVE SPACES TO AL-DETAIL
           STRING "REVERSED MERGE " WS-MERGE-NO " " MC-VICTIM-ID
                  " FROM " MC-SURVIVOR-ID " BY " MC-APPROVER
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.
       STUMERGE-DO-REVERSE-END. EXIT.

      *-----------------------------------------------------------------
      * UNDO ONE REGISTER DETAIL.
      *-----------------------------------------------------------------
       STUMERGE-UNDO-ONE.
           MOVE WS-MERGE-NO TO MR-MERGE-NO
           MOVE WS-SEQ TO MR-SEQ
           READ MERGE-REGISTER
              INVALID KEY
                 MOVE "REGISTER DETAIL MISSING" TO WS-ACTION-TEXT
                 MOVE SPACES TO WS-FILE-CODE WS-IMAGE
                 PERFORM STUMERGE-UNDO-WARNING
                 GO TO STUMERGE-UNDO-ONE-END
           END-READ
           MOVE MR-FILE TO WS-FILE-CODE
           MOVE MR-VICTIM-IMAGE TO WS-IMAGE
           MOVE MR-SURVIVOR-IMAGE TO WS-SURV-IMAGE
           MOVE MR-ACTION TO WS-ACTION
           EVALUATE TRUE
              WHEN MR-RETIRED
                 MOVE WS-IMAGE TO STUDENT-MASTER-RECORD
                 READ STUDENT-MASTER
                    INVALID KEY
                       CONTINUE
                 END-READ
                 MOVE STUDENT-MASTER-RECORD TO CJ-BEFORE
                 MOVE WS-IMAGE TO STUDENT-MASTER-RECORD
                 REWRITE STUDENT-MASTER-RECORD
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
                 MOVE WS-MASTER-STATUS TO WS-IO-STATUS
                 IF WS-IO-STATUS = "00"
                    SET CJ-CHANGE TO TRUE
                    PERFORM STUMERGE-JOURNAL-STUDENT
                 END-IF
                 MOVE "VICTIM ID REACTIVATED" TO WS-ACTION-TEXT
              WHEN MR-COMBINED AND WS-FILE-CODE = "STUM"
                 PERFORM STUMERGE-UNDO-ENROLLMENT
              WHEN MR-COMBINED
                 PERFORM STUMERGE-UNDO-COMBINE
              WHEN MR-MOVED
                 PERFORM STUMERGE-UNDO-MOVE
              WHEN OTHER
                 PERFORM STUMERGE-IO-WRITE
                 MOVE "RESTORED" TO WS-ACTION-TEXT
           END-EVALUATE
           IF WS-IO-STATUS NOT = "00"
              PERFORM STUMERGE-IO-FAILED
              GO TO STUMERGE-UNDO-ONE-END
           END-IF
           ADD 1 TO WS-RESTORED-COUNT
           PERFORM STUMERGE-DETAIL-LINE.
       STUMERGE-UNDO-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * A RE-KEYED RECORD: REMOVE THE SURVIVOR'S COPY, RESTORE THE
      * VICTIM'S. A COPY CHANGED SINCE THE MERGE IS LISTED.
      *-----------------------------------------------------------------
       STUMERGE-UNDO-MOVE.
           MOVE WS-IMAGE TO WS-NEW-IMAGE
           MOVE MC-SURVIVOR-ID TO WS-NEW-IMAGE (1:6)
           MOVE WS-NEW-IMAGE TO WS-IMAGE
           PERFORM STUMERGE-IO-READ
           IF WS-IO-STATUS = "00"
              IF WS-READ-IMAGE (7:74) NOT = WS-NEW-IMAGE (7:74)
                 MOVE "CHANGED SINCE MERGE - CHECK" TO WS-ACTION-TEXT
                 MOVE MR-VICTIM-IMAGE TO WS-IMAGE
                 PERFORM STUMERGE-UNDO-WARNING
                 MOVE WS-NEW-IMAGE TO WS-IMAGE
              END-IF
              PERFORM STUMERGE-IO-DELETE
           END-IF
           MOVE MR-VICTIM-IMAGE TO WS-IMAGE
           PERFORM STUMERGE-IO-WRITE
           MOVE "MOVED BACK" TO WS-ACTION-TEXT.

      *-----------------------------------------------------------------
      * COMBINED ATTENDANCE: TAKE THE VICTIM'S COUNTS BACK OUT OF THE
      * SURVIVOR'S RECORD AND RESTORE THE VICTIM'S.
      *-----------------------------------------------------------------
       STUMERGE-UNDO-COMBINE.
           MOVE WS-SURV-IMAGE TO WS-ATT-BEFORE
           MOVE WS-IMAGE TO WS-ATT-IMAGE
           MOVE WS-SURV-IMAGE TO WS-IMAGE
           PERFORM STUMERGE-IO-READ
           IF WS-IO-STATUS = "00"
              MOVE WS-READ-IMAGE TO ATTENDANCE-MASTER-RECORD
              IF ATT-ABSENCES > WS-AI-ABSENCES
                 SUBTRACT WS-AI-ABSENCES FROM ATT-ABSENCES
              ELSE
                 MOVE 0 TO ATT-ABSENCES
              END-IF
              IF ATT-TARDIES > WS-AI-TARDIES
                 SUBTRACT WS-AI-TARDIES FROM ATT-TARDIES
              ELSE
                 MOVE 0 TO ATT-TARDIES
              END-IF
              IF ATT-LAST-DATE = WS-AI-LAST-DATE
                 MOVE WS-AB-LAST-DATE TO ATT-LAST-DATE
              END-IF
              REWRITE ATTENDANCE-MASTER-RECORD
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           END-IF
           MOVE MR-VICTIM-IMAGE TO WS-IMAGE
           PERFORM STUMERGE-IO-WRITE
           MOVE "COUNTS SPLIT BACK OUT" TO WS-ACTION-TEXT.

      *-----------------------------------------------------------------
      * THE SURVIVOR'S OWN ENROLLMENT DATE GOES BACK; THE REST OF THE
      * SURVIVOR'S RECORD MAY HAVE MOVED ON AND IS LEFT ALONE.
      *-----------------------------------------------------------------
       STUMERGE-UNDO-ENROLLMENT.
           MOVE WS-SURV-IMAGE TO WS-IMAGE
           PERFORM STUMERGE-IO-READ
           IF WS-IO-STATUS = "00"
              MOVE WS-READ-IMAGE TO STUDENT-MASTER-RECORD
              MOVE WS-SURV-IMAGE TO WS-SURVIVOR-MAST
              MOVE WS-SURVIVOR-MAST (60:8) TO STU-ENROLL-DATE
              REWRITE STUDENT-MASTER-RECORD
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              MOVE WS-MASTER-STATUS TO WS-IO-STATUS
              IF WS-IO-STATUS = "00"
                 SET CJ-CHANGE TO TRUE
                 MOVE WS-READ-IMAGE TO CJ-BEFORE
                 PERFORM STUMERGE-JOURNAL-STUDENT
              END-IF
           END-IF
           MOVE MR-VICTIM-IMAGE TO WS-IMAGE
           MOVE "SURVIVOR ENROLLMENT DATE BACK" TO WS-ACTION-TEXT.

       STUMERGE-UNDO-WARNING.
           ADD 1 TO WS-WARNING-COUNT
           PERFORM STUMERGE-DETAIL-LINE
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
      * GENERIC I/O ON THE FILE NAMED BY WS-FILE-CODE. THE KEY (OR
      * WHOLE RECORD) COMES FROM WS-IMAGE; A READ RETURNS THE RECORD
      * IN WS-READ-IMAGE. THE FILE STATUS COMES BACK IN WS-IO-STATUS.
      *-----------------------------------------------------------------
       STUMERGE-IO-READ.
           MOVE SPACES TO WS-READ-IMAGE
           EVALUATE WS-FILE-CODE
              WHEN "STUM"
                 MOVE WS-IMAGE TO STUDENT-MASTER-RECORD
                 READ STUDENT-MASTER
                    INVALID KEY
                       CONTINUE
                 END-READ
                 MOVE WS-MASTER-STATUS TO WS-IO-STATUS
                 MOVE STUDENT-MASTER-RECORD TO WS-READ-IMAGE
              WHEN "HIST"
                 MOVE WS-IMAGE TO STUDENT-HISTORY-RECORD
                 READ HISTORY-FILE
                    INVALID KEY
                       CONTINUE
                 END-READ
                 MOVE WS-HIST-STATUS TO WS-IO-STATUS
                 MOVE STUDENT-HISTORY-RECORD TO WS-READ-IMAGE
              WHEN "ATTN"
                 MOVE WS-IMAGE TO ATTENDANCE-MASTER-RECORD
                 READ ATTEND-MASTER
                    INVALID KEY
                       CONTINUE
                 END-READ
                 MOVE WS-ATT-STATUS TO WS-IO-STATUS
                 MOVE ATTENDANCE-MASTER-RECORD TO WS-READ-IMAGE
              WHEN "RANK"
                 MOVE WS-IMAGE TO RANK-MASTER-RECORD
                 READ RANK-FILE
                    INVALID KEY
                       CONTINUE
                 END-READ
                 MOVE WS-RANK-STATUS TO WS-IO-STATUS
                 MOVE RANK-MASTER-RECORD TO WS-READ-IMAGE
              WHEN "CRSH"
                 MOVE WS-IMAGE TO COURSE-HISTORY-RECORD
                 READ COURSE-HISTORY
                    INVALID KEY
                       CONTINUE
                 END-READ
                 MOVE WS-CRS-STATUS TO WS-IO-STATUS
                 MOVE COURSE-HISTORY-RECORD TO WS-READ-IMAGE
           END-EVALUATE.

       STUMERGE-IO-WRITE.
           EVALUATE WS-FILE-CODE
              WHEN "STUM"
                 MOVE WS-IMAGE TO STUDENT-MASTER-RECORD
                 WRITE STUDENT-MASTER-RECORD
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 MOVE WS-MASTER-STATUS TO WS-IO-STATUS
                 IF WS-IO-STATUS = "00"
                    SET CJ-ADD TO TRUE
                    MOVE SPACES TO CJ-BEFORE
                    PERFORM STUMERGE-JOURNAL-STUDENT
                 END-IF
              WHEN "HIST"
                 MOVE WS-IMAGE TO STUDENT-HISTORY-RECORD
                 WRITE STUDENT-HISTORY-RECORD
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 MOVE WS-HIST-STATUS TO WS-IO-STATUS
              WHEN "ATTN"
                 MOVE WS-IMAGE TO ATTENDANCE-MASTER-RECORD
                 WRITE ATTENDANCE-MASTER-RECORD
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 MOVE WS-ATT-STATUS TO WS-IO-STATUS
              WHEN "RANK"
                 MOVE WS-IMAGE TO RANK-MASTER-RECORD
                 WRITE RANK-MASTER-RECORD
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 MOVE WS-RANK-STATUS TO WS-IO-STATUS
              WHEN "CRSH"
                 MOVE WS-IMAGE TO COURSE-HISTORY-RECORD
                 WRITE COURSE-HISTORY-RECORD
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 MOVE WS-CRS-STATUS TO WS-IO-STATUS
           END-EVALUATE.

       STUMERGE-IO-DELETE.
           EVALUATE WS-FILE-CODE
              WHEN "STUM"
                 MOVE WS-IMAGE TO STUDENT-MASTER-RECORD
                 DELETE STUDENT-MASTER RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
                 MOVE WS-MASTER-STATUS TO WS-IO-STATUS
                 IF WS-IO-STATUS = "00"
                    SET CJ-DELETE TO TRUE
                    MOVE WS-IMAGE TO CJ-BEFORE
                    PERFORM STUMERGE-JOURNAL-STUDENT
                 END-IF
              WHEN "HIST"
                 MOVE WS-IMAGE TO STUDENT-HISTORY-RECORD
                 DELETE HISTORY-FILE RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
                 MOVE WS-HIST-STATUS TO WS-IO-STATUS
              WHEN "ATTN"
                 MOVE WS-IMAGE TO ATTENDANCE-MASTER-RECORD
                 DELETE ATTEND-MASTER RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
                 MOVE WS-ATT-STATUS TO WS-IO-STATUS
              WHEN "RANK"
                 MOVE WS-IMAGE TO RANK-MASTER-RECORD
                 DELETE RANK-FILE RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
                 MOVE WS-RANK-STATUS TO WS-IO-STATUS
              WHEN "CRSH"
                 MOVE WS-IMAGE TO COURSE-HISTORY-RECORD
                 DELETE COURSE-HISTORY RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
                 MOVE WS-CRS-STATUS TO WS-IO-STATUS
           END-EVALUATE.

       STUMERGE-IO-START.
           EVALUATE WS-FILE-CODE
              WHEN "HIST"
                 MOVE WS-IMAGE TO STUDENT-HISTORY-RECORD
                 START HISTORY-FILE KEY IS NOT LESS THAN STU-HIST-KEY
                    INVALID KEY
                       CONTINUE
                 END-START
                 MOVE WS-HIST-STATUS TO WS-IO-STATUS
              WHEN "ATTN"
                 MOVE WS-IMAGE TO ATTENDANCE-MASTER-RECORD
                 START ATTEND-MASTER KEY IS NOT LESS THAN ATT-KEY
                    INVALID KEY
                       CONTINUE
                 END-START
                 MOVE WS-ATT-STATUS TO WS-IO-STATUS
              WHEN "RANK"
                 MOVE WS-IMAGE TO RANK-MASTER-RECORD
                 START RANK-FILE KEY IS NOT LESS THAN RANK-KEY
                    INVALID KEY
                       CONTINUE
                 END-START
                 MOVE WS-RANK-STATUS TO WS-IO-STATUS
              WHEN "CRSH"
                 MOVE WS-IMAGE TO COURSE-HISTORY-RECORD
                 START COURSE-HISTORY KEY IS NOT LESS THAN CH-KEY
                    INVALID KEY
                       CONTINUE
                 END-START
                 MOVE WS-CRS-STATUS TO WS-IO-STATUS
           END-EVALUATE.

       STUMERGE-IO-READ-NEXT.
           MOVE SPACES TO WS-READ-IMAGE
           EVALUATE WS-FILE-CODE
              WHEN "HIST"
                 READ HISTORY-FILE NEXT RECORD
                    AT END
                       CONTINUE
                 END-READ
                 MOVE WS-HIST-STATUS TO WS-IO-STATUS
                 MOVE STUDENT-HISTORY-RECORD TO WS-READ-IMAGE
              WHEN "ATTN"
                 READ ATTEND-MASTER NEXT RECORD
                    AT END
                       CONTINUE
                 END-READ
                 MOVE WS-ATT-STATUS TO WS-IO-STATUS
                 MOVE ATTENDANCE-MASTER-RECORD TO WS-READ-IMAGE
              WHEN "RANK"
                 READ RANK-FILE NEXT RECORD
                    AT END
                       CONTINUE
                 END-READ
                 MOVE WS-RANK-STATUS TO WS-IO-STATUS
                 MOVE RANK-MASTER-RECORD TO WS-READ-IMAGE
              WHEN "CRSH"
                 READ COURSE-HISTORY NEXT RECORD
                    AT END
                       CONTINUE
                 END-READ
                 MOVE WS-CRS-STATUS TO WS-IO-STATUS
                 MOVE COURSE-HISTORY-RECORD TO WS-READ-IMAGE
           END-EVALUATE.

       STUMERGE-IO-FAILED.
           MOVE "STUMERGE" TO FE-PROGRAM
           MOVE WS-FILE-CODE TO FE-FILE-NAME
           MOVE "UPDATE" TO FE-OPERATION
           MOVE WS-IO-STATUS TO FE-STATUS
           MOVE WS-IMAGE TO FE-LAST-RECORD
           CALL "FILEERR" USING WS-FE-PARMS
           MOVE SPACES TO REPORT-LINE
           PERFORM STUMERGE-KEY-TAIL
           STRING "      " WS-FILE-CODE " " WS-IMAGE (1:6) " "
                  WS-KEY-TAIL " I/O FAILED, STATUS " WS-IO-STATUS
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM STUMERGE-WRITE-LINE
           IF WS-JOB-RC < 8
              MOVE 8 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
       STUMERGE-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM STUMERGE-WRITE-LINE
           MOVE WS-CARD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  CARDS READ . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STUMERGE-WRITE-LINE
           MOVE WS-MERGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  MERGES APPLIED . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STUMERGE-WRITE-LINE
           MOVE WS-REVERSE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  MERGES REVERSED  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STUMERGE-WRITE-LINE
           MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  CARDS REJECTED . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STUMERGE-WRITE-LINE
           MOVE WS-MOVED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  RECORDS MOVED  . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STUMERGE-WRITE-LINE
           MOVE WS-COMBINED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ATTENDANCE COMBINED  . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STUMERGE-WRITE-LINE
           MOVE WS-DROPPED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  DROPPED - TO CHECK . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STUMERGE-WRITE-LINE
           MOVE WS-RESTORED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  RECORDS PUT BACK . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STUMERGE-WRITE-LINE
           MOVE WS-WARNING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  REVERSAL WARNINGS  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STUMERGE-WRITE-LINE
           MOVE "STUMERGE" TO AL-PROGRAM
           MOVE "STMRG" TO AL-EVENT
           MOVE WS-MERGE-COUNT TO WS-EDIT-MERGES
           MOVE WS-REVERSE-COUNT TO WS-EDIT-REVERSALS
           MOVE WS-REJECT-COUNT TO WS-EDIT-REJECTS
           MOVE SPACES TO AL-DETAIL
           STRING "RUN MERGES " WS-EDIT-MERGES
                  " REVERSALS " WS-EDIT-REVERSALS
                  " REJECTED " WS-EDIT-REJECTS
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       STUMERGE-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "STUMERGE" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       STUMERGE-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE MERGE-CONTROL-FILE
           CLOSE STUDENT-MASTER
           IF WS-HIST-PRESENT
              CLOSE HISTORY-FILE
           END-IF
           IF WS-ATT-PRESENT
              CLOSE ATTEND-MASTER
           END-IF
           IF WS-RANK-PRESENT
              CLOSE RANK-FILE
           END-IF
           IF WS-CRS-PRESENT
              CLOSE COURSE-HISTORY
           END-IF
           CLOSE MERGE-REGISTER
           CLOSE REPORT-FILE.

      *-----------------------------------------------------------------
      * EVERY STUDMAST UPDATE A MERGE OR A REVERSAL MAKES GOES TO THE
      * CHGJRNL CHANGE JOURNAL. THE CALLER SETS THE ACTION AND THE
      * BEFORE IMAGE; THE AFTER IMAGE IS THE RECORD AS WRITTEN.
      *-----------------------------------------------------------------
       STUMERGE-JOURNAL-STUDENT.
           MOVE "STUMERGE" TO CJ-PROGRAM
           MOVE "STUDMAST" TO CJ-MASTER
           MOVE MC-APPROVER TO CJ-USER
           MOVE STU-ID TO CJ-KEY
           IF CJ-DELETE
              MOVE SPACES TO CJ-AFTER
           ELSE
              MOVE STUDENT-MASTER-RECORD TO CJ-AFTER
           END-IF
           CALL "CHGJRNL" USING WS-JOURNAL-PARMS.
       END PROGRAM STUMERGE.
