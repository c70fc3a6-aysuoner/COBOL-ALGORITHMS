      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    ACCSFEED.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * DAILY DOOR-ACCESS DELTA FEED. BADGLIFE MARKS A LEAVER'S BADGE
      * RETURNED, BUT THE DOOR-ACCESS SYSTEM IS A SEPARATE VENDOR
      * PRODUCT SECURITY UPDATED BY HAND, AND SEPARATED EMPLOYEES'
      * BADGES KEPT OPENING DOORS FOR DAYS. THIS STEP RUNS STRAIGHT
      * AFTER BADGLIFE AND WRITES ACCSOUT IN THE VENDOR'S IMPORT
      * FORMAT: AN H HEADER WITH THE FILE SEQUENCE NUMBER AND DATE,
      * ONE D RECORD PER CHANGE, AND THE SHOP-STANDARD TRLRREC
      * TRAILER, WHOSE HASH CARRIES THE SEQUENCE NUMBER AGAIN. THE
      * CHANGES ARE
      *    ACT  A NEW BADGE (OR A CODE REISSUED TO SOMEONE ELSE)
      *    DEA  A BADGE MOVED TO RETURNED ON BADGMAST
      *    SUS  THE HOLDER IS ON LEAVE ON EMPHLTH - A TEMPORARY STOP
      *    RES  THE HOLDER IS BACK FROM LEAVE - THE STOP IS LIFTED
      * EACH IS FOUND BY COMPARING BADGMAST AND EMPHLTH WITH ACCSSENT,
      * THE STATE LAST SENT FOR EACH BADGE. THE NEW STATE OF EACH
      * BADGE CHANGED IS HELD ON THE ACCSPEND WORK FILE AND POSTED TO
      * ACCSSENT ONLY AFTER ACCSOUT IS COMPLETE AND ACCSCTL ADVANCED,
      * SO A RUN THAT FAILS LEAVES ACCSSENT AS IT WAS AND ITS RERUN
      * SENDS THE SAME CHANGES. THE SEQUENCE NUMBER IS KEPT ON THE
      * ACCSCTL CONTROL RECORD AND ADVANCES BY ONE EVERY RUN - A
      * FILE IS SENT EVERY DAY EVEN WHEN NOTHING CHANGED, SO A GAP IN
      * THE NUMBERS TELLS THE VENDOR A FILE WAS MISSED. ACCSCTL IS
      * NOT ADVANCED WHEN THE STEP ENDS RC 8 OR WORSE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BADGE-MASTER ASSIGN TO "BADGMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS BDG-CODE
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT EMPLOYEE-HEALTH ASSIGN TO "EMPHLTH"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT SENT-FILE ASSIGN TO "ACCSSENT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS AS-BADGE-CODE
               FILE STATUS IS WS-SENT-STATUS.
           SELECT PENDING-FILE ASSIGN TO "ACCSPEND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT SEQ-CONTROL-FILE ASSIGN TO "ACCSCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT ACCESS-FEED ASSIGN TO "ACCSOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ACCSFDR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  BADGE-MASTER.
           COPY "BADGMAST.CPY".

       FD  EMPLOYEE-HEALTH.
           COPY "EMPHLTH.CPY".

       FD  SENT-FILE.
           COPY "ACCSSENT.CPY".

       FD  PENDING-FILE.
       01  ACCESS-PENDING-RECORD     PIC X(51).

       FD  SEQ-CONTROL-FILE.
       01  SEQ-CONTROL-RECORD.
           05 AC-LAST-SEQ            PIC 9(6).
           05 AC-LAST-DATE           PIC 9(8).

       FD  ACCESS-FEED.
       01  ACCESS-FEED-RECORD.
           05 AF-RECORD-TYPE         PIC X(1).
           05 AF-ACTION              PIC X(3).
           05 AF-BADGE-CODE          PIC X(20).
           05 AF-EMP-ID              PIC X(6).
           05 AF-EFF-DATE            PIC 9(8).
           05 FILLER                 PIC X(10).
       01  ACCESS-FEED-HEADER.
           05 FILLER                 PIC X(1).
           05 AF-SEQ-NO              PIC 9(6).
           05 AF-FILE-DATE           PIC 9(8).
           05 AF-SOURCE              PIC X(8).
           05 FILLER                 PIC X(25).

           COPY "TRLRREC.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-EMP-STATUS             PIC X(02).
       01  WS-SENT-STATUS            PIC X(02).
       01  WS-CTL-STATUS             PIC X(02).
       01  WS-PEND-STATUS            PIC X(02).
       01  WS-FEED-STATUS            PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-SEQ-NO                 PIC 9(06) VALUE 0.
      *-----------------------------------------------------------------
      * ONE BADGE: THE STATE IT SHOULD HAVE AT THE VENDOR NOW, AND
      * THE STATE LAST SENT (N WHEN NEVER SENT).
      *-----------------------------------------------------------------
       01  WS-WANT-STATE             PIC X(01).
       01  WS-HAVE-STATE             PIC X(01).
       01  WS-ACTION                 PIC X(03).
       01  WS-ACTION-EMP             PIC X(06).
       01  WS-ACTION-DATE            PIC 9(08).
       01  WS-SENT-SW                PIC X(01).
           88 WS-SENT-THIS-BADGE     VALUE "Y".
       01  WS-POST-FAIL-SW           PIC X(01) VALUE "N".
           88 WS-POST-FAILED         VALUE "Y".
       01  WS-BADGE-COUNT            PIC 9(06) VALUE 0.
       01  WS-ACT-COUNT              PIC 9(06) VALUE 0.
       01  WS-DEA-COUNT              PIC 9(06) VALUE 0.
       01  WS-SUS-COUNT              PIC 9(06) VALUE 0.
       01  WS-RES-COUNT              PIC 9(06) VALUE 0.
       01  WS-FEED-COUNT             PIC 9(07) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-SEQ               PIC ZZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       ACCSFEED-MAIN.
           PERFORM ACCSFEED-INIT
           IF WS-JOB-RC < 12
              PERFORM ACCSFEED-WRITE-HEADER
              PERFORM ACCSFEED-READ-NEXT
              PERFORM ACCSFEED-PROCESS-ONE UNTIL WS-EOF
              PERFORM ACCSFEED-WRITE-TRAILER
              PERFORM ACCSFEED-WRITE-SUMMARY
              PERFORM ACCSFEED-ADVANCE-SEQ
                 THRU ACCSFEED-ADVANCE-SEQ-END
              PERFORM ACCSFEED-POST-STATES
                 THRU ACCSFEED-POST-STATES-END
           END-IF
           PERFORM ACCSFEED-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       ACCSFEED-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           MOVE 0 TO AC-LAST-SEQ
           OPEN INPUT SEQ-CONTROL-FILE
           IF WS-CTL-STATUS = "00"
              READ SEQ-CONTROL-FILE
                 AT END MOVE 0 TO AC-LAST-SEQ
              END-READ
              CLOSE SEQ-CONTROL-FILE
           END-IF
           IF AC-LAST-SEQ NOT NUMERIC
              OR AC-LAST-SEQ = 999999
              MOVE 0 TO AC-LAST-SEQ
           END-IF
           COMPUTE WS-SEQ-NO = AC-LAST-SEQ + 1
           OPEN INPUT BADGE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "ACCSFEED" TO FE-PROGRAM
              MOVE "BADGE-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           OPEN INPUT EMPLOYEE-HEALTH
           IF WS-EMP-STATUS NOT = "00"
              MOVE "ACCSFEED" TO FE-PROGRAM
              MOVE "EMPLOYEE-HEALTH" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-EMP-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           OPEN I-O SENT-FILE
           IF WS-SENT-STATUS = "35"
              OPEN OUTPUT SENT-FILE
              CLOSE SENT-FILE
              OPEN I-O SENT-FILE
           END-IF
           IF WS-SENT-STATUS NOT = "00"
              MOVE "ACCSFEED" TO FE-PROGRAM
              MOVE "SENT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-SENT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           OPEN OUTPUT PENDING-FILE
           IF WS-PEND-STATUS NOT = "00"
              MOVE "ACCSFEED" TO FE-PROGRAM
              MOVE "PENDING-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-PEND-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           OPEN OUTPUT ACCESS-FEED
           IF WS-FEED-STATUS NOT = "00"
              MOVE "ACCSFEED" TO FE-PROGRAM
              MOVE "ACCESS-FEED" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-FEED-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "ACCSFEED" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           MOVE "DOOR-ACCESS DELTA FEED REGISTER" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM ACCSFEED-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM ACCSFEED-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM ACCSFEED-WRITE-LINE
           MOVE WS-SEQ-NO TO WS-EDIT-SEQ
           MOVE SPACES TO REPORT-LINE
           STRING "  FILE SEQUENCE " WS-EDIT-SEQ
                  "  DATED " WS-RUN-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ACCSFEED-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM ACCSFEED-WRITE-LINE.

       ACCSFEED-WRITE-HEADER.
           MOVE SPACES TO ACCESS-FEED-HEADER
           MOVE "H" TO AF-RECORD-TYPE
           MOVE WS-SEQ-NO TO AF-SEQ-NO
           MOVE WS-RUN-DATE TO AF-FILE-DATE
           MOVE "BADGMAST" TO AF-SOURCE
           PERFORM ACCSFEED-WRITE-FEED.

      *-----------------------------------------------------------------
       ACCSFEED-READ-NEXT.
      *-----------------------------------------------------------------
           READ BADGE-MASTER NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONE BADGE. A RETURNED BADGE SHOULD BE DEACTIVATED; AN ACTIVE
      * ONE WHOSE HOLDER IS ON LEAVE SUSPENDED; ANY OTHER ACTIVE ONE
      * ACTIVATED (A HOLDER NOT ON EMPHLTH - A CONTRACTOR - STAYS
      * ACTIVE). WHEN THE CODE HAS PASSED TO ANOTHER EMPLOYEE SINCE
      * IT WAS LAST SENT, THE OLD HOLDER IS DEACTIVATED FIRST.
      *-----------------------------------------------------------------
       ACCSFEED-PROCESS-ONE.
           ADD 1 TO WS-BADGE-COUNT
           MOVE "N" TO WS-SENT-SW
           IF BDG-RETURNED
              MOVE "D" TO WS-WANT-STATE
           ELSE
              MOVE "A" TO WS-WANT-STATE
              MOVE BDG-EMP-ID TO EMP-ID
              READ EMPLOYEE-HEALTH
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF EMP-ON-LEAVE
                       MOVE "S" TO WS-WANT-STATE
                    END-IF
              END-READ
           END-IF
           MOVE BDG-CODE TO AS-BADGE-CODE
           READ SENT-FILE
              INVALID KEY
                 MOVE "N" TO WS-HAVE-STATE
              NOT INVALID KEY
                 MOVE AS-STATE TO WS-HAVE-STATE
           END-READ
           IF WS-HAVE-STATE NOT = "N"
              AND WS-HAVE-STATE NOT = "D"
              AND AS-EMP-ID NOT = BDG-EMP-ID
              MOVE "DEA" TO WS-ACTION
              MOVE AS-EMP-ID TO WS-ACTION-EMP
              MOVE WS-RUN-DATE TO WS-ACTION-DATE
              PERFORM ACCSFEED-SEND-ACTION
              MOVE "D" TO WS-HAVE-STATE
           END-IF
           MOVE BDG-EMP-ID TO WS-ACTION-EMP
           MOVE WS-RUN-DATE TO WS-ACTION-DATE
           EVALUATE WS-WANT-STATE ALSO WS-HAVE-STATE
              WHEN "A" ALSO "N"
              WHEN "A" ALSO "D"
                 MOVE "ACT" TO WS-ACTION
                 MOVE BDG-ISSUE-DATE TO WS-ACTION-DATE
                 PERFORM ACCSFEED-SEND-ACTION
              WHEN "A" ALSO "S"
                 MOVE "RES" TO WS-ACTION
                 PERFORM ACCSFEED-SEND-ACTION
              WHEN "S" ALSO "N"
              WHEN "S" ALSO "D"
                 MOVE "ACT" TO WS-ACTION
                 MOVE BDG-ISSUE-DATE TO WS-ACTION-DATE
                 PERFORM ACCSFEED-SEND-ACTION
                 MOVE "SUS" TO WS-ACTION
                 MOVE WS-RUN-DATE TO WS-ACTION-DATE
                 PERFORM ACCSFEED-SEND-ACTION
              WHEN "S" ALSO "A"
                 MOVE "SUS" TO WS-ACTION
                 PERFORM ACCSFEED-SEND-ACTION
              WHEN "D" ALSO "A"
              WHEN "D" ALSO "S"
                 MOVE "DEA" TO WS-ACTION
                 MOVE BDG-STATUS-DATE TO WS-ACTION-DATE
                 PERFORM ACCSFEED-SEND-ACTION
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-SENT-THIS-BADGE
              PERFORM ACCSFEED-HOLD-STATE
           END-IF
           PERFORM ACCSFEED-READ-NEXT.

       ACCSFEED-SEND-ACTION.
           SET WS-SENT-THIS-BADGE TO TRUE
           MOVE SPACES TO ACCESS-FEED-RECORD
           MOVE "D" TO AF-RECORD-TYPE
           MOVE WS-ACTION TO AF-ACTION
           MOVE BDG-CODE TO AF-BADGE-CODE
           MOVE WS-ACTION-EMP TO AF-EMP-ID
           MOVE WS-ACTION-DATE TO AF-EFF-DATE
           PERFORM ACCSFEED-WRITE-FEED
           ADD 1 TO WS-FEED-COUNT
           EVALUATE WS-ACTION
              WHEN "ACT"
                 ADD 1 TO WS-ACT-COUNT
              WHEN "DEA"
                 ADD 1 TO WS-DEA-COUNT
              WHEN "SUS"
                 ADD 1 TO WS-SUS-COUNT
              WHEN OTHER
                 ADD 1 TO WS-RES-COUNT
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-ACTION " " BDG-CODE " EMP " WS-ACTION-EMP
                  " EFFECTIVE " WS-ACTION-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ACCSFEED-WRITE-LINE.

      *-----------------------------------------------------------------
      * THE BADGE'S NEW STATE GOES TO ACCSPEND, NOT ACCSSENT - SEE
      * ACCSFEED-POST-STATES.
      *-----------------------------------------------------------------
       ACCSFEED-HOLD-STATE.
           MOVE SPACES TO ACCESS-SENT-RECORD
           MOVE BDG-CODE TO AS-BADGE-CODE
           MOVE BDG-EMP-ID TO AS-EMP-ID
           MOVE WS-WANT-STATE TO AS-STATE
           MOVE WS-SEQ-NO TO AS-SEQ-NO
           MOVE WS-RUN-DATE TO AS-SENT-DATE
           MOVE ACCESS-SENT-RECORD TO ACCESS-PENDING-RECORD
           WRITE ACCESS-PENDING-RECORD
           IF WS-PEND-STATUS NOT = "00"
              MOVE "ACCSFEED" TO FE-PROGRAM
              MOVE "PENDING-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-PEND-STATUS TO FE-STATUS
              MOVE ACCESS-PENDING-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 8 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
      * THE TRAILER'S HASH TOTAL IS THE FILE SEQUENCE NUMBER, SO THE
      * VENDOR CAN CHECK THE HEADER AND TRAILER BELONG TO ONE FILE.
      *-----------------------------------------------------------------
       ACCSFEED-WRITE-TRAILER.
           MOVE SPACES TO ACCESS-FEED-RECORD
           MOVE "TRAILER*" TO TLR-LITERAL
           MOVE WS-FEED-COUNT TO TLR-RECORD-COUNT
           MOVE WS-SEQ-NO TO TLR-HASH-TOTAL
           PERFORM ACCSFEED-WRITE-FEED.

       ACCSFEED-WRITE-FEED.
           WRITE ACCESS-FEED-RECORD
           IF WS-FEED-STATUS NOT = "00"
              MOVE "ACCSFEED" TO FE-PROGRAM
              MOVE "ACCESS-FEED" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-FEED-STATUS TO FE-STATUS
              MOVE ACCESS-FEED-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 8 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
       ACCSFEED-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM ACCSFEED-WRITE-LINE
           MOVE WS-BADGE-COUNT TO WS-EDIT-COUNT
           STRING "  BADGES EXAMINED  . . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ACCSFEED-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ACT-COUNT TO WS-EDIT-COUNT
           STRING "  ACTIVATIONS  . . . . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ACCSFEED-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DEA-COUNT TO WS-EDIT-COUNT
           STRING "  DEACTIVATIONS  . . . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ACCSFEED-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUS-COUNT TO WS-EDIT-COUNT
           STRING "  SUSPENSIONS  . . . . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ACCSFEED-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-RES-COUNT TO WS-EDIT-COUNT
           STRING "  SUSPENSIONS LIFTED . . " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM ACCSFEED-WRITE-LINE
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "ACCSFEED" TO AL-PROGRAM
           MOVE "ACCSF" TO AL-EVENT
           MOVE WS-SEQ-NO TO WS-EDIT-SEQ
           MOVE WS-FEED-COUNT TO WS-EDIT-COUNT
           STRING "DOOR-ACCESS FEED SEQ " WS-EDIT-SEQ
                  " CHANGES " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
      * THE SEQUENCE NUMBER IS CONSUMED ONLY BY A FILE THAT WAS
      * WRITTEN WHOLE.
      *-----------------------------------------------------------------
       ACCSFEED-ADVANCE-SEQ.
           IF WS-JOB-RC NOT < 8
              MOVE SPACES TO REPORT-LINE
              PERFORM ACCSFEED-WRITE-LINE
              MOVE "  *** I/O FAILURE - ACCSCTL NOT ADVANCED; DO NOT SEN
      -            "D ACCSOUT" TO REPORT-LINE
              PERFORM ACCSFEED-WRITE-LINE
              GO TO ACCSFEED-ADVANCE-SEQ-END
           END-IF
           OPEN OUTPUT SEQ-CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
              MOVE "ACCSFEED" TO FE-PROGRAM
              MOVE "SEQ-CONTROL-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-CTL-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 8 TO WS-JOB-RC
              GO TO ACCSFEED-ADVANCE-SEQ-END
           END-IF
           MOVE WS-SEQ-NO TO AC-LAST-SEQ
           MOVE WS-RUN-DATE TO AC-LAST-DATE
           WRITE SEQ-CONTROL-RECORD
           CLOSE SEQ-CONTROL-FILE.
       ACCSFEED-ADVANCE-SEQ-END. EXIT.

      *-----------------------------------------------------------------
      * POST THE HELD STATES TO ACCSSENT NOW THAT ACCSOUT IS WHOLE AND
      * ITS SEQUENCE NUMBER TAKEN. ACCSOUT IS GOOD TO SEND BY THIS
      * POINT, SO A FAILURE HERE ENDS RC 4, NOT 8: A CHANGE THAT DID
      * NOT REACH ACCSSENT IS SIMPLY SENT AGAIN ON THE NEXT RUN.
      *-----------------------------------------------------------------
       ACCSFEED-POST-STATES.
           IF WS-JOB-RC NOT < 8
              GO TO ACCSFEED-POST-STATES-END
           END-IF
           CLOSE PENDING-FILE
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS NOT = "00"
              MOVE "ACCSFEED" TO FE-PROGRAM
              MOVE "PENDING-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-PEND-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              SET WS-POST-FAILED TO TRUE
           ELSE
              MOVE "N" TO WS-EOF-SW
              PERFORM ACCSFEED-READ-PENDING
              PERFORM ACCSFEED-POST-ONE UNTIL WS-EOF
              CLOSE PENDING-FILE
           END-IF
           IF WS-POST-FAILED
              MOVE SPACES TO REPORT-LINE
              PERFORM ACCSFEED-WRITE-LINE
              MOVE "  *** ACCSSENT NOT FULLY UPDATED - SEND ACCSOUT; CHA
      -            "NGES REPEAT NEXT RUN" TO REPORT-LINE
              PERFORM ACCSFEED-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           END-IF.
       ACCSFEED-POST-STATES-END. EXIT.

       ACCSFEED-READ-PENDING.
           READ PENDING-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       ACCSFEED-POST-ONE.
           MOVE ACCESS-PENDING-RECORD TO ACCESS-SENT-RECORD
           WRITE ACCESS-SENT-RECORD
              INVALID KEY
                 REWRITE ACCESS-SENT-RECORD
                    INVALID KEY
                       MOVE "ACCSFEED" TO FE-PROGRAM
                       MOVE "SENT-FILE" TO FE-FILE-NAME
                       MOVE "REWRITE" TO FE-OPERATION
                       MOVE WS-SENT-STATUS TO FE-STATUS
                       MOVE AS-BADGE-CODE TO FE-LAST-RECORD
                       CALL "FILEERR" USING WS-FE-PARMS
                       SET WS-POST-FAILED TO TRUE
                 END-REWRITE
           END-WRITE
           PERFORM ACCSFEED-READ-PENDING.

      *-----------------------------------------------------------------
       ACCSFEED-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "ACCSFEED" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       ACCSFEED-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE BADGE-MASTER
           CLOSE EMPLOYEE-HEALTH
           CLOSE SENT-FILE
           CLOSE PENDING-FILE
           CLOSE ACCESS-FEED
           CLOSE REPORT-FILE.
       END PROGRAM ACCSFEED.
