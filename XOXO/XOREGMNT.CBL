      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    XOREGMNT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * GRID CONTEST REGISTRATION UPSERT. READS THE XOREGIN
      * MAINTENANCE FILE FROM THE CONTEST DESK (CONTESTANT ID, NAME,
      * DIVISION, REGISTRATION DATE, STATUS) AND UPSERTS THE XOREG
      * KSDS - A NEW ID IS REGISTERED, A KNOWN ONE UPDATED - WITH A
      * REGISTER OF ADDS, CHANGES, SUSPENSIONS, WITHDRAWALS AND
      * REINSTATEMENTS. A PLAYER IS TAKEN OUT OF THE CONTEST BY
      * SENDING STATUS "S" OR "W", NEVER BY DELETING THEM.
      *
      * ON A NEW ID A BLANK REGISTRATION DATE MEANS TODAY AND A
      * BLANK STATUS MEANS ACTIVE; A NEW ID WITH NO DIVISION IS AN
      * EXCEPTION LINE, NOT A LOAD. ON A KNOWN ID ANY BLANK FIELD
      * KEEPS WHAT THE MASTER ALREADY HOLDS, SO THE DESK CAN SEND
      * JUST THE ID AND THE NEW STATUS. A BLANK ID, A STATUS OTHER
      * THAN A/S/W OR A NON-NUMERIC REGISTRATION DATE IS ALWAYS AN
      * EXCEPTION.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-INPUT-FILE ASSIGN TO "XOREGIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "XOREG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS XR-CONTESTANT
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "XOREGMNT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  REG-INPUT-FILE.
       01  REG-INPUT-RECORD.
           05 XRI-CONTESTANT         PIC X(8).
           05 XRI-NAME               PIC X(30).
           05 XRI-DIVISION           PIC X(4).
           05 XRI-REG-DATE           PIC X(8).
           05 XRI-REG-DATE-NUM REDEFINES XRI-REG-DATE
                                     PIC 9(8).
           05 XRI-STATUS             PIC X(1).
              88 XRI-STATUS-VALID    VALUE "A" "S" "W" " ".

       FD  REGISTRY-FILE.
           COPY "XOREG.CPY".

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
       01  WS-OLD-STATUS            PIC X(1).
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-ACTION-TEXT            PIC X(12).
       01  WS-ADD-COUNT              PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT           PIC 9(5) VALUE 0.
       01  WS-SUSPEND-COUNT          PIC 9(5) VALUE 0.
       01  WS-WITHDRAW-COUNT         PIC 9(5) VALUE 0.
       01  WS-REINSTATE-COUNT        PIC 9(5) VALUE 0.
       01  WS-EXCEPT-COUNT           PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-ADDS              PIC ZZZZ9.
       01  WS-EDIT-CHANGES           PIC ZZZZ9.
       01  WS-EDIT-EXCEPTS           PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       XOREGMNT-MAIN.
           PERFORM XOREGMNT-INIT
           PERFORM XOREGMNT-PROCESS-ONE
              THRU XOREGMNT-PROCESS-ONE-END UNTIL WS-EOF
           PERFORM XOREGMNT-WRITE-SUMMARY
           PERFORM XOREGMNT-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       XOREGMNT-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN INPUT REG-INPUT-FILE
           IF WS-FEED-STATUS NOT = "00"
              MOVE "XOREGMNT" TO FE-PROGRAM
              MOVE "REG-INPUT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-FEED-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN I-O REGISTRY-FILE
           IF WS-MASTER-STATUS = "35"
              OPEN OUTPUT REGISTRY-FILE
              CLOSE REGISTRY-FILE
              OPEN I-O REGISTRY-FILE
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "XOREGMNT" TO FE-PROGRAM
              MOVE "REGISTRY-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "XOREGMNT" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           MOVE "GRID CONTEST REGISTRATION REGISTER" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM XOREGMNT-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM XOREGMNT-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM XOREGMNT-WRITE-LINE
           IF NOT WS-EOF
              PERFORM XOREGMNT-READ-NEXT
           END-IF.

      *-----------------------------------------------------------------
       XOREGMNT-READ-NEXT.
      *-----------------------------------------------------------------
           READ REG-INPUT-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       XOREGMNT-PROCESS-ONE.
           IF XRI-CONTESTANT = SPACES
              OR NOT XRI-STATUS-VALID
              OR (XRI-REG-DATE NOT = SPACES
                  AND XRI-REG-DATE-NUM NOT NUMERIC)
              MOVE SPACES TO REPORT-LINE
              STRING "  EXCEPTION - BLANK ID OR BAD STATUS/DATE: "
                     XRI-CONTESTANT DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM XOREGMNT-EXCEPTION
              GO TO XOREGMNT-PROCESS-ONE-END
           END-IF
           MOVE "N" TO WS-FOUND-SW
           MOVE SPACE TO WS-OLD-STATUS
           MOVE XRI-CONTESTANT TO XR-CONTESTANT
           READ REGISTRY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-RECORD-FOUND TO TRUE
                 MOVE XR-STATUS TO WS-OLD-STATUS
           END-READ
           IF NOT WS-RECORD-FOUND AND XRI-DIVISION = SPACES
              MOVE SPACES TO REPORT-LINE
              STRING "  EXCEPTION - NEW CONTESTANT WITH NO DIVISION: "
                     XRI-CONTESTANT DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM XOREGMNT-EXCEPTION
              GO TO XOREGMNT-PROCESS-ONE-END
           END-IF
           IF NOT WS-RECORD-FOUND
              MOVE SPACES TO XO-REGISTRATION-RECORD
              MOVE XRI-CONTESTANT TO XR-CONTESTANT
              MOVE WS-RUN-DATE TO XR-REG-DATE
              MOVE "A" TO XR-STATUS
           END-IF
           IF XRI-NAME NOT = SPACES
              MOVE XRI-NAME TO XR-NAME
           END-IF
           IF XRI-DIVISION NOT = SPACES
              MOVE XRI-DIVISION TO XR-DIVISION
           END-IF
           IF XRI-REG-DATE NOT = SPACES
              MOVE XRI-REG-DATE-NUM TO XR-REG-DATE
           END-IF
           IF XRI-STATUS NOT = SPACE
              MOVE XRI-STATUS TO XR-STATUS
           END-IF
           MOVE WS-RUN-DATE TO XR-LAST-CHANGE-DATE
           IF WS-RECORD-FOUND
              REWRITE XO-REGISTRATION-RECORD
              END-REWRITE
              PERFORM XOREGMNT-CLASSIFY-CHANGE
           ELSE
              WRITE XO-REGISTRATION-RECORD
              END-WRITE
              ADD 1 TO WS-ADD-COUNT
              MOVE "ADDED" TO WS-ACTION-TEXT
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "XOREGMNT" TO FE-PROGRAM
              MOVE "REGISTRY-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE XO-REGISTRATION-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  " XR-CONTESTANT " " XR-NAME
                  " " XR-DIVISION " " XR-REG-DATE
                  " " XR-STATUS " " WS-ACTION-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM XOREGMNT-WRITE-LINE
           PERFORM XOREGMNT-READ-NEXT.
       XOREGMNT-PROCESS-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * A STATUS MOVE IS REPORTED AS WHAT IT IS - SUSPENDED,
      * WITHDRAWN, OR REINSTATED BACK TO ACTIVE - AND ANY OTHER
      * UPDATE OF A KNOWN ID AS A CHANGE.
      *-----------------------------------------------------------------
       XOREGMNT-CLASSIFY-CHANGE.
           EVALUATE TRUE
              WHEN XR-STATUS = WS-OLD-STATUS
                 ADD 1 TO WS-CHANGE-COUNT
                 MOVE "CHANGED" TO WS-ACTION-TEXT
              WHEN XR-SUSPENDED
                 ADD 1 TO WS-SUSPEND-COUNT
                 MOVE "SUSPENDED" TO WS-ACTION-TEXT
              WHEN XR-WITHDRAWN
                 ADD 1 TO WS-WITHDRAW-COUNT
                 MOVE "WITHDRAWN" TO WS-ACTION-TEXT
              WHEN OTHER
                 ADD 1 TO WS-REINSTATE-COUNT
                 MOVE "REINSTATED" TO WS-ACTION-TEXT
           END-EVALUATE.

       XOREGMNT-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT
           PERFORM XOREGMNT-WRITE-LINE
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF
           PERFORM XOREGMNT-READ-NEXT.

      *-----------------------------------------------------------------
       XOREGMNT-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM XOREGMNT-WRITE-LINE
           MOVE WS-ADD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  CONTESTANTS ADDED  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM XOREGMNT-WRITE-LINE
           MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  CONTESTANTS CHANGED  . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM XOREGMNT-WRITE-LINE
           MOVE WS-SUSPEND-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  SUSPENDED  . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM XOREGMNT-WRITE-LINE
           MOVE WS-WITHDRAW-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  WITHDRAWN  . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM XOREGMNT-WRITE-LINE
           MOVE WS-REINSTATE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  REINSTATED . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM XOREGMNT-WRITE-LINE
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EXCEPTIONS . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM XOREGMNT-WRITE-LINE
           MOVE "XOREGMNT" TO AL-PROGRAM
           MOVE "XOREG" TO AL-EVENT
           MOVE WS-ADD-COUNT TO WS-EDIT-ADDS
           ADD WS-CHANGE-COUNT WS-SUSPEND-COUNT WS-WITHDRAW-COUNT
               WS-REINSTATE-COUNT GIVING WS-EDIT-CHANGES
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-EXCEPTS
           MOVE SPACES TO AL-DETAIL
           STRING "CONTEST REGISTRY ADDED " WS-EDIT-ADDS
                  " CHANGED " WS-EDIT-CHANGES
                  " EXCEPTIONS " WS-EDIT-EXCEPTS
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       XOREGMNT-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "XOREGMNT" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       XOREGMNT-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE REG-INPUT-FILE
           CLOSE REGISTRY-FILE
           CLOSE REPORT-FILE.
       END PROGRAM XOREGMNT.
