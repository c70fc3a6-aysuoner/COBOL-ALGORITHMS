      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    XREFLOAD.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * PRODUCT CROSS-REFERENCE UPSERT. READS THE XREFIN MAINTENANCE
      * CARDS FROM PURCHASING (SYSTEM-A CODE, SYSTEM-B CODE,
      * EFFECTIVE-FROM AND EFFECTIVE-TO DATES, DESCRIPTION) AND
      * UPSERTS THE PRODXREF KSDS CASEVAL TRANSLATES THROUGH - A NEW
      * SYSTEM-A CODE IS ADDED, A KNOWN ONE UPDATED - WITH AN AUDIT
      * LISTING THAT SHOWS EVERY MAPPING AS LOADED AND, FOR A CHANGE,
      * WHAT IT WAS BEFORE. A MAPPING IS RETIRED BY SENDING AN
      * EFFECTIVE-TO DATE, NEVER BY DELETING IT; AN EFFECTIVE-TO OF
      * 00000000 PUTS A RETIRED MAPPING BACK IN EFFECT.
      *
      * BOTH CODES ARE STORED IN UPPER CASE. ON A NEW CODE A BLANK
      * EFFECTIVE-FROM MEANS TODAY AND A BLANK EFFECTIVE-TO MEANS
      * OPEN-ENDED; ON A KNOWN CODE ANY BLANK FIELD KEEPS WHAT THE
      * MASTER ALREADY HOLDS, SO PURCHASING CAN SEND JUST THE CODE
      * AND THE NEW END DATE. POINTING A KNOWN CODE AT A DIFFERENT
      * SYSTEM-B CODE STARTS ITS MISSED-CYCLE COUNT AGAIN.
      *
      * THESE ARE EXCEPTION LINES, NOT LOADS: A BLANK SYSTEM-A CODE,
      * A NEW CODE WITH NO SYSTEM-B CODE, A CODE MAPPED TO ITSELF, A
      * NON-NUMERIC DATE, AN EFFECTIVE-TO BEFORE THE EFFECTIVE-FROM,
      * AND A SYSTEM-B CODE ALREADY MAPPED FROM ANOTHER SYSTEM-A
      * CODE THAT IS STILL IN EFFECT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-INPUT-FILE ASSIGN TO "XREFIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT XREF-MASTER ASSIGN TO "PRODXREF"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PX-CODE-A
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "XREFLOAD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  XREF-INPUT-FILE.
       01  XREF-INPUT-RECORD.
           05 XIN-CODE-A             PIC X(20).
           05 XIN-CODE-B             PIC X(20).
           05 XIN-EFF-FROM           PIC X(8).
           05 XIN-EFF-FROM-NUM REDEFINES XIN-EFF-FROM
                                     PIC 9(8).
           05 XIN-EFF-TO             PIC X(8).
           05 XIN-EFF-TO-NUM REDEFINES XIN-EFF-TO
                                     PIC 9(8).
           05 XIN-DESCRIPTION        PIC X(30).

       FD  XREF-MASTER.
           COPY "PRODXREF.CPY".

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
       01  WS-SCAN-EOF-SW           PIC X VALUE "N".
           88 WS-SCAN-EOF           VALUE "Y".
       01  WS-CODE-A                 PIC X(20).
       01  WS-CODE-B                 PIC X(20).
       01  WS-CONFLICT-A             PIC X(20).
       01  WS-OLD-CODE-B             PIC X(20).
       01  WS-OLD-EFF-FROM           PIC 9(8).
       01  WS-OLD-EFF-TO             PIC 9(8).
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-ACTION-TEXT            PIC X(12).
       01  WS-ADD-COUNT              PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT           PIC 9(5) VALUE 0.
       01  WS-REMAP-COUNT            PIC 9(5) VALUE 0.
       01  WS-RETIRE-COUNT           PIC 9(5) VALUE 0.
       01  WS-EXCEPT-COUNT           PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-ADDS              PIC ZZZZ9.
       01  WS-EDIT-CHANGES           PIC ZZZZ9.
       01  WS-EDIT-EXCEPTS           PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       XREFLOAD-MAIN.
           PERFORM XREFLOAD-INIT
           PERFORM XREFLOAD-PROCESS-ONE
              THRU XREFLOAD-PROCESS-ONE-END UNTIL WS-EOF
           PERFORM XREFLOAD-WRITE-SUMMARY
           PERFORM XREFLOAD-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       XREFLOAD-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN INPUT XREF-INPUT-FILE
           IF WS-FEED-STATUS NOT = "00"
              MOVE "XREFLOAD" TO FE-PROGRAM
              MOVE "XREF-INPUT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-FEED-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN I-O XREF-MASTER
           IF WS-MASTER-STATUS = "35"
              OPEN OUTPUT XREF-MASTER
              CLOSE XREF-MASTER
              OPEN I-O XREF-MASTER
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "XREFLOAD" TO FE-PROGRAM
              MOVE "XREF-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "XREFLOAD" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           MOVE "PRODUCT CROSS-REFERENCE AUDIT LISTING" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM XREFLOAD-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM XREFLOAD-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM XREFLOAD-WRITE-LINE
           IF NOT WS-EOF
              PERFORM XREFLOAD-READ-NEXT
           END-IF.

      *-----------------------------------------------------------------
       XREFLOAD-READ-NEXT.
      *-----------------------------------------------------------------
           READ XREF-INPUT-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       XREFLOAD-PROCESS-ONE.
           MOVE FUNCTION UPPER-CASE (XIN-CODE-A) TO WS-CODE-A
           MOVE FUNCTION UPPER-CASE (XIN-CODE-B) TO WS-CODE-B
           IF WS-CODE-A = SPACES
              OR (XIN-EFF-FROM NOT = SPACES
                  AND XIN-EFF-FROM-NUM NOT NUMERIC)
              OR (XIN-EFF-TO NOT = SPACES
                  AND XIN-EFF-TO-NUM NOT NUMERIC)
              MOVE SPACES TO REPORT-LINE
              STRING "  EXCEPTION - BLANK CODE OR BAD DATE: "
                     WS-CODE-A DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM XREFLOAD-EXCEPTION
              GO TO XREFLOAD-PROCESS-ONE-END
           END-IF
           IF WS-CODE-B = WS-CODE-A
              MOVE SPACES TO REPORT-LINE
              STRING "  EXCEPTION - CODE MAPPED TO ITSELF: "
                     WS-CODE-A DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM XREFLOAD-EXCEPTION
              GO TO XREFLOAD-PROCESS-ONE-END
           END-IF
           IF WS-CODE-B NOT = SPACES
              PERFORM XREFLOAD-CHECK-CODE-B
              IF WS-CONFLICT-A NOT = SPACES
                 MOVE SPACES TO REPORT-LINE
                 STRING "  EXCEPTION - " WS-CODE-B
                        " ALREADY MAPPED FROM " WS-CONFLICT-A
                    DELIMITED BY SIZE INTO REPORT-LINE
                 PERFORM XREFLOAD-EXCEPTION
                 GO TO XREFLOAD-PROCESS-ONE-END
              END-IF
           END-IF
           MOVE "N" TO WS-FOUND-SW
           MOVE SPACES TO WS-OLD-CODE-B
           MOVE 0 TO WS-OLD-EFF-FROM WS-OLD-EFF-TO
           MOVE WS-CODE-A TO PX-CODE-A
           READ XREF-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-RECORD-FOUND TO TRUE
                 MOVE PX-CODE-B TO WS-OLD-CODE-B
                 MOVE PX-EFF-FROM TO WS-OLD-EFF-FROM
                 MOVE PX-EFF-TO TO WS-OLD-EFF-TO
           END-READ
           IF NOT WS-RECORD-FOUND AND WS-CODE-B = SPACES
              MOVE SPACES TO REPORT-LINE
              STRING "  EXCEPTION - NEW CODE WITH NO SYSTEM-B CODE: "
                     WS-CODE-A DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM XREFLOAD-EXCEPTION
              GO TO XREFLOAD-PROCESS-ONE-END
           END-IF
           IF NOT WS-RECORD-FOUND
              MOVE SPACES TO PRODUCT-XREF-RECORD
              MOVE WS-CODE-A TO PX-CODE-A
              MOVE WS-RUN-DATE TO PX-EFF-FROM
              MOVE 0 TO PX-EFF-TO
              MOVE 0 TO PX-LAST-SEEN-DATE
              MOVE 0 TO PX-LAST-CHECK-DATE
              MOVE 0 TO PX-MISSED-CYCLES
           END-IF
           IF WS-CODE-B NOT = SPACES
              AND WS-CODE-B NOT = PX-CODE-B
              MOVE WS-CODE-B TO PX-CODE-B
              MOVE 0 TO PX-LAST-SEEN-DATE
              MOVE 0 TO PX-LAST-CHECK-DATE
              MOVE 0 TO PX-MISSED-CYCLES
           END-IF
           IF XIN-EFF-FROM NOT = SPACES
              MOVE XIN-EFF-FROM-NUM TO PX-EFF-FROM
           END-IF
           IF XIN-EFF-TO NOT = SPACES
              MOVE XIN-EFF-TO-NUM TO PX-EFF-TO
           END-IF
           IF XIN-DESCRIPTION NOT = SPACES
              MOVE XIN-DESCRIPTION TO PX-DESCRIPTION
           END-IF
           IF PX-EFF-TO NOT = 0 AND PX-EFF-TO < PX-EFF-FROM
              MOVE SPACES TO REPORT-LINE
              STRING "  EXCEPTION - EFFECTIVE-TO BEFORE EFFECTIVE-"
                     "FROM: " WS-CODE-A DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM XREFLOAD-EXCEPTION
              GO TO XREFLOAD-PROCESS-ONE-END
           END-IF
           MOVE WS-RUN-DATE TO PX-LAST-CHANGE-DATE
           IF WS-RECORD-FOUND
              REWRITE PRODUCT-XREF-RECORD
              END-REWRITE
              PERFORM XREFLOAD-CLASSIFY-CHANGE
           ELSE
              WRITE PRODUCT-XREF-RECORD
              END-WRITE
              ADD 1 TO WS-ADD-COUNT
              MOVE "ADDED" TO WS-ACTION-TEXT
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "XREFLOAD" TO FE-PROGRAM
              MOVE "XREF-MASTER" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE PRODUCT-XREF-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  " PX-CODE-A " " PX-CODE-B
                  " " PX-EFF-FROM " " PX-EFF-TO
                  " " WS-ACTION-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM XREFLOAD-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-RECORD-FOUND
              STRING "    " PX-DESCRIPTION
                     "  WAS " WS-OLD-CODE-B
                     " " WS-OLD-EFF-FROM " " WS-OLD-EFF-TO
                 DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              STRING "    " PX-DESCRIPTION
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM XREFLOAD-WRITE-LINE
           PERFORM XREFLOAD-READ-NEXT.
       XREFLOAD-PROCESS-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * A SYSTEM-B CODE MAY BE THE TARGET OF ONLY ONE MAPPING IN
      * EFFECT AT A TIME, OR CASEVAL COULD NOT TELL WHICH SYSTEM-A
      * PRODUCT IT STANDS FOR. WS-CONFLICT-A COMES BACK WITH THE
      * OTHER SYSTEM-A CODE, OR SPACES WHEN THERE IS NONE.
      *-----------------------------------------------------------------
       XREFLOAD-CHECK-CODE-B.
           MOVE SPACES TO WS-CONFLICT-A
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES TO PX-CODE-A
           START XREF-MASTER KEY NOT LESS THAN PX-CODE-A
              INVALID KEY
                 SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM XREFLOAD-SCAN-ONE
              UNTIL WS-SCAN-EOF OR WS-CONFLICT-A NOT = SPACES.

       XREFLOAD-SCAN-ONE.
           READ XREF-MASTER NEXT RECORD
              AT END
                 SET WS-SCAN-EOF TO TRUE
              NOT AT END
                 IF PX-CODE-B = WS-CODE-B
                    AND PX-CODE-A NOT = WS-CODE-A
                    AND (PX-EFF-TO = 0 OR PX-EFF-TO >= WS-RUN-DATE)
                    MOVE PX-CODE-A TO WS-CONFLICT-A
                 END-IF
           END-READ.

      *-----------------------------------------------------------------
      * AN END DATE ARRIVING ON AN OPEN MAPPING IS A RETIREMENT, A
      * NEW SYSTEM-B CODE A REMAPPING, AND ANY OTHER UPDATE OF A
      * KNOWN CODE A CHANGE.
      *-----------------------------------------------------------------
       XREFLOAD-CLASSIFY-CHANGE.
           EVALUATE TRUE
              WHEN PX-CODE-B NOT = WS-OLD-CODE-B
                 ADD 1 TO WS-REMAP-COUNT
                 MOVE "REMAPPED" TO WS-ACTION-TEXT
              WHEN WS-OLD-EFF-TO = 0 AND PX-EFF-TO NOT = 0
                 ADD 1 TO WS-RETIRE-COUNT
                 MOVE "RETIRED" TO WS-ACTION-TEXT
              WHEN OTHER
                 ADD 1 TO WS-CHANGE-COUNT
                 MOVE "CHANGED" TO WS-ACTION-TEXT
           END-EVALUATE.

       XREFLOAD-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT
           PERFORM XREFLOAD-WRITE-LINE
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF
           PERFORM XREFLOAD-READ-NEXT.

      *-----------------------------------------------------------------
       XREFLOAD-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM XREFLOAD-WRITE-LINE
           MOVE WS-ADD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  MAPPINGS ADDED . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM XREFLOAD-WRITE-LINE
           MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  MAPPINGS CHANGED . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM XREFLOAD-WRITE-LINE
           MOVE WS-REMAP-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  MAPPINGS REMAPPED  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM XREFLOAD-WRITE-LINE
           MOVE WS-RETIRE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  MAPPINGS RETIRED . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM XREFLOAD-WRITE-LINE
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EXCEPTIONS . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM XREFLOAD-WRITE-LINE
           MOVE "XREFLOAD" TO AL-PROGRAM
           MOVE "XRFLD" TO AL-EVENT
           MOVE WS-ADD-COUNT TO WS-EDIT-ADDS
           ADD WS-CHANGE-COUNT WS-REMAP-COUNT WS-RETIRE-COUNT
               GIVING WS-EDIT-CHANGES
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-EXCEPTS
           MOVE SPACES TO AL-DETAIL
           STRING "PRODUCT XREF ADDED " WS-EDIT-ADDS
                  " CHANGED " WS-EDIT-CHANGES
                  " EXCEPTIONS " WS-EDIT-EXCEPTS
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       XREFLOAD-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "XREFLOAD" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       XREFLOAD-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE XREF-INPUT-FILE
           CLOSE XREF-MASTER
           CLOSE REPORT-FILE.
       END PROGRAM XREFLOAD.
