      * THE PERSISTENT PROBLEM LOG AND THE MATCHING AUDIT EVENT, SO
      * THE EVIDENCE OF A FAILURE NO LONGER EVAPORATES WITH THE JOB
      * LOG.
      * MODIFIED 15/10/2026 - MANY CODES REPORTED ON ONE SIDE ONLY
      * WERE THE SAME PRODUCT NUMBERED DIFFERENTLY IN EACH SYSTEM.
      * THE PRODXREF CROSS-REFERENCE (MAINTAINED BY XREFLOAD) MAPS A
      * SYSTEM-A CODE TO ITS SYSTEM-B CODE; EVERY MAPPING IN EFFECT
      * TODAY IS LOADED AT THE START. A CODE THAT FINDS NO PARTNER IN
      * THE MATCH BUT HAS A MAPPING IS HELD BACK, AND WHEN ITS
      * MAPPED CODE IS ALSO UNPARTNERED ON THE OTHER FEED THE TWO ARE
      * REPORTED AS A MAPPED PAIR, COUNTED SEPARATELY FROM THE
      * GENUINE ONE-SIDE-ONLY CODES. A MAPPING WITH NEITHER CODE ON
      * ITS FEED HAS ITS MISSED-CYCLE COUNT RAISED ON PRODXREF, AND
      * ONE MISSED FOR THRESHIN XREF-STALE-CYCLES CYCLES IS LISTED
      * FOR CLEANUP. WITHOUT PRODXREF THE MATCH RUNS AS BEFORE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EXCEPTION-FILE ASSIGN TO "CASEXCPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPT-STATUS.
           SELECT XREF-MASTER ASSIGN TO "PRODXREF"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PX-CODE-A
               FILE STATUS IS WS-XREF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INTERFACE-A.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE           PIC X(80).

       FD  XREF-MASTER.
           COPY "PRODXREF.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
             10 WS-CODE-B-CHAR      PIC X OCCURS 0 TO 100 TIMES
                                        DEPENDING ON WS-CODE-B-LEN.
       01 WS-MATCH-RESULT            PIC S9(01).
       01 WS-TH-PARMS.
          COPY "THRSHLD.CPY".
       01 WS-XREF-STATUS            PIC X(02).
       01 WS-XREF-OPEN-SW           PIC X VALUE "N".
          88 WS-XREF-OPEN           VALUE "Y".
       01 WS-XREF-EOF-SW            PIC X VALUE "N".
          88 WS-XREF-EOF            VALUE "Y".
       01 WS-DATE-TIME              PIC X(21).
       01 WS-RUN-DATE               PIC 9(08).
       01 WS-MAPPED-COUNT           PIC 9(6) VALUE 0.
       01 WS-STALE-COUNT            PIC 9(6) VALUE 0.
       01 WS-EDIT-CYCLES            PIC ZZZ9.
      *-----------------------------------------------------------------
      * THE MAPPINGS IN EFFECT TODAY, IN SYSTEM-A CODE ORDER AS
      * PRODXREF HANDS THEM BACK, WITH WHAT THIS RUN SAW OF EACH
      * CODE - ON ITS FEED AT ALL, AND ON ITS FEED WITH NO PARTNER.
      * THE SECOND TABLE IS THE SAME MAPPINGS SORTED BY SYSTEM-B
      * CODE, POINTING BACK INTO THE FIRST.
      *-----------------------------------------------------------------
       01 WS-XT-MAX                 PIC 9(4) VALUE 0.
       01 WS-XT-I                   PIC 9(4).
       01 WS-XT-FOUND               PIC 9(4).
       01 WS-XREF-TABLE.
          05 WS-XT-ENTRY OCCURS 1 TO 5000 TIMES
                         DEPENDING ON WS-XT-MAX
                         ASCENDING KEY IS WS-XT-CODE-A
                         INDEXED BY WS-XT-IX.
             10 WS-XT-CODE-A        PIC X(20).
             10 WS-XT-CODE-B        PIC X(20).
             10 WS-XT-A-SEEN-SW     PIC X.
             10 WS-XT-B-SEEN-SW     PIC X.
             10 WS-XT-A-ONLY-SW     PIC X.
             10 WS-XT-B-ONLY-SW     PIC X.
       01 WS-XB-MAX                 PIC 9(4) VALUE 0.
       01 WS-XREF-B-TABLE.
          05 WS-XB-ENTRY OCCURS 1 TO 5000 TIMES
                         DEPENDING ON WS-XB-MAX
                         ASCENDING KEY IS WS-XB-CODE
                         INDEXED BY WS-XB-IX.
             10 WS-XB-CODE          PIC X(20).
             10 WS-XB-SLOT          PIC 9(4).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
           PERFORM CASEVAL-MATCH-ONE
              THRU CASEVAL-MATCH-ONE-END
              UNTIL WS-A-EOF AND WS-B-EOF
           IF WS-XREF-OPEN
              PERFORM CASEVAL-RESOLVE-MAPPED
                 VARYING WS-XT-I FROM 1 BY 1
                 UNTIL WS-XT-I > WS-XT-MAX
              PERFORM CASEVAL-AGE-MAPPING
                 THRU CASEVAL-AGE-MAPPING-END
                 VARYING WS-XT-I FROM 1 BY 1
                 UNTIL WS-XT-I > WS-XT-MAX
           END-IF
           PERFORM CASEVAL-WRITE-SUMMARY
           PERFORM CASEVAL-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
      *-----------------------------------------------------------------
       CASEVAL-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           CALL "THRSHLD" USING WS-TH-PARMS
           OPEN INPUT INTERFACE-A
           IF WS-INTFA-STATUS NOT = "00"
              MOVE "CASEVAL" TO FE-PROGRAM
              SET WS-A-EOF TO TRUE
              SET WS-B-EOF TO TRUE
           ELSE
              PERFORM CASEVAL-OPEN-XREF
              PERFORM CASEVAL-READ-NEXT-A
              PERFORM CASEVAL-READ-NEXT-B
           END-IF.

      *-----------------------------------------------------------------
      * PRODXREF IS OPTIONAL - NOT YET BUILT, THE CODES ARE MATCHED
      * AS THEY STAND. ONE THAT WILL NOT OPEN FOR ANY OTHER REASON IS
      * A FILEERR PROBLEM AND RC 4, AND THE MATCH STILL RUNS.
      *-----------------------------------------------------------------
       CASEVAL-OPEN-XREF.
           OPEN I-O XREF-MASTER
           EVALUATE WS-XREF-STATUS
              WHEN "00"
                 SET WS-XREF-OPEN TO TRUE
                 PERFORM CASEVAL-LOAD-XREF
              WHEN "35"
                 DISPLAY "CASEVAL - NO PRODXREF, CODES MATCHED AS "
                    "THEY STAND"
              WHEN OTHER
                 MOVE "CASEVAL" TO FE-PROGRAM
                 MOVE "XREF-MASTER" TO FE-FILE-NAME
                 MOVE "OPEN" TO FE-OPERATION
                 MOVE WS-XREF-STATUS TO FE-STATUS
                 MOVE SPACES TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 IF WS-JOB-RC < 4
                    MOVE 4 TO WS-JOB-RC
                 END-IF
           END-EVALUATE.

       CASEVAL-LOAD-XREF.
           MOVE LOW-VALUES TO PX-CODE-A
           START XREF-MASTER KEY NOT LESS THAN PX-CODE-A
              INVALID KEY
                 SET WS-XREF-EOF TO TRUE
           END-START
           PERFORM CASEVAL-LOAD-XREF-ONE UNTIL WS-XREF-EOF
           IF WS-XB-MAX > 1
              SORT WS-XB-ENTRY ASCENDING KEY WS-XB-CODE
           END-IF.

       CASEVAL-LOAD-XREF-ONE.
           READ XREF-MASTER NEXT RECORD
              AT END
                 SET WS-XREF-EOF TO TRUE
              NOT AT END
                 PERFORM CASEVAL-TABLE-MAPPING
                    THRU CASEVAL-TABLE-MAPPING-END
           END-READ.

      *-----------------------------------------------------------------
      * ONLY A MAPPING IN EFFECT ON THE RUN DATE IS TRANSLATED OR
      * TRACKED. PAST THE TABLE'S END THE REST ARE LEFT OUT, WITH A
      * LINE SAYING FROM WHERE, AND RC 4.
      *-----------------------------------------------------------------
       CASEVAL-TABLE-MAPPING.
           IF PX-EFF-FROM > WS-RUN-DATE
              OR (PX-EFF-TO NOT = 0 AND PX-EFF-TO < WS-RUN-DATE)
              GO TO CASEVAL-TABLE-MAPPING-END
           END-IF
           IF WS-XT-MAX NOT < 5000
              MOVE SPACES TO EXCEPTION-LINE
              STRING "XREF TABLE FULL - " PX-CODE-A
                     " AND AFTER NOT USED" DELIMITED BY SIZE
                 INTO EXCEPTION-LINE
              PERFORM CASEVAL-WRITE-EXCEPTION
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
              SET WS-XREF-EOF TO TRUE
              GO TO CASEVAL-TABLE-MAPPING-END
           END-IF
           ADD 1 TO WS-XT-MAX
           MOVE PX-CODE-A TO WS-XT-CODE-A (WS-XT-MAX)
           MOVE PX-CODE-B TO WS-XT-CODE-B (WS-XT-MAX)
           MOVE "N" TO WS-XT-A-SEEN-SW (WS-XT-MAX)
           MOVE "N" TO WS-XT-B-SEEN-SW (WS-XT-MAX)
           MOVE "N" TO WS-XT-A-ONLY-SW (WS-XT-MAX)
           MOVE "N" TO WS-XT-B-ONLY-SW (WS-XT-MAX)
           ADD 1 TO WS-XB-MAX
           MOVE PX-CODE-B TO WS-XB-CODE (WS-XB-MAX)
           MOVE WS-XT-MAX TO WS-XB-SLOT (WS-XB-MAX).
       CASEVAL-TABLE-MAPPING-END. EXIT.

      *-----------------------------------------------------------------
       CASEVAL-READ-NEXT-A.
      *-----------------------------------------------------------------
           PERFORM CASEVAL-READ-NEXT-B.
       CASEVAL-MATCH-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * A CODE ON ONE SIDE ONLY THAT HAS A MAPPING IS HELD BACK FOR
      * THE MAPPED-PAIR PASS INSTEAD OF BEING REPORTED HERE.
      *-----------------------------------------------------------------
       CASEVAL-REPORT-A-ONLY.
           PERFORM CASEVAL-NOTE-A
           IF WS-XT-FOUND > 0
              MOVE "Y" TO WS-XT-A-ONLY-SW (WS-XT-FOUND)
           ELSE
              PERFORM CASEVAL-WRITE-A-ONLY
           END-IF.

       CASEVAL-REPORT-B-ONLY.
           PERFORM CASEVAL-NOTE-B
           IF WS-XT-FOUND > 0
              MOVE "Y" TO WS-XT-B-ONLY-SW (WS-XT-FOUND)
           ELSE
              PERFORM CASEVAL-WRITE-B-ONLY
           END-IF.

       CASEVAL-WRITE-A-ONLY.
           ADD 1 TO WS-A-ONLY-COUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING "ON A ONLY     - " DELIMITED BY SIZE
              INTO EXCEPTION-LINE
           PERFORM CASEVAL-WRITE-EXCEPTION.

       CASEVAL-WRITE-B-ONLY.
           ADD 1 TO WS-B-ONLY-COUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING "ON B ONLY     - " DELIMITED BY SIZE
      * CHARACTER CASE CHECK THROUGH SameCaseStr.
      *-----------------------------------------------------------------
       CASEVAL-COMPARE-PAIR.
           PERFORM CASEVAL-NOTE-A
           PERFORM CASEVAL-NOTE-B
           ADD 1 TO WS-MATCH-COUNT
           MOVE FUNCTION TRIM(INTERFACE-A-RECORD) TO WS-CODE-A-TEXT
           COMPUTE WS-CODE-A-LEN =
              PERFORM CASEVAL-WRITE-EXCEPTION
           END-IF.

      *-----------------------------------------------------------------
      * THE MAPPING, IF ANY, FOR THE CURRENT SYSTEM-A OR SYSTEM-B
      * CODE, MARKED AS SEEN ON ITS FEED THIS CYCLE. WS-XT-FOUND
      * COMES BACK ZERO WHEN THE CODE HAS NO MAPPING IN EFFECT.
      *-----------------------------------------------------------------
       CASEVAL-NOTE-A.
           MOVE 0 TO WS-XT-FOUND
           IF WS-XT-MAX > 0
              SEARCH ALL WS-XT-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-XT-CODE-A (WS-XT-IX) = WS-KEY-A
                    SET WS-XT-FOUND TO WS-XT-IX
              END-SEARCH
           END-IF
           IF WS-XT-FOUND > 0
              MOVE "Y" TO WS-XT-A-SEEN-SW (WS-XT-FOUND)
           END-IF.

       CASEVAL-NOTE-B.
           MOVE 0 TO WS-XT-FOUND
           IF WS-XB-MAX > 0
              SEARCH ALL WS-XB-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-XB-CODE (WS-XB-IX) = WS-KEY-B
                    MOVE WS-XB-SLOT (WS-XB-IX) TO WS-XT-FOUND
              END-SEARCH
           END-IF
           IF WS-XT-FOUND > 0
              MOVE "Y" TO WS-XT-B-SEEN-SW (WS-XT-FOUND)
           END-IF.

      *-----------------------------------------------------------------
      * A HELD-BACK CODE WHOSE MAPPED CODE WAS ALSO LEFT WITHOUT A
      * PARTNER ON THE OTHER FEED IS A MAPPED PAIR - THE SAME PRODUCT
      * UNDER TWO NUMBERS. ONE WHOSE MAPPED CODE IS NOT THERE (OR WAS
      * MATCHED IN ITS OWN RIGHT) IS A GENUINE ONE-SIDE-ONLY CODE
      * AFTER ALL, REPORTED WITH THE CODE IT WAS MAPPED TO.
      *-----------------------------------------------------------------
       CASEVAL-RESOLVE-MAPPED.
           MOVE SPACES TO EXCEPTION-LINE
           EVALUATE TRUE
              WHEN WS-XT-A-ONLY-SW (WS-XT-I) = "Y"
               AND WS-XT-B-ONLY-SW (WS-XT-I) = "Y"
                 ADD 1 TO WS-MAPPED-COUNT
                 STRING "MAPPED PAIR   - " WS-XT-CODE-A (WS-XT-I)
                        " / " WS-XT-CODE-B (WS-XT-I)
                    DELIMITED BY SIZE INTO EXCEPTION-LINE
                 PERFORM CASEVAL-WRITE-EXCEPTION
              WHEN WS-XT-A-ONLY-SW (WS-XT-I) = "Y"
                 ADD 1 TO WS-A-ONLY-COUNT
                 STRING "ON A ONLY     - " WS-XT-CODE-A (WS-XT-I)
                        " XREF " WS-XT-CODE-B (WS-XT-I)
                    DELIMITED BY SIZE INTO EXCEPTION-LINE
                 PERFORM CASEVAL-WRITE-EXCEPTION
              WHEN WS-XT-B-ONLY-SW (WS-XT-I) = "Y"
                 ADD 1 TO WS-B-ONLY-COUNT
                 STRING "ON B ONLY     - " WS-XT-CODE-B (WS-XT-I)
                        " XREF " WS-XT-CODE-A (WS-XT-I)
                    DELIMITED BY SIZE INTO EXCEPTION-LINE
                 PERFORM CASEVAL-WRITE-EXCEPTION
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * ONE CYCLE OF AGE ON EVERY MAPPING IN EFFECT: SEEN ON EITHER
      * FEED RESETS ITS MISSED-CYCLE COUNT, NOT SEEN RAISES IT (ONCE
      * PER RUN DATE, SO A RERUN DOES NOT AGE IT TWICE). ONE THAT
      * HAS NOW MISSED XREF-STALE-CYCLES CYCLES IS LISTED FOR
      * CLEANUP.
      *-----------------------------------------------------------------
       CASEVAL-AGE-MAPPING.
           MOVE WS-XT-CODE-A (WS-XT-I) TO PX-CODE-A
           READ XREF-MASTER
              INVALID KEY
                 GO TO CASEVAL-AGE-MAPPING-END
           END-READ
           IF WS-XT-A-SEEN-SW (WS-XT-I) = "Y"
              OR WS-XT-B-SEEN-SW (WS-XT-I) = "Y"
              MOVE 0 TO PX-MISSED-CYCLES
              MOVE WS-RUN-DATE TO PX-LAST-SEEN-DATE
           ELSE
              IF PX-LAST-CHECK-DATE < WS-RUN-DATE
                 AND PX-MISSED-CYCLES < 9999
                 ADD 1 TO PX-MISSED-CYCLES
              END-IF
           END-IF
           MOVE WS-RUN-DATE TO PX-LAST-CHECK-DATE
           REWRITE PRODUCT-XREF-RECORD
           END-REWRITE
           IF WS-XREF-STATUS NOT = "00"
              MOVE "CASEVAL" TO FE-PROGRAM
              MOVE "XREF-MASTER" TO FE-FILE-NAME
              MOVE "REWRITE" TO FE-OPERATION
              MOVE WS-XREF-STATUS TO FE-STATUS
              MOVE PRODUCT-XREF-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           END-IF
           IF TH-XREF-STALE-CYCLES > 0
              AND PX-MISSED-CYCLES NOT < TH-XREF-STALE-CYCLES
              ADD 1 TO WS-STALE-COUNT
              MOVE PX-MISSED-CYCLES TO WS-EDIT-CYCLES
              MOVE SPACES TO EXCEPTION-LINE
              STRING "XREF CLEANUP  - " PX-CODE-A
                     " / " PX-CODE-B
                     " UNSEEN " WS-EDIT-CYCLES " CYCLES"
                 DELIMITED BY SIZE INTO EXCEPTION-LINE
              PERFORM CASEVAL-WRITE-EXCEPTION
           END-IF.
       CASEVAL-AGE-MAPPING-END. EXIT.

       CASEVAL-WRITE-EXCEPTION.
           WRITE EXCEPTION-LINE
           IF WS-EXCPT-STATUS NOT = "00"
           STRING "ON B ONLY . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
              INTO EXCEPTION-LINE
           PERFORM CASEVAL-WRITE-EXCEPTION
           MOVE WS-MAPPED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING "MAPPED PAIRS  . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
              INTO EXCEPTION-LINE
           PERFORM CASEVAL-WRITE-EXCEPTION
           MOVE WS-STALE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING "XREF CLEANUP  . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
              INTO EXCEPTION-LINE
           PERFORM CASEVAL-WRITE-EXCEPTION.

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
           CLOSE INTERFACE-A
           CLOSE INTERFACE-B
           CLOSE EXCEPTION-FILE
           IF WS-XREF-OPEN
              CLOSE XREF-MASTER
           END-IF.
       END PROGRAM CASEVAL.
