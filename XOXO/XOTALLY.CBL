      * AGAINST, PASSED THROUGH TO THE TALLY AND EXCEPTION RECORDS
      * SO THE XOSEASON STANDINGS STEP CAN ACCUMULATE WINS, LOSSES
      * AND INVALID SUBMISSIONS ACROSS THE SEASON.
      * MODIFIED 15/10/2026 - BOTH PLAYERS ON A VALID GRID ARE NOW
      * CHECKED AGAINST THE XOREG CONTEST REGISTRATION MASTER BEFORE
      * THE GAME IS SCORED. A GAME WITH A PLAYER WHO IS NOT
      * REGISTERED, SUSPENDED OR WITHDRAWN, OR WITH PLAYERS FROM TWO
      * DIFFERENT DIVISIONS, GOES TO XOEXCPT WITH THE REASON AND THE
      * OFFENDING PLAYER'S ID INSTEAD OF THE TALLY, SO A MISKEYED ID
      * NO LONGER BECOMES A PHANTOM PLAYER ON THE STANDINGS. THE
      * SUMMARY PAGE COUNTS THESE AS INELIGIBLE GAMES.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SUMMARY-FILE ASSIGN TO "XOSUMM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUMM-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "XOREG"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS XR-CONTESTANT
               FILE STATUS IS WS-REG-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD  SUMMARY-FILE.
       01  SUMMARY-LINE             PIC X(80).

       FD  REGISTRY-FILE.
           COPY "XOREG.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-O-COUNT               PIC 9(3).
       01  WS-EXCPT-STATUS          PIC X(02).
       01  WS-SUMM-STATUS           PIC X(02).
       01  WS-REG-STATUS            PIC X(02).
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-CELLS                 PIC X(9).
       01  WS-VALID-SW              PIC X(1).
           88 WS-GRID-VALID         VALUE "Y".
       01  WS-REASON                PIC X(20).
       01  WS-EXC-PLAYER            PIC X(8).
       01  WS-CHECK-ID              PIC X(8).
       01  WS-CONTESTANT-DIVISION   PIC X(4).
       01  WS-WINNER                PIC X(1).
      *-----------------------------------------------------------------
      * THE EIGHT WINNING LINES OF THE THREE-BY-THREE GRID, AS CELL
       01  WS-INVALID-COUNT         PIC 9(6) VALUE 0.
       01  WS-X-WINS                PIC 9(6) VALUE 0.
       01  WS-O-WINS                PIC 9(6) VALUE 0.
       01  WS-INELIGIBLE-COUNT      PIC 9(6) VALUE 0.
       01  WS-EDIT-COUNT            PIC ZZZ,ZZ9.

      ******************************************************************
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN INPUT REGISTRY-FILE
           IF WS-REG-STATUS NOT = "00"
              MOVE "XOTALLY" TO FE-PROGRAM
              MOVE "REGISTRY-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REG-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           IF NOT WS-EOF
              PERFORM XOTALLY-READ-NEXT
           END-IF.
              THRU XOTALLY-VALIDATE-GRID-END
           IF NOT WS-GRID-VALID
              ADD 1 TO WS-INVALID-COUNT
              MOVE GRID-CONTESTANT TO WS-EXC-PLAYER
              PERFORM XOTALLY-WRITE-EXCEPTION
              PERFORM XOTALLY-READ-NEXT
              GO TO XOTALLY-PROCESS-ONE-END
           END-IF
           PERFORM XOTALLY-CHECK-PLAYERS
              THRU XOTALLY-CHECK-PLAYERS-END
           IF NOT WS-GRID-VALID
              ADD 1 TO WS-INELIGIBLE-COUNT
              PERFORM XOTALLY-WRITE-EXCEPTION
              PERFORM XOTALLY-READ-NEXT
              GO TO XOTALLY-PROCESS-ONE-END
           END-IF
           PERFORM XOTALLY-READ-NEXT.
       XOTALLY-PROCESS-ONE-END. EXIT.

       XOTALLY-WRITE-EXCEPTION.
           MOVE GRID-ID TO EXC-GRID-ID
           MOVE WS-EXC-PLAYER TO EXC-CONTESTANT
           MOVE WS-REASON TO EXC-REASON
           MOVE GRID-TEXT TO EXC-GRID-TEXT
           WRITE EXCEPTION-RECORD
           IF WS-EXCPT-STATUS NOT = "00"
              MOVE "XOTALLY" TO FE-PROGRAM
              MOVE "EXCEPTION-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-EXCPT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
      * BOTH PLAYERS MUST BE ON THE REGISTRATION MASTER, ACTIVE, AND
      * IN THE SAME DIVISION. THE FIRST FAILURE FOUND IS THE REASON,
      * AND THE PLAYER WHO FAILED IS THE ONE NAMED ON THE EXCEPTION
      * - THE CONTESTANT FOR A CROSS-DIVISION GAME.
      *-----------------------------------------------------------------
       XOTALLY-CHECK-PLAYERS.
           MOVE GRID-CONTESTANT TO WS-CHECK-ID
           PERFORM XOTALLY-CHECK-ONE-PLAYER
           IF NOT WS-GRID-VALID
              GO TO XOTALLY-CHECK-PLAYERS-END
           END-IF
           MOVE XR-DIVISION TO WS-CONTESTANT-DIVISION
           MOVE GRID-OPPONENT TO WS-CHECK-ID
           PERFORM XOTALLY-CHECK-ONE-PLAYER
           IF NOT WS-GRID-VALID
              GO TO XOTALLY-CHECK-PLAYERS-END
           END-IF
           IF XR-DIVISION NOT = WS-CONTESTANT-DIVISION
              MOVE "N" TO WS-VALID-SW
              MOVE "CROSS-DIVISION GAME" TO WS-REASON
              MOVE GRID-CONTESTANT TO WS-EXC-PLAYER
           END-IF.
       XOTALLY-CHECK-PLAYERS-END. EXIT.

       XOTALLY-CHECK-ONE-PLAYER.
           MOVE WS-CHECK-ID TO WS-EXC-PLAYER
           MOVE WS-CHECK-ID TO XR-CONTESTANT
           READ REGISTRY-FILE
              INVALID KEY
                 MOVE "N" TO WS-VALID-SW
                 MOVE "UNREGISTERED PLAYER" TO WS-REASON
           END-READ
           IF WS-GRID-VALID
              EVALUATE TRUE
                 WHEN XR-SUSPENDED
                    MOVE "N" TO WS-VALID-SW
                    MOVE "SUSPENDED PLAYER" TO WS-REASON
                 WHEN XR-WITHDRAWN
                    MOVE "N" TO WS-VALID-SW
                    MOVE "WITHDRAWN PLAYER" TO WS-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      * A LEGAL GRID IS EXACTLY NINE CELLS - X, O OR AN EMPTY CELL,
      * EITHER CASE - WITH NOTHING POPULATED PAST CELL NINE. THE
           STRING "  WINS BY O  . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
              INTO SUMMARY-LINE
           PERFORM XOTALLY-WRITE-SUMM-LINE
           MOVE WS-INELIGIBLE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SUMMARY-LINE
           STRING "  GAMES INELIGIBLE . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
              INTO SUMMARY-LINE
           PERFORM XOTALLY-WRITE-SUMM-LINE.

       XOTALLY-WRITE-SUMM-LINE.
           CLOSE GRID-FILE
           CLOSE TALLY-FILE
           CLOSE EXCEPTION-FILE
           CLOSE SUMMARY-FILE
           CLOSE REGISTRY-FILE.
       END PROGRAM XOTALLY.
