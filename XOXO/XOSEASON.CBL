      * SEASON FREEZES THE MASTER TO THE DATED XOSTYYYYMMDD.DAT
      * ARCHIVE (CLOSED WITH THE SHOP-STANDARD TRAILER) AND RESETS
      * THE MASTER AND THE LEDGER FOR THE NEW SEASON.
      * MODIFIED 15/10/2026 - EVERY TALLY IS CHECKED AGAIN AGAINST
      * THE XOREG CONTEST REGISTRATION MASTER BEFORE IT POSTS - BOTH
      * PLAYERS REGISTERED, ACTIVE AND IN ONE DIVISION - AND A GAME
      * THAT FAILS IS LISTED AS NOT POSTED INSTEAD OF SCORED. AN
      * XOEXCPT INVALID ONLY POSTS AGAINST A REGISTERED CONTESTANT,
      * AND XOTALLY'S INELIGIBLE-GAME EXCEPTIONS ARE NOT COUNTED AS
      * INVALID GRIDS, SO NO PHANTOM ID REACHES XOSTAND. AFTER THE
      * OVERALL TABLE THE REPORT BREAKS THE STANDINGS OUT BY
      * DIVISION, RANKED WITHIN EACH DIVISION BY THE SAME RULES.
      * MODIFIED 15/10/2026 - WHILE THE XOBRACKT PLAYOFF BRACKET HAS
      * A MATCH STILL TO PLAY, THE WEEK'S GRIDS ARE PLAYOFF GAMES:
      * THEY ARE LEFT TO XOBRACKT AND NOT POSTED TO THE SEASON
      * STANDINGS, AND A FINAL CARD IS REFUSED (RC 12). THE FINAL
      * FREEZE WRITES EACH DIVISION'S PLAYOFF CHAMPION TO THE SEASON
      * ARCHIVE AHEAD OF THE TRAILER AND CLEARS THE BRACKET FOR THE
      * NEW SEASON.
      * MODIFIED 15/10/2026 - THE RANKED TABLE IS PUT BACK IN FINAL
      * RANK ORDER AFTER THE DIVISION LISTING, SO THE SEASON ARCHIVE
      * IS WRITTEN IN RANK ORDER AND NOT DIVISION BY DIVISION.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORT-FILE ASSIGN TO "XOSEASON"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BRACKET-FILE ASSIGN TO "XOBRKT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BRACKET-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "XOREG"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS XR-CONTESTANT
               FILE STATUS IS WS-REG-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05 EXC-GRID-ID           PIC X(10).
           05 EXC-CONTESTANT        PIC X(8).
           05 EXC-REASON            PIC X(20).
              88 EXC-INELIGIBLE-GAME VALUE "UNREGISTERED PLAYER"
                                           "SUSPENDED PLAYER"
                                           "WITHDRAWN PLAYER"
                                           "CROSS-DIVISION GAME".
           05 EXC-GRID-TEXT         PIC X(100).

       FD  STANDINGS-FILE.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD           PIC X(40).

       01  ARCHIVE-CHAMPION.
           05 AC-LITERAL            PIC X(8).
           05 AC-DIVISION           PIC X(4).
           05 AC-CONTESTANT         PIC X(8).
           05 AC-DATE               PIC 9(8).
           05 FILLER                PIC X(12).

       01  ARCHIVE-TRAILER.
           05 AR-TLR-LITERAL        PIC X(8).
           05 AR-TLR-COUNT          PIC 9(7).
       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       FD  REGISTRY-FILE.
           COPY "XOREG.CPY".

       FD  BRACKET-FILE.
           COPY "XOBRKT.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-CTL-STATUS            PIC X(02).
       01  WS-ARCHIVE-STATUS        PIC X(02).
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-REG-STATUS            PIC X(02).
       01  WS-BRACKET-STATUS        PIC X(02).
       01  WS-ARCHIVE-NAME          PIC X(16).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
           88 WS-RECORD-FOUND       VALUE "Y".
       01  WS-FINAL-SW              PIC X VALUE "N".
           88 WS-SEASON-FINAL       VALUE "Y".
       01  WS-PLAYOFF-SW            PIC X VALUE "N".
           88 WS-PLAYOFFS-ON        VALUE "Y".
       01  WS-DATE-TIME             PIC X(21).
       01  WS-RUN-DATE              PIC 9(08).
       01  WS-POST-ID               PIC X(8).
       01  WS-WIN-ONE               PIC 9(1).
       01  WS-LOSS-ONE              PIC 9(1).
       01  WS-INV-ONE               PIC 9(1).
       01  WS-ELIGIBLE-SW           PIC X(1).
           88 WS-PLAYERS-ELIGIBLE   VALUE "Y".
       01  WS-REASON                PIC X(20).
       01  WS-CHECK-ID              PIC X(8).
       01  WS-CONTESTANT-DIVISION   PIC X(4).
       01  WS-NOT-POSTED-COUNT      PIC 9(5) VALUE 0.
       01  WS-UNREG-INVALID-COUNT   PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT            PIC ZZZ,ZZ9.
      *-----------------------------------------------------------------
      * THE WHOLE STANDINGS AND HEAD-TO-HEAD LEDGER IN STORAGE FOR
      * THE RANKING - A CONTEST PAST 200 CONTESTANTS OR 5000
              10 WS-RNK-WINS        PIC 9(5).
              10 WS-RNK-LOSSES      PIC 9(5).
              10 WS-RNK-INVALIDS    PIC 9(5).
              10 WS-RNK-DIVISION    PIC X(4).
      * THE OVERALL RANK ORDER, KEPT ASIDE WHILE THE DIVISION LISTING
      * REORDERS THE TABLE.
       01  WS-RANK-SAVE             PIC X(5400).
       01  WS-HOLD-ENTRY.
           05 WS-HOLD-ID            PIC X(8).
           05 WS-HOLD-WINS          PIC 9(5).
           05 WS-HOLD-LOSSES        PIC 9(5).
           05 WS-HOLD-INVALIDS      PIC 9(5).
           05 WS-HOLD-DIVISION      PIC X(4).
       01  WS-PREV-DIVISION         PIC X(4).
       01  WS-DIV-RANK              PIC 9(03).
       01  WS-H2H-MAX               PIC 9(04) VALUE 0.
       01  WS-H2H-I                 PIC 9(04).
       01  WS-H2H-TABLE.
              THRU XOSEASON-LOAD-TABLES-END
           PERFORM XOSEASON-RANK
           PERFORM XOSEASON-WRITE-STANDINGS
           MOVE WS-RANK-TABLE TO WS-RANK-SAVE
           PERFORM XOSEASON-DIVISION-SORT
           PERFORM XOSEASON-WRITE-DIVISIONS
           MOVE WS-RANK-SAVE TO WS-RANK-TABLE
           PERFORM XOSEASON-WRITE-COUNTS
           IF WS-SEASON-FINAL
              PERFORM XOSEASON-FREEZE
                 THRU XOSEASON-FREEZE-END
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           OPEN INPUT REGISTRY-FILE
           IF WS-REG-STATUS NOT = "00"
              MOVE "XOSEASON" TO FE-PROGRAM
              MOVE "REGISTRY-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REG-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "SEASON STANDINGS - GRID CONTEST" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
                    END-IF
              END-READ
              CLOSE SEASON-CONTROL-FILE
           END-IF
           OPEN INPUT BRACKET-FILE
           IF WS-BRACKET-STATUS = "00"
              MOVE "N" TO WS-EOF-SW
              PERFORM XOSEASON-READ-BRACKET
              PERFORM XOSEASON-CHECK-ONE-MATCH UNTIL WS-EOF
              CLOSE BRACKET-FILE
           END-IF
           IF WS-PLAYOFFS-ON
              MOVE "PLAYOFFS IN PROGRESS - GRIDS LEFT TO XOBRACKT"
                 TO REPORT-LINE
              PERFORM XOSEASON-WRITE-LINE
           END-IF.

       XOSEASON-READ-BRACKET.
           READ BRACKET-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       XOSEASON-CHECK-ONE-MATCH.
           IF BK-PENDING
              SET WS-PLAYOFFS-ON TO TRUE
           END-IF
           PERFORM XOSEASON-READ-BRACKET.

      *-----------------------------------------------------------------
      * THE WEEK'S DECIDED MATCHES INTO THE STANDINGS AND THE
      * HEAD-TO-HEAD LEDGER. A DRAWN GRID MOVES NOTHING, AND A GAME
      * WHOSE PLAYERS ARE NOT BOTH REGISTERED, ACTIVE AND IN ONE
      * DIVISION IS LISTED AS NOT POSTED.
      *-----------------------------------------------------------------
       XOSEASON-POST-TALLIES.
           IF WS-JOB-RC >= 12 OR WS-PLAYOFFS-ON
              GO TO XOSEASON-POST-TALLIES-END
           END-IF
           OPEN INPUT TALLY-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM XOSEASON-READ-TALLY
           PERFORM XOSEASON-POST-ONE-TALLY
              THRU XOSEASON-POST-ONE-TALLY-END UNTIL WS-EOF
           CLOSE TALLY-FILE
           IF WS-H2H-STATUS = "00"
              CLOSE H2H-FILE
           END-READ.

       XOSEASON-POST-ONE-TALLY.
           PERFORM XOSEASON-CHECK-PLAYERS
              THRU XOSEASON-CHECK-PLAYERS-END
           IF NOT WS-PLAYERS-ELIGIBLE
              ADD 1 TO WS-NOT-POSTED-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  NOT POSTED - " TAL-ID " " WS-CHECK-ID
                     " " WS-REASON DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM XOSEASON-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
              PERFORM XOSEASON-READ-TALLY
              GO TO XOSEASON-POST-ONE-TALLY-END
           END-IF
           EVALUATE TAL-WINNER
              WHEN "X"
                 MOVE TAL-CONTESTANT TO WS-POST-ID
                 CONTINUE
           END-EVALUATE
           PERFORM XOSEASON-READ-TALLY.
       XOSEASON-POST-ONE-TALLY-END. EXIT.

      *-----------------------------------------------------------------
      * THE SAME ELIGIBILITY RULE XOTALLY SCORES BY, TAKEN AGAINST
      * THE REGISTRY AS IT STANDS NOW: BOTH PLAYERS ON XOREG, BOTH
      * ACTIVE, BOTH IN THE SAME DIVISION. WS-CHECK-ID IS LEFT ON
      * THE PLAYER WHO FAILED.
      *-----------------------------------------------------------------
       XOSEASON-CHECK-PLAYERS.
           MOVE TAL-CONTESTANT TO WS-CHECK-ID
           PERFORM XOSEASON-CHECK-ONE-PLAYER
           IF NOT WS-PLAYERS-ELIGIBLE
              GO TO XOSEASON-CHECK-PLAYERS-END
           END-IF
           MOVE XR-DIVISION TO WS-CONTESTANT-DIVISION
           MOVE TAL-OPPONENT TO WS-CHECK-ID
           PERFORM XOSEASON-CHECK-ONE-PLAYER
           IF NOT WS-PLAYERS-ELIGIBLE
              GO TO XOSEASON-CHECK-PLAYERS-END
           END-IF
           IF XR-DIVISION NOT = WS-CONTESTANT-DIVISION
              MOVE "N" TO WS-ELIGIBLE-SW
              MOVE "CROSS-DIVISION GAME" TO WS-REASON
              MOVE TAL-CONTESTANT TO WS-CHECK-ID
           END-IF.
       XOSEASON-CHECK-PLAYERS-END. EXIT.

       XOSEASON-CHECK-ONE-PLAYER.
           MOVE "Y" TO WS-ELIGIBLE-SW
           MOVE SPACES TO WS-REASON
           MOVE WS-CHECK-ID TO XR-CONTESTANT
           READ REGISTRY-FILE
              INVALID KEY
                 MOVE "N" TO WS-ELIGIBLE-SW
                 MOVE "UNREGISTERED PLAYER" TO WS-REASON
           END-READ
           IF WS-PLAYERS-ELIGIBLE
              EVALUATE TRUE
                 WHEN XR-SUSPENDED
                    MOVE "N" TO WS-ELIGIBLE-SW
                    MOVE "SUSPENDED PLAYER" TO WS-REASON
                 WHEN XR-WITHDRAWN
                    MOVE "N" TO WS-ELIGIBLE-SW
                    MOVE "WITHDRAWN PLAYER" TO WS-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      * UPSERT ONE CONTESTANT'S COUNTERS ON THE STANDINGS MASTER.
       XOSEASON-POST-STANDING-END. EXIT.

       XOSEASON-POST-INVALIDS.
           IF WS-JOB-RC >= 12 OR WS-PLAYOFFS-ON
              GO TO XOSEASON-POST-INVALIDS-END
           END-IF
           OPEN INPUT EXCEPTION-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM XOSEASON-READ-EXCEPTION
           PERFORM XOSEASON-POST-ONE-INVALID
              THRU XOSEASON-POST-ONE-INVALID-END UNTIL WS-EOF
           CLOSE EXCEPTION-FILE.
       XOSEASON-POST-INVALIDS-END. EXIT.

              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONLY A BAD GRID COUNTS AS AN INVALID, AND ONLY AGAINST A
      * CONTESTANT THE REGISTRY KNOWS. AN INELIGIBLE GAME IS NOT AN
      * INVALID GRID, AND AN UNKNOWN ID IS COUNTED OFF AS NOT POSTED
      * RATHER THAN OPENED ON THE STANDINGS MASTER.
      *-----------------------------------------------------------------
       XOSEASON-POST-ONE-INVALID.
           IF EXC-INELIGIBLE-GAME
              PERFORM XOSEASON-READ-EXCEPTION
              GO TO XOSEASON-POST-ONE-INVALID-END
           END-IF
           MOVE EXC-CONTESTANT TO XR-CONTESTANT
           READ REGISTRY-FILE
              INVALID KEY
                 ADD 1 TO WS-UNREG-INVALID-COUNT
                 PERFORM XOSEASON-READ-EXCEPTION
                 GO TO XOSEASON-POST-ONE-INVALID-END
           END-READ
           MOVE EXC-CONTESTANT TO WS-POST-ID
           MOVE 0 TO WS-WIN-ONE WS-LOSS-ONE
           MOVE 1 TO WS-INV-ONE
           PERFORM XOSEASON-POST-STANDING
              THRU XOSEASON-POST-STANDING-END
           PERFORM XOSEASON-READ-EXCEPTION.
       XOSEASON-POST-ONE-INVALID-END. EXIT.

      *-----------------------------------------------------------------
      * PULL THE WHOLE STANDINGS AND LEDGER INTO STORAGE FOR THE
              MOVE XS-WINS TO WS-RNK-WINS (WS-RANK-MAX)
              MOVE XS-LOSSES TO WS-RNK-LOSSES (WS-RANK-MAX)
              MOVE XS-INVALIDS TO WS-RNK-INVALIDS (WS-RANK-MAX)
              MOVE XS-CONTESTANT TO XR-CONTESTANT
              READ REGISTRY-FILE
                 INVALID KEY
                    MOVE HIGH-VALUES TO WS-RNK-DIVISION (WS-RANK-MAX)
                 NOT INVALID KEY
                    MOVE XR-DIVISION TO WS-RNK-DIVISION (WS-RANK-MAX)
              END-READ
           END-IF
           PERFORM XOSEASON-READ-STANDING.

              INTO REPORT-LINE
           PERFORM XOSEASON-WRITE-LINE.

      *-----------------------------------------------------------------
      * THE OVERALL TABLE REGROUPED BY DIVISION. THE INSERTION SORT
      * ONLY EVER MOVES AN ENTRY PAST ONE IN A HIGHER DIVISION, SO
      * WITHIN A DIVISION THE OVERALL ORDER - AND WITH IT THE
      * CONTEST'S TIE-BREAKS - IS KEPT. A STANDINGS ID NO LONGER ON
      * THE REGISTRY CARRIES HIGH-VALUES AND FALLS TO THE END.
      *-----------------------------------------------------------------
       XOSEASON-DIVISION-SORT.
           PERFORM XOSEASON-DIV-SORT-ONE
              VARYING WS-RANK-I FROM 2 BY 1
              UNTIL WS-RANK-I > WS-RANK-MAX.

       XOSEASON-DIV-SORT-ONE.
           MOVE WS-RANK-ENTRY (WS-RANK-I) TO WS-HOLD-ENTRY
           MOVE WS-RANK-I TO WS-RANK-J
           PERFORM XOSEASON-DIV-JUDGE-AHEAD
              THRU XOSEASON-DIV-JUDGE-AHEAD-END
           PERFORM XOSEASON-DIV-SLIDE-ONE UNTIL WS-AHEAD-SW = "N"
           MOVE WS-HOLD-ENTRY TO WS-RANK-ENTRY (WS-RANK-J).

       XOSEASON-DIV-SLIDE-ONE.
           MOVE WS-RANK-ENTRY (WS-RANK-J - 1)
              TO WS-RANK-ENTRY (WS-RANK-J)
           SUBTRACT 1 FROM WS-RANK-J
           PERFORM XOSEASON-DIV-JUDGE-AHEAD
              THRU XOSEASON-DIV-JUDGE-AHEAD-END.

       XOSEASON-DIV-JUDGE-AHEAD.
           MOVE "N" TO WS-AHEAD-SW
           IF WS-RANK-J = 1
              GO TO XOSEASON-DIV-JUDGE-AHEAD-END
           END-IF
           IF WS-HOLD-DIVISION < WS-RNK-DIVISION (WS-RANK-J - 1)
              MOVE "Y" TO WS-AHEAD-SW
           END-IF.
       XOSEASON-DIV-JUDGE-AHEAD-END. EXIT.

      *-----------------------------------------------------------------
      * ONE BLOCK PER DIVISION, RANKS RESTARTING AT ONE IN EACH.
      *-----------------------------------------------------------------
       XOSEASON-WRITE-DIVISIONS.
           MOVE LOW-VALUES TO WS-PREV-DIVISION
           PERFORM XOSEASON-WRITE-ONE-DIV-RANK
              VARYING WS-RANK-I FROM 1 BY 1
              UNTIL WS-RANK-I > WS-RANK-MAX.

       XOSEASON-WRITE-ONE-DIV-RANK.
           IF WS-RNK-DIVISION (WS-RANK-I) NOT = WS-PREV-DIVISION
              MOVE WS-RNK-DIVISION (WS-RANK-I) TO WS-PREV-DIVISION
              MOVE 0 TO WS-DIV-RANK
              MOVE SPACES TO REPORT-LINE
              PERFORM XOSEASON-WRITE-LINE
              IF WS-PREV-DIVISION = HIGH-VALUES
                 MOVE "NOT ON THE REGISTRY" TO REPORT-LINE
              ELSE
                 STRING "DIVISION " WS-PREV-DIVISION
                    DELIMITED BY SIZE INTO REPORT-LINE
              END-IF
              PERFORM XOSEASON-WRITE-LINE
              MOVE "RANK CONTESTANT  WINS   LOSSES  INVALID"
                 TO REPORT-LINE
              PERFORM XOSEASON-WRITE-LINE
           END-IF
           ADD 1 TO WS-DIV-RANK
           MOVE WS-DIV-RANK TO WS-EDIT-RANK
           MOVE WS-RNK-WINS (WS-RANK-I) TO WS-EDIT-WINS
           MOVE WS-RNK-LOSSES (WS-RANK-I) TO WS-EDIT-LOSSES
           MOVE WS-RNK-INVALIDS (WS-RANK-I) TO WS-EDIT-INVALIDS
           MOVE SPACES TO REPORT-LINE
           STRING " " WS-EDIT-RANK
                  "  " WS-RNK-ID (WS-RANK-I)
                  " " DELIMITED BY SIZE
                  WS-EDIT-WINS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-LOSSES DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-INVALIDS DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM XOSEASON-WRITE-LINE.

       XOSEASON-WRITE-COUNTS.
           MOVE SPACES TO REPORT-LINE
           PERFORM XOSEASON-WRITE-LINE
           MOVE WS-NOT-POSTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  GAMES NOT POSTED - INELIGIBLE PLAYERS . "
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM XOSEASON-WRITE-LINE
           MOVE WS-UNREG-INVALID-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  INVALIDS NOT POSTED - UNREGISTERED ID . "
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM XOSEASON-WRITE-LINE.

      *-----------------------------------------------------------------
      * THE END-OF-SEASON FREEZE: EVERY STANDINGS RECORD TO THE
      * DATED ARCHIVE WITH THE SHOP-STANDARD TRAILER, THEN THE
      * SEASON.
      *-----------------------------------------------------------------
       XOSEASON-FREEZE.
           IF WS-PLAYOFFS-ON
              MOVE "FINAL REFUSED - PLAYOFFS STILL IN PROGRESS"
                 TO REPORT-LINE
              PERFORM XOSEASON-WRITE-LINE
              MOVE 12 TO WS-JOB-RC
              GO TO XOSEASON-FREEZE-END
           END-IF
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "XOST" WS-RUN-DATE ".DAT" DELIMITED BY SIZE
              INTO WS-ARCHIVE-NAME
           PERFORM XOSEASON-ARCHIVE-ONE
              VARYING WS-RANK-I FROM 1 BY 1
              UNTIL WS-RANK-I > WS-RANK-MAX
           OPEN INPUT BRACKET-FILE
           IF WS-BRACKET-STATUS = "00"
              MOVE "N" TO WS-EOF-SW
              PERFORM XOSEASON-READ-BRACKET
              PERFORM XOSEASON-ARCHIVE-CHAMPION UNTIL WS-EOF
              CLOSE BRACKET-FILE
           END-IF
           MOVE SPACES TO ARCHIVE-TRAILER
           MOVE "TRAILER*" TO AR-TLR-LITERAL
           MOVE WS-ARCH-COUNT TO AR-TLR-COUNT
           OPEN I-O STANDINGS-FILE
           OPEN OUTPUT H2H-FILE
           CLOSE H2H-FILE
           OPEN OUTPUT BRACKET-FILE
           CLOSE BRACKET-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "SEASON FROZEN TO " WS-ARCHIVE-NAME
                  " - MASTER RESET" DELIMITED BY SIZE
           ADD 1 TO WS-ARCH-COUNT
           ADD WS-RNK-WINS (WS-RANK-I) TO WS-ARCH-HASH.

      *-----------------------------------------------------------------
      * THE WINNER OF EACH DIVISION'S PLAYOFF FINAL GOES ON THE
      * ARCHIVE AS A CHAMPION RECORD, COUNTED IN THE TRAILER.
      *-----------------------------------------------------------------
       XOSEASON-ARCHIVE-CHAMPION.
           IF BK-ROUND = BK-ROUNDS AND BK-DECIDED
              MOVE SPACES TO ARCHIVE-CHAMPION
              MOVE "CHAMPION" TO AC-LITERAL
              MOVE BK-DIVISION TO AC-DIVISION
              MOVE BK-WINNER TO AC-CONTESTANT
              MOVE BK-DECIDED-DATE TO AC-DATE
              WRITE ARCHIVE-CHAMPION
              ADD 1 TO WS-ARCH-COUNT
           END-IF
           PERFORM XOSEASON-READ-BRACKET.

      *-----------------------------------------------------------------
       XOSEASON-WRITE-LINE.
      *-----------------------------------------------------------------
           IF WS-STAND-STATUS = "00"
              CLOSE STANDINGS-FILE
           END-IF
           CLOSE REGISTRY-FILE
           CLOSE REPORT-FILE.
       END PROGRAM XOSEASON.
