      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    XOBRACKT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * PLAYOFF BRACKET FOR THE GRID CONTEST. THE COMMITTEE USED TO
      * BUILD THE BRACKET BY HAND FROM THE STANDINGS PRINTOUT. RUN
      * WITH A "SEED" CARD ON XOBRCTL AFTER THE LAST REGULAR-SEASON
      * XOSEASON RUN, THIS STEP SEEDS THE TOP N ACTIVE REGISTERED
      * PLAYERS OF EACH DIVISION (N FROM THE CARD, 8 IF BLANK, 32 AT
      * MOST) FROM XOSTAND BY WINNING PERCENTAGE, TIES BROKEN IN THE
      * COMMITTEE'S FIXED ORDER:
      *    1. HEAD-TO-HEAD RECORD BETWEEN THE PAIR ON XOH2H
      *    2. FEWEST INVALID GRIDS
      *    3. MOST TOTAL WINS
      *    4. CONTESTANT ID, SO THE SEEDING IS REPEATABLE
      * THE BRACKET IS THE NEXT POWER OF TWO UP FROM THE NUMBER OF
      * SEEDS, PAIRED IN THE USUAL ORDER (1 V 8, 4 V 5, 2 V 7,
      * 3 V 6 FOR EIGHT) WITH ANY BYES GOING TO THE TOP SEEDS. EACH
      * DIVISION PLAYS OFF FOR ITS OWN CHAMPION - A CROSS-DIVISION
      * GAME IS NOT SCORED BY XOTALLY.
      *
      * EVERY OTHER RUN (NO CARD) IS A PLAYOFF WEEK: THE WEEK'S
      * PLAYOFF GRIDS COME IN THROUGH THE USUAL XOGRIDIN FEED AND
      * XOTALLY, AND EACH DECIDED TALLY BETWEEN THE TWO PLAYERS OF A
      * PENDING MATCH SETTLES THAT MATCH AND MOVES THE WINNER ON. A
      * DRAWN PLAYOFF GRID IS LISTED FOR A REPLAY AND A TALLY THAT
      * MATCHES NO PENDING MATCH IS LISTED AS NOT A BRACKET GAME;
      * EITHER GIVES RC 4. XOBRKT IS REWRITTEN AND THE BRACKET
      * PRINTED TO XOBRRPT EVERY RUN. ONCE EVERY DIVISION HAS ITS
      * CHAMPION, THE XOSEASON FINAL RUN WRITES THE CHAMPIONS TO THE
      * SEASON ARCHIVE AND CLEARS THE BRACKET.
      *
      * A SEED CARD IS REFUSED (RC 12) ONCE ANY PLAYOFF MATCH HAS
      * BEEN DECIDED, SO A STRAY CARD CANNOT WIPE A BRACKET IN PLAY.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "XOBRCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT BRACKET-FILE ASSIGN TO "XOBRKT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BRACKET-STATUS.
           SELECT STANDINGS-FILE ASSIGN TO "XOSTAND"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS XS-CONTESTANT
               FILE STATUS IS WS-STAND-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "XOREG"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS XR-CONTESTANT
               FILE STATUS IS WS-REG-STATUS.
           SELECT H2H-FILE ASSIGN TO "XOH2H"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-H2H-STATUS.
           SELECT TALLY-FILE ASSIGN TO "XOTALLY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TALLY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "XOBRRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 BC-ACTION             PIC X(8).
           05 BC-SEEDS              PIC X(2).
           05 BC-SEEDS-NUM REDEFINES BC-SEEDS
                                    PIC 9(2).

       FD  BRACKET-FILE.
           COPY "XOBRKT.CPY".

       FD  STANDINGS-FILE.
       01  STANDINGS-RECORD.
           05 XS-CONTESTANT         PIC X(8).
           05 XS-WINS               PIC 9(5).
           05 XS-LOSSES             PIC 9(5).
           05 XS-INVALIDS           PIC 9(5).
           05 FILLER                PIC X(10).

       FD  REGISTRY-FILE.
           COPY "XOREG.CPY".

       FD  H2H-FILE.
       01  H2H-RECORD.
           05 H2H-WINNER            PIC X(8).
           05 H2H-LOSER             PIC X(8).

       FD  TALLY-FILE.
       01  TALLY-RECORD.
           05 TAL-ID                PIC X(10).
           05 TAL-CONTESTANT        PIC X(8).
           05 TAL-OPPONENT          PIC X(8).
           05 TAL-X-COUNT           PIC 9(3).
           05 TAL-O-COUNT           PIC 9(3).
           05 TAL-MATCH-FLAG        PIC 9.
           05 TAL-WINNER            PIC X(1).

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
       01  WS-CTL-STATUS            PIC X(02).
       01  WS-BRACKET-STATUS        PIC X(02).
       01  WS-STAND-STATUS          PIC X(02).
       01  WS-REG-STATUS            PIC X(02).
       01  WS-H2H-STATUS            PIC X(02).
       01  WS-TALLY-STATUS          PIC X(02).
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-SEED-SW               PIC X VALUE "N".
           88 WS-SEED-RUN           VALUE "Y".
       01  WS-FOUND-SW              PIC X VALUE "N".
           88 WS-MATCH-FOUND        VALUE "Y".
       01  WS-DATE-TIME             PIC X(21).
       01  WS-RUN-DATE              PIC 9(08).
       01  WS-SEEDS-WANTED          PIC 9(02) VALUE 8.
      *-----------------------------------------------------------------
      * THE WHOLE BRACKET IN STORAGE, SAME LAYOUT AS XOBRKT - ROOM
      * FOR TWENTY DIVISIONS OF 32-PLAYER BRACKETS.
      *-----------------------------------------------------------------
       01  WS-BK-MAX                PIC 9(04) VALUE 0.
       01  WS-BK-I                  PIC 9(04).
       01  WS-BK-J                  PIC 9(04).
       01  WS-BK-HIT                PIC 9(04).
       01  WS-BK-TABLE.
           05 WS-BK-ENTRY OCCURS 640 TIMES.
              10 WS-BKT-DIVISION    PIC X(4).
              10 WS-BKT-ROUND       PIC 9(2).
              10 WS-BKT-MATCH       PIC 9(2).
              10 WS-BKT-ROUNDS      PIC 9(2).
              10 WS-BKT-SEED-A      PIC 9(2).
              10 WS-BKT-PLAYER-A    PIC X(8).
              10 WS-BKT-SEED-B      PIC 9(2).
              10 WS-BKT-PLAYER-B    PIC X(8).
              10 WS-BKT-WINNER      PIC X(8).
              10 WS-BKT-GRID-ID     PIC X(10).
              10 WS-BKT-STATUS      PIC X(1).
              10 WS-BKT-DATE        PIC 9(8).
              10 FILLER             PIC X(23).
       01  WS-FIND-DIVISION         PIC X(4).
       01  WS-FIND-ROUND            PIC 9(2).
       01  WS-FIND-MATCH            PIC 9(2).
       01  WS-WIN-ID                PIC X(8).
       01  WS-LOSE-ID               PIC X(8).
       01  WS-WIN-SEED              PIC 9(2).
       01  WS-NEXT-MATCH            PIC 9(2).
       01  WS-ODD-EVEN              PIC 9(1).
      *-----------------------------------------------------------------
      * THE SEEDING POOL - EVERY ACTIVE REGISTERED PLAYER ON THE
      * STANDINGS, WITH THE HEAD-TO-HEAD LEDGER FOR THE TIE-BREAK.
      *-----------------------------------------------------------------
       01  WS-RANK-MAX              PIC 9(03) VALUE 0.
       01  WS-RANK-I                PIC 9(03).
       01  WS-RANK-J                PIC 9(03).
       01  WS-RANK-TABLE.
           05 WS-RANK-ENTRY OCCURS 200 TIMES.
              10 WS-RNK-DIVISION    PIC X(4).
              10 WS-RNK-ID          PIC X(8).
              10 WS-RNK-PCT         PIC 9V9999.
              10 WS-RNK-WINS        PIC 9(5).
              10 WS-RNK-LOSSES      PIC 9(5).
              10 WS-RNK-INVALIDS    PIC 9(5).
       01  WS-HOLD-ENTRY.
           05 WS-HOLD-DIVISION      PIC X(4).
           05 WS-HOLD-ID            PIC X(8).
           05 WS-HOLD-PCT           PIC 9V9999.
           05 WS-HOLD-WINS          PIC 9(5).
           05 WS-HOLD-LOSSES        PIC 9(5).
           05 WS-HOLD-INVALIDS      PIC 9(5).
       01  WS-GAMES                 PIC 9(6).
       01  WS-AHEAD-SW              PIC X(1).
       01  WS-H2H-MAX               PIC 9(04) VALUE 0.
       01  WS-H2H-I                 PIC 9(04).
       01  WS-H2H-TABLE.
           05 WS-H2H-ENTRY OCCURS 5000 TIMES.
              10 WS-H2H-WIN         PIC X(8).
              10 WS-H2H-LOSE        PIC X(8).
       01  WS-AB-WINS               PIC 9(4).
       01  WS-BA-WINS               PIC 9(4).
      *-----------------------------------------------------------------
      * ONE DIVISION'S BRACKET WHILE IT IS BUILT. WS-ORDER HOLDS THE
      * SEED IN EACH FIRST-ROUND POSITION, GROWN BY DOUBLING FROM
      * (1): EACH SEED S IN A BRACKET OF L IS FOLLOWED BY 2L + 1 - S.
      *-----------------------------------------------------------------
       01  WS-DIV-START             PIC 9(03).
       01  WS-DIV-COUNT             PIC 9(03).
       01  WS-SEED-COUNT            PIC 9(02).
       01  WS-SIZE                  PIC 9(02).
       01  WS-ROUNDS                PIC 9(02).
       01  WS-ROUND                 PIC 9(02).
       01  WS-MATCHES               PIC 9(02).
       01  WS-MATCH                 PIC 9(02).
       01  WS-ORD-LEN               PIC 9(02).
       01  WS-ORD-I                 PIC 9(02).
       01  WS-POS-A                 PIC 9(02).
       01  WS-POS-B                 PIC 9(02).
       01  WS-POOL-I                PIC 9(03).
       01  WS-ORDER-TABLE.
           05 WS-ORDER              PIC 9(02) OCCURS 32 TIMES.
       01  WS-NEW-ORDER-TABLE.
           05 WS-NEW-ORDER          PIC 9(02) OCCURS 32 TIMES.
       01  WS-PREV-DIVISION         PIC X(4).
       01  WS-PREV-ROUND            PIC 9(2).
       01  WS-SHOW-A                PIC X(8).
       01  WS-SHOW-B                PIC X(8).
       01  WS-RESULT-TEXT           PIC X(18).
       01  WS-DIVISION-COUNT        PIC 9(03) VALUE 0.
       01  WS-DECIDED-COUNT         PIC 9(05) VALUE 0.
       01  WS-CHAMPION-COUNT        PIC 9(03) VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(05) VALUE 0.
       01  WS-EDIT-COUNT            PIC ZZZ,ZZ9.
       01  WS-EDIT-SMALL            PIC ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       XOBRACKT-MAIN.
           PERFORM XOBRACKT-INIT
              THRU XOBRACKT-INIT-END
           IF WS-JOB-RC < 12
              IF WS-SEED-RUN
                 PERFORM XOBRACKT-SEED
                    THRU XOBRACKT-SEED-END
              ELSE
                 PERFORM XOBRACKT-ADVANCE
                    THRU XOBRACKT-ADVANCE-END
              END-IF
           END-IF
           IF WS-JOB-RC < 8
              PERFORM XOBRACKT-WRITE-BRACKET
              PERFORM XOBRACKT-PRINT-BRACKET
           END-IF
           PERFORM XOBRACKT-WRITE-SUMMARY
           PERFORM XOBRACKT-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
      * THE CONTROL CARD SAYS WHETHER THIS IS THE SEEDING RUN; THE
      * BRACKET ON FILE, IF ANY, IS LOADED EITHER WAY.
      *-----------------------------------------------------------------
       XOBRACKT-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "XOBRACKT" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO XOBRACKT-INIT-END
           END-IF
           MOVE "GRID CONTEST PLAYOFF BRACKET" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM XOBRACKT-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM XOBRACKT-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM XOBRACKT-WRITE-LINE
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = "00"
              READ CONTROL-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF BC-ACTION = "SEED"
                       SET WS-SEED-RUN TO TRUE
                       IF BC-SEEDS-NUM NUMERIC
                          AND BC-SEEDS-NUM > 1
                          MOVE BC-SEEDS-NUM TO WS-SEEDS-WANTED
                       END-IF
                       IF WS-SEEDS-WANTED > 32
                          MOVE 32 TO WS-SEEDS-WANTED
                       END-IF
                    END-IF
              END-READ
              CLOSE CONTROL-FILE
           END-IF
           OPEN INPUT BRACKET-FILE
           IF WS-BRACKET-STATUS = "35"
              GO TO XOBRACKT-INIT-END
           END-IF
           IF WS-BRACKET-STATUS NOT = "00"
              MOVE "XOBRACKT" TO FE-PROGRAM
              MOVE "BRACKET-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-BRACKET-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO XOBRACKT-INIT-END
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM XOBRACKT-READ-BRACKET
           PERFORM XOBRACKT-LOAD-ONE-MATCH UNTIL WS-EOF
           CLOSE BRACKET-FILE.
       XOBRACKT-INIT-END. EXIT.

       XOBRACKT-READ-BRACKET.
           READ BRACKET-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       XOBRACKT-LOAD-ONE-MATCH.
           IF WS-BK-MAX < 640
              ADD 1 TO WS-BK-MAX
              MOVE XO-BRACKET-RECORD TO WS-BK-ENTRY (WS-BK-MAX)
           ELSE
              DISPLAY "XOBRACKT - BRACKET TABLE FULL AT 640 MATCHES"
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           PERFORM XOBRACKT-READ-BRACKET.

      *-----------------------------------------------------------------
      * THE SEEDING RUN. REFUSED ONCE PLAY HAS STARTED; OTHERWISE
      * ANY BRACKET ON FILE IS REPLACED BY A FRESH ONE.
      *-----------------------------------------------------------------
       XOBRACKT-SEED.
           MOVE 0 TO WS-DECIDED-COUNT
           PERFORM XOBRACKT-COUNT-DECIDED
              VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > WS-BK-MAX
           IF WS-DECIDED-COUNT > 0
              MOVE "SEED REFUSED - PLAYOFF MATCHES ALREADY DECIDED"
                 TO REPORT-LINE
              PERFORM XOBRACKT-WRITE-LINE
              MOVE 0 TO WS-DECIDED-COUNT
              MOVE 12 TO WS-JOB-RC
              GO TO XOBRACKT-SEED-END
           END-IF
           MOVE 0 TO WS-BK-MAX
           PERFORM XOBRACKT-LOAD-POOL
              THRU XOBRACKT-LOAD-POOL-END
           IF WS-JOB-RC >= 8
              GO TO XOBRACKT-SEED-END
           END-IF
           PERFORM XOBRACKT-RANK-ONE
              VARYING WS-RANK-I FROM 2 BY 1
              UNTIL WS-RANK-I > WS-RANK-MAX
           MOVE 1 TO WS-DIV-START
           PERFORM XOBRACKT-SEED-DIVISION
              THRU XOBRACKT-SEED-DIVISION-END
              UNTIL WS-DIV-START > WS-RANK-MAX OR WS-JOB-RC >= 8.
       XOBRACKT-SEED-END. EXIT.

       XOBRACKT-COUNT-DECIDED.
           IF WS-BKT-STATUS (WS-BK-I) = "D"
              ADD 1 TO WS-DECIDED-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * THE STANDINGS MASTER, LESS ANYONE NOT ACTIVE ON THE REGISTRY,
      * WITH EACH PLAYER'S DIVISION AND WINNING PERCENTAGE, PLUS THE
      * WHOLE HEAD-TO-HEAD LEDGER.
      *-----------------------------------------------------------------
       XOBRACKT-LOAD-POOL.
           OPEN INPUT STANDINGS-FILE
           IF WS-STAND-STATUS NOT = "00"
              MOVE "XOBRACKT" TO FE-PROGRAM
              MOVE "STANDINGS-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-STAND-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO XOBRACKT-LOAD-POOL-END
           END-IF
           OPEN INPUT REGISTRY-FILE
           IF WS-REG-STATUS NOT = "00"
              MOVE "XOBRACKT" TO FE-PROGRAM
              MOVE "REGISTRY-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REG-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              CLOSE STANDINGS-FILE
              GO TO XOBRACKT-LOAD-POOL-END
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM XOBRACKT-READ-STANDING
           PERFORM XOBRACKT-POOL-ONE UNTIL WS-EOF
           CLOSE STANDINGS-FILE
           CLOSE REGISTRY-FILE
           OPEN INPUT H2H-FILE
           IF WS-H2H-STATUS = "00"
              MOVE "N" TO WS-EOF-SW
              PERFORM XOBRACKT-READ-H2H
              PERFORM XOBRACKT-LOAD-ONE-H2H UNTIL WS-EOF
              CLOSE H2H-FILE
           END-IF.
       XOBRACKT-LOAD-POOL-END. EXIT.

       XOBRACKT-READ-STANDING.
           READ STANDINGS-FILE NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

       XOBRACKT-POOL-ONE.
           MOVE XS-CONTESTANT TO XR-CONTESTANT
           READ REGISTRY-FILE
              INVALID KEY
                 MOVE "W" TO XR-STATUS
           END-READ
           IF XR-ACTIVE
              IF WS-RANK-MAX < 200
                 ADD 1 TO WS-RANK-MAX
                 MOVE XR-DIVISION TO WS-RNK-DIVISION (WS-RANK-MAX)
                 MOVE XS-CONTESTANT TO WS-RNK-ID (WS-RANK-MAX)
                 MOVE XS-WINS TO WS-RNK-WINS (WS-RANK-MAX)
                 MOVE XS-LOSSES TO WS-RNK-LOSSES (WS-RANK-MAX)
                 MOVE XS-INVALIDS TO WS-RNK-INVALIDS (WS-RANK-MAX)
                 ADD XS-WINS XS-LOSSES GIVING WS-GAMES
                 IF WS-GAMES > 0
                    COMPUTE WS-RNK-PCT (WS-RANK-MAX) ROUNDED =
                       XS-WINS / WS-GAMES
                 ELSE
                    MOVE 0 TO WS-RNK-PCT (WS-RANK-MAX)
                 END-IF
              ELSE
                 DISPLAY "XOBRACKT - SEEDING POOL FULL AT 200 PLAYERS"
                 MOVE 8 TO WS-JOB-RC
                 SET WS-EOF TO TRUE
              END-IF
           END-IF
           IF NOT WS-EOF
              PERFORM XOBRACKT-READ-STANDING
           END-IF.

       XOBRACKT-READ-H2H.
           READ H2H-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       XOBRACKT-LOAD-ONE-H2H.
           IF WS-H2H-MAX < 5000
              ADD 1 TO WS-H2H-MAX
              MOVE H2H-WINNER TO WS-H2H-WIN (WS-H2H-MAX)
              MOVE H2H-LOSER TO WS-H2H-LOSE (WS-H2H-MAX)
           END-IF
           PERFORM XOBRACKT-READ-H2H.

      *-----------------------------------------------------------------
      * AN INSERTION SORT INTO DIVISION ORDER AND, WITHIN EACH
      * DIVISION, SEEDING ORDER.
      *-----------------------------------------------------------------
       XOBRACKT-RANK-ONE.
           MOVE WS-RANK-ENTRY (WS-RANK-I) TO WS-HOLD-ENTRY
           MOVE WS-RANK-I TO WS-RANK-J
           PERFORM XOBRACKT-JUDGE-AHEAD
              THRU XOBRACKT-JUDGE-AHEAD-END
           PERFORM XOBRACKT-SLIDE-ONE UNTIL WS-AHEAD-SW = "N"
           MOVE WS-HOLD-ENTRY TO WS-RANK-ENTRY (WS-RANK-J).

       XOBRACKT-SLIDE-ONE.
           MOVE WS-RANK-ENTRY (WS-RANK-J - 1)
              TO WS-RANK-ENTRY (WS-RANK-J)
           SUBTRACT 1 FROM WS-RANK-J
           PERFORM XOBRACKT-JUDGE-AHEAD
              THRU XOBRACKT-JUDGE-AHEAD-END.

      *-----------------------------------------------------------------
      * DOES THE HELD PLAYER SEED AHEAD OF THE ONE IN THE SLOT ABOVE?
      * LOWER DIVISION FIRST, THEN HIGHER WINNING PERCENTAGE, THEN
      * THE COMMITTEE'S TIE-BREAKS IN ORDER - HEAD-TO-HEAD, FEWEST
      * INVALID GRIDS, MOST WINS. EQUAL ON EVERYTHING STAYS PUT,
      * WHICH KEEPS THE POOL IN ID ORDER.
      *-----------------------------------------------------------------
       XOBRACKT-JUDGE-AHEAD.
           MOVE "N" TO WS-AHEAD-SW
           IF WS-RANK-J = 1
              GO TO XOBRACKT-JUDGE-AHEAD-END
           END-IF
           EVALUATE TRUE
              WHEN WS-HOLD-DIVISION < WS-RNK-DIVISION (WS-RANK-J - 1)
                 MOVE "Y" TO WS-AHEAD-SW
              WHEN WS-HOLD-DIVISION > WS-RNK-DIVISION (WS-RANK-J - 1)
                 CONTINUE
              WHEN WS-HOLD-PCT > WS-RNK-PCT (WS-RANK-J - 1)
                 MOVE "Y" TO WS-AHEAD-SW
              WHEN WS-HOLD-PCT < WS-RNK-PCT (WS-RANK-J - 1)
                 CONTINUE
              WHEN OTHER
                 PERFORM XOBRACKT-COUNT-H2H
                 EVALUATE TRUE
                    WHEN WS-AB-WINS > WS-BA-WINS
                       MOVE "Y" TO WS-AHEAD-SW
                    WHEN WS-AB-WINS < WS-BA-WINS
                       CONTINUE
                    WHEN WS-HOLD-INVALIDS
                       < WS-RNK-INVALIDS (WS-RANK-J - 1)
                       MOVE "Y" TO WS-AHEAD-SW
                    WHEN WS-HOLD-INVALIDS
                       > WS-RNK-INVALIDS (WS-RANK-J - 1)
                       CONTINUE
                    WHEN WS-HOLD-WINS > WS-RNK-WINS (WS-RANK-J - 1)
                       MOVE "Y" TO WS-AHEAD-SW
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-EVALUATE.
       XOBRACKT-JUDGE-AHEAD-END. EXIT.

       XOBRACKT-COUNT-H2H.
           MOVE 0 TO WS-AB-WINS WS-BA-WINS
           PERFORM XOBRACKT-COUNT-ONE-H2H
              VARYING WS-H2H-I FROM 1 BY 1
              UNTIL WS-H2H-I > WS-H2H-MAX.

       XOBRACKT-COUNT-ONE-H2H.
           IF WS-H2H-WIN (WS-H2H-I) = WS-HOLD-ID
              AND WS-H2H-LOSE (WS-H2H-I)
                 = WS-RNK-ID (WS-RANK-J - 1)
              ADD 1 TO WS-AB-WINS
           END-IF
           IF WS-H2H-WIN (WS-H2H-I) = WS-RNK-ID (WS-RANK-J - 1)
              AND WS-H2H-LOSE (WS-H2H-I) = WS-HOLD-ID
              ADD 1 TO WS-BA-WINS
           END-IF.

      *-----------------------------------------------------------------
      * ONE DIVISION'S BLOCK OF THE SORTED POOL, STARTING AT
      * WS-DIV-START: THE TOP N ARE SEEDED 1 TO N AND EVERY MATCH OF
      * EVERY ROUND IS LAID DOWN, LATER ROUNDS EMPTY. A DIVISION WITH
      * ONE ELIGIBLE PLAYER HAS NO BRACKET.
      *-----------------------------------------------------------------
       XOBRACKT-SEED-DIVISION.
           MOVE 0 TO WS-DIV-COUNT
           PERFORM XOBRACKT-COUNT-DIVISION
              VARYING WS-RANK-J FROM WS-DIV-START BY 1
              UNTIL WS-RANK-J > WS-RANK-MAX
           IF WS-DIV-COUNT < 2
              MOVE SPACES TO REPORT-LINE
              STRING "DIVISION " WS-RNK-DIVISION (WS-DIV-START)
                     " - FEWER THAN TWO ELIGIBLE PLAYERS, NO BRACKET"
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM XOBRACKT-WRITE-LINE
              ADD WS-DIV-COUNT TO WS-DIV-START
              GO TO XOBRACKT-SEED-DIVISION-END
           END-IF
           IF WS-DIV-COUNT > WS-SEEDS-WANTED
              MOVE WS-SEEDS-WANTED TO WS-SEED-COUNT
           ELSE
              MOVE WS-DIV-COUNT TO WS-SEED-COUNT
           END-IF
           MOVE 1 TO WS-SIZE
           MOVE 0 TO WS-ROUNDS
           PERFORM XOBRACKT-DOUBLE-SIZE UNTIL WS-SIZE >= WS-SEED-COUNT
           MOVE 1 TO WS-ORDER (1)
           MOVE 1 TO WS-ORD-LEN
           PERFORM XOBRACKT-EXPAND-ORDER UNTIL WS-ORD-LEN >= WS-SIZE
           IF WS-BK-MAX + WS-SIZE - 1 > 640
              DISPLAY "XOBRACKT - BRACKET TABLE FULL AT 640 MATCHES"
              MOVE 8 TO WS-JOB-RC
              GO TO XOBRACKT-SEED-DIVISION-END
           END-IF
           ADD 1 TO WS-DIVISION-COUNT
           MOVE 1 TO WS-ROUND
           DIVIDE WS-SIZE BY 2 GIVING WS-MATCHES
           PERFORM XOBRACKT-LAY-FIRST-ROUND
              VARYING WS-MATCH FROM 1 BY 1 UNTIL WS-MATCH > WS-MATCHES
           PERFORM XOBRACKT-LAY-LATER-ROUND
              VARYING WS-ROUND FROM 2 BY 1 UNTIL WS-ROUND > WS-ROUNDS
           PERFORM XOBRACKT-TAKE-BYE
              VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > WS-BK-MAX
           ADD WS-DIV-COUNT TO WS-DIV-START.
       XOBRACKT-SEED-DIVISION-END. EXIT.

       XOBRACKT-COUNT-DIVISION.
           IF WS-RNK-DIVISION (WS-RANK-J)
              = WS-RNK-DIVISION (WS-DIV-START)
              ADD 1 TO WS-DIV-COUNT
           END-IF.

       XOBRACKT-DOUBLE-SIZE.
           MULTIPLY 2 BY WS-SIZE
           ADD 1 TO WS-ROUNDS.

       XOBRACKT-EXPAND-ORDER.
           PERFORM XOBRACKT-EXPAND-ONE
              VARYING WS-ORD-I FROM 1 BY 1 UNTIL WS-ORD-I > WS-ORD-LEN
           MULTIPLY 2 BY WS-ORD-LEN
           MOVE WS-NEW-ORDER-TABLE TO WS-ORDER-TABLE.

       XOBRACKT-EXPAND-ONE.
           COMPUTE WS-POS-B = WS-ORD-I * 2
           COMPUTE WS-POS-A = WS-POS-B - 1
           MOVE WS-ORDER (WS-ORD-I) TO WS-NEW-ORDER (WS-POS-A)
           COMPUTE WS-NEW-ORDER (WS-POS-B) =
              WS-ORD-LEN * 2 + 1 - WS-ORDER (WS-ORD-I).

      *-----------------------------------------------------------------
      * FIRST ROUND: POSITIONS 2M - 1 AND 2M OF THE SEED ORDER MEET
      * IN MATCH M. A SEED PAST THE NUMBER SEEDED IS AN EMPTY SLOT -
      * THE BETTER SEED OF THE PAIR IS ALWAYS IN SLOT A.
      *-----------------------------------------------------------------
       XOBRACKT-LAY-FIRST-ROUND.
           ADD 1 TO WS-BK-MAX
           MOVE SPACES TO WS-BK-ENTRY (WS-BK-MAX)
           MOVE WS-RNK-DIVISION (WS-DIV-START)
              TO WS-BKT-DIVISION (WS-BK-MAX)
           MOVE 1 TO WS-BKT-ROUND (WS-BK-MAX)
           MOVE WS-MATCH TO WS-BKT-MATCH (WS-BK-MAX)
           MOVE WS-ROUNDS TO WS-BKT-ROUNDS (WS-BK-MAX)
           COMPUTE WS-POS-B = WS-MATCH * 2
           COMPUTE WS-POS-A = WS-POS-B - 1
           MOVE WS-ORDER (WS-POS-A) TO WS-BKT-SEED-A (WS-BK-MAX)
           COMPUTE WS-POOL-I = WS-DIV-START + WS-ORDER (WS-POS-A) - 1
           MOVE WS-RNK-ID (WS-POOL-I) TO WS-BKT-PLAYER-A (WS-BK-MAX)
           IF WS-ORDER (WS-POS-B) > WS-SEED-COUNT
              MOVE 0 TO WS-BKT-SEED-B (WS-BK-MAX)
           ELSE
              MOVE WS-ORDER (WS-POS-B) TO WS-BKT-SEED-B (WS-BK-MAX)
              COMPUTE WS-POOL-I = WS-DIV-START + WS-ORDER (WS-POS-B) - 1
              MOVE WS-RNK-ID (WS-POOL-I) TO WS-BKT-PLAYER-B (WS-BK-MAX)
           END-IF
           MOVE "P" TO WS-BKT-STATUS (WS-BK-MAX)
           MOVE 0 TO WS-BKT-DATE (WS-BK-MAX).

       XOBRACKT-LAY-LATER-ROUND.
           DIVIDE 2 INTO WS-MATCHES
           PERFORM XOBRACKT-LAY-EMPTY-MATCH
              VARYING WS-MATCH FROM 1 BY 1 UNTIL WS-MATCH > WS-MATCHES.

       XOBRACKT-LAY-EMPTY-MATCH.
           ADD 1 TO WS-BK-MAX
           MOVE SPACES TO WS-BK-ENTRY (WS-BK-MAX)
           MOVE WS-RNK-DIVISION (WS-DIV-START)
              TO WS-BKT-DIVISION (WS-BK-MAX)
           MOVE WS-ROUND TO WS-BKT-ROUND (WS-BK-MAX)
           MOVE WS-MATCH TO WS-BKT-MATCH (WS-BK-MAX)
           MOVE WS-ROUNDS TO WS-BKT-ROUNDS (WS-BK-MAX)
           MOVE 0 TO WS-BKT-SEED-A (WS-BK-MAX)
                     WS-BKT-SEED-B (WS-BK-MAX)
                     WS-BKT-DATE (WS-BK-MAX)
           MOVE "P" TO WS-BKT-STATUS (WS-BK-MAX).

      *-----------------------------------------------------------------
      * A FIRST-ROUND MATCH OF THIS DIVISION WITH SLOT B EMPTY IS A
      * BYE - SLOT A GOES THROUGH TO ROUND TWO UNPLAYED.
      *-----------------------------------------------------------------
       XOBRACKT-TAKE-BYE.
           IF WS-BKT-DIVISION (WS-BK-I) = WS-RNK-DIVISION (WS-DIV-START)
              AND WS-BKT-ROUND (WS-BK-I) = 1
              AND WS-BKT-STATUS (WS-BK-I) = "P"
              AND WS-BKT-PLAYER-B (WS-BK-I) = SPACES
              MOVE "B" TO WS-BKT-STATUS (WS-BK-I)
              MOVE WS-BKT-PLAYER-A (WS-BK-I) TO WS-BKT-WINNER (WS-BK-I)
              MOVE WS-RUN-DATE TO WS-BKT-DATE (WS-BK-I)
              MOVE WS-BKT-PLAYER-A (WS-BK-I) TO WS-WIN-ID
              MOVE WS-BKT-SEED-A (WS-BK-I) TO WS-WIN-SEED
              PERFORM XOBRACKT-MOVE-WINNER-ON
                 THRU XOBRACKT-MOVE-WINNER-ON-END
           END-IF.

      *-----------------------------------------------------------------
      * THE WINNER OF THE MATCH AT WS-BK-I INTO ITS NEXT-ROUND SLOT,
      * OR, FROM THE LAST ROUND, ONTO THE REPORT AS CHAMPION.
      *-----------------------------------------------------------------
       XOBRACKT-MOVE-WINNER-ON.
           IF WS-BKT-ROUND (WS-BK-I) = WS-BKT-ROUNDS (WS-BK-I)
              ADD 1 TO WS-CHAMPION-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "CHAMPION OF DIVISION " WS-BKT-DIVISION (WS-BK-I)
                     " - " WS-WIN-ID DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM XOBRACKT-WRITE-LINE
              GO TO XOBRACKT-MOVE-WINNER-ON-END
           END-IF
           MOVE WS-BKT-DIVISION (WS-BK-I) TO WS-FIND-DIVISION
           COMPUTE WS-FIND-ROUND = WS-BKT-ROUND (WS-BK-I) + 1
           DIVIDE WS-BKT-MATCH (WS-BK-I) BY 2 GIVING WS-NEXT-MATCH
              REMAINDER WS-ODD-EVEN
           ADD WS-ODD-EVEN TO WS-NEXT-MATCH
           MOVE WS-NEXT-MATCH TO WS-FIND-MATCH
           PERFORM XOBRACKT-FIND-MATCH
           IF NOT WS-MATCH-FOUND
              GO TO XOBRACKT-MOVE-WINNER-ON-END
           END-IF
           IF WS-ODD-EVEN = 1
              MOVE WS-WIN-ID TO WS-BKT-PLAYER-A (WS-BK-HIT)
              MOVE WS-WIN-SEED TO WS-BKT-SEED-A (WS-BK-HIT)
           ELSE
              MOVE WS-WIN-ID TO WS-BKT-PLAYER-B (WS-BK-HIT)
              MOVE WS-WIN-SEED TO WS-BKT-SEED-B (WS-BK-HIT)
           END-IF.
       XOBRACKT-MOVE-WINNER-ON-END. EXIT.

       XOBRACKT-FIND-MATCH.
           MOVE "N" TO WS-FOUND-SW
           PERFORM XOBRACKT-FIND-ONE
              VARYING WS-BK-J FROM 1 BY 1
              UNTIL WS-BK-J > WS-BK-MAX OR WS-MATCH-FOUND.

       XOBRACKT-FIND-ONE.
           IF WS-BKT-DIVISION (WS-BK-J) = WS-FIND-DIVISION
              AND WS-BKT-ROUND (WS-BK-J) = WS-FIND-ROUND
              AND WS-BKT-MATCH (WS-BK-J) = WS-FIND-MATCH
              SET WS-MATCH-FOUND TO TRUE
              MOVE WS-BK-J TO WS-BK-HIT
           END-IF.

      *-----------------------------------------------------------------
      * A PLAYOFF WEEK: EVERY TALLY FROM THIS RUN OF XOTALLY IS
      * MATCHED TO THE PENDING MATCH BETWEEN ITS TWO PLAYERS.
      *-----------------------------------------------------------------
       XOBRACKT-ADVANCE.
           IF WS-BK-MAX = 0
              MOVE "NO BRACKET ON FILE - SEED THE PLAYOFFS FIRST"
                 TO REPORT-LINE
              PERFORM XOBRACKT-WRITE-LINE
              MOVE 12 TO WS-JOB-RC
              GO TO XOBRACKT-ADVANCE-END
           END-IF
           OPEN INPUT TALLY-FILE
           IF WS-TALLY-STATUS NOT = "00"
              MOVE "XOBRACKT" TO FE-PROGRAM
              MOVE "TALLY-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-TALLY-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO XOBRACKT-ADVANCE-END
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM XOBRACKT-READ-TALLY
           PERFORM XOBRACKT-APPLY-ONE-TALLY
              THRU XOBRACKT-APPLY-ONE-TALLY-END UNTIL WS-EOF
           CLOSE TALLY-FILE.
       XOBRACKT-ADVANCE-END. EXIT.

       XOBRACKT-READ-TALLY.
           READ TALLY-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

       XOBRACKT-APPLY-ONE-TALLY.
           MOVE "N" TO WS-FOUND-SW
           PERFORM XOBRACKT-FIND-PENDING
              VARYING WS-BK-J FROM 1 BY 1
              UNTIL WS-BK-J > WS-BK-MAX OR WS-MATCH-FOUND
           IF NOT WS-MATCH-FOUND
              MOVE "NOT A BRACKET GAME" TO WS-RESULT-TEXT
              PERFORM XOBRACKT-REJECT-TALLY
              GO TO XOBRACKT-APPLY-ONE-TALLY-END
           END-IF
           EVALUATE TAL-WINNER
              WHEN "X"
                 MOVE TAL-CONTESTANT TO WS-WIN-ID
                 MOVE TAL-OPPONENT TO WS-LOSE-ID
              WHEN "O"
                 MOVE TAL-OPPONENT TO WS-WIN-ID
                 MOVE TAL-CONTESTANT TO WS-LOSE-ID
              WHEN OTHER
                 MOVE "DRAWN - REPLAY" TO WS-RESULT-TEXT
                 PERFORM XOBRACKT-REJECT-TALLY
                 GO TO XOBRACKT-APPLY-ONE-TALLY-END
           END-EVALUATE
           MOVE WS-BK-HIT TO WS-BK-I
           IF WS-WIN-ID = WS-BKT-PLAYER-A (WS-BK-I)
              MOVE WS-BKT-SEED-A (WS-BK-I) TO WS-WIN-SEED
           ELSE
              MOVE WS-BKT-SEED-B (WS-BK-I) TO WS-WIN-SEED
           END-IF
           MOVE "D" TO WS-BKT-STATUS (WS-BK-I)
           MOVE WS-WIN-ID TO WS-BKT-WINNER (WS-BK-I)
           MOVE TAL-ID TO WS-BKT-GRID-ID (WS-BK-I)
           MOVE WS-RUN-DATE TO WS-BKT-DATE (WS-BK-I)
           ADD 1 TO WS-DECIDED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "GRID " TAL-ID " " WS-WIN-ID " BEAT " WS-LOSE-ID
                  " - DIVISION " WS-BKT-DIVISION (WS-BK-I)
                  " ROUND " WS-BKT-ROUND (WS-BK-I)
                  " MATCH " WS-BKT-MATCH (WS-BK-I)
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM XOBRACKT-WRITE-LINE
           PERFORM XOBRACKT-MOVE-WINNER-ON
              THRU XOBRACKT-MOVE-WINNER-ON-END
           PERFORM XOBRACKT-READ-TALLY.
       XOBRACKT-APPLY-ONE-TALLY-END. EXIT.

       XOBRACKT-FIND-PENDING.
           IF WS-BKT-STATUS (WS-BK-J) = "P"
              AND WS-BKT-PLAYER-A (WS-BK-J) NOT = SPACES
              AND WS-BKT-PLAYER-B (WS-BK-J) NOT = SPACES
              AND ((WS-BKT-PLAYER-A (WS-BK-J) = TAL-CONTESTANT
                    AND WS-BKT-PLAYER-B (WS-BK-J) = TAL-OPPONENT)
                OR (WS-BKT-PLAYER-A (WS-BK-J) = TAL-OPPONENT
                    AND WS-BKT-PLAYER-B (WS-BK-J) = TAL-CONTESTANT))
              SET WS-MATCH-FOUND TO TRUE
              MOVE WS-BK-J TO WS-BK-HIT
           END-IF.

       XOBRACKT-REJECT-TALLY.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "GRID " TAL-ID " " TAL-CONTESTANT " V "
                  TAL-OPPONENT " - " WS-RESULT-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM XOBRACKT-WRITE-LINE
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF
           PERFORM XOBRACKT-READ-TALLY.

      *-----------------------------------------------------------------
       XOBRACKT-WRITE-BRACKET.
      *-----------------------------------------------------------------
           OPEN OUTPUT BRACKET-FILE
           IF WS-BRACKET-STATUS NOT = "00"
              MOVE "XOBRACKT" TO FE-PROGRAM
              MOVE "BRACKET-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-BRACKET-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           ELSE
              PERFORM XOBRACKT-WRITE-ONE-MATCH
                 VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > WS-BK-MAX
              CLOSE BRACKET-FILE
           END-IF.

       XOBRACKT-WRITE-ONE-MATCH.
           MOVE WS-BK-ENTRY (WS-BK-I) TO XO-BRACKET-RECORD
           WRITE XO-BRACKET-RECORD
           IF WS-BRACKET-STATUS NOT = "00"
              MOVE "XOBRACKT" TO FE-PROGRAM
              MOVE "BRACKET-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-BRACKET-STATUS TO FE-STATUS
              MOVE XO-BRACKET-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THE PRINTED BRACKET - DIVISION BY DIVISION, ROUND BY ROUND,
      * WITH THE CHAMPION UNDER THE FINAL ONCE IT IS PLAYED.
      *-----------------------------------------------------------------
       XOBRACKT-PRINT-BRACKET.
           MOVE LOW-VALUES TO WS-PREV-DIVISION
           PERFORM XOBRACKT-PRINT-ONE-MATCH
              VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > WS-BK-MAX.

       XOBRACKT-PRINT-ONE-MATCH.
           IF WS-BKT-DIVISION (WS-BK-I) NOT = WS-PREV-DIVISION
              MOVE WS-BKT-DIVISION (WS-BK-I) TO WS-PREV-DIVISION
              MOVE 0 TO WS-PREV-ROUND
              MOVE SPACES TO REPORT-LINE
              PERFORM XOBRACKT-WRITE-LINE
              STRING "DIVISION " WS-PREV-DIVISION
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM XOBRACKT-WRITE-LINE
           END-IF
           IF WS-BKT-ROUND (WS-BK-I) NOT = WS-PREV-ROUND
              MOVE WS-BKT-ROUND (WS-BK-I) TO WS-PREV-ROUND
              MOVE SPACES TO REPORT-LINE
              IF WS-BKT-ROUND (WS-BK-I) = WS-BKT-ROUNDS (WS-BK-I)
                 MOVE "  FINAL" TO REPORT-LINE
              ELSE
                 STRING "  ROUND " WS-PREV-ROUND
                    DELIMITED BY SIZE INTO REPORT-LINE
              END-IF
              PERFORM XOBRACKT-WRITE-LINE
           END-IF
           MOVE WS-BKT-PLAYER-A (WS-BK-I) TO WS-SHOW-A
           IF WS-SHOW-A = SPACES
              MOVE "TO COME" TO WS-SHOW-A
           END-IF
           MOVE WS-BKT-PLAYER-B (WS-BK-I) TO WS-SHOW-B
           IF WS-SHOW-B = SPACES
              IF WS-BKT-STATUS (WS-BK-I) = "B"
                 MOVE "-" TO WS-SHOW-B
              ELSE
                 MOVE "TO COME" TO WS-SHOW-B
              END-IF
           END-IF
           MOVE SPACES TO WS-RESULT-TEXT
           EVALUATE WS-BKT-STATUS (WS-BK-I)
              WHEN "D"
                 STRING "WINNER " WS-BKT-WINNER (WS-BK-I)
                    DELIMITED BY SIZE INTO WS-RESULT-TEXT
              WHEN "B"
                 MOVE "BYE" TO WS-RESULT-TEXT
              WHEN OTHER
                 MOVE "PENDING" TO WS-RESULT-TEXT
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           STRING "    M" WS-BKT-MATCH (WS-BK-I)
                  "  (" WS-BKT-SEED-A (WS-BK-I) ") " WS-SHOW-A
                  "  V  (" WS-BKT-SEED-B (WS-BK-I) ") " WS-SHOW-B
                  "  " WS-RESULT-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM XOBRACKT-WRITE-LINE
           IF WS-BKT-ROUND (WS-BK-I) = WS-BKT-ROUNDS (WS-BK-I)
              AND WS-BKT-STATUS (WS-BK-I) = "D"
              MOVE SPACES TO REPORT-LINE
              STRING "  CHAMPION  " WS-BKT-WINNER (WS-BK-I)
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM XOBRACKT-WRITE-LINE
           END-IF.

      *-----------------------------------------------------------------
       XOBRACKT-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM XOBRACKT-WRITE-LINE
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "XOBRACKT" TO AL-PROGRAM
           MOVE "XOBRK" TO AL-EVENT
           MOVE SPACES TO AL-DETAIL
           IF WS-SEED-RUN
              MOVE WS-DIVISION-COUNT TO WS-EDIT-SMALL
              MOVE SPACES TO REPORT-LINE
              STRING "  DIVISIONS SEEDED . . . . . . " WS-EDIT-SMALL
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM XOBRACKT-WRITE-LINE
              STRING "PLAYOFFS SEEDED " WS-EDIT-SMALL
                     " DIVISIONS, TOP " WS-SEEDS-WANTED
                 DELIMITED BY SIZE INTO AL-DETAIL
           ELSE
              MOVE WS-DECIDED-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  PLAYOFF MATCHES DECIDED  . " WS-EDIT-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM XOBRACKT-WRITE-LINE
              MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  TALLIES NOT APPLIED  . . . " WS-EDIT-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM XOBRACKT-WRITE-LINE
              MOVE WS-CHAMPION-COUNT TO WS-EDIT-SMALL
              MOVE SPACES TO REPORT-LINE
              STRING "  CHAMPIONS DECIDED  . . . . " WS-EDIT-SMALL
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM XOBRACKT-WRITE-LINE
              MOVE WS-DECIDED-COUNT TO WS-EDIT-COUNT
              STRING "PLAYOFFS ADVANCED " WS-EDIT-COUNT
                     " MATCHES, CHAMPIONS " WS-EDIT-SMALL
                 DELIMITED BY SIZE INTO AL-DETAIL
           END-IF
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       XOBRACKT-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "XOBRACKT" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       XOBRACKT-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE REPORT-FILE.
       END PROGRAM XOBRACKT.
