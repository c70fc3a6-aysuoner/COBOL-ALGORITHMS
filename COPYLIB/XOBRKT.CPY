      *-----------------------------------------------------------------
      * XOBRKT.CPY
      * RECORD LAYOUT FOR THE XOBRKT PLAYOFF BRACKET FILE - ONE
      * RECORD PER MATCH OF EVERY DIVISION'S BRACKET, IN DIVISION,
      * ROUND AND MATCH ORDER. XOBRACKT WRITES THE WHOLE BRACKET
      * WHEN IT SEEDS THE PLAYOFFS FROM THE SEASON STANDINGS AND
      * REWRITES IT EACH TIME IT ADVANCES THE WINNERS OF A PLAYOFF
      * WEEK. THE WINNER OF MATCH M GOES TO MATCH (M + 1) / 2 OF THE
      * NEXT ROUND - SLOT A FROM AN ODD MATCH, SLOT B FROM AN EVEN -
      * AND THE WINNER OF THE MATCH WHERE BK-ROUND = BK-ROUNDS IS
      * THE DIVISION CHAMPION. A SLOT NOT YET FILLED IS SPACES WITH
      * A ZERO SEED.
      *    BK-STATUS    P  PENDING - NOT YET PLAYED
      *                 D  DECIDED BY THE GRID IN BK-GRID-ID
      *                 B  BYE - SLOT A WENT THROUGH UNPLAYED
      *-----------------------------------------------------------------
       01  XO-BRACKET-RECORD.
           05 BK-DIVISION             PIC X(4).
           05 BK-ROUND                PIC 9(2).
           05 BK-MATCH                PIC 9(2).
           05 BK-ROUNDS               PIC 9(2).
           05 BK-SEED-A               PIC 9(2).
           05 BK-PLAYER-A             PIC X(8).
           05 BK-SEED-B               PIC 9(2).
           05 BK-PLAYER-B             PIC X(8).
           05 BK-WINNER               PIC X(8).
           05 BK-GRID-ID              PIC X(10).
           05 BK-STATUS               PIC X(1).
              88 BK-PENDING           VALUE "P".
              88 BK-DECIDED           VALUE "D".
              88 BK-BYE               VALUE "B".
           05 BK-DECIDED-DATE         PIC 9(8).
           05 FILLER                  PIC X(23).
