      *-----------------------------------------------------------------
      * XOREG.CPY
      * RECORD LAYOUT FOR THE GRID CONTEST REGISTRATION MASTER, A
      * VSAM KSDS KEYED BY XR-CONTESTANT - THE SAME EIGHT-CHARACTER
      * ID THE SURVEY GRIDS CARRY FOR THE CONTESTANT AND THE
      * OPPONENT. XOREGMNT MAINTAINS IT FROM THE XOREGIN FEED;
      * XOTALLY REFUSES TO SCORE A GAME, AND XOSEASON TO POST ONE,
      * UNLESS BOTH PLAYERS ARE ON IT, ACTIVE AND IN THE SAME
      * DIVISION. A PLAYER LEAVES THE CONTEST BY STATUS, NEVER BY
      * DELETION, SO LAST SEASON'S STANDINGS CAN STILL NAME THEM.
      *    XR-STATUS    A  ACTIVE - MAY PLAY AND BE SCORED
      *                 S  SUSPENDED - GAMES GO TO XOEXCPT
      *                 W  WITHDRAWN - GAMES GO TO XOEXCPT
      *-----------------------------------------------------------------
       01  XO-REGISTRATION-RECORD.
           05 XR-CONTESTANT           PIC X(8).
           05 XR-NAME                 PIC X(30).
           05 XR-DIVISION             PIC X(4).
           05 XR-REG-DATE             PIC 9(8).
           05 XR-STATUS               PIC X(1).
              88 XR-ACTIVE            VALUE "A".
              88 XR-SUSPENDED         VALUE "S".
              88 XR-WITHDRAWN         VALUE "W".
           05 XR-LAST-CHANGE-DATE     PIC 9(8).
           05 FILLER                  PIC X(21).
