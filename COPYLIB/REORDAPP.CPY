      *-----------------------------------------------------------------
      * REORDAPP.CPY
      * RECORD LAYOUT SHARED BY REORDCAL'S REORDREC RECOMMENDATION
      * FILE AND THE REORDAPP APPROVAL CONTROL FILE - ONE LINE PER
      * PAPER TYPE AND LOCATION WITH A REORDER POINT AND TARGET
      * LEVEL. REORDCAL WRITES EVERY RECOMMENDATION TO REORDREC WITH
      * THE APPROVER BLANK; PURCHASING KEEPS THE LINES IT ACCEPTS
      * (CHANGING THE FIGURES IF IT WANTS TO), PUTS ITS INITIALS IN
      * RA-APPROVED-BY AND HANDS THE FILE BACK AS REORDAPP, AND THE
      * NEXT REORDCAL RUN POSTS THOSE LINES - AND ONLY THOSE - TO
      * STKMAST. A LINE WITH NO APPROVER IS NOT POSTED.
      *-----------------------------------------------------------------
       01  REORDER-APPROVAL-RECORD.
           05 RA-PAPER-TYPE           PIC X(3).
           05 RA-LOCATION             PIC X(4).
           05 RA-REORDER-POINT        PIC 9(5).
           05 RA-TARGET-LEVEL         PIC 9(5).
           05 RA-APPROVED-BY          PIC X(8).
           05 FILLER                  PIC X(5).
