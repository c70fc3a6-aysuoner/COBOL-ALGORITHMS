      *-----------------------------------------------------------------
      * INCPOST.CPY
      * INCOMPLETE-GRADE PARAMETER PASSED TO STUHPOST AS ITS THIRD
      * ARGUMENT. AN ORDINARY POSTING (STUDMAIN, STULOAD, PENDAPLY
      * AND A PLAIN GRADCORR CORRECTION) LEAVES IP-ACTION AT SPACE;
      * STUHPOST THEN LEAVES AN OUTSTANDING INCOMPLETE ON STUHIST
      * EXACTLY AS IT IS, SO A ROSTER RELOAD CAN NEVER QUIETLY TURN
      * ONE INTO A GRADE. THE OTHER ACTIONS COME ONLY FROM GRADCORR:
      *    I  RECORD AN INCOMPLETE - IP-DEADLINE IS THE DATE THE
      *       WORK IS DUE AND IP-DEFAULT-GRADE THE GRADE IT LAPSES
      *       TO IF THE WORK NEVER ARRIVES
      *    C  THE WORK ARRIVED - THE CORRECTED GRADE COMPLETES IT
      *    L  THE DEADLINE PASSED - THE DEFAULT GRADE IS POSTED
      * COPY THIS UNDER YOUR OWN 01-LEVEL GROUP.
      *-----------------------------------------------------------------
           05 IP-ACTION               PIC X(1).
              88 IP-ORDINARY          VALUE " ".
              88 IP-RECORD            VALUE "I".
              88 IP-COMPLETE          VALUE "C".
              88 IP-LAPSE             VALUE "L".
           05 IP-DEADLINE             PIC 9(8).
           05 IP-DEFAULT-GRADE        PIC 9(3).
