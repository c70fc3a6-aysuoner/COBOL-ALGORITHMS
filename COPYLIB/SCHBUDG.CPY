      *-----------------------------------------------------------------
      * SCHBUDG.CPY
      * RECORD LAYOUT FOR THE SCHBUDG PER-SCHOOL BUDGET FILE. SB-BUDGET
      * IS THE ORIGINAL BUDGET THE BOARD ADOPTED FOR THE YEAR AND IS
      * NEVER CHANGED BY POSTING; SB-AMENDMENTS IS THE NET OF EVERY
      * AMENDMENT AND TRANSFER BUDGPOST HAS POSTED SINCE, SO THE
      * REVISED BUDGET IS ALWAYS SB-BUDGET PLUS SB-AMENDMENTS. EACH
      * POSTED TRANSACTION IS KEPT ON BUDGHIST. A RECORD KEYED IN
      * BEFORE THE AMENDMENT FIELDS EXISTED CARRIES SPACES IN THEM -
      * READERS TREAT A NON-NUMERIC SB-AMENDMENTS AS ZERO. THE NEW
      * YEAR'S FILE IS LOADED WITH THE AMENDMENTS AT ZERO.
      *-----------------------------------------------------------------
       01  BUDGET-RECORD.
           05 SB-SCHOOL               PIC X(4).
           05 SB-BUDGET               PIC 9(7)V9(2).
           05 SB-AMENDMENTS           PIC S9(7)V9(2).
           05 SB-LAST-AMEND-DATE      PIC 9(8).
