      *    "TWELVE THOUSAND FORTY-ONE AND 50/100"
      * WITH AMOUNTS SUPPORTED INTO THE HUNDREDS OF MILLIONS AND A
      * LEADING "MINUS" ON A NEGATIVE AMOUNT.
      * MODIFIED 15/10/2026 - NW-LANGUAGE "S" RETURNS THE LEGAL
      * SPANISH FORM FOR A SPANISH CHECK, E.G.
      *    "DOCE MIL CUARENTA Y UN DOLARES CON 50/100"
      * WITH "MENOS" ON A NEGATIVE AMOUNT. ANY OTHER VALUE, BLANK
      * INCLUDED, RETURNS THE ENGLISH FORM ABOVE, SO CALLERS THAT
      * NEVER SET IT ARE UNCHANGED.
      *
      * COPY THIS UNDER YOUR OWN 01-LEVEL GROUP IN WORKING-STORAGE.
      *-----------------------------------------------------------------
       05  NW-AMOUNT                 PIC S9(9)V9(2).
       05  NW-RESULT                 PIC X(120).
       05  NW-LANGUAGE               PIC X(01).
           88  NW-SPANISH            VALUE "S".
