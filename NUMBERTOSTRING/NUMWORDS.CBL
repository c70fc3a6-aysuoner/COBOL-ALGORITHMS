      * THE NN/100 VOUCHER STYLE - SO THE CONTROL AMOUNT ON A
      * SIGNABLE DOCUMENT COMES FROM THE SAME COMPUTATION AS THE
      * NUMBER BESIDE IT.
      * MODIFIED 15/10/2026 - SPANISH CHECKS. WITH NW-LANGUAGE "S"
      * THE AMOUNT IS RENDERED IN THE LEGAL SPANISH FORM FROM ITS
      * OWN WORD TABLES: THE CURRENCY NOUN IS WRITTEN OUT ("DOLAR",
      * "DOLARES", "DE DOLARES" AFTER A ROUND MILLION) AND THE
      * NUMBER WORDS AGREE WITH IT AND WITH MIL AND MILLONES, ALL
      * MASCULINE - "UN", "VEINTIUN", "Y UN" RATHER THAN THE
      * STANDALONE "UNO" FORMS, "DOSCIENTOS" RATHER THAN
      * "DOSCIENTAS", "CIEN" FOR A ROUND HUNDRED, "MIL" RATHER THAN
      * "UN MIL". THE CENTS FOLLOW IN THE "CON 50/100" FORM. ACCENTS
      * ARE LEFT OFF, AS ON THE PRINTED CHECK STOCK.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      ******************************************************************
           05 FILLER PIC X(7) VALUE "NINETY".
       01  WS-TENS-TABLE REDEFINES WS-TENS-VALUES.
           05 WS-TENS-WORD           PIC X(7) OCCURS 8 TIMES.
      *-----------------------------------------------------------------
      * THE SPANISH TABLES - 1 TO 29 (WRITTEN AS ONE WORD IN SPANISH,
      * IN THE FORM USED BEFORE A MASCULINE NOUN), THE TENS 30 TO 90,
      * AND THE HUNDREDS 100 TO 900 ("CIENTO" - A ROUND 100 IS "CIEN").
      *-----------------------------------------------------------------
       01  WS-SP-UNITS-VALUES.
           05 FILLER PIC X(12) VALUE "UN".
           05 FILLER PIC X(12) VALUE "DOS".
           05 FILLER PIC X(12) VALUE "TRES".
           05 FILLER PIC X(12) VALUE "CUATRO".
           05 FILLER PIC X(12) VALUE "CINCO".
           05 FILLER PIC X(12) VALUE "SEIS".
           05 FILLER PIC X(12) VALUE "SIETE".
           05 FILLER PIC X(12) VALUE "OCHO".
           05 FILLER PIC X(12) VALUE "NUEVE".
           05 FILLER PIC X(12) VALUE "DIEZ".
           05 FILLER PIC X(12) VALUE "ONCE".
           05 FILLER PIC X(12) VALUE "DOCE".
           05 FILLER PIC X(12) VALUE "TRECE".
           05 FILLER PIC X(12) VALUE "CATORCE".
           05 FILLER PIC X(12) VALUE "QUINCE".
           05 FILLER PIC X(12) VALUE "DIECISEIS".
           05 FILLER PIC X(12) VALUE "DIECISIETE".
           05 FILLER PIC X(12) VALUE "DIECIOCHO".
           05 FILLER PIC X(12) VALUE "DIECINUEVE".
           05 FILLER PIC X(12) VALUE "VEINTE".
           05 FILLER PIC X(12) VALUE "VEINTIUN".
           05 FILLER PIC X(12) VALUE "VEINTIDOS".
           05 FILLER PIC X(12) VALUE "VEINTITRES".
           05 FILLER PIC X(12) VALUE "VEINTICUATRO".
           05 FILLER PIC X(12) VALUE "VEINTICINCO".
           05 FILLER PIC X(12) VALUE "VEINTISEIS".
           05 FILLER PIC X(12) VALUE "VEINTISIETE".
           05 FILLER PIC X(12) VALUE "VEINTIOCHO".
           05 FILLER PIC X(12) VALUE "VEINTINUEVE".
       01  WS-SP-UNITS-TABLE REDEFINES WS-SP-UNITS-VALUES.
           05 WS-SP-UNITS-WORD       PIC X(12) OCCURS 29 TIMES.
       01  WS-SP-TENS-VALUES.
           05 FILLER PIC X(9) VALUE "TREINTA".
           05 FILLER PIC X(9) VALUE "CUARENTA".
           05 FILLER PIC X(9) VALUE "CINCUENTA".
           05 FILLER PIC X(9) VALUE "SESENTA".
           05 FILLER PIC X(9) VALUE "SETENTA".
           05 FILLER PIC X(9) VALUE "OCHENTA".
           05 FILLER PIC X(9) VALUE "NOVENTA".
       01  WS-SP-TENS-TABLE REDEFINES WS-SP-TENS-VALUES.
           05 WS-SP-TENS-WORD        PIC X(9) OCCURS 7 TIMES.
       01  WS-SP-HUNDREDS-VALUES.
           05 FILLER PIC X(13) VALUE "CIENTO".
           05 FILLER PIC X(13) VALUE "DOSCIENTOS".
           05 FILLER PIC X(13) VALUE "TRESCIENTOS".
           05 FILLER PIC X(13) VALUE "CUATROCIENTOS".
           05 FILLER PIC X(13) VALUE "QUINIENTOS".
           05 FILLER PIC X(13) VALUE "SEISCIENTOS".
           05 FILLER PIC X(13) VALUE "SETECIENTOS".
           05 FILLER PIC X(13) VALUE "OCHOCIENTOS".
           05 FILLER PIC X(13) VALUE "NOVECIENTOS".
       01  WS-SP-HUNDREDS-TABLE REDEFINES WS-SP-HUNDREDS-VALUES.
           05 WS-SP-HUNDREDS-WORD    PIC X(13) OCCURS 9 TIMES.
       01  WS-WHOLE                  PIC 9(9).
       01  WS-CENTS                  PIC 9(2).
       01  WS-NEGATIVE-SW            PIC X(1).
              COMPUTE WS-WHOLE = FUNCTION INTEGER-PART (NW-AMOUNT)
              COMPUTE WS-CENTS = (NW-AMOUNT - WS-WHOLE) * 100
           END-IF
           MOVE WS-WHOLE TO WS-GROUPS
           IF NW-SPANISH
              PERFORM NUMWORDS-SPANISH-AMOUNT
           ELSE
              PERFORM NUMWORDS-ENGLISH-AMOUNT
           END-IF
           MOVE WS-BUILD TO NW-RESULT
           GOBACK.

      *-----------------------------------------------------------------
      * THE ENGLISH VOUCHER FORM.
      *-----------------------------------------------------------------
       NUMWORDS-ENGLISH-AMOUNT.
           IF WS-NEGATIVE-SW = "Y"
              PERFORM NUMWORDS-APPEND-MINUS
           END-IF
           IF WS-WHOLE = 0
              PERFORM NUMWORDS-APPEND-ZERO
           ELSE
                    THRU NUMWORDS-RENDER-GROUP-END
              END-IF
           END-IF
           PERFORM NUMWORDS-APPEND-CENTS.

      *-----------------------------------------------------------------
      * THE SPANISH LEGAL FORM. ONE MILLION IS "UN MILLON", MORE ARE
      * "MILLONES"; ONE THOUSAND IS PLAIN "MIL". A ROUND NUMBER OF
      * MILLIONS TAKES "DE" BEFORE THE CURRENCY NOUN ("DOS MILLONES
      * DE DOLARES"), AND ONE DOLLAR IS SINGULAR.
      *-----------------------------------------------------------------
       NUMWORDS-SPANISH-AMOUNT.
           IF WS-NEGATIVE-SW = "Y"
              STRING "MENOS " DELIMITED BY SIZE
                 INTO WS-BUILD WITH POINTER WS-PTR
           END-IF
           IF WS-WHOLE = 0
              STRING "CERO " DELIMITED BY SIZE
                 INTO WS-BUILD WITH POINTER WS-PTR
           END-IF
           IF WS-GROUP-MILLIONS = 1
              STRING "UN MILLON " DELIMITED BY SIZE
                 INTO WS-BUILD WITH POINTER WS-PTR
           END-IF
           IF WS-GROUP-MILLIONS > 1
              MOVE WS-GROUP-MILLIONS TO WS-GROUP-VALUE
              PERFORM NUMWORDS-SP-RENDER-GROUP
                 THRU NUMWORDS-SP-RENDER-GROUP-END
              STRING "MILLONES " DELIMITED BY SIZE
                 INTO WS-BUILD WITH POINTER WS-PTR
           END-IF
           IF WS-GROUP-THOUSANDS > 1
              MOVE WS-GROUP-THOUSANDS TO WS-GROUP-VALUE
              PERFORM NUMWORDS-SP-RENDER-GROUP
                 THRU NUMWORDS-SP-RENDER-GROUP-END
           END-IF
           IF WS-GROUP-THOUSANDS > 0
              STRING "MIL " DELIMITED BY SIZE
                 INTO WS-BUILD WITH POINTER WS-PTR
           END-IF
           IF WS-GROUP-UNITS > 0
              MOVE WS-GROUP-UNITS TO WS-GROUP-VALUE
              PERFORM NUMWORDS-SP-RENDER-GROUP
                 THRU NUMWORDS-SP-RENDER-GROUP-END
           END-IF
           IF WS-GROUP-MILLIONS > 0
              AND WS-GROUP-THOUSANDS = 0
              AND WS-GROUP-UNITS = 0
              STRING "DE " DELIMITED BY SIZE
                 INTO WS-BUILD WITH POINTER WS-PTR
           END-IF
           IF WS-WHOLE = 1
              STRING "DOLAR " DELIMITED BY SIZE
                 INTO WS-BUILD WITH POINTER WS-PTR
           ELSE
              STRING "DOLARES " DELIMITED BY SIZE
                 INTO WS-BUILD WITH POINTER WS-PTR
           END-IF
           MOVE WS-CENTS TO WS-CENTS-EDIT
           STRING "CON " WS-CENTS-EDIT "/100" DELIMITED BY SIZE
              INTO WS-BUILD WITH POINTER WS-PTR.

      *-----------------------------------------------------------------
      * ONE GROUP OF THREE DIGITS: HUNDREDS, THEN THE TENS AND ONES
           END-IF.
       NUMWORDS-RENDER-GROUP-END. EXIT.

      *-----------------------------------------------------------------
      * ONE GROUP OF THREE DIGITS IN SPANISH: THE HUNDREDS, THEN 1-29
      * WHOLE FROM THE UNITS TABLE, OR THE TENS JOINED TO THE ONES
      * BY "Y" ("CUARENTA Y UN").
      *-----------------------------------------------------------------
       NUMWORDS-SP-RENDER-GROUP.
           DIVIDE WS-GROUP-VALUE BY 100 GIVING WS-HUNDREDS-DIGIT
              REMAINDER WS-TENS-UNITS
           IF WS-GROUP-VALUE = 100
              STRING "CIEN " DELIMITED BY SIZE
                 INTO WS-BUILD WITH POINTER WS-PTR
              GO TO NUMWORDS-SP-RENDER-GROUP-END
           END-IF
           IF WS-HUNDREDS-DIGIT > 0
              STRING FUNCTION TRIM
                        (WS-SP-HUNDREDS-WORD (WS-HUNDREDS-DIGIT))
                     " " DELIMITED BY SIZE
                 INTO WS-BUILD WITH POINTER WS-PTR
           END-IF
           IF WS-TENS-UNITS = 0
              GO TO NUMWORDS-SP-RENDER-GROUP-END
           END-IF
           IF WS-TENS-UNITS < 30
              STRING FUNCTION TRIM (WS-SP-UNITS-WORD (WS-TENS-UNITS))
                     " " DELIMITED BY SIZE
                 INTO WS-BUILD WITH POINTER WS-PTR
              GO TO NUMWORDS-SP-RENDER-GROUP-END
           END-IF
           DIVIDE WS-TENS-UNITS BY 10 GIVING WS-TENS-DIGIT
              REMAINDER WS-ONES-DIGIT
           STRING FUNCTION TRIM
                     (WS-SP-TENS-WORD (WS-TENS-DIGIT - 2))
                  " " DELIMITED BY SIZE
              INTO WS-BUILD WITH POINTER WS-PTR
           IF WS-ONES-DIGIT > 0
              STRING "Y " FUNCTION TRIM
                        (WS-SP-UNITS-WORD (WS-ONES-DIGIT))
                     " " DELIMITED BY SIZE
                 INTO WS-BUILD WITH POINTER WS-PTR
           END-IF.
       NUMWORDS-SP-RENDER-GROUP-END. EXIT.

       NUMWORDS-APPEND-MINUS.
           STRING "MINUS " DELIMITED BY SIZE
              INTO WS-BUILD WITH POINTER WS-PTR.
