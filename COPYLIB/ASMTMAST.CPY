      *-----------------------------------------------------------------
      * ASMTMAST.CPY
      * STATE ASSESSMENT SCORE MASTER (KSDS, KEY AS-KEY = STUDENT +
      * TEST + SUBJECT + ADMINISTRATION YEAR). ONE RECORD PER
      * STUDENT PER TEST SUBJECT PER SPRING ADMINISTRATION, SO A
      * STUDENT RETESTED NEXT YEAR KEEPS BOTH RESULTS. ASMTLOAD
      * MAINTAINS IT FROM THE VENDOR'S ASMTIN FILE EACH SUMMER;
      * ASMTCMP COMPARES IT WITH CLASSROOM GRADES BY SECTION.
      *    AS-SUBJECT     THE DISTRICT SUBJECT AREA (ENGL, MATH,
      *                   SCI, ...) - THE SAME CODES CRSHIST CARRIES
      *                   IN CH-AREA, WHICH IS HOW A SECTION IS TIED
      *                   TO THE TEST SUBJECT IT IS COMPARED WITH
      *    AS-PERF-LEVEL  THE STATE PERFORMANCE LEVEL, 1 (BELOW
      *                   BASIC) TO 4 (ADVANCED)
      *-----------------------------------------------------------------
       01  ASSESSMENT-SCORE-RECORD.
           05 AS-KEY.
              10 AS-STU-ID            PIC X(6).
              10 AS-TEST-ID           PIC X(8).
              10 AS-SUBJECT           PIC X(4).
              10 AS-ADMIN-YEAR        PIC 9(4).
           05 AS-SCALE-SCORE          PIC 9(4).
           05 AS-PERF-LEVEL           PIC 9(1).
              88 AS-LEVEL-VALID       VALUE 1 THRU 4.
           05 AS-LOAD-DATE            PIC 9(8).
           05 FILLER                  PIC X(10).
