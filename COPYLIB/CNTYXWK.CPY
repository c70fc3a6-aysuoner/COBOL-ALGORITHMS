      *-----------------------------------------------------------------
      * CNTYXWK.CPY
      * RECORD LAYOUT FOR THE CNTYXWK COUNTY CROSSWALK TABLE - HOW
      * ONE OF OUR LEDGER SOURCES MAPS ONTO THE COUNTY FINANCIAL
      * SYSTEM'S FUND / FUNCTION / OBJECT CODE STRING. CNTYJVX LOADS
      * IT TO BUILD THE JOURNAL-VOUCHER INTERFACE FILE. THE LOCAL ID
      * IS OUR EIGHT-CHARACTER ACCOUNT ID FOR A RELEASED ADJUSTMENT
      * (ADJOUT), AND "QTRPOST" FOLLOWED BY THE QUARTER NUMBER FOR A
      * QUARTERLY POSTING (QTRPOSTX) - "QTRPOST" WITH A BLANK EIGHTH
      * CHARACTER COVERS EVERY QUARTER WITHOUT A ROW OF ITS OWN.
      *
      * THE OFFSET CODE STRING IS THE COUNTY ACCOUNT THAT TAKES THE
      * OTHER SIDE OF THE LINE (USUALLY A DUE-TO/DUE-FROM CLEARING
      * OBJECT). LEFT BLANK, THE LINE GOES ONE-SIDED AND MUST BE
      * BALANCED BY THE REST OF THE BATCH.
      *-----------------------------------------------------------------
       01  COUNTY-CROSSWALK-RECORD.
           05 XW-LOCAL-ID             PIC X(8).
           05 XW-CNTY-CODE.
              10 XW-CNTY-FUND         PIC X(4).
              10 XW-CNTY-FUNCTION     PIC X(4).
              10 XW-CNTY-OBJECT       PIC X(6).
           05 XW-OFFSET-CODE.
              10 XW-OFFSET-FUND       PIC X(4).
              10 XW-OFFSET-FUNCTION   PIC X(4).
              10 XW-OFFSET-OBJECT     PIC X(6).
           05 XW-DESCRIPTION          PIC X(20).
           05 FILLER                  PIC X(4).
