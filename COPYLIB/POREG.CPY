      *-----------------------------------------------------------------
      * POREG.CPY
      * RECORD LAYOUT FOR THE PAPER ORDER-REGISTER KSDS, KEYED BY
      * PAPER TYPE, STORAGE LOCATION AND ORDER DATE. POGEN REGISTERS
      * EVERY ORDER IT GENERATES AS OPEN ("O") WITH THE VENDOR AND
      * UNIT PRICE IT WAS ORDERED FROM; STKRECV MARKS IT FILLED ("F")
      * WHEN THE TYPE ARRIVES AT THE LOCATION, STAMPING THE DATE AND
      * THE REAMS THAT CAME IN, SO VENDSCOR CAN MEASURE LEAD TIME AND
      * FILL RATE. ENTRIES REGISTERED BEFORE THE VENDOR, PRICE AND
      * RECEIPT FIELDS EXISTED CARRY SPACES / ZEROS IN THEM.
      * MODIFIED 15/10/2026 - THE ORDER NOW CARRIES ITS ENCUMBRANCE.
      * POGEN STAMPS THE FISCAL YEAR AND THE ESTIMATED COST IT
      * ENCUMBERED ON ENCMAST; EACH STKRECV RECEIPT ADDS TO THE REAMS
      * RECEIVED AND THE ACTUAL COST EXPENDED AND RELIEVES THE
      * ENCUMBRANCE, AND THE ORDER STAYS OPEN UNTIL THE FULL QUANTITY
      * IS IN. POCLOSE CANCELS ("C") OR SHORT-CLOSES ("S") AN OPEN
      * ORDER AND RELEASES WHATEVER ENCUMBRANCE IS LEFT.
      * MODIFIED 15/10/2026 - THE RESERVE FILLER IS BACK AT THE END
      * OF THE RECORD. AN ORDER REGISTERED BEFORE THE ENCUMBRANCE
      * FIELDS CARRIES SPACES WHERE THE FISCAL YEAR NOW IS; STKRECV
      * AND POCLOSE TAKE SUCH AN ORDER AS NOTHING ENCUMBERED IN THE
      * CURRENT YEAR.
      *-----------------------------------------------------------------
       01  PO-REGISTER-RECORD.
           05 POR-KEY.
              10 POR-PAPER-TYPE       PIC X(3).
              10 POR-LOCATION         PIC X(4).
              10 POR-ORDER-DATE       PIC 9(8).
           05 POR-REAMS               PIC 9(5).
           05 POR-STATUS              PIC X(1).
              88 POR-STAT-OPEN       VALUE "O".
              88 POR-STAT-FILLED     VALUE "F".
              88 POR-STAT-CANCELLED  VALUE "C".
              88 POR-STAT-SHORT      VALUE "S".
           05 POR-VENDOR              PIC X(3).
           05 POR-UNIT-PRICE          PIC 9(3)V9(2).
           05 POR-RECEIVED-DATE       PIC 9(8).
           05 POR-RECEIVED-REAMS      PIC 9(5).
           05 POR-FISCAL-YEAR         PIC 9(4).
           05 POR-ENCUMBERED          PIC 9(7)V9(2).
           05 POR-EXPENDED            PIC 9(7)V9(2).
           05 FILLER                  PIC X(10).
