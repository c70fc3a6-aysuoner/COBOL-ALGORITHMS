      * ON THE CENTRAL AUDIT TRAIL UNDER THAT SUPERVISOR - WITHOUT
      * THE APPROVAL THE RUN IS REPORT-ONLY, SO NOBODY ADJUSTS THE
      * MASTER OFF AN UNREVIEWED COUNT.
      * MODIFIED 15/10/2026 - THE VARIANCE IS NOW EXTENDED AT THE
      * STOCK RECORD'S WEIGHTED-AVERAGE COST (PRICETAB ONLY FOR A
      * RECORD THAT HAS NO COST YET), AND A POSTED ADJUSTMENT MOVES
      * THAT VALUE ON THE RECORD INTO THE MONTH'S ADJUSTMENTS FOR
      * THE STKVALUE VALUATION. A COUNT OF ZERO CLEARS WHATEVER
      * VALUE IS LEFT.
      * MODIFIED 15/10/2026 - THE COUNTIN FEED CARRIES THE USER ID OF
      * THE CREW MEMBER WHO TOOK EACH COUNT (COLUMNS 15-22) AND THE
      * SHRINKAGE AUDIT LINE NOW NAMES THE COUNTER BESIDE THE
      * APPROVER, SO A SUPERVISOR APPROVING THEIR OWN COUNT SHOWS
      * ON THE SEGREGATION-OF-DUTIES REVIEW.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 CNT-PAPER-TYPE         PIC X(3).
           05 CNT-LOCATION           PIC X(4).
           05 CNT-COUNTED            PIC 9(7).
           05 CNT-COUNTER            PIC X(8).

       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
       01  WS-APPROVER              PIC X(08) VALUE SPACES.
      *-----------------------------------------------------------------
      * THE PRICE PER REAM BY PAPER TYPE, LOADED ONCE - THE SAME
      * 20-SLOT SHAPE REQRPT CARRIES - THE FALLBACK FOR A STOCK
      * RECORD WITH NO AVERAGE COST. NO COST AND NO PRICE AND THE
      * VARIANCE EXTENDS AT ZERO DOLLARS.
      *-----------------------------------------------------------------
       01  WS-PRICE-MAX             PIC 9(02) VALUE 0.
       01  WS-PRICE-I               PIC 9(02).
                 PERFORM STKCOUNT-READ-NEXT
                 GO TO STKCOUNT-PROCESS-ONE-END
           END-READ
           IF STK-VALUE NOT NUMERIC
              INITIALIZE STK-COST-FIELDS
           END-IF
           COMPUTE WS-VARIANCE = CNT-COUNTED - STK-ON-HAND
           PERFORM STKCOUNT-PRICE-VARIANCE
              THRU STKCOUNT-PRICE-VARIANCE-END
           IF WS-VARIANCE NOT = 0
              ADD 1 TO WS-VAR-COUNT
              ADD WS-VARIANCE-DOLLARS TO WS-TOT-VAR-DOLLARS
       STKCOUNT-PROCESS-ONE-END. EXIT.

       STKCOUNT-PRICE-VARIANCE.
           IF CNT-COUNTED = 0
              COMPUTE WS-VARIANCE-DOLLARS = 0 - STK-VALUE
              GO TO STKCOUNT-PRICE-VARIANCE-END
           END-IF
           IF STK-AVG-COST > 0
              COMPUTE WS-VARIANCE-DOLLARS ROUNDED =
                 WS-VARIANCE * STK-AVG-COST
              GO TO STKCOUNT-PRICE-VARIANCE-END
           END-IF
           MOVE 0 TO WS-PRICE-FOUND
           PERFORM STKCOUNT-MATCH-ONE-PRICE
              VARYING WS-PRICE-I FROM 1 BY 1
           ELSE
              MOVE 0 TO WS-VARIANCE-DOLLARS
           END-IF.
       STKCOUNT-PRICE-VARIANCE-END. EXIT.

       STKCOUNT-MATCH-ONE-PRICE.
           IF WS-PRICE-TYPE (WS-PRICE-I) = CNT-PAPER-TYPE

       STKCOUNT-POST-ONE.
           MOVE CNT-COUNTED TO STK-ON-HAND
           ADD WS-VARIANCE-DOLLARS TO STK-VALUE
           ADD WS-VARIANCE-DOLLARS TO STK-MTD-ADJ-VALUE
           IF STK-ON-HAND > 0 AND STK-VALUE > 0
              COMPUTE STK-AVG-COST ROUNDED = STK-VALUE / STK-ON-HAND
           END-IF
           REWRITE STOCK-MASTER-RECORD
              INVALID KEY
                 DISPLAY "STKCOUNT - REWRITE FAILED: " STK-KEY
                 MOVE SPACES TO AL-DETAIL
                 STRING CNT-PAPER-TYPE " AT " CNT-LOCATION
                        " SET TO COUNT BY " WS-APPROVER
                        " COUNTER " CNT-COUNTER
                    DELIMITED BY SIZE INTO AL-DETAIL
                 CALL "AUDITLOG" USING WS-AUDIT-PARMS
           END-REWRITE.
