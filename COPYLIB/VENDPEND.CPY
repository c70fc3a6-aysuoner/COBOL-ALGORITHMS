      *-----------------------------------------------------------------
      * VENDPEND.CPY
      * RECORD LAYOUT FOR THE PENDING VENDOR-CHANGE VSAM KSDS, KEYED
      * BY VENDOR PREFIX PLUS THE FIELD BEING CHANGED. A CHANGE TO
      * WHERE WE SEND A VENDOR'S MONEY - REMITTANCE ADDRESS OR BANK
      * DETAILS - IS NOT APPLIED TO VENDMAST WHEN IT IS KEYED. THE
      * ONLVEND TRANSACTION LANDS IT HERE AS PENDING WITH THE OLD
      * AND NEW VALUES AND THE REQUESTER'S USER ID, AND A DIFFERENT
      * AUTHORIZED USER MUST APPROVE IT (STAMPING THE APPROVER AND
      * DECISION DATE, AS ADJAPPR DOES ON PENDADJ) BEFORE ONLVEND
      * APPLIES IT. A REJECTED CHANGE IS KEPT, STAMPED, UNTIL THE
      * NEXT REQUEST FOR THE SAME FIELD REPLACES IT.
      *-----------------------------------------------------------------
       01  VENDOR-PENDING-RECORD.
           05 VP-KEY.
              10 VP-PREFIX            PIC X(3).
              10 VP-FIELD             PIC X(8).
           05 VP-OLD-VALUE            PIC X(40).
           05 VP-NEW-VALUE            PIC X(40).
           05 VP-STATUS               PIC X(1).
              88 VP-STAT-PENDING     VALUE "P".
              88 VP-STAT-APPROVED    VALUE "A".
              88 VP-STAT-REJECTED    VALUE "R".
           05 VP-REQUESTER            PIC X(8).
           05 VP-REQUEST-DATE         PIC 9(8).
           05 VP-APPROVER             PIC X(8).
           05 VP-DECISION-DATE        PIC 9(8).
           05 FILLER                  PIC X(10).
