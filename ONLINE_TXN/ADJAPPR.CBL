      * TRANSIENT DATA QUEUE, SO THE ADJUSTMENT REGISTER AND THE
      * AUDIT TRAIL BOTH SHOW WHO SIGNED OFF. ONLY THE ADJRELSE
      * BATCH RELEASE SENDS APPROVED ENTRIES ON TO THE NEXT CYCLE.
      * MODIFIED 15/10/2026 - THE AUTHCHK CALL NOW NAMES THE PENDADJ
      * FILE, SO THE ANSWER COMES FROM THE USER'S ROLE PROFILES FOR
      * THE ADJA TRANSACTION AND THAT FILE RATHER THAN FROM ONE GLOBAL
      * FLAG.
      * MODIFIED 15/10/2026 - AN APPROVAL MAY SET THE LANGUAGE THE
      * PAYEE'S CHECK PRINTS IN (E ENGLISH, S SPANISH); LEFT OFF, THE
      * CHECK PRINTS IN ENGLISH. IT IS SHOWN ON THE ANSWER AND THE
      * AUDIT LINE.
      *
      * INPUT LINE FORMATS:
      *    USER,D,ACCT,RUNDATE       DISPLAY THE PENDING ADJUSTMENT
      *    USER,A,ACCT,RUNDATE[,L]   APPROVE IT, CHECK LANGUAGE L
      *    USER,R,ACCT,RUNDATE       REJECT IT
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      ******************************************************************
       COPY "RETCODE.CPY".
       01  WS-MENU-TEXT.
           05 FILLER              PIC X(78) VALUE
              "ADJUSTMENT APPROVAL - USER,D/A/R,ACCT,RUNDATE[,E/S]".
       01  WS-INPUT-LINE           PIC X(60).
       01  WS-INPUT-LEN            PIC S9(4) COMP VALUE 60.
       01  WS-USER-TEXT            PIC X(08).
       01  WS-ACTION-CODE          PIC X(01).
       01  WS-ACCT-TEXT            PIC X(08).
       01  WS-DATE-TEXT            PIC X(08).
       01  WS-LANG-TEXT            PIC X(08).
       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-ADJ-KEY.
           05 WS-ADJ-KEY-ACCT      PIC X(08).
              LENGTH(WS-INPUT-LEN)
           END-EXEC
           MOVE SPACES TO WS-USER-TEXT WS-ACTION-CODE WS-ACCT-TEXT
              WS-DATE-TEXT WS-LANG-TEXT
           UNSTRING WS-INPUT-LINE DELIMITED BY ","
              INTO WS-USER-TEXT WS-ACTION-CODE WS-ACCT-TEXT
                 WS-DATE-TEXT WS-LANG-TEXT.

      *-----------------------------------------------------------------
       ADJAPPR-PROCESS-INPUT.
           MOVE SPACES TO WS-ANSWER-LINE
           MOVE WS-USER-TEXT TO AU-USER-ID
           MOVE "ADJAPPR" TO AU-PROGRAM
           MOVE "PENDADJ" TO AU-FILE-NAME
           IF WS-ACTION-CODE = "D"
              SET AU-REQ-INQUIRE TO TRUE
           ELSE
      * SUPERVISOR CANNOT OVERTURN A DECISION FROM A TERMINAL.
      *-----------------------------------------------------------------
       ADJAPPR-DECIDE-ONE.
           IF WS-ACTION-CODE = "A"
              IF WS-LANG-TEXT NOT = SPACES AND NOT = "E"
                                           AND NOT = "S"
                 MOVE "LANGUAGE MUST BE E (ENGLISH) OR S (SPANISH)"
                    TO WS-ANSWER-LINE
                 GO TO ADJAPPR-DECIDE-ONE-END
              END-IF
           END-IF
           EXEC CICS READ
              FILE("PENDADJ")
              INTO(PENDING-ADJUSTMENT-RECORD)
           END-IF
           IF WS-ACTION-CODE = "A"
              MOVE "A" TO ADJ-STATUS
              IF WS-LANG-TEXT = "S"
                 MOVE "S" TO ADJ-PAYEE-LANG
              ELSE
                 MOVE "E" TO ADJ-PAYEE-LANG
              END-IF
           ELSE
              MOVE "R" TO ADJ-STATUS
           END-IF
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
                  " FLAG " ADJ-REVIEW-FLAG
                  " STATUS " ADJ-STATUS
                  " BY " ADJ-APPROVER
                  " LANG " ADJ-PAYEE-LANG DELIMITED BY SIZE
              INTO WS-ANSWER-LINE.

      *-----------------------------------------------------------------
                  " DECIDED " ADJ-STATUS
                  " BY USER " DELIMITED BY SIZE
                  WS-USER-TEXT DELIMITED BY SIZE
                  " LANG " ADJ-PAYEE-LANG DELIMITED BY SIZE
              INTO WA-DETAIL
           EXEC CICS WRITEQ TD
              QUEUE("AUDT")
