      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    ONLNCHK.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * ONLINE STOP-PAYMENT AND REISSUE TRANSACTION (CICS, TRANSID
      * CHKS). WHEN A VENDOR CALLED TO SAY A CHECK NEVER ARRIVED THE
      * ONLY OPTION WAS A VOID IN THE CHKVOID CONTROL FILE AND A WAIT
      * FOR THE NEXT CYCLE, AND THE REPLACEMENT HAD NO LINK BACK TO
      * THE ORIGINAL. THIS TRANSACTION LOOKS A CHECK UP ON THE CHKMAST
      * CHECK MASTER, PLACES A STOP PAYMENT WITH A REASON CODE, AND
      * QUEUES A REISSUE FOR THE NEXT CHEKWRTR RUN - GATED THROUGH
      * THE SHARED AUTHCHK CHECK, INQUIRE ACCESS TO DISPLAY AND
      * UPDATE ACCESS TO STOP OR REISSUE, THE SAME AS ADJAPPR.
      *
      * THE STOP IS MARKED ON THE MASTER AT ONCE. THE STOP (AND ANY
      * REISSUE) IS ALSO WRITTEN TO THE STPQ EXTRAPARTITION
      * TRANSIENT DATA QUEUE, WHICH IS ALLOCATED TO THE NEXT CYCLE'S
      * CHKSTOP FEED - CHEKWRTR POSTS THE STOP TO THE CHKREG REGISTER
      * (SO THE NEXT POSPAY POSITIVE-PAY FILE TELLS THE BANK) AND
      * PRINTS THE REISSUE WITH THE ORIGINAL CHECK NUMBER AS ITS
      * CROSS-REFERENCE. EVERY STOP AND REISSUE GOES TO THE AUDT
      * AUDIT QUEUE WITH THE USER ID THAT PLACED IT.
      * MODIFIED 15/10/2026 - THE AUTHCHK CALL NOW NAMES THE CHKMAST
      * FILE, SO THE ANSWER COMES FROM THE USER'S ROLE PROFILES FOR
      * THE CHKS TRANSACTION AND THAT FILE RATHER THAN FROM ONE GLOBAL
      * FLAG.
      * MODIFIED 15/10/2026 - A REISSUE AGAINST A CHECK ALREADY
      * STOPPED NOW GOES TO STPQ AS ACTION "Q" (REISSUE ONLY), SO
      * CHEKWRTR DOES NOT POST THE STOP TO THE REGISTER A SECOND TIME.
      * MODIFIED 15/10/2026 - A FAILED STPQ WRITE NOW ROLLS BACK THE
      * CHKMAST REWRITE, SO A CHECK IS NEVER LEFT MARKED STOPPED
      * WITHOUT ITS STOP REACHING CHEKWRTR, AND CAN BE RETRIED.
      *
      * INPUT LINE FORMATS:
      *    USER,D,CHECKNO             DISPLAY THE CHECK
      *    USER,S,CHECKNO,REASON      STOP PAYMENT ONLY
      *    USER,R,CHECKNO,REASON      STOP PAYMENT AND REISSUE
      * REASON CODES: NR NOT RECEIVED, ST STOLEN, DM DAMAGED,
      * OT OTHER. "R" AGAINST A CHECK ALREADY STOPPED WITHOUT A
      * REISSUE QUEUES THE REISSUE ALONE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY "RETCODE.CPY".
       01  WS-MENU-TEXT.
           05 FILLER              PIC X(78) VALUE
              "STOP PAYMENT - USER,D/S/R,CHECKNO,REASON(NR/ST/DM/OT)".
       01  WS-INPUT-LINE           PIC X(60).
       01  WS-INPUT-LEN            PIC S9(4) COMP VALUE 60.
       01  WS-USER-TEXT            PIC X(08).
       01  WS-AUTH-PARM.
           COPY "AUTHUSR.CPY".
       01  WS-ACTION-CODE          PIC X(01).
       01  WS-CHECK-TEXT           PIC X(06).
       01  WS-REASON-TEXT          PIC X(02).
       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-CHECK-KEY            PIC 9(06).
           COPY "CHKMAST.CPY".
       01  WS-ANSWER-LINE          PIC X(78).
       01  WS-EDIT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-DATE-TIME            PIC X(21).
       01  WS-REISSUE-ONLY-SW      PIC X(01).
           88 WS-REISSUE-ONLY      VALUE "Y".
      *-----------------------------------------------------------------
      * ONE CHKSTOP FEED RECORD, AS CHEKWRTR READS IT BACK.
      *-----------------------------------------------------------------
       01  WS-STOP-LINE.
           05 WS-STOP-ACTION       PIC X(01).
           05 WS-STOP-CHECK        PIC 9(06).
           05 WS-STOP-REASON       PIC X(02).
           05 WS-STOP-USER         PIC X(08).
           05 WS-STOP-DATE         PIC 9(08).
       01  WS-AUDIT-LINE.
           05 WA-TIMESTAMP         PIC X(21).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WA-RUN-ID            PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WA-DISTRICT          PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WA-PROGRAM           PIC X(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WA-EVENT             PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WA-DETAIL            PIC X(60).

       01  WS-COMMAREA.
           05 WS-TRIP-MARKER       PIC X(01).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(01).

      ******************************************************************
       PROCEDURE DIVISION USING DFHCOMMAREA.
      ******************************************************************
       ONLNCHK-MAIN.
           IF EIBCALEN = 0
              PERFORM ONLNCHK-SEND-MENU
           ELSE
              PERFORM ONLNCHK-RECEIVE-INPUT
              PERFORM ONLNCHK-PROCESS-INPUT
                 THRU ONLNCHK-PROCESS-INPUT-END
              PERFORM ONLNCHK-SEND-ANSWER
           END-IF
           MOVE "2" TO WS-TRIP-MARKER
           EXEC CICS RETURN
              TRANSID("CHKS")
              COMMAREA(WS-COMMAREA)
              LENGTH(1)
           END-EXEC.

      *-----------------------------------------------------------------
       ONLNCHK-SEND-MENU.
      *-----------------------------------------------------------------
           EXEC CICS SEND TEXT
              FROM(WS-MENU-TEXT)
              LENGTH(78)
              ERASE
           END-EXEC.

      *-----------------------------------------------------------------
       ONLNCHK-RECEIVE-INPUT.
      *-----------------------------------------------------------------
           MOVE SPACES TO WS-INPUT-LINE
           MOVE 60 TO WS-INPUT-LEN
           EXEC CICS RECEIVE
              INTO(WS-INPUT-LINE)
              LENGTH(WS-INPUT-LEN)
           END-EXEC
           MOVE SPACES TO WS-USER-TEXT WS-ACTION-CODE WS-CHECK-TEXT
              WS-REASON-TEXT
           UNSTRING WS-INPUT-LINE DELIMITED BY ","
              INTO WS-USER-TEXT WS-ACTION-CODE WS-CHECK-TEXT
                 WS-REASON-TEXT.

      *-----------------------------------------------------------------
       ONLNCHK-PROCESS-INPUT.
      *-----------------------------------------------------------------
           MOVE SPACES TO WS-ANSWER-LINE
           MOVE WS-USER-TEXT TO AU-USER-ID
           MOVE "ONLNCHK" TO AU-PROGRAM
           MOVE "CHKMAST" TO AU-FILE-NAME
           IF WS-ACTION-CODE = "D"
              SET AU-REQ-INQUIRE TO TRUE
           ELSE
              SET AU-REQ-UPDATE TO TRUE
           END-IF
           CALL "AUTHCHK" USING DFHEIBLK DFHCOMMAREA
              WS-AUTH-PARM
           IF AU-RETCODE NOT = RC-NORMAL
              MOVE "NOT AUTHORIZED FOR THAT ACCESS - SEE SECURITY"
                 TO WS-ANSWER-LINE
              GO TO ONLNCHK-PROCESS-INPUT-END
           END-IF
           IF WS-CHECK-TEXT IS NUMERIC
              MOVE WS-CHECK-TEXT TO WS-CHECK-KEY
           ELSE
              MOVE "CHECK NUMBER MUST BE SIX DIGITS"
                 TO WS-ANSWER-LINE
              GO TO ONLNCHK-PROCESS-INPUT-END
           END-IF
           EVALUATE WS-ACTION-CODE
              WHEN "D"
                 PERFORM ONLNCHK-DISPLAY-ONE
                    THRU ONLNCHK-DISPLAY-ONE-END
              WHEN "S"
                 PERFORM ONLNCHK-STOP-ONE
                    THRU ONLNCHK-STOP-ONE-END
              WHEN "R"
                 PERFORM ONLNCHK-STOP-ONE
                    THRU ONLNCHK-STOP-ONE-END
              WHEN OTHER
                 MOVE "INVALID ACTION - USE D, S OR R"
                    TO WS-ANSWER-LINE
           END-EVALUATE.
       ONLNCHK-PROCESS-INPUT-END. EXIT.

       ONLNCHK-DISPLAY-ONE.
           EXEC CICS READ
              FILE("CHKMAST")
              INTO(CHECK-MASTER-RECORD)
              RIDFLD(WS-CHECK-KEY)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "NO SUCH CHECK ON THE REGISTER" TO WS-ANSWER-LINE
              GO TO ONLNCHK-DISPLAY-ONE-END
           END-IF
           PERFORM ONLNCHK-FORMAT-ANSWER.
       ONLNCHK-DISPLAY-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * ONLY AN ISSUED, UNCLEARED CHECK CAN BE STOPPED. A REISSUE
      * MAY FOLLOW A STOP PLACED EARLIER, BUT ONLY ONCE PER CHECK.
      *-----------------------------------------------------------------
       ONLNCHK-STOP-ONE.
           MOVE WS-REASON-TEXT TO CM-STOP-REASON
           IF NOT CM-STOP-REASON-OK
              MOVE "REASON MUST BE NR, ST, DM OR OT" TO WS-ANSWER-LINE
              GO TO ONLNCHK-STOP-ONE-END
           END-IF
           EXEC CICS READ
              FILE("CHKMAST")
              INTO(CHECK-MASTER-RECORD)
              RIDFLD(WS-CHECK-KEY)
              UPDATE
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "NO SUCH CHECK ON THE REGISTER" TO WS-ANSWER-LINE
              GO TO ONLNCHK-STOP-ONE-END
           END-IF
           MOVE "N" TO WS-REISSUE-ONLY-SW
           EVALUATE TRUE
              WHEN CM-ISSUED
                 CONTINUE
              WHEN CM-STOPPED AND WS-ACTION-CODE = "R"
                   AND CM-REISSUE-FLAG = SPACE
                 SET WS-REISSUE-ONLY TO TRUE
              WHEN OTHER
                 MOVE "CHECK IS NOT OUTSTANDING - NOT CHANGED"
                    TO WS-ANSWER-LINE
                 GO TO ONLNCHK-STOP-ONE-END
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           IF NOT WS-REISSUE-ONLY
              MOVE "S" TO CM-STATUS
              MOVE WS-DATE-TIME (1:8) TO CM-STATUS-DATE
              MOVE WS-REASON-TEXT TO CM-STOP-REASON
              MOVE WS-USER-TEXT TO CM-STOP-USER
           END-IF
           IF WS-ACTION-CODE = "R"
              MOVE "Q" TO CM-REISSUE-FLAG
           END-IF
           EXEC CICS REWRITE
              FILE("CHKMAST")
              FROM(CHECK-MASTER-RECORD)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "REWRITE FAILED - STOP NOT RECORDED"
                 TO WS-ANSWER-LINE
              GO TO ONLNCHK-STOP-ONE-END
           END-IF
           MOVE WS-ACTION-CODE TO WS-STOP-ACTION
           IF WS-REISSUE-ONLY
              MOVE "Q" TO WS-STOP-ACTION
           END-IF
           MOVE CM-CHECK-NUMBER TO WS-STOP-CHECK
           MOVE CM-STOP-REASON TO WS-STOP-REASON
           MOVE WS-USER-TEXT TO WS-STOP-USER
           MOVE WS-DATE-TIME (1:8) TO WS-STOP-DATE
           EXEC CICS WRITEQ TD
              QUEUE("STPQ")
              FROM(WS-STOP-LINE)
              LENGTH(25)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE "QUEUE WRITE FAILED - STOP NOT RECORDED"
                 TO WS-ANSWER-LINE
              GO TO ONLNCHK-STOP-ONE-END
           END-IF
           IF NOT WS-REISSUE-ONLY
              MOVE "CHKST" TO WA-EVENT
              PERFORM ONLNCHK-AUDIT-ACTION
           END-IF
           IF WS-ACTION-CODE = "R"
              MOVE "CHKRI" TO WA-EVENT
              PERFORM ONLNCHK-AUDIT-ACTION
           END-IF
           PERFORM ONLNCHK-FORMAT-ANSWER.
       ONLNCHK-STOP-ONE-END. EXIT.

       ONLNCHK-FORMAT-ANSWER.
           MOVE CM-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-ANSWER-LINE
           STRING "CHECK " CM-CHECK-NUMBER
                  " PAYEE " CM-PAYEE
                  " AMT " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
                  " STATUS " CM-STATUS
                  " " CM-STOP-REASON
                  " REISSUE " CM-REISSUE-FLAG DELIMITED BY SIZE
              INTO WS-ANSWER-LINE.

      *-----------------------------------------------------------------
      * EVERY STOP AND EVERY REISSUE GOES TO THE AUDT EXTRAPARTITION
      * TDQ IN THE SAME LINE SHAPE THE CENTRAL AUDIT LOG CARRIES.
      * THE CALLER SETS THE EVENT CODE.
      *-----------------------------------------------------------------
       ONLNCHK-AUDIT-ACTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME TO WA-TIMESTAMP
           MOVE "ONLINE  " TO WA-RUN-ID
           MOVE "*" TO WA-DISTRICT
           MOVE "ONLNCHK" TO WA-PROGRAM
           MOVE SPACES TO WA-DETAIL
           STRING "CHECK " CM-CHECK-NUMBER
                  " EVENT " WA-EVENT
                  " REASON " CM-STOP-REASON
                  " BY USER " DELIMITED BY SIZE
                  WS-USER-TEXT DELIMITED BY SIZE
              INTO WA-DETAIL
           EXEC CICS WRITEQ TD
              QUEUE("AUDT")
              FROM(WS-AUDIT-LINE)
              LENGTH(109)
           END-EXEC.

      *-----------------------------------------------------------------
       ONLNCHK-SEND-ANSWER.
      *-----------------------------------------------------------------
           EXEC CICS SEND TEXT
              FROM(WS-ANSWER-LINE)
              LENGTH(78)
              ERASE
           END-EXEC
           EXEC CICS SEND TEXT
              FROM(WS-MENU-TEXT)
              LENGTH(78)
              ACCUM
           END-EXEC.
       END PROGRAM ONLNCHK.
