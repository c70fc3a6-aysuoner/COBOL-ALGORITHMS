      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    ONLVEND.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * ONLINE VENDOR-MASTER MAINTENANCE TRANSACTION (CICS, TRANSID
      * VNDM). ADDS, CHANGES AND DEACTIVATES VENDMAST RECORDS, GATED
      * THROUGH THE SHARED AUTHCHK CHECK - INQUIRE ACCESS TO DISPLAY
      * A VENDOR OR A PENDING CHANGE, UPDATE ACCESS FOR EVERYTHING
      * ELSE.
      *
      * NAME, CONTACT, PHONE, TAX AND STATUS FIELDS APPLY AT ONCE.
      * A CHANGE TO WHERE THE MONEY GOES - THE REMITTANCE ADDRESS OR
      * THE BANK ROUTING AND ACCOUNT NUMBERS - IS NOT APPLIED WHEN IT
      * IS KEYED: IT LANDS ON THE VENDPEND FILE AS PENDING, STAMPED
      * WITH THE REQUESTER, AND ONLY A DIFFERENT AUTHORIZED USER CAN
      * APPROVE IT (STAMPING THEIR USER ID AND THE DATE, AS ADJAPPR
      * DOES), AT WHICH POINT IT IS WRITTEN TO VENDMAST. EITHER USER
      * MAY REJECT IT.
      *
      * EVERY CHANGE GOES TO THE AUDT QUEUE AS A HEADER LINE NAMING
      * THE USER(S), FOLLOWED BY A "WAS" LINE AND A "NOW" LINE WITH
      * THE BEFORE AND AFTER VALUES. THE NIGHTLY VENDCHGR REPORT
      * LISTS THEM FROM THE AUDIT LOG FOR AP REVIEW.
      * MODIFIED 15/10/2026 - THE AUTHCHK CALL NOW NAMES THE VENDMAST
      * FILE, SO THE ANSWER COMES FROM THE USER'S ROLE PROFILES FOR
      * THE VNDM TRANSACTION AND THAT FILE RATHER THAN FROM ONE GLOBAL
      * FLAG.
      * MODIFIED 15/10/2026 - LANG FIELD (E ENGLISH, S SPANISH) FOR
      * THE LANGUAGE THE VENDOR'S VOUCHERS PRINT IN; A NEW VENDOR
      * STARTS IN ENGLISH. THE DISPLAY SHOWS IT AFTER THE STATUS.
      *
      * INPUT LINE FORMATS:
      *    USER,D,PREFIX               DISPLAY THE VENDOR
      *    USER,Q,PREFIX,FIELD         DISPLAY A PENDING CHANGE
      *    USER,A,PREFIX,NAME          ADD A VENDOR
      *    USER,C,PREFIX,FIELD,VALUE   CHANGE A FIELD
      *    USER,X,PREFIX               DEACTIVATE THE VENDOR
      *    USER,P,PREFIX,FIELD         APPROVE A PENDING CHANGE
      *    USER,J,PREFIX,FIELD         REJECT A PENDING CHANGE
      * THE VALUE IS EVERYTHING AFTER THE FOURTH COMMA, SO AN
      * ADDRESS MAY CARRY COMMAS OF ITS OWN.
      *
      * FIELDS APPLIED AT ONCE:  NAME CONTACT PHONE LEGAL TIN TINTYPE
      *                          ADDR CITY STATE ZIP 1099 STATUS
      *                          LANG
      * FIELDS HELD FOR APPROVAL: RADDR RCITY RSTATE RZIP ROUTING
      *                          BANKACCT
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY "RETCODE.CPY".
       01  WS-MENU-TEXT.
           05 FILLER              PIC X(78) VALUE
              "VENDORS - USER,D/Q/A/C/X/P/J,PREFIX[,FIELD[,VALUE]]".
       01  WS-INPUT-LINE           PIC X(100).
       01  WS-INPUT-LEN            PIC S9(4) COMP VALUE 100.
       01  WS-USER-TEXT            PIC X(08).
       01  WS-AUTH-PARM.
           COPY "AUTHUSR.CPY".
       01  WS-ACTION-CODE          PIC X(01).
       01  WS-PREFIX-TEXT          PIC X(03).
       01  WS-FIELD-TEXT           PIC X(08).
       01  WS-REST-TEXT            PIC X(100).
       01  WS-VALUE-TEXT           PIC X(60).
       01  WS-PTR                  PIC S9(4) COMP.
       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-VEND-KEY             PIC X(03).
           COPY "VENDMAST.CPY".
       01  WS-PEND-KEY.
           05 WS-PEND-KEY-PREFIX   PIC X(03).
           05 WS-PEND-KEY-FIELD    PIC X(08).
           COPY "VENDPEND.CPY".
       01  WS-FIELD-CLASS          PIC X(01).
           88 WS-FIELD-IMMEDIATE   VALUE "I".
           88 WS-FIELD-REMITTANCE  VALUE "R".
           88 WS-FIELD-UNKNOWN     VALUE " ".
       01  WS-FIELD-MAX            PIC 9(02).
       01  WS-OLD-VALUE            PIC X(40).
       01  WS-NEW-VALUE            PIC X(40).
       01  WS-EDIT-OK-SW           PIC X(01).
           88 WS-EDIT-OK           VALUE "Y".
       01  WS-ROUTING              PIC X(09).
       01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING.
           05 WS-RT-DIGIT          PIC 9(01) OCCURS 9 TIMES.
       01  WS-ROUTING-SUM          PIC 9(04).
       01  WS-ROUTING-QUOT         PIC 9(04).
       01  WS-ROUTING-REM          PIC 9(02).
       01  WS-TODAY                PIC 9(08).
       01  WS-ANSWER-LINE          PIC X(78).
       01  WS-DATE-TIME            PIC X(21).
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
       ONLVEND-MAIN.
           IF EIBCALEN = 0
              PERFORM ONLVEND-SEND-MENU
           ELSE
              PERFORM ONLVEND-RECEIVE-INPUT
                 THRU ONLVEND-RECEIVE-INPUT-END
              PERFORM ONLVEND-PROCESS-INPUT
                 THRU ONLVEND-PROCESS-INPUT-END
              PERFORM ONLVEND-SEND-ANSWER
           END-IF
           MOVE "2" TO WS-TRIP-MARKER
           EXEC CICS RETURN
              TRANSID("VNDM")
              COMMAREA(WS-COMMAREA)
              LENGTH(1)
           END-EXEC.

      *-----------------------------------------------------------------
       ONLVEND-SEND-MENU.
      *-----------------------------------------------------------------
           EXEC CICS SEND TEXT
              FROM(WS-MENU-TEXT)
              LENGTH(78)
              ERASE
           END-EXEC.

      *-----------------------------------------------------------------
      * USER, ACTION AND PREFIX ARE THE FIRST THREE ITEMS. THE REST
      * OF THE LINE IS THE NAME ON AN ADD, OR THE FIELD CODE AND (ON
      * A CHANGE) THE VALUE, WHICH RUNS TO THE END OF THE LINE.
      *-----------------------------------------------------------------
       ONLVEND-RECEIVE-INPUT.
           MOVE SPACES TO WS-INPUT-LINE
           MOVE 100 TO WS-INPUT-LEN
           EXEC CICS RECEIVE
              INTO(WS-INPUT-LINE)
              LENGTH(WS-INPUT-LEN)
           END-EXEC
           MOVE SPACES TO WS-USER-TEXT WS-ACTION-CODE WS-PREFIX-TEXT
              WS-FIELD-TEXT WS-REST-TEXT WS-VALUE-TEXT
           MOVE 1 TO WS-PTR
           UNSTRING WS-INPUT-LINE DELIMITED BY ","
              INTO WS-USER-TEXT WS-ACTION-CODE WS-PREFIX-TEXT
              WITH POINTER WS-PTR
           IF WS-PTR > 100
              GO TO ONLVEND-RECEIVE-INPUT-END
           END-IF
           MOVE WS-INPUT-LINE (WS-PTR:) TO WS-REST-TEXT
           IF WS-ACTION-CODE = "A"
              MOVE WS-REST-TEXT TO WS-VALUE-TEXT
              GO TO ONLVEND-RECEIVE-INPUT-END
           END-IF
           MOVE 1 TO WS-PTR
           UNSTRING WS-REST-TEXT DELIMITED BY ","
              INTO WS-FIELD-TEXT
              WITH POINTER WS-PTR
           IF WS-PTR > 100
              GO TO ONLVEND-RECEIVE-INPUT-END
           END-IF
           MOVE WS-REST-TEXT (WS-PTR:) TO WS-VALUE-TEXT.
       ONLVEND-RECEIVE-INPUT-END. EXIT.

      *-----------------------------------------------------------------
       ONLVEND-PROCESS-INPUT.
      *-----------------------------------------------------------------
           MOVE SPACES TO WS-ANSWER-LINE
           MOVE WS-USER-TEXT TO AU-USER-ID
           MOVE "ONLVEND" TO AU-PROGRAM
           MOVE "VENDMAST" TO AU-FILE-NAME
           IF WS-ACTION-CODE = "D" OR "Q"
              SET AU-REQ-INQUIRE TO TRUE
           ELSE
              SET AU-REQ-UPDATE TO TRUE
           END-IF
           CALL "AUTHCHK" USING DFHEIBLK DFHCOMMAREA
              WS-AUTH-PARM
           IF AU-RETCODE NOT = RC-NORMAL
              MOVE "NOT AUTHORIZED FOR THAT ACCESS - SEE SECURITY"
                 TO WS-ANSWER-LINE
              GO TO ONLVEND-PROCESS-INPUT-END
           END-IF
           IF WS-PREFIX-TEXT = SPACES
              MOVE "VENDOR PREFIX IS REQUIRED" TO WS-ANSWER-LINE
              GO TO ONLVEND-PROCESS-INPUT-END
           END-IF
           MOVE WS-PREFIX-TEXT TO WS-VEND-KEY WS-PEND-KEY-PREFIX
           MOVE WS-FIELD-TEXT TO WS-PEND-KEY-FIELD
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-TODAY
           EVALUATE WS-ACTION-CODE
              WHEN "D"
                 PERFORM ONLVEND-DISPLAY-VENDOR
                    THRU ONLVEND-DISPLAY-VENDOR-END
              WHEN "Q"
                 PERFORM ONLVEND-DISPLAY-PENDING
                    THRU ONLVEND-DISPLAY-PENDING-END
              WHEN "A"
                 PERFORM ONLVEND-ADD-VENDOR
                    THRU ONLVEND-ADD-VENDOR-END
              WHEN "C"
                 PERFORM ONLVEND-CHANGE-FIELD
                    THRU ONLVEND-CHANGE-FIELD-END
              WHEN "X"
                 PERFORM ONLVEND-DEACTIVATE
                    THRU ONLVEND-DEACTIVATE-END
              WHEN "P"
                 PERFORM ONLVEND-APPROVE-PENDING
                    THRU ONLVEND-APPROVE-PENDING-END
              WHEN "J"
                 PERFORM ONLVEND-REJECT-PENDING
                    THRU ONLVEND-REJECT-PENDING-END
              WHEN OTHER
                 MOVE "INVALID ACTION - USE D, Q, A, C, X, P OR J"
                    TO WS-ANSWER-LINE
           END-EVALUATE.
       ONLVEND-PROCESS-INPUT-END. EXIT.

       ONLVEND-DISPLAY-VENDOR.
           EXEC CICS READ
              FILE("VENDMAST")
              INTO(VENDOR-MASTER-RECORD)
              RIDFLD(WS-VEND-KEY)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "NO SUCH VENDOR" TO WS-ANSWER-LINE
              GO TO ONLVEND-DISPLAY-VENDOR-END
           END-IF
           STRING "VENDOR " VEND-PREFIX
                  " " VEND-NAME
                  " ST " VEND-STATUS
                  " LNG " VEND-LANGUAGE
                  " PHONE " VEND-PHONE
                  " BY " VEND-CHANGE-USER DELIMITED BY SIZE
              INTO WS-ANSWER-LINE.
       ONLVEND-DISPLAY-VENDOR-END. EXIT.

       ONLVEND-DISPLAY-PENDING.
           EXEC CICS READ
              FILE("VENDPEND")
              INTO(VENDOR-PENDING-RECORD)
              RIDFLD(WS-PEND-KEY)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "NO CHANGE ON FILE FOR THAT VENDOR AND FIELD"
                 TO WS-ANSWER-LINE
              GO TO ONLVEND-DISPLAY-PENDING-END
           END-IF
           STRING VP-PREFIX " " VP-FIELD
                  " " VP-STATUS
                  " NEW " VP-NEW-VALUE
                  " BY " VP-REQUESTER DELIMITED BY SIZE
              INTO WS-ANSWER-LINE.
       ONLVEND-DISPLAY-PENDING-END. EXIT.

      *-----------------------------------------------------------------
      * A NEW VENDOR STARTS ACTIVE, NOT 1099-REPORTABLE, PRINTED IN
      * ENGLISH, WITH ONLY ITS NAME. EVERYTHING ELSE IS KEYED
      * AFTERWARDS AS CHANGES - THE REMITTANCE AND BANK DETAILS UNDER
      * DUAL CONTROL LIKE ANY OTHER CHANGE TO THEM.
      *-----------------------------------------------------------------
       ONLVEND-ADD-VENDOR.
           IF WS-VALUE-TEXT = SPACES
              MOVE "VENDOR NAME IS REQUIRED ON AN ADD"
                 TO WS-ANSWER-LINE
              GO TO ONLVEND-ADD-VENDOR-END
           END-IF
           IF WS-VALUE-TEXT (26:) NOT = SPACES
              MOVE "VENDOR NAME IS LONGER THAN 25 CHARACTERS"
                 TO WS-ANSWER-LINE
              GO TO ONLVEND-ADD-VENDOR-END
           END-IF
           MOVE SPACES TO VENDOR-MASTER-RECORD
           MOVE WS-PREFIX-TEXT TO VEND-PREFIX
           MOVE WS-VALUE-TEXT TO VEND-NAME
           MOVE "A" TO VEND-STATUS
           MOVE "N" TO VEND-1099-SW
           MOVE "E" TO VEND-LANGUAGE
           MOVE WS-USER-TEXT TO VEND-CHANGE-USER
           MOVE WS-TODAY TO VEND-CHANGE-DATE
           EXEC CICS WRITE
              FILE("VENDMAST")
              FROM(VENDOR-MASTER-RECORD)
              RIDFLD(WS-VEND-KEY)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(DUPREC)
              MOVE "VENDOR ALREADY ON FILE - USE C TO CHANGE IT"
                 TO WS-ANSWER-LINE
              GO TO ONLVEND-ADD-VENDOR-END
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "WRITE FAILED - VENDOR NOT ADDED" TO WS-ANSWER-LINE
              GO TO ONLVEND-ADD-VENDOR-END
           END-IF
           MOVE "VNDAD" TO WA-EVENT
           MOVE SPACES TO WA-DETAIL
           STRING "VENDOR " WS-PREFIX-TEXT
                  " ADDED BY USER " DELIMITED BY SIZE
                  WS-USER-TEXT DELIMITED BY SIZE
              INTO WA-DETAIL
           PERFORM ONLVEND-WRITE-AUDIT
           MOVE "NAME" TO WS-FIELD-TEXT
           MOVE SPACES TO WS-OLD-VALUE
           MOVE VEND-NAME TO WS-NEW-VALUE
           PERFORM ONLVEND-AUDIT-VALUES
           MOVE "VENDOR ADDED - ACTIVE" TO WS-ANSWER-LINE.
       ONLVEND-ADD-VENDOR-END. EXIT.

       ONLVEND-CHANGE-FIELD.
           PERFORM ONLVEND-CLASSIFY-FIELD
           IF WS-FIELD-UNKNOWN
              MOVE "UNKNOWN FIELD CODE - SEE THE TRANSACTION NOTES"
                 TO WS-ANSWER-LINE
              GO TO ONLVEND-CHANGE-FIELD-END
           END-IF
           PERFORM ONLVEND-EDIT-VALUE
              THRU ONLVEND-EDIT-VALUE-END
           IF NOT WS-EDIT-OK
              GO TO ONLVEND-CHANGE-FIELD-END
           END-IF
           IF WS-FIELD-REMITTANCE
              PERFORM ONLVEND-REQUEST-CHANGE
                 THRU ONLVEND-REQUEST-CHANGE-END
              GO TO ONLVEND-CHANGE-FIELD-END
           END-IF
           EXEC CICS READ
              FILE("VENDMAST")
              INTO(VENDOR-MASTER-RECORD)
              RIDFLD(WS-VEND-KEY)
              UPDATE
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "NO SUCH VENDOR" TO WS-ANSWER-LINE
              GO TO ONLVEND-CHANGE-FIELD-END
           END-IF
           PERFORM ONLVEND-GET-FIELD
           IF WS-OLD-VALUE = WS-NEW-VALUE
              MOVE "NO CHANGE - THAT VALUE IS ALREADY ON FILE"
                 TO WS-ANSWER-LINE
              GO TO ONLVEND-CHANGE-FIELD-END
           END-IF
           PERFORM ONLVEND-SET-FIELD
           MOVE WS-USER-TEXT TO VEND-CHANGE-USER
           MOVE WS-TODAY TO VEND-CHANGE-DATE
           EXEC CICS REWRITE
              FILE("VENDMAST")
              FROM(VENDOR-MASTER-RECORD)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "REWRITE FAILED - CHANGE NOT APPLIED"
                 TO WS-ANSWER-LINE
              GO TO ONLVEND-CHANGE-FIELD-END
           END-IF
           MOVE "VNDCH" TO WA-EVENT
           MOVE SPACES TO WA-DETAIL
           STRING "VENDOR " WS-PREFIX-TEXT
                  " " WS-FIELD-TEXT
                  " CHANGED BY USER " DELIMITED BY SIZE
                  WS-USER-TEXT DELIMITED BY SIZE
              INTO WA-DETAIL
           PERFORM ONLVEND-WRITE-AUDIT
           PERFORM ONLVEND-AUDIT-VALUES
           MOVE "CHANGE APPLIED" TO WS-ANSWER-LINE.
       ONLVEND-CHANGE-FIELD-END. EXIT.

      *-----------------------------------------------------------------
      * A REMITTANCE OR BANK CHANGE IS HELD ON VENDPEND WITH THE
      * VALUE IT REPLACES. ONLY ONE CAN BE PENDING PER VENDOR AND
      * FIELD; A DECIDED ONE IS SIMPLY REPLACED BY THE NEW REQUEST.
      *-----------------------------------------------------------------
       ONLVEND-REQUEST-CHANGE.
           EXEC CICS READ
              FILE("VENDMAST")
              INTO(VENDOR-MASTER-RECORD)
              RIDFLD(WS-VEND-KEY)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "NO SUCH VENDOR" TO WS-ANSWER-LINE
              GO TO ONLVEND-REQUEST-CHANGE-END
           END-IF
           PERFORM ONLVEND-GET-FIELD
           IF WS-OLD-VALUE = WS-NEW-VALUE
              MOVE "NO CHANGE - THAT VALUE IS ALREADY ON FILE"
                 TO WS-ANSWER-LINE
              GO TO ONLVEND-REQUEST-CHANGE-END
           END-IF
           EXEC CICS READ
              FILE("VENDPEND")
              INTO(VENDOR-PENDING-RECORD)
              RIDFLD(WS-PEND-KEY)
              UPDATE
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              IF VP-STAT-PENDING
                 MOVE "A CHANGE IS ALREADY PENDING - APPROVE OR REJECT"
                    TO WS-ANSWER-LINE
                 GO TO ONLVEND-REQUEST-CHANGE-END
              END-IF
              PERFORM ONLVEND-BUILD-PENDING
              EXEC CICS REWRITE
                 FILE("VENDPEND")
                 FROM(VENDOR-PENDING-RECORD)
                 RESP(WS-RESP)
              END-EXEC
           ELSE
              PERFORM ONLVEND-BUILD-PENDING
              EXEC CICS WRITE
                 FILE("VENDPEND")
                 FROM(VENDOR-PENDING-RECORD)
                 RIDFLD(WS-PEND-KEY)
                 RESP(WS-RESP)
              END-EXEC
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "WRITE FAILED - CHANGE NOT HELD" TO WS-ANSWER-LINE
              GO TO ONLVEND-REQUEST-CHANGE-END
           END-IF
           MOVE "VNDRQ" TO WA-EVENT
           MOVE SPACES TO WA-DETAIL
           STRING "VENDOR " WS-PREFIX-TEXT
                  " " WS-FIELD-TEXT
                  " CHANGE REQUESTED BY USER " DELIMITED BY SIZE
                  WS-USER-TEXT DELIMITED BY SIZE
              INTO WA-DETAIL
           PERFORM ONLVEND-WRITE-AUDIT
           PERFORM ONLVEND-AUDIT-VALUES
           MOVE "CHANGE HELD PENDING - A SECOND USER MUST APPROVE IT"
              TO WS-ANSWER-LINE.
       ONLVEND-REQUEST-CHANGE-END. EXIT.

       ONLVEND-BUILD-PENDING.
           MOVE SPACES TO VENDOR-PENDING-RECORD
           MOVE WS-PEND-KEY TO VP-KEY
           MOVE WS-OLD-VALUE TO VP-OLD-VALUE
           MOVE WS-NEW-VALUE TO VP-NEW-VALUE
           MOVE "P" TO VP-STATUS
           MOVE WS-USER-TEXT TO VP-REQUESTER
           MOVE WS-TODAY TO VP-REQUEST-DATE
           MOVE 0 TO VP-DECISION-DATE.

       ONLVEND-DEACTIVATE.
           EXEC CICS READ
              FILE("VENDMAST")
              INTO(VENDOR-MASTER-RECORD)
              RIDFLD(WS-VEND-KEY)
              UPDATE
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "NO SUCH VENDOR" TO WS-ANSWER-LINE
              GO TO ONLVEND-DEACTIVATE-END
           END-IF
           IF VEND-INACTIVE
              MOVE "VENDOR IS ALREADY INACTIVE" TO WS-ANSWER-LINE
              GO TO ONLVEND-DEACTIVATE-END
           END-IF
           MOVE "STATUS" TO WS-FIELD-TEXT
           MOVE VEND-STATUS TO WS-OLD-VALUE
           MOVE "I" TO VEND-STATUS WS-NEW-VALUE
           MOVE WS-USER-TEXT TO VEND-CHANGE-USER
           MOVE WS-TODAY TO VEND-CHANGE-DATE
           EXEC CICS REWRITE
              FILE("VENDMAST")
              FROM(VENDOR-MASTER-RECORD)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "REWRITE FAILED - VENDOR NOT DEACTIVATED"
                 TO WS-ANSWER-LINE
              GO TO ONLVEND-DEACTIVATE-END
           END-IF
           MOVE "VNDDX" TO WA-EVENT
           MOVE SPACES TO WA-DETAIL
           STRING "VENDOR " WS-PREFIX-TEXT
                  " DEACTIVATED BY USER " DELIMITED BY SIZE
                  WS-USER-TEXT DELIMITED BY SIZE
              INTO WA-DETAIL
           PERFORM ONLVEND-WRITE-AUDIT
           PERFORM ONLVEND-AUDIT-VALUES
           MOVE "VENDOR DEACTIVATED" TO WS-ANSWER-LINE.
       ONLVEND-DEACTIVATE-END. EXIT.

      *-----------------------------------------------------------------
      * THE SECOND PAIR OF EYES. THE APPROVER MUST NOT BE THE USER
      * WHO KEYED THE CHANGE. THE "WAS" VALUE LOGGED IS WHAT IS ON
      * VENDMAST AT APPROVAL, NOT WHAT WAS THERE AT THE REQUEST. THE
      * PENDING RECORD IS STAMPED FIRST; IF THE MASTER REWRITE THEN
      * FAILS THE STAMP IS BACKED OUT SO THE CHANGE STAYS PENDING.
      *-----------------------------------------------------------------
       ONLVEND-APPROVE-PENDING.
           PERFORM ONLVEND-READ-PENDING
              THRU ONLVEND-READ-PENDING-END
           IF WS-ANSWER-LINE NOT = SPACES
              GO TO ONLVEND-APPROVE-PENDING-END
           END-IF
           IF VP-REQUESTER = WS-USER-TEXT
              MOVE "APPROVER MUST BE A DIFFERENT USER FROM REQUESTER"
                 TO WS-ANSWER-LINE
              GO TO ONLVEND-APPROVE-PENDING-END
           END-IF
           MOVE "A" TO VP-STATUS
           MOVE WS-USER-TEXT TO VP-APPROVER
           MOVE WS-TODAY TO VP-DECISION-DATE
           EXEC CICS REWRITE
              FILE("VENDPEND")
              FROM(VENDOR-PENDING-RECORD)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "REWRITE FAILED - DECISION NOT RECORDED"
                 TO WS-ANSWER-LINE
              GO TO ONLVEND-APPROVE-PENDING-END
           END-IF
           EXEC CICS READ
              FILE("VENDMAST")
              INTO(VENDOR-MASTER-RECORD)
              RIDFLD(WS-VEND-KEY)
              UPDATE
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE "VENDOR NO LONGER ON FILE - CHANGE LEFT PENDING"
                 TO WS-ANSWER-LINE
              GO TO ONLVEND-APPROVE-PENDING-END
           END-IF
           PERFORM ONLVEND-GET-FIELD
           MOVE VP-NEW-VALUE TO WS-NEW-VALUE
           PERFORM ONLVEND-SET-FIELD
           MOVE WS-USER-TEXT TO VEND-CHANGE-USER
           MOVE WS-TODAY TO VEND-CHANGE-DATE
           EXEC CICS REWRITE
              FILE("VENDMAST")
              FROM(VENDOR-MASTER-RECORD)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE "REWRITE FAILED - CHANGE LEFT PENDING"
                 TO WS-ANSWER-LINE
              GO TO ONLVEND-APPROVE-PENDING-END
           END-IF
           MOVE "VNDAP" TO WA-EVENT
           MOVE SPACES TO WA-DETAIL
           STRING "VENDOR " WS-PREFIX-TEXT
                  " " WS-FIELD-TEXT
                  " REQ " VP-REQUESTER
                  " APPROVED BY " DELIMITED BY SIZE
                  WS-USER-TEXT DELIMITED BY SIZE
              INTO WA-DETAIL
           PERFORM ONLVEND-WRITE-AUDIT
           PERFORM ONLVEND-AUDIT-VALUES
           MOVE "CHANGE APPROVED AND APPLIED" TO WS-ANSWER-LINE.
       ONLVEND-APPROVE-PENDING-END. EXIT.

       ONLVEND-REJECT-PENDING.
           PERFORM ONLVEND-READ-PENDING
              THRU ONLVEND-READ-PENDING-END
           IF WS-ANSWER-LINE NOT = SPACES
              GO TO ONLVEND-REJECT-PENDING-END
           END-IF
           MOVE "R" TO VP-STATUS
           MOVE WS-USER-TEXT TO VP-APPROVER
           MOVE WS-TODAY TO VP-DECISION-DATE
           EXEC CICS REWRITE
              FILE("VENDPEND")
              FROM(VENDOR-PENDING-RECORD)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "REWRITE FAILED - DECISION NOT RECORDED"
                 TO WS-ANSWER-LINE
              GO TO ONLVEND-REJECT-PENDING-END
           END-IF
           MOVE "VNDRJ" TO WA-EVENT
           MOVE SPACES TO WA-DETAIL
           STRING "VENDOR " WS-PREFIX-TEXT
                  " " WS-FIELD-TEXT
                  " REQ " VP-REQUESTER
                  " REJECTED BY " DELIMITED BY SIZE
                  WS-USER-TEXT DELIMITED BY SIZE
              INTO WA-DETAIL
           PERFORM ONLVEND-WRITE-AUDIT
           MOVE "CHANGE REJECTED - VENDOR MASTER NOT CHANGED"
              TO WS-ANSWER-LINE.
       ONLVEND-REJECT-PENDING-END. EXIT.

      *-----------------------------------------------------------------
      * A DECISION ONLY LANDS ON A STILL-PENDING RECORD, AS IN
      * ADJAPPR. LEAVES THE ANSWER LINE BLANK WHEN ALL IS WELL.
      *-----------------------------------------------------------------
       ONLVEND-READ-PENDING.
           EXEC CICS READ
              FILE("VENDPEND")
              INTO(VENDOR-PENDING-RECORD)
              RIDFLD(WS-PEND-KEY)
              UPDATE
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "NO CHANGE ON FILE FOR THAT VENDOR AND FIELD"
                 TO WS-ANSWER-LINE
              GO TO ONLVEND-READ-PENDING-END
           END-IF
           IF NOT VP-STAT-PENDING
              MOVE "ALREADY DECIDED - NOT CHANGED" TO WS-ANSWER-LINE
           END-IF.
       ONLVEND-READ-PENDING-END. EXIT.

       ONLVEND-CLASSIFY-FIELD.
           MOVE SPACE TO WS-FIELD-CLASS
           MOVE 0 TO WS-FIELD-MAX
           EVALUATE WS-FIELD-TEXT
              WHEN "NAME"
              WHEN "CONTACT"
                 MOVE "I" TO WS-FIELD-CLASS
                 MOVE 25 TO WS-FIELD-MAX
              WHEN "PHONE"
                 MOVE "I" TO WS-FIELD-CLASS
                 MOVE 12 TO WS-FIELD-MAX
              WHEN "LEGAL"
              WHEN "ADDR"
                 MOVE "I" TO WS-FIELD-CLASS
                 MOVE 40 TO WS-FIELD-MAX
              WHEN "CITY"
                 MOVE "I" TO WS-FIELD-CLASS
                 MOVE 30 TO WS-FIELD-MAX
              WHEN "TIN"
              WHEN "ZIP"
                 MOVE "I" TO WS-FIELD-CLASS
                 MOVE 9 TO WS-FIELD-MAX
              WHEN "STATE"
                 MOVE "I" TO WS-FIELD-CLASS
                 MOVE 2 TO WS-FIELD-MAX
              WHEN "TINTYPE"
              WHEN "1099"
              WHEN "STATUS"
              WHEN "LANG"
                 MOVE "I" TO WS-FIELD-CLASS
                 MOVE 1 TO WS-FIELD-MAX
              WHEN "RADDR"
                 MOVE "R" TO WS-FIELD-CLASS
                 MOVE 40 TO WS-FIELD-MAX
              WHEN "RCITY"
                 MOVE "R" TO WS-FIELD-CLASS
                 MOVE 30 TO WS-FIELD-MAX
              WHEN "RSTATE"
                 MOVE "R" TO WS-FIELD-CLASS
                 MOVE 2 TO WS-FIELD-MAX
              WHEN "RZIP"
              WHEN "ROUTING"
                 MOVE "R" TO WS-FIELD-CLASS
                 MOVE 9 TO WS-FIELD-MAX
              WHEN "BANKACCT"
                 MOVE "R" TO WS-FIELD-CLASS
                 MOVE 17 TO WS-FIELD-MAX
           END-EVALUATE.

      *-----------------------------------------------------------------
      * FIELD EDITS. A BLANK VALUE CLEARS AN OPTIONAL FIELD; NAME,
      * STATUS, LANG AND THE 1099 FLAG ARE ALWAYS REQUIRED. A ROUTING
      * NUMBER MUST PASS THE ABA CHECK DIGIT (WEIGHTS 3-7-1).
      *-----------------------------------------------------------------
       ONLVEND-EDIT-VALUE.
           MOVE "N" TO WS-EDIT-OK-SW
           MOVE WS-VALUE-TEXT TO WS-NEW-VALUE
           IF WS-VALUE-TEXT (WS-FIELD-MAX + 1:) NOT = SPACES
              MOVE "VALUE IS TOO LONG FOR THAT FIELD" TO WS-ANSWER-LINE
              GO TO ONLVEND-EDIT-VALUE-END
           END-IF
           IF WS-NEW-VALUE = SPACES
              IF WS-FIELD-TEXT = "NAME" OR "STATUS" OR "1099"
                                 OR "LANG"
                 MOVE "THAT FIELD CANNOT BE BLANK" TO WS-ANSWER-LINE
                 GO TO ONLVEND-EDIT-VALUE-END
              END-IF
              MOVE "Y" TO WS-EDIT-OK-SW
              GO TO ONLVEND-EDIT-VALUE-END
           END-IF
           EVALUATE WS-FIELD-TEXT
              WHEN "TIN"
                 IF WS-NEW-VALUE (1:9) NOT NUMERIC
                    MOVE "TIN MUST BE NINE DIGITS" TO WS-ANSWER-LINE
                    GO TO ONLVEND-EDIT-VALUE-END
                 END-IF
              WHEN "TINTYPE"
                 IF WS-NEW-VALUE NOT = "E" AND NOT = "S"
                    MOVE "TIN TYPE MUST BE E (EIN) OR S (SSN)"
                       TO WS-ANSWER-LINE
                    GO TO ONLVEND-EDIT-VALUE-END
                 END-IF
              WHEN "1099"
                 IF WS-NEW-VALUE NOT = "Y" AND NOT = "N"
                    MOVE "1099 FLAG MUST BE Y OR N" TO WS-ANSWER-LINE
                    GO TO ONLVEND-EDIT-VALUE-END
                 END-IF
              WHEN "STATUS"
                 IF WS-NEW-VALUE NOT = "A" AND NOT = "I"
                    MOVE "STATUS MUST BE A (ACTIVE) OR I (INACTIVE)"
                       TO WS-ANSWER-LINE
                    GO TO ONLVEND-EDIT-VALUE-END
                 END-IF
              WHEN "LANG"
                 IF WS-NEW-VALUE NOT = "E" AND NOT = "S"
                    MOVE "LANGUAGE MUST BE E (ENGLISH) OR S (SPANISH)"
                       TO WS-ANSWER-LINE
                    GO TO ONLVEND-EDIT-VALUE-END
                 END-IF
              WHEN "ZIP"
              WHEN "RZIP"
                 IF WS-NEW-VALUE (1:5) NOT NUMERIC
                    MOVE "ZIP MUST START WITH FIVE DIGITS"
                       TO WS-ANSWER-LINE
                    GO TO ONLVEND-EDIT-VALUE-END
                 END-IF
              WHEN "ROUTING"
                 MOVE WS-NEW-VALUE (1:9) TO WS-ROUTING
                 IF WS-ROUTING NOT NUMERIC
                    MOVE "ROUTING NUMBER MUST BE NINE DIGITS"
                       TO WS-ANSWER-LINE
                    GO TO ONLVEND-EDIT-VALUE-END
                 END-IF
                 COMPUTE WS-ROUTING-SUM =
                    3 * (WS-RT-DIGIT (1) + WS-RT-DIGIT (4)
                       + WS-RT-DIGIT (7))
                  + 7 * (WS-RT-DIGIT (2) + WS-RT-DIGIT (5)
                       + WS-RT-DIGIT (8))
                  + WS-RT-DIGIT (3) + WS-RT-DIGIT (6)
                  + WS-RT-DIGIT (9)
                 DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-ROUTING-QUOT
                    REMAINDER WS-ROUTING-REM
                 IF WS-ROUTING-REM NOT = 0
                    MOVE "ROUTING NUMBER FAILS ITS CHECK DIGIT"
                       TO WS-ANSWER-LINE
                    GO TO ONLVEND-EDIT-VALUE-END
                 END-IF
           END-EVALUATE
           MOVE "Y" TO WS-EDIT-OK-SW.
       ONLVEND-EDIT-VALUE-END. EXIT.

       ONLVEND-GET-FIELD.
           MOVE SPACES TO WS-OLD-VALUE
           EVALUATE WS-FIELD-TEXT
              WHEN "NAME"
                 MOVE VEND-NAME TO WS-OLD-VALUE
              WHEN "CONTACT"
                 MOVE VEND-CONTACT TO WS-OLD-VALUE
              WHEN "PHONE"
                 MOVE VEND-PHONE TO WS-OLD-VALUE
              WHEN "LEGAL"
                 MOVE VEND-LEGAL-NAME TO WS-OLD-VALUE
              WHEN "TIN"
                 MOVE VEND-TIN TO WS-OLD-VALUE
              WHEN "TINTYPE"
                 MOVE VEND-TIN-TYPE TO WS-OLD-VALUE
              WHEN "ADDR"
                 MOVE VEND-ADDRESS TO WS-OLD-VALUE
              WHEN "CITY"
                 MOVE VEND-CITY TO WS-OLD-VALUE
              WHEN "STATE"
                 MOVE VEND-STATE TO WS-OLD-VALUE
              WHEN "ZIP"
                 MOVE VEND-ZIP TO WS-OLD-VALUE
              WHEN "1099"
                 MOVE VEND-1099-SW TO WS-OLD-VALUE
              WHEN "STATUS"
                 MOVE VEND-STATUS TO WS-OLD-VALUE
              WHEN "LANG"
                 MOVE VEND-LANGUAGE TO WS-OLD-VALUE
              WHEN "RADDR"
                 MOVE VEND-REMIT-ADDRESS TO WS-OLD-VALUE
              WHEN "RCITY"
                 MOVE VEND-REMIT-CITY TO WS-OLD-VALUE
              WHEN "RSTATE"
                 MOVE VEND-REMIT-STATE TO WS-OLD-VALUE
              WHEN "RZIP"
                 MOVE VEND-REMIT-ZIP TO WS-OLD-VALUE
              WHEN "ROUTING"
                 MOVE VEND-BANK-ROUTING TO WS-OLD-VALUE
              WHEN "BANKACCT"
                 MOVE VEND-BANK-ACCOUNT TO WS-OLD-VALUE
           END-EVALUATE.

       ONLVEND-SET-FIELD.
           EVALUATE WS-FIELD-TEXT
              WHEN "NAME"
                 MOVE WS-NEW-VALUE TO VEND-NAME
              WHEN "CONTACT"
                 MOVE WS-NEW-VALUE TO VEND-CONTACT
              WHEN "PHONE"
                 MOVE WS-NEW-VALUE TO VEND-PHONE
              WHEN "LEGAL"
                 MOVE WS-NEW-VALUE TO VEND-LEGAL-NAME
              WHEN "TIN"
                 MOVE WS-NEW-VALUE TO VEND-TIN
              WHEN "TINTYPE"
                 MOVE WS-NEW-VALUE TO VEND-TIN-TYPE
              WHEN "ADDR"
                 MOVE WS-NEW-VALUE TO VEND-ADDRESS
              WHEN "CITY"
                 MOVE WS-NEW-VALUE TO VEND-CITY
              WHEN "STATE"
                 MOVE WS-NEW-VALUE TO VEND-STATE
              WHEN "ZIP"
                 MOVE WS-NEW-VALUE TO VEND-ZIP
              WHEN "1099"
                 MOVE WS-NEW-VALUE TO VEND-1099-SW
              WHEN "STATUS"
                 MOVE WS-NEW-VALUE TO VEND-STATUS
              WHEN "LANG"
                 MOVE WS-NEW-VALUE TO VEND-LANGUAGE
              WHEN "RADDR"
                 MOVE WS-NEW-VALUE TO VEND-REMIT-ADDRESS
              WHEN "RCITY"
                 MOVE WS-NEW-VALUE TO VEND-REMIT-CITY
              WHEN "RSTATE"
                 MOVE WS-NEW-VALUE TO VEND-REMIT-STATE
              WHEN "RZIP"
                 MOVE WS-NEW-VALUE TO VEND-REMIT-ZIP
              WHEN "ROUTING"
                 MOVE WS-NEW-VALUE TO VEND-BANK-ROUTING
              WHEN "BANKACCT"
                 MOVE WS-NEW-VALUE TO VEND-BANK-ACCOUNT
           END-EVALUATE.

      *-----------------------------------------------------------------
      * THE BEFORE AND AFTER VALUES, ONE AUDIT LINE EACH, FOLLOWING
      * THE HEADER LINE THAT NAMES THE USER.
      *-----------------------------------------------------------------
       ONLVEND-AUDIT-VALUES.
           MOVE "VNDWS" TO WA-EVENT
           MOVE SPACES TO WA-DETAIL
           STRING WS-PREFIX-TEXT " " WS-FIELD-TEXT
                  " WAS " WS-OLD-VALUE DELIMITED BY SIZE
              INTO WA-DETAIL
           PERFORM ONLVEND-WRITE-AUDIT
           MOVE "VNDNW" TO WA-EVENT
           MOVE SPACES TO WA-DETAIL
           STRING WS-PREFIX-TEXT " " WS-FIELD-TEXT
                  " NOW " WS-NEW-VALUE DELIMITED BY SIZE
              INTO WA-DETAIL
           PERFORM ONLVEND-WRITE-AUDIT.

      *-----------------------------------------------------------------
      * EVERY LINE GOES TO THE AUDT EXTRAPARTITION TDQ IN THE SAME
      * SHAPE THE CENTRAL AUDIT LOG CARRIES. THE CALLER SETS THE
      * EVENT AND DETAIL.
      *-----------------------------------------------------------------
       ONLVEND-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME TO WA-TIMESTAMP
           MOVE "ONLINE  " TO WA-RUN-ID
           MOVE "*" TO WA-DISTRICT
           MOVE "ONLVEND" TO WA-PROGRAM
           EXEC CICS WRITEQ TD
              QUEUE("AUDT")
              FROM(WS-AUDIT-LINE)
              LENGTH(109)
           END-EXEC.

      *-----------------------------------------------------------------
       ONLVEND-SEND-ANSWER.
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
       END PROGRAM ONLVEND.
