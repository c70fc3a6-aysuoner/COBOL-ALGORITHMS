      * PREFIX IS INSERTED, A KNOWN ONE UPDATED - WITH A LOAD
      * REGISTER OF ADDS AND CHANGES. A BLANK PREFIX OR NAME IS AN
      * EXCEPTION LINE, NOT A LOAD.
      * MODIFIED 15/10/2026 - THE FEED NOW ALSO CARRIES THE 1099 TAX
      * ATTRIBUTES (TIN AND TYPE, LEGAL NAME AND ADDRESS, REPORTABLE
      * FLAG). A RECORD WITH THE TAX FIELDS ALL BLANK LEAVES THOSE
      * ALREADY ON THE MASTER ALONE, SO THE OLD SHORT FEED STILL
      * LOADS. A 1099-REPORTABLE VENDOR WITHOUT A VALID NINE-DIGIT
      * TIN AND TYPE IS LOADED BUT WARNED ON THE REGISTER.
      * MODIFIED 15/10/2026 - A NEW VENDOR IS LOADED ACTIVE WITH NO
      * REMITTANCE OR BANK DETAILS; THOSE ARE KEYED THROUGH THE
      * ONLVEND TRANSACTION UNDER DUAL CONTROL, AND THIS LOAD NEVER
      * TOUCHES THEM ON A KNOWN VENDOR.
      * MODIFIED 15/10/2026 - THE FEED ENDS WITH THE VENDOR'S CHECK
      * LANGUAGE (E ENGLISH, S SPANISH). BLANK LEAVES A KNOWN
      * VENDOR'S LANGUAGE ALONE AND LOADS A NEW ONE IN ENGLISH; ANY
      * OTHER CODE IS WARNED ON THE REGISTER AND TREATED AS BLANK.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 VIN-NAME               PIC X(25).
           05 VIN-CONTACT            PIC X(25).
           05 VIN-PHONE              PIC X(12).
           05 VIN-TAX-DATA.
              10 VIN-TIN             PIC X(9).
              10 VIN-TIN-TYPE        PIC X(1).
              10 VIN-LEGAL-NAME      PIC X(40).
              10 VIN-ADDRESS         PIC X(40).
              10 VIN-CITY            PIC X(30).
              10 VIN-STATE           PIC X(2).
              10 VIN-ZIP             PIC X(9).
              10 VIN-1099-SW         PIC X(1).
           05 VIN-LANGUAGE           PIC X(1).
              88 VIN-LANG-VALID      VALUE "E" "S" " ".

       FD  VENDOR-MASTER.
           COPY "VENDMAST.CPY".
       01  WS-ADD-COUNT              PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT           PIC 9(5) VALUE 0.
       01  WS-EXCEPT-COUNT           PIC 9(5) VALUE 0.
       01  WS-TIN-WARN-COUNT         PIC 9(5) VALUE 0.
       01  WS-LANG-WARN-COUNT        PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.

      ******************************************************************
           MOVE VIN-NAME TO VEND-NAME
           MOVE VIN-CONTACT TO VEND-CONTACT
           MOVE VIN-PHONE TO VEND-PHONE
           IF VIN-TAX-DATA NOT = SPACES OR NOT WS-RECORD-FOUND
              MOVE VIN-TAX-DATA TO VEND-TAX-DATA
           END-IF
           IF VIN-LANGUAGE = "E" OR VIN-LANGUAGE = "S"
              MOVE VIN-LANGUAGE TO VEND-LANGUAGE
           ELSE
              IF NOT WS-RECORD-FOUND
                 MOVE "E" TO VEND-LANGUAGE
              END-IF
           END-IF
           IF WS-RECORD-FOUND
              REWRITE VENDOR-MASTER-RECORD
              END-REWRITE
              ADD 1 TO WS-CHANGE-COUNT
           ELSE
              MOVE VIN-PREFIX TO VEND-PREFIX
              MOVE "A" TO VEND-STATUS
              MOVE SPACES TO VEND-REMIT-DATA
              MOVE "VENDLOAD" TO VEND-CHANGE-USER
              MOVE 0 TO VEND-CHANGE-DATE
              WRITE VENDOR-MASTER-RECORD
              END-WRITE
              ADD 1 TO WS-ADD-COUNT
           STRING "  " VIN-PREFIX " " VIN-NAME " LOADED"
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM VENDLOAD-WRITE-LINE
           IF VEND-1099-REPORTABLE
              IF VEND-TIN NOT NUMERIC OR VEND-TIN-NUM = 0
                 OR NOT (VEND-TIN-EIN OR VEND-TIN-SSN)
                 ADD 1 TO WS-TIN-WARN-COUNT
                 MOVE SPACES TO REPORT-LINE
                 STRING "  WARNING - 1099 VENDOR, TIN MISSING OR "
                        "INVALID: " VIN-PREFIX DELIMITED BY SIZE
                    INTO REPORT-LINE
                 PERFORM VENDLOAD-WRITE-LINE
                 IF WS-JOB-RC < 4
                    MOVE 4 TO WS-JOB-RC
                 END-IF
              END-IF
           END-IF
           IF NOT VIN-LANG-VALID
              ADD 1 TO WS-LANG-WARN-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  WARNING - UNKNOWN CHECK LANGUAGE "
                     VIN-LANGUAGE ", LEFT AS " VEND-LANGUAGE ": "
                     VIN-PREFIX DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM VENDLOAD-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           END-IF
           PERFORM VENDLOAD-READ-NEXT.
       VENDLOAD-PROCESS-ONE-END. EXIT.

           STRING "  EXCEPTIONS . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM VENDLOAD-WRITE-LINE
           MOVE WS-TIN-WARN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  TIN WARNINGS . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM VENDLOAD-WRITE-LINE
           MOVE WS-LANG-WARN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  LANGUAGE WARNINGS  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM VENDLOAD-WRITE-LINE.

      *-----------------------------------------------------------------
