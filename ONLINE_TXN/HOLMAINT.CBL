      * HOLEXTR BATCH STEP AT THE FRONT OF EACH CYCLE REGENERATES
      * THE FLAT HOLIDAYS FILE BIZDAY READS, SO THE CALENDAR
      * SERVICE ITSELF NEEDED NO CHANGE.
      * MODIFIED 15/10/2026 - THE AUTHCHK CALL NOW NAMES THE HOLMAST
      * FILE, SO THE ANSWER COMES FROM THE USER'S ROLE PROFILES FOR
      * THE HOLM TRANSACTION AND THAT FILE RATHER THAN FROM ONE GLOBAL
      * FLAG.
      *
      * INPUT LINE FORMATS:
      *    USER,L,YYYY         COUNT THE YEAR'S LOADED HOLIDAYS
           MOVE SPACES TO WS-ANSWER-LINE
           MOVE WS-USER-TEXT TO AU-USER-ID
           MOVE "HOLMAINT" TO AU-PROGRAM
           MOVE "HOLMAST" TO AU-FILE-NAME
           IF WS-ACTION-CODE = "L"
              SET AU-REQ-INQUIRE TO TRUE
           ELSE
