      * WHAT IS OPEN AND ACKNOWLEDGE EACH ALERT UNDER THEIR USER ID
      * - SO MORNING HANDOVER IS "THREE OPEN ALERTS" INSTEAD OF
      * GREPPING PROBLOG AND THE DISPOSITION REPORT.
      * MODIFIED 15/10/2026 - THE AUTHCHK CALL NOW NAMES THE ALRTMAST
      * FILE, SO THE ANSWER COMES FROM THE USER'S ROLE PROFILES FOR
      * THE ALRT TRANSACTION AND THAT FILE RATHER THAN FROM ONE GLOBAL
      * FLAG.
      *
      * INPUT LINE FORMATS:
      *    USER,L          COUNT AND FIRST OPEN ALERTS
           MOVE SPACES TO WS-ANSWER-LINE
           MOVE WS-USER-TEXT TO AU-USER-ID
           MOVE "ALRTACK" TO AU-PROGRAM
           MOVE "ALRTMAST" TO AU-FILE-NAME
           IF WS-ACTION-CODE = "A"
              SET AU-REQ-UPDATE TO TRUE
           ELSE
