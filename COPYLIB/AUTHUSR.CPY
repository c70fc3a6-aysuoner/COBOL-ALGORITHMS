      * ACCESS ON THE USERAUTH FILE, RC-INVALID-INPUT OTHERWISE - AND
      * EVERY DENIAL IS WRITTEN TO THE CENTRAL AUDIT LOG BY AUTHCHK
      * ITSELF, SO THE CALLER ONLY HAS TO HONOR THE ANSWER.
      * MODIFIED 15/10/2026 - ACCESS IS NOW JUDGED PER TRANSACTION AND
      * PER FILE FROM THE USER'S ROLES. AUTHCHK TAKES THE TRANSACTION
      * ID FROM THE EIB; THE CALLER MOVES THE MASTER FILE IT IS ABOUT
      * TO READ OR UPDATE (ITS CICS FILE NAME) TO AU-FILE-NAME, OR
      * SPACES WHEN THE TRANSACTION ALONE DECIDES.
      *
      * COPY THIS UNDER YOUR OWN 01-LEVEL GROUP IN WORKING-STORAGE.
      *-----------------------------------------------------------------
           88  AU-REQ-UPDATE         VALUE "U".
       05  AU-PROGRAM                PIC X(09).
       05  AU-RETCODE                PIC 9(02).
       05  AU-FILE-NAME              PIC X(08).
