      * SHARED UNITCONV SERVICE BEFORE IT REACHES THIS RECORD, SO
      * THE CODE HERE IS ALWAYS M - IT DOCUMENTS THE STORED UNIT
      * RATHER THAN VARYING BY RECORD.
      * MODIFIED 15/10/2026 - BIRTH YEAR ADDED, CARRIED FROM THE
      * HEALTHIN FEED BY EMPHLOAD, SO THE CARRIER'S AGGREGATE EXTRACT
      * (CARRXTR) CAN BAND EMPLOYEES BY AGE. ONLY THE YEAR IS KEPT -
      * ENOUGH FOR A TEN-YEAR BAND, AND LESS IDENTIFYING THAN A FULL
      * DATE. THE RECORD GROWS BY FOUR BYTES - REDEFINE THE CLUSTER
      * AND RELOAD FROM HEALTHIN. A RECORD LOADED BEFORE THE FEED
      * CARRIED THE YEAR HOLDS ZERO AND BANDS AS UNKNOWN.
      * MODIFIED 15/10/2026 - EMPLOYEE NAME ADDED, CARRIED FROM THE
      * HEALTHIN FEED BY EMPHLOAD IN UPPER CASE, SURNAME FIRST, AS
      * STU-NAME IS ON STUDMAST. AN ALTERNATE INDEX OVER IT (PATH
      * EMPNAME, DUPLICATES ALLOWED) LETS THE ONLNBRW BROWSE FIND AN
      * EMPLOYEE BY PARTIAL SURNAME. THE RECORD GROWS BY TWENTY-FIVE
      * BYTES - REDEFINE THE CLUSTER, RELOAD FROM HEALTHIN AND THEN
      * BUILD THE INDEX WITH NAMEAIX.
      *-----------------------------------------------------------------
       01  EMPLOYEE-HEALTH-RECORD.
           05 EMP-ID                 PIC X(6).
           05 EMP-STATUS-DATE         PIC 9(8).
           05 EMP-DEPT                PIC X(4).
           05 EMP-UNIT-CODE           PIC X(1).
           05 EMP-BIRTH-YEAR          PIC 9(4).
           05 EMP-NAME                PIC X(25).
