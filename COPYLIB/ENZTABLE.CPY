      *-----------------------------------------------------------------
      * ENZTABLE.CPY
      * RECORD LAYOUT FOR THE LAB-MAINTAINED ENZTABLE CONTROL FILE -
      * ONE RESTRICTION ENZYME OR REGULATORY MOTIF PER LINE, SEARCHED
      * FOR BY MOTIFSRC IN EVERY SEQUENCE DNABATCH ACCEPTS.
      *    EZ-NAME      ENZYME OR MOTIF NAME AS THE LAB KNOWS IT
      *    EZ-PATTERN   RECOGNITION SEQUENCE 5' TO 3', LEFT-JUSTIFIED,
      *                 IN IUPAC CODES - A C G T (U READ AS T) PLUS
      *                 THE AMBIGUITY CODES R Y S W K M B D H V N
      *    EZ-CUT-POS   WHERE AN ENZYME CUTS, COUNTED IN BASES FROM
      *                 THE START OF ITS RECOGNITION SEQUENCE (ECORI
      *                 G^AATTC IS 01). AN ENZYME THAT CUTS OUTSIDE
      *                 ITS SITE CARRIES A POSITION BEYOND THE
      *                 PATTERN (BSAI GGTCTC IS 07). SPACES MARK A
      *                 MOTIF THAT IS SEARCHED FOR BUT NEVER CUTS.
      * A LINE WITH AN ASTERISK IN COLUMN 1 IS A COMMENT.
      *-----------------------------------------------------------------
       01  ENZYME-RECORD.
           05 EZ-NAME                 PIC X(12).
           05 EZ-PATTERN              PIC X(20).
           05 EZ-CUT-POS              PIC X(2).
           05 EZ-CUT-NUM REDEFINES EZ-CUT-POS
                                      PIC 9(2).
           05 FILLER                  PIC X(6).
