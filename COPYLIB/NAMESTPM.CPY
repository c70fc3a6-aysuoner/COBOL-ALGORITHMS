      *-----------------------------------------------------------------
      * NAMESTPM.CPY
      * PARAMETER LAYOUT FOR NAMESTD, THE SHARED PERSON-NAME
      * STANDARDIZATION SERVICE. NAMES REACH US IN EVERY FORM - ALL
      * CAPS, ALL LOWER CASE, DOUBLED SPACES, "SMITH, JOHN" FROM ONE
      * FEED AND "John Smith" FROM ANOTHER - AND EVERY PROGRAM THAT
      * STORED OR COMPARED THEM AS GIVEN GOT A DIFFERENT ANSWER.
      * MOVE THE NAME AS RECEIVED TO NS-RAW-NAME, SAY IN
      * NS-ORDER-HINT WHICH WAY ROUND THE FEED WRITES A NAME WITH NO
      * COMMA IN IT (S = SURNAME FIRST, SPACE OR G = GIVEN NAME
      * FIRST), CALL NAMESTD, AND READ BACK:
      *   NS-SURNAME ... NS-SUFFIX - THE PARSED PARTS, MIXED CASE,
      *                   "McDonald", "O'Brien", "van Beethoven";
      *   NS-DISPLAY-NAME - GIVEN, MIDDLE, SURNAME, SUFFIX, MIXED
      *                   CASE, FOR BADGES, LETTERS AND LABELS;
      *   NS-FILE-NAME    - "SURNAME, GIVEN M SUFFIX" IN UPPER CASE
      *                   WITH MIDDLE INITIALS ONLY - THE FORM THE
      *                   MASTERS STORE AND THEIR NAME INDEXES
      *                   SEARCH BY SURNAME;
      *   NS-MATCH-KEY    - SURNAME AND GIVEN NAME IN UPPER CASE,
      *                   LETTERS ONLY, FOR COMPARING TWO NAMES.
      * A NAME THAT COULD NOT BE PARSED WITH CONFIDENCE STILL COMES
      * BACK IN ITS BEST-GUESS FORM, BUT WITH NS-RETCODE SET TO
      * RC-INVALID-INPUT AND THE FIRST DOUBT FOUND IN NS-REASON, SO
      * THE CALLER CAN LIST IT FOR SOMEONE TO LOOK AT.
      *
      * COPY THIS UNDER YOUR OWN 01-LEVEL GROUP IN WORKING-STORAGE.
      *-----------------------------------------------------------------
       05  NS-RAW-NAME               PIC X(50).
       05  NS-ORDER-HINT             PIC X(01).
           88  NS-SURNAME-FIRST      VALUE "S".
           88  NS-GIVEN-FIRST        VALUE "G" " ".
       05  NS-SURNAME                PIC X(30).
       05  NS-GIVEN-NAME             PIC X(20).
       05  NS-MIDDLE-NAME            PIC X(30).
       05  NS-SUFFIX                 PIC X(05).
       05  NS-DISPLAY-NAME           PIC X(50).
       05  NS-FILE-NAME              PIC X(50).
       05  NS-MATCH-KEY              PIC X(40).
       05  NS-REASON                 PIC X(30).
       05  NS-RETCODE                PIC 9(02).
