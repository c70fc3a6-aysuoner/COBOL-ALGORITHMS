      *-----------------------------------------------------------------
      * FEEDCAL.CPY
      * THE EXPECTED-FEED ARRIVAL CALENDAR - ONE LINE PER INBOUND
      * FEED THE SHOP RECEIVES. EF-STEP-NAME IS THE STEP THAT
      * CONSUMES THE FEED; THE DAYS THE FEED IS DUE ARE THE DAYS THAT
      * STEP IS DUE ON RUNCAL, SO A WEEKLY OR MONTH-END STEP'S FEED
      * IS ONLY EXPECTED WHEN THE STEP WILL WANT IT (NO RUNCAL LINE
      * MEANS DAILY, AS EVERYWHERE ELSE). EF-DUE-HHMM IS THE LATEST
      * ACCEPTABLE ARRIVAL TIME ON A DUE DAY. EF-DISTQ Y MARKS A FEED
      * THAT ARRIVES ONCE PER DSTRCTL DISTRICT UNDER THE DISTRICT-
      * QUALIFIED NAME. EF-SEVERITY IS THE ALERTWTR SEVERITY A LATE
      * FEED RAISES - W, OR C FOR A FEED THE CYCLE CANNOT DO
      * WITHOUT; SPACE MEANS W. EF-SENDER AND EF-CONTACT NAME WHO TO
      * CHASE.
      *-----------------------------------------------------------------
       01  FEED-CALENDAR-RECORD.
           05 EF-FEED-NAME           PIC X(08).
           05 EF-STEP-NAME           PIC X(09).
           05 EF-DUE-HHMM            PIC 9(04).
           05 EF-DISTQ               PIC X(01).
           05 EF-SEVERITY            PIC X(01).
           05 EF-SENDER              PIC X(20).
           05 EF-CONTACT             PIC X(30).
