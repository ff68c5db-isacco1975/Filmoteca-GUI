           05 BRW-NAME              PIC X(30).
           05 BRW-PHONE             PIC X(15).
           05 BRW-EMAIL             PIC X(40).
      * STATUS - P IS AN APPLICATION MADE AT THE KIOSK THAT THE DESK
      * HAS NOT YET CHECKED AGAINST ID; IT CANNOT BORROW OR SIGN IN
      * UNTIL THE APPROVAL QUEUE IN TBORROW ACTIVATES IT
           05 BRW-STATUS            PIC X(01).
               88 BRW-IS-ACTIVE      VALUE "A", " ".
               88 BRW-IS-BLOCKED     VALUE "B".
               88 BRW-IS-PENDING     VALUE "P".
           05 BRW-BIRTH-DT          PIC 9(08).
      * LENDING CATEGORY - PICKS THE ROW OF THE CATPOL POLICY TABLE
      * THAT GOVERNS THIS BORROWER'S LOAN DAYS, CHECKOUT LIMIT,
      * (SEE CPVIDHSP.CPY) OF THE PIN THE DESK SET, NEVER THE PIN
      * ITSELF; SPACES MEANS NO PIN AND NO KIOSK SIGN-IN
           05 BRW-PIN               PIC X(10).
      * PAID MEMBERSHIP - THE PLAN, AND THE FIRST AND LAST DAY OF THE
      * TERM PAID FOR; A ZERO EXPIRY MEANS NO TERM HAS BEEN PAID YET.
      * BRW-MBR-NOTICE-DT IS THE EXPIRY THE MBRNOTE RUN LAST QUEUED A
      * RENEWAL REMINDER FOR, SO EACH TERM GETS ONE REMINDER ONLY
           05 BRW-MBR-PLAN          PIC X(01).
               88 BRW-MBR-ANNUAL     VALUE "A", " ".
               88 BRW-MBR-MONTHLY    VALUE "M".
               88 BRW-MBR-PLAN-VALID VALUE "A", " ", "M".
           05 BRW-MBR-START-DT      PIC 9(08).
           05 BRW-MBR-EXPIRY-DT     PIC 9(08).
           05 BRW-MBR-NOTICE-DT     PIC 9(08).
      * HOUSEHOLD - THE BRW-ID OF THE HOUSEHOLD'S GUARANTOR, WHOSE
      * OWN ROW CARRIES ITS OWN ID; ZERO MEANS NOT IN A HOUSEHOLD.  THE
      * CHECKOUT FINE GATE LOOKS AT THE WHOLE HOUSEHOLD'S BALANCE AND
      * A JUNIOR'S FINES AND NOTICES GO TO THE GUARANTOR
           05 BRW-HOUSEHOLD-ID      PIC 9(05).
      * DAY THE PATRON APPLIED AT THE KIOSK - THE APPEXP RUN PURGES A
      * PENDING APPLICATION THIS OLD; ZERO FOR A DESK REGISTRATION
           05 BRW-APPLIED-DT        PIC 9(08).
      * POSTAL ADDRESS - WHERE A NOTICE GOES ON PAPER WHEN THERE IS
      * NO E-MAIL ADDRESS TO SEND IT TO.  THE LETTERS RUN PRINTS THE
      * FOUR LINES IN THE ENVELOPE WINDOW EXACTLY AS THEY ARE TYPED
           05 BRW-ADDRESS.
               10 BRW-ADDR-LINE1     PIC X(30).
               10 BRW-ADDR-LINE2     PIC X(30).
               10 BRW-ADDR-TOWN      PIC X(25).
               10 BRW-ADDR-POSTCODE  PIC X(10).
      * DAY THE POST OFFICE LAST SENT ONE OF OUR LETTERS BACK AS
      * UNDELIVERABLE - WHILE SET NOTHING MORE IS POSTED; CORRECTING
      * THE ADDRESS ON THE BORROWER SCREEN CLEARS IT
           05 BRW-ADDR-RETURNED-DT  PIC 9(08).
