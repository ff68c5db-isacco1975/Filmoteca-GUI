      **
      * COPY BOOK SCREENING ATTENDEES - ONE ROW PER BORROWER SIGNED
      * UP FOR AN EVENT, KEYED BY EVENT AND BORROWER.  A SIGN-UP
      * AFTER THE ROOM IS FULL GOES ON THE WAITING LIST; ATT-SEQ IS
      * THE ORDER THE ROWS WERE TAKEN IN, SO THE FIRST ONE WAITING
      * IS THE ONE MOVED UP WHEN A SEAT IS GIVEN BACK.  A GIVEN-BACK
      * SEAT STAYS ON FILE AS CANCELLED SO THE TURNOUT REPORT SEES IT.
      **
       01 ATT-REC.
           05 ATT-KEY.
               10 ATT-EVT-NO         PIC 9(05).
               10 ATT-BORROWER-ID    PIC 9(05).
           05 ATT-SEQ                PIC 9(04).
           05 ATT-SIGNUP-DT          PIC 9(08).
           05 ATT-STATUS             PIC X(01).
               88 ATT-IS-CONFIRMED   VALUE "C".
               88 ATT-IS-WAITING     VALUE "W".
               88 ATT-IS-ATTENDED    VALUE "A".
               88 ATT-IS-NO-SHOW     VALUE "N".
               88 ATT-IS-CANCELLED   VALUE "X".
      * HOLDING ONE OF THE ROOM'S SEATS
               88 ATT-HAS-SEAT       VALUE "C", "A", "N".
      * THE TICKET MONEY TAKEN AND HOW (TLJ-TENDER CODES) - ZERO
      * UNTIL PAID; A WAITING-LIST PATRON PAYS WHEN MOVED UP OR AT
      * THE DOOR
           05 ATT-PAID-AMT           PIC 9(03)V99.
           05 ATT-TENDER             PIC X(01).
           05 ATT-OPERATOR           PIC X(10).
      * THE EVENT DATE THE REMINDER E-MAIL WENT OUT FOR - THE EVTNOTE
      * RUN SKIPS A ROW ALREADY STAMPED, AND A MOVED EVENT GETS A
      * FRESH ONE
           05 ATT-REMIND-DT          PIC 9(08).
