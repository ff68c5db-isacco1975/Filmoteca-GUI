      **
      * COPY BOOK IN-STORE SCREENING EVENTS - ONE ROW PER FILM NIGHT
      * IN THE BACK ROOM, NUMBERED AS IT IS BOOKED: THE TITLE SHOWN,
      * WHEN, HOW MANY SEATS THE ROOM HOLDS AND WHAT A TICKET COSTS.
      * THE PATRONS SIGNED UP ARE ON THE ATTENDEE FILE (CPVIDATT).
      * THE DATE IS AN ALTERNATE KEY SO THE REMINDER RUN AND THE
      * TURNOUT REPORT CAN GO STRAIGHT TO THE DAYS THEY WANT.
      **
       01 EVT-REC.
           05 EVT-NO                 PIC 9(05).
           05 EVT-CODIGO             PIC 9(05).
           05 EVT-DATE               PIC 9(08).
      * STARTING TIME, HHMM ON THE 24-HOUR CLOCK
           05 EVT-TIME               PIC 9(04).
           05 EVT-CAPACITY           PIC 9(03).
      * ZERO FOR A FREE SCREENING - NO TILL ROW IS WRITTEN THEN
           05 EVT-PRICE              PIC 9(03)V99.
           05 EVT-BRANCH             PIC X(04).
           05 EVT-NOTE               PIC X(40).
           05 EVT-STATUS             PIC X(01).
               88 EVT-IS-SCHEDULED   VALUE "S".
               88 EVT-IS-CANCELLED   VALUE "X".
               88 EVT-STATUS-IS-VALID VALUE "S", "X".
           05 EVT-CREATED-BY         PIC X(10).
