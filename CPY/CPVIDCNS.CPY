      **
      * COPY BOOK MARKETING CONSENT FILE - ONE ROW PER BORROWER WHO
      * HAS BEEN ASKED ABOUT MARKETING, KEYED BY THE BORROWER ID.  ONE
      * SLOT PER CHANNEL (1 E-MAIL, 2 POST, 3 PHONE) HOLDS THE ANSWER,
      * THE DAY IT LAST CHANGED AND WHERE IT WAS GIVEN (DESK, KIOSK OR
      * WEB).  NO ROW, OR A BLANK ANSWER, MEANS NEVER ASKED - AND NO
      * MARKETING.  SERVICE MESSAGES (NOTICES, REMINDERS, PICKUP
      * SLIPS) DO NOT LOOK HERE.  EVERY CHANGE IS ALSO LOGGED ON THE
      * CONSENT LOG (CPVIDCLG) FOR THE DATA PROTECTION OFFICER.
      **
       01 CNS-REC.
           05 CNS-BORROWER-ID        PIC 9(05).
           05 CNS-CHANNEL            OCCURS 3 TIMES.
               10 CNS-ANSWER         PIC X(01).
                   88 CNS-IS-GRANTED VALUE "Y".
                   88 CNS-IS-REFUSED VALUE "N".
                   88 CNS-NOT-ASKED  VALUE " ".
               10 CNS-CHANGED-DT     PIC 9(08).
               10 CNS-SOURCE         PIC X(01).
                   88 CNS-FROM-DESK  VALUE "D".
                   88 CNS-FROM-KIOSK VALUE "K".
                   88 CNS-FROM-WEB   VALUE "W".
           05 CNS-UPDATED-DT         PIC 9(08).
