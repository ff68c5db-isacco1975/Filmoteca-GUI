      **
      * COPY BOOK SERIES SUBSCRIPTION FILE - ONE ROW PER PATRON
      * FOLLOWING A SERIES ON THE SERIES MASTER, KEYED BY THE SERIES
      * PLUS A SEQUENCE IN THE ORDER THE SUBSCRIPTIONS WERE TAKEN.
      * EVERY NEW TITLE CATALOGUED UNDER THE SERIES GETS A HOLD FOR
      * EACH ACTIVE SUBSCRIBER, IN THAT SAME ORDER, SO THE FAN WHO
      * SIGNED UP FIRST IS FIRST IN THE QUEUE.  A CANCELLED ROW IS
      * KEPT WITH THE DAY IT ENDED; SIGNING UP AGAIN TAKES A NEW ROW
      * AT THE BACK OF THE LINE
      **
       01 SBS-REC.
           05 SBS-KEY.
               10 SBS-SER-CODE       PIC 9(05).
               10 SBS-SEQ            PIC 9(05).
           05 SBS-BRW-ID             PIC 9(05).
           05 SBS-DATE               PIC 9(08).
           05 SBS-STATUS             PIC X(01).
               88 SBS-IS-ACTIVE      VALUE "A", " ".
               88 SBS-IS-CANCELLED   VALUE "C".
      * WHERE THE SUBSCRIPTION WAS TAKEN (THE DESK OR THE SHELF-END
      * KIOSK) AND THE BRANCH ITS HOLDS ARE COLLECTED FROM, AS ON
      * POH-REC
           05 SBS-TAKEN-AT           PIC X(01).
               88 SBS-FROM-DESK      VALUE "D", " ".
               88 SBS-FROM-KIOSK     VALUE "K".
           05 SBS-PICKUP-BRANCH      PIC X(04).
           05 SBS-CANCEL-DT          PIC 9(08).
      * THE HOLDS THE SUBSCRIPTION HAS PLACED AND THE LAST TITLE ONE
      * WAS PLACED ON
           05 SBS-HOLDS-PLACED       PIC 9(05).
           05 SBS-LAST-CODIGO        PIC 9(05).
