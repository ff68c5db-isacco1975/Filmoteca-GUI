      **
      * COPY BOOK PRE-ORDER HOLD FILE - ONE ROW PER PATRON QUEUEING
      * FOR A TITLE WE HAVE ORDERED BUT NOT YET CATALOGUED.  A HOLD
      * ON RESERVES NEEDS A CATALOG CODE, SO UNTIL THE DISC ARRIVES
      * THE QUEUE IS KEPT HERE AGAINST THE WISHLIST ROW, KEYED BY
      * WSH-ID PLUS A SEQUENCE IN THE ORDER THE HOLDS WERE TAKEN.
      * WHEN THE WISHLIST ROW IS CONVERTED EACH WAITING ROW BECOMES
      * A NORMAL HOLD ON THE NEW TITLE, IN THAT SAME ORDER, AND THE
      * ROW KEEPS THE HOLD IT BECAME
      **
       01 POH-REC.
           05 POH-KEY.
               10 POH-WSH-ID         PIC 9(05).
               10 POH-SEQ            PIC 9(05).
           05 POH-BORROWER-ID        PIC 9(05).
           05 POH-DATE               PIC 9(08).
           05 POH-STATUS             PIC X(01).
               88 POH-IS-WAITING     VALUE "W", " ".
               88 POH-IS-MOVED       VALUE "M".
               88 POH-IS-CANCELLED   VALUE "C".
      * WHERE THE HOLD WAS TAKEN (THE DESK OR THE SHELF-END KIOSK) AND
      * THE BRANCH THE PATRON WILL COLLECT FROM, AS ON RSV-REC
           05 POH-TAKEN-AT           PIC X(01).
               88 POH-FROM-DESK      VALUE "D", " ".
               88 POH-FROM-KIOSK     VALUE "K".
           05 POH-PICKUP-BRANCH      PIC X(04).
      * FILLED IN WHEN THE ROW IS MOVED ONTO THE HOLD QUEUE
           05 POH-CODIGO             PIC 9(05).
           05 POH-RSV-SEQ            PIC 9(05).
           05 POH-MOVED-DT           PIC 9(08).
