      **
      * COPY BOOK HOME DELIVERY RECORD - ONE ROW PER HOUSEBOUND
      * BORROWER THE SHOP TAKES FILMS TO, KEYED BY THE BORROWER ID.
      * THE DELIVERY RUN ON THE LOANS SCREEN PICKS FOR EVERY ROW THAT
      * IS ON: WHATEVER IS ON THE HOLD SHELF FOR THEM FIRST, THEN
      * TITLES OF THE STANDING GENRE THEY HAVE NOT HAD, UP TO THE
      * ITEM LIMIT (ZERO MEANS THE HOUSE DEFAULT OF THREE).  THE ROUTE
      * SHEET IS SORTED BY THE AREA, THEN THE POSTCODE.  NO ROW, OR A
      * ROW SWITCHED OFF, MEANS NO DELIVERY
      **
       01 DLV-REC.
           05 DLV-BRW-ID            PIC 9(05).
           05 DLV-ACTIVE            PIC X(01).
               88 DLV-IS-ON          VALUE "Y".
               88 DLV-IS-OFF         VALUE "N", " ".
           05 DLV-AREA              PIC X(10).
           05 DLV-GENRE             PIC 9(03).
           05 DLV-MAX-ITEMS         PIC 9(02).
      * WHAT THE DRIVER NEEDS AT THE DOOR - KEY SAFE, RING TWICE,
      * LEAVE WITH THE NEIGHBOUR AT NUMBER 12 - PRINTED ON THE SHEET
           05 DLV-NOTE-1            PIC X(60).
           05 DLV-NOTE-2            PIC X(60).
           05 DLV-LAST-RUN-DT       PIC 9(08).
           05 DLV-UPDATED-DT        PIC 9(08).
           05 DLV-OPERATOR          PIC X(10).
