      **
      * COPY BOOK EQUIPMENT ADVANCE BOOKINGS - ONE ROW PER BOOKING OF
      * A PROJECTOR OR PLAYER FOR A DATE RANGE, NUMBERED IN THE ORDER
      * THEY WERE TAKEN.  A BOOKING NAMES ONE ASSET, OR ONLY ITS CLASS
      * WHEN ANY UNIT WILL DO - THE ASSET THEN STAYS ZERO UNTIL THE
      * UNIT IS HANDED OVER.  THE LOANS SCREEN TURNS THE BOOKING INTO
      * A LOAN ON THE COLLECTION DAY, DUE BACK ON THE AGREED DATE.
      **
       01 EBK-REC.
           05 EBK-NO                 PIC 9(06).
           05 EBK-BORROWER-ID        PIC 9(05).
           05 EBK-ASSET-ID           PIC 9(05).
           05 EBK-CLASS              PIC X(04).
           05 EBK-FROM-DT            PIC 9(08).
           05 EBK-TO-DT              PIC 9(08).
      * WHO THE KIT IS FOR WHEN IT IS NOT THE BORROWER THEMSELVES -
      * THE SCHOOL OR CLUB RUNNING THE SHOWING
           05 EBK-FOR                PIC X(30).
           05 EBK-STATUS             PIC X(01).
               88 EBK-IS-BOOKED      VALUE "B".
               88 EBK-IS-COLLECTED   VALUE "L".
               88 EBK-IS-CANCELLED   VALUE "C".
               88 EBK-STATUS-IS-VALID
                                     VALUE "B", "L", "C".
           05 EBK-TAKEN-DT           PIC 9(08).
           05 EBK-OPERATOR           PIC X(10).
      * STAMPED WHEN THE LOANS SCREEN HANDS THE UNIT OVER - THE LOAN
      * ROW IT BECAME IS LOAN-CODIGO = EBK-ASSET-ID + EBK-LOAN-SEQ
           05 EBK-LOAN-SEQ           PIC 9(05).
           05 EBK-COLLECTED-DT       PIC 9(08).
      * "Y" WHEN THE UNIT WAS PICKED AT COLLECTION FOR A BOOKING OF
      * ANY UNIT OF THE CLASS, SO A VOIDED CHECKOUT CAN FREE IT AGAIN
           05 EBK-ANY-UNIT           PIC X(01).
               88 EBK-WAS-ANY-UNIT   VALUE "Y".
