      **
      * COPY BOOK INTER-BRANCH TRANSFER FILE - ONE ROW PER PHYSICAL
      * COPY SENT FROM ONE BRANCH TO ANOTHER, NUMBERED IN THE ORDER
      * THEY WERE RAISED.  A ROW RAISED FOR A HOLD CARRIES THE HOLD'S
      * KEY, SO THE RECEIVING SCAN AT THE PICKUP BRANCH CAN PUT THE
      * DISC STRAIGHT ON THE HOLD SHELF.
      **
       01 TRF-REC.
           05 TRF-NO                 PIC 9(06).
           05 TRF-COPY-KEY.
               10 TRF-CODIGO         PIC 9(05).
               10 TRF-COPY-NO        PIC 9(03).
           05 TRF-FROM-BRANCH        PIC X(04).
           05 TRF-TO-BRANCH          PIC X(04).
           05 TRF-STATUS             PIC X(01).
      * ASKED FOR, WAITING TO BE PULLED OFF THE SHELF AT THE SENDING
      * BRANCH - THE COPY IS STILL LENDABLE THERE UNTIL IT IS SENT
               88 TRF-IS-REQUESTED   VALUE "R".
               88 TRF-IS-TRANSIT     VALUE "T".
               88 TRF-IS-RECEIVED    VALUE "C".
               88 TRF-IS-CANCELLED   VALUE "X".
               88 TRF-IS-OPEN        VALUE "R", "T".
           05 TRF-REQ-DT             PIC 9(08).
           05 TRF-SENT-DT            PIC 9(08).
           05 TRF-RECV-DT            PIC 9(08).
           05 TRF-OPERATOR           PIC X(10).
      * THE HOLD THE COPY IS GOING TO - ZEROES ON A PLAIN STOCK MOVE
           05 TRF-RSV-KEY.
               10 TRF-RSV-CODIGO     PIC 9(05).
               10 TRF-RSV-SEQ        PIC 9(05).
