               88 RSV-IS-FILLED      VALUE "F".
               88 RSV-IS-CANCELLED   VALUE "C".
               88 RSV-IS-EXPIRED     VALUE "E".
      * A COPY IS ON ITS WAY FROM ANOTHER BRANCH UNDER A TRANSFER -
      * THE RECEIVING SCAN AT THE PICKUP BRANCH FILLS THE HOLD
               88 RSV-IS-TRANSIT     VALUE "T".
      * THE PATRON HAS THE DISC - TAKEN AT THE DESK OR BROUGHT ROUND
      * ON A HOME DELIVERY RUN; IT IS OFF THE PICKUP SHELF FOR GOOD
               88 RSV-IS-COLLECTED   VALUE "K".
      * STAMPED WHEN THE HOLD FILLS: THE DAY THE DISC WENT ON THE
      * PICKUP SHELF AND THE LAST DAY THE PATRON MAY COLLECT IT -
      * THE HOLDEXP BATCH EXPIRES ANYTHING PAST THE DEADLINE
           05 RSV-FILLED-DT          PIC 9(08).
           05 RSV-PICKUP-BY          PIC 9(08).
      * THE BRANCH THE PATRON WILL COLLECT FROM - THE BRANCH OF THE
      * STATION THAT TOOK THE HOLD; BLANK MEANS THE ORIGINAL SHOP
           05 RSV-PICKUP-BRANCH      PIC X(04).
      * THE DAY THE HOLD LEFT THE QUEUE FOR GOOD - COLLECTED, EXPIRED
      * OR CANCELLED.  ZERO WHILE IT IS STILL OPEN, AND ON HOLDS THAT
      * CLOSED BEFORE THE DAY WAS KEPT
           05 RSV-CLOSED-DT          PIC 9(08).
