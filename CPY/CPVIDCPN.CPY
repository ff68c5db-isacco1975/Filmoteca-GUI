      * PULLED FOR THE EX-RENTAL SALE BIN - NOT LENDABLE; THE DESK
      * SALE RETIRES THE ROW FOR GOOD
               88 CP-IS-SALE         VALUE "S".
      * DECLARED LOST ON A LOAN - NOT LENDABLE; FINDING THE DISC
      * PUTS IT BACK ON THE SHELF AND REVERSES THE CHARGE
               88 CP-IS-LOST         VALUE "L".
      * ON ITS WAY TO ANOTHER BRANCH UNDER AN OPEN TRANSFER - NOT
      * LENDABLE UNTIL THE RECEIVING SCAN AT THE OTHER END
               88 CP-IS-TRANSIT      VALUE "T".
      * SENT BACK TO THE DISTRIBUTOR AS DEFECTIVE NEW STOCK - NOT
      * LENDABLE AND NOT COUNTED ON HAND; THE ROW GOES WHEN THE
      * CREDIT NOTE IS BOOKED
               88 CP-IS-VENDOR       VALUE "V".
      * THE BRANCH THE DISC LIVES AT - BLANK ON ROWS FROM BEFORE
      * BRANCHES EXISTED, WHICH MEANS THE ORIGINAL SHOP
           05 CP-BRANCH              PIC X(04).
      * DEPRECIATION - THE DAY THE DISC WENT INTO SERVICE, ITS USEFUL
      * LIFE IN MONTHS AND METHOD (STAMPED OFF THE DEPPOL ROW FOR THE
      * TITLE'S MEDIA FORMAT), WHAT IT COST, WHAT HAS BEEN WRITTEN
      * OFF SO FAR AND THE LAST MONTH (YYYYMM) THE DEPRUN RUN CHARGED.
      * A BLANK METHOD MEANS THE RUN HAS NOT PICKED THE COPY UP YET
           05 CP-DEP-DATA.
               10 CP-INSVC-DT        PIC 9(08).
               10 CP-DEP-LIFE        PIC 9(03).
               10 CP-DEP-METHOD      PIC X(01).
                   88 CP-DEP-IS-STRAIGHT VALUE "S".
                   88 CP-DEP-IS-DECLINE  VALUE "D".
                   88 CP-DEP-IS-NONE     VALUE "N".
               10 CP-DEP-COST        PIC 9(05)V99.
               10 CP-DEP-ACCUM       PIC 9(05)V99.
               10 CP-DEP-THRU        PIC 9(06).
      * WEAR - HOW MANY LOANS OF THIS DISC HAVE COME BACK OVER ITS
      * LIFE.  THE DESK RETURN KEEPS IT UP TO DATE; WEARFC WEIGHS IT
      * WITH THE CONDITION GRADE, REPAIR TRIPS AND FAILED INSPECTIONS
           05 CP-CIRC-COUNT          PIC 9(05).
      * A DISC GIVEN TO THE SHOP - DONATED, AND BY WHICH DONOR ON THE
      * DONOR REGISTER.  BLANK FOR EVERYTHING BOUGHT
           05 CP-SOURCE              PIC X(01).
               88 CP-IS-DONATED      VALUE "D".
               88 CP-IS-PURCHASED    VALUE "P", " ".
           05 CP-DONOR-ID            PIC 9(05).
