      **
      * COPY BOOK ASSET DISPOSAL LOG - ONE ROW FOR EVERY COPY SOLD OFF
      * THE EX-RENTAL BIN, SCRAPPED BY THE REPAIR VENDOR OR CREDITED
      * BACK BY ITS DISTRIBUTOR, AND EVERY EQUIPMENT ASSET RETIRED,
      * WRITTEN AT THE MOMENT THE ROW LEAVES THE COPY OR EQUIPMENT
      * FILE SO ITS DEPRECIATION FIGURES SURVIVE IT.  THE NEXT DEPRUN
      * RUN CATCHES UP THE MONTHS NOT YET CHARGED, WORKS OUT THE GAIN
      * OR LOSS AND STAMPS THE MONTH IT WAS BOOKED IN
      **
       01 DSX-REC.
           05 DSX-KEY.
               10 DSX-DATE           PIC 9(08).
               10 DSX-KIND           PIC X(01).
                   88 DSX-IS-COPY    VALUE "C".
                   88 DSX-IS-EQUIP   VALUE "E".
               10 DSX-ITEM           PIC 9(05).
               10 DSX-COPY-NO        PIC 9(03).
      * S = SOLD, X = SCRAPPED / RETIRED, V = RETURNED TO VENDOR
           05 DSX-REASON             PIC X(01).
               88 DSX-IS-SOLD        VALUE "S".
               88 DSX-IS-SCRAPPED    VALUE "X".
               88 DSX-IS-RETURNED    VALUE "V".
      * AN EQUIPMENT ASSET'S CLASS (A COPY'S FORMAT IS LOOKED UP OFF
      * ITS TITLE, SO IT STAYS BLANK)
           05 DSX-CLASS              PIC X(07).
      * SALE MONEY NET OF THE SALES TAX, OR THE VENDOR'S CREDIT - ZERO
      * FOR A SCRAPPING
           05 DSX-PROCEEDS           PIC 9(05)V99.
           05 DSX-OPERATOR           PIC X(10).
      * THE ITEM'S DEPRECIATION FIGURES AS IT LEFT THE FILE
           05 DSX-INSVC-DT           PIC 9(08).
           05 DSX-DEP-LIFE           PIC 9(03).
           05 DSX-DEP-METHOD         PIC X(01).
           05 DSX-DEP-COST           PIC 9(05)V99.
           05 DSX-DEP-ACCUM          PIC 9(05)V99.
           05 DSX-DEP-THRU           PIC 9(06).
      * FILLED BY DEPRUN - THE MONTH (YYYYMM) THE DISPOSAL WAS BOOKED
      * IN, ZERO UNTIL THEN, AND THE GAIN (OR, NEGATIVE, THE LOSS)
           05 DSX-BOOKED-MONTH       PIC 9(06).
           05 DSX-GAIN-LOSS          PIC S9(05)V99.
