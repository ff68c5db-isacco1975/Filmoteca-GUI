      **
      * COPY BOOK PRE-ORDER HOLDS - WORK FIELDS FOR THE PARAGRAPHS IN
      * CPVIDPOP.CPY.  PUT THE WISHLIST ROW IN PRE-WSH-ID AND THE
      * SHOP'S HOLDS-PER-COPY TRIGGER (PRM-HOLD-PRESS) IN
      * PRE-TRIGGER.  PRE-WAITING COMES BACK AS THE PRE-ORDER HOLDS
      * STILL WAITING ON THE TITLE, PRE-LAST-SEQ AS THE HIGHEST
      * SEQUENCE USED ON IT (ANY STATUS) AND PRE-COPIES AS THE COPIES
      * TO ORDER SO THAT QUEUE STARTS NO DEEPER THAN THE TRIGGER
      **
       77 PRE-WSH-ID         PIC 9(05) VALUE ZERO.
       77 PRE-TRIGGER        PIC 9(02) VALUE 2.
       77 PRE-WAITING        PIC 9(05) VALUE ZERO.
       77 PRE-LAST-SEQ       PIC 9(05) VALUE ZERO.
       77 PRE-COPIES         PIC 9(03) VALUE ZERO.
       77 PRE-BORROWER-ID    PIC 9(05) VALUE ZERO.
       77 SW-PRE-DUP         PIC 9 VALUE ZERO.
           88 PRE-ALREADY-QUEUED VALUE 1, FALSE 0.
       77 SW-PRE-EOF         PIC 9 VALUE ZERO.
           88 PRE-AT-END     VALUE 1, FALSE 0.
