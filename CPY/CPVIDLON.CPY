           05 LOAN-RETURNED          PIC X(01).
               88 LOAN-IS-RETURNED   VALUE "Y".
               88 LOAN-IS-OUT        VALUE "N", " ".
      * NEITHER OUT NOR BACK - DECLARED LOST (REPLACEMENT BILLED ON
      * THE FINE ROW) OR CLAIMED RETURNED (FINE FROZEN PENDING A
      * SHELF SEARCH).  LOAN-RETURNED-DT CARRIES THE DECLARATION
      * DATE, SO A LATE FINE NEVER COUNTS PAST IT.
               88 LOAN-IS-LOST       VALUE "L".
               88 LOAN-IS-CLAIMED    VALUE "C".
           05 LOAN-RETURNED-DT       PIC 9(08).
           05 LOAN-BORROWER-ID       PIC 9(05).
           05 LOAN-RENEWALS          PIC 9(02).
      * ROWS FROM BEFORE THE TIMES WERE CAPTURED
           05 LOAN-CHECKOUT-TM       PIC 9(06).
           05 LOAN-RETURNED-TM       PIC 9(06).
      * THE BRANCH THAT LENT THE ITEM - BLANK ON ROWS FROM BEFORE
      * BRANCHES EXISTED, WHICH MEANS THE ORIGINAL SHOP
           05 LOAN-BRANCH            PIC X(04).
