      **
      * COPY BOOK LOYALTY POINTS LEDGER - ONE ROW PER MOVEMENT ON A
      * BORROWER'S POINTS, KEYED BY THE BORROWER ID PLUS A RUNNING
      * SEQUENCE SO ONE START READS A BORROWER'S WHOLE LEDGER IN THE
      * ORDER IT HAPPENED.  A PAID RENTAL EARNS A PENDING ROW AT
      * CHECKOUT; AN ON-TIME RETURN MAKES IT AVAILABLE, A LATE OR LOST
      * ONE FORFEITS IT.  REDEMPTIONS AT THE DESK AND THE EXPIRIES THE
      * MONTHLY LOYRPT RUN WRITES COME OFF THE AVAILABLE POINTS OLDEST
      * FIRST, SO THE BALANCE IS THE AVAILABLE EARNINGS LESS THE
      * REDEEMED AND EXPIRED ROWS
      **
       01 PTS-REC.
           05 PTS-KEY.
               10 PTS-BORROWER-ID    PIC 9(05).
               10 PTS-SEQ            PIC 9(05).
           05 PTS-TYPE               PIC X(01).
               88 PTS-IS-EARNED      VALUE "E".
               88 PTS-IS-REDEEMED    VALUE "R".
               88 PTS-IS-EXPIRED     VALUE "X".
      * ON AN EARNED ROW ONLY - BLANK ON THE OTHERS
           05 PTS-STATE              PIC X(01).
               88 PTS-IS-PENDING     VALUE "P".
               88 PTS-IS-AVAILABLE   VALUE "A".
               88 PTS-IS-FORFEIT     VALUE "L".
           05 PTS-DATE               PIC 9(08).
           05 PTS-POINTS             PIC 9(07).
      * THE FEE THE POINTS WERE EARNED ON, THE DISCOUNT THEY BOUGHT,
      * OR WHAT THE EXPIRED POINTS WERE WORTH
           05 PTS-AMOUNT             PIC 9(05)V99.
      * THE LOAN THE ROW WAS EARNED OR REDEEMED ON
           05 PTS-CODIGO             PIC 9(05).
           05 PTS-LOAN-SEQ           PIC 9(05).
      * STAMPED WHEN THE LOAN COMES BACK: THE DAY THE POINTS WERE
      * MADE AVAILABLE OR FORFEITED, AND THE LAST DAY THEY CAN BE
      * SPENT (ZERO WHEN THE SETTINGS KEEP POINTS FOREVER)
           05 PTS-SETTLED-DT         PIC 9(08).
           05 PTS-EXPIRES-DT         PIC 9(08).
           05 PTS-OPERATOR           PIC X(10).
           05 PTS-BRANCH             PIC X(04).
