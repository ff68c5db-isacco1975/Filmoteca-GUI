      **
      * COPY BOOK BAD-DEBT WRITE-OFF REGISTER - ONE ROW PER FINE THE
      * WRTOFF RUN WROTE OFF, KEYED BY BORROWER SO THE DESK FINDS A
      * RETURNING BORROWER'S WRITTEN-OFF DEBT IN ONE START.  THE ROW
      * IS THE FLAG: WHILE IT SAYS WRITTEN OFF THE FINE IS CLOSED
      * (FIN-WAIVED "B"); WHEN THE BORROWER COMES BACK TO THE DESK
      * THE FINE IS REOPENED AND THE ROW MARKED REINSTATED.  GLEXP
      * POSTS BOTH MOVES TO THE BAD-DEBT ACCOUNT.
      **
       01 WOF-REC.
           05 WOF-KEY.
               10 WOF-BORROWER-ID    PIC 9(05).
               10 WOF-WRITTEN-DT     PIC 9(08).
               10 WOF-FIN-CODIGO     PIC 9(05).
               10 WOF-FIN-SEQ        PIC 9(05).
      * THE UNPAID BALANCE WRITTEN OFF AND HOW OLD THE FINE WAS
           05 WOF-AMOUNT             PIC 9(05)V99.
           05 WOF-AGE-DAYS           PIC 9(05).
      * THE ADMINISTRATOR WHO APPROVED THE RUN
           05 WOF-APPROVED-BY        PIC X(10).
           05 WOF-STATUS             PIC X(01).
               88 WOF-IS-WRITTEN-OFF VALUE "W", " ".
               88 WOF-IS-REINSTATED  VALUE "R".
           05 WOF-REINSTATED-DT      PIC 9(08).
           05 WOF-REINSTATED-BY      PIC X(10).
