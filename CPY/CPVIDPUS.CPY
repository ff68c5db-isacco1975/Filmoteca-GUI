      **
      * COPY BOOK PROMOTION REDEMPTION FILE - ONE ROW EVERY TIME A
      * PROMOTION TAKES MONEY OFF A RENTAL, KEYED BY CODE, BORROWER AND
      * THE LOAN IT WAS GIVEN ON, SO THE DESK CAN COUNT ONE BORROWER'S
      * USES WITH A SINGLE START AND THE PROMOTION REPORT CAN ADD UP
      * WHAT EACH CAMPAIGN GAVE AWAY
      **
       01 PUS-REC.
           05 PUS-KEY.
               10 PUS-CODE           PIC X(10).
               10 PUS-BORROWER-ID    PIC 9(05).
               10 PUS-CODIGO         PIC 9(05).
               10 PUS-SEQ            PIC 9(05).
           05 PUS-DATE               PIC 9(08).
           05 PUS-LIST-FEE           PIC 9(05)V99.
           05 PUS-DISCOUNT           PIC 9(05)V99.
           05 PUS-FORMAT             PIC X(07).
           05 PUS-OPERATOR           PIC X(10).
           05 PUS-BRANCH             PIC X(04).
