      **
      * COPY BOOK ONLINE PAYMENT REFERENCE REGISTER - ONE ROW PER
      * PAYMENT THE WEB PAYMENT PROVIDER REPORTED AND WEBPAY APPLIED,
      * KEYED BY THE PROVIDER'S OWN REFERENCE, SO THE SAME PAYMENT
      * SENT TWICE IS CAUGHT INSTEAD OF BEING CREDITED TWICE
      **
       01 WPY-REC.
           05 WPY-REFERENCE          PIC X(20).
           05 WPY-BORROWER-ID        PIC 9(05).
           05 WPY-AMOUNT             PIC 9(05)V99.
           05 WPY-LOADED-DT          PIC 9(08).
           05 WPY-RCP-NO             PIC 9(07).
      * PART OF THE PAYMENT THAT FOUND NO OPEN FINE AND WENT ON THE
      * BORROWER'S CREDIT ACCOUNT
           05 WPY-TO-CREDIT          PIC 9(05)V99.
