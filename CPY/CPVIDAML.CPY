      **
      * COPY BOOK FINE AMNESTY LOG - ONE ROW FOR EVERY LATE FINE AN
      * AMNESTY CAMPAIGN FORGAVE, KEYED BY THE CAMPAIGN CODE AND THE
      * LOAN, SO THE WAIVER CARRIES ITS REASON AND THE AMNRPT REPORT
      * CAN ADD UP WHAT EACH CAMPAIGN BROUGHT BACK AND WHAT IT GAVE
      * AWAY.  AML-REPL-VALUE IS THE ITEM'S REPLACEMENT VALUE WHEN IT
      * CAME BACK - THE STOCK THE CAMPAIGN RECOVERED
      **
       01 AML-REC.
           05 AML-KEY.
               10 AML-CAMPAIGN       PIC X(10).
               10 AML-CODIGO         PIC 9(05).
               10 AML-SEQ            PIC 9(05).
           05 AML-BORROWER-ID        PIC 9(05).
           05 AML-CATEGORY           PIC X(01).
           05 AML-DUE-DT             PIC 9(08).
           05 AML-RETURNED-DT        PIC 9(08).
           05 AML-DAYS-LATE          PIC 9(05).
           05 AML-FINE               PIC 9(05)V99.
           05 AML-REPL-VALUE         PIC 9(05)V99.
      * Y = THE LOAN HAD BEEN DECLARED LOST AND THE ITEM TURNED UP
           05 AML-WAS-LOST           PIC X(01).
               88 AML-IS-LOST-FOUND  VALUE "Y".
           05 AML-DATE               PIC 9(08).
           05 AML-OPERATOR           PIC X(10).
           05 AML-BRANCH             PIC X(04).
