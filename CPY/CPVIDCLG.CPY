      **
      * COPY BOOK MARKETING CONSENT LOG RECORD - ONE ROW PER CHANGE
      * OF A BORROWER'S ANSWER ON ONE CHANNEL, WRITTEN BY THE
      * RECORD-CONSENT PARAGRAPH (CPVIDCNP) AND NEVER REWRITTEN, SO
      * "WHEN AND WHERE DID THIS PATRON AGREE" ALWAYS HAS AN ANSWER.
      * THE REFERENCE IS THE WEB SITE'S OWN ID FOR A WEB CHANGE.
      **
       01 CLG-REC.
           05 CLG-DATE               PIC 9(08).
           05 CLG-TIME               PIC 9(06).
           05 CLG-STATION            PIC X(16).
           05 CLG-OPERATOR           PIC X(10).
           05 CLG-BORROWER-ID        PIC 9(05).
           05 CLG-CHANNEL            PIC 9(01).
           05 CLG-OLD-ANSWER         PIC X(01).
           05 CLG-NEW-ANSWER         PIC X(01).
           05 CLG-SOURCE             PIC X(01).
           05 CLG-REFERENCE          PIC X(20).
