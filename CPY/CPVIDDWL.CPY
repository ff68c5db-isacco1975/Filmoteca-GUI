      **
      * COPY BOOK DELIVERY LOAN RECORD - ONE ROW PER LOAN MADE ON A
      * HOME DELIVERY RUN, KEYED BY THE LOAN KEY LIKE THE INSPECTION
      * FILE, SO IT STILL MATCHES ONCE THE LOAN IS PURGED TO THE
      * ARCHIVE.  A LOAN WITH NO ROW HERE WAS LENT OVER THE COUNTER.
      * THE SOURCE SAYS WHY THE ITEM WENT: H A HOLD ON THE SHELF FOR
      * THE BORROWER, G THEIR STANDING GENRE, S PICKED BY STAFF
      **
       01 DWL-REC.
           05 DWL-KEY.
               10 DWL-CODIGO         PIC 9(05).
               10 DWL-SEQ            PIC 9(05).
           05 DWL-BRW-ID            PIC 9(05).
           05 DWL-RUN-DT            PIC 9(08).
           05 DWL-SOURCE            PIC X(01).
               88 DWL-FROM-HOLD      VALUE "H".
               88 DWL-FROM-GENRE     VALUE "G".
               88 DWL-FROM-STAFF     VALUE "S".
           05 DWL-OPERATOR          PIC X(10).
