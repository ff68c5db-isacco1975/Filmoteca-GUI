      **
      * COPY BOOK STREET DATE RECORD - THE DISTRIBUTOR'S RELEASE DATE
      * FOR A TITLE.  NO COPY GOES OUT BEFORE IT, AND FOR THE NEW-
      * RELEASE WINDOW IN THE SETTINGS AFTER IT THE TITLE RENTS AT
      * THE NEW-RELEASE FEE AND LOAN PERIOD.  A TITLE WITH NO ROW
      * HERE HAS NO EMBARGO AND ALWAYS RENTS AT CATALOG PRICE
      **
       01 SDT-REC.
           05 SDT-CODIGO            PIC 9(05).
           05 SDT-STREET-DT         PIC 9(08).
           05 SDT-UPDATED-DT        PIC 9(08).
           05 SDT-OPERATOR          PIC X(10).
