      **
      * COPY BOOK ACQUISITIONS BUDGET FILE - ONE ROW PER FISCAL YEAR
      * AND GENRE HOLDING WHAT THE SHOP MEANS TO SPEND ON NEW TITLES
      * OF THAT GENRE.  COMMITTED (ORDERED WISHLIST ROWS) AND SPENT
      * (ACQUISITION COSTS) ARE WORKED OUT FROM THOSE FILES EACH TIME,
      * NOT CARRIED HERE, SO THEY CANNOT DRIFT
      **
       01 BDG-REC.
           05 BDG-KEY.
               10 BDG-FISCAL-YR      PIC 9(04).
               10 BDG-GENRE          PIC 9(03).
           05 BDG-ALLOCATION         PIC 9(07)V99.
           05 BDG-UPDATED-DT         PIC 9(08).
           05 BDG-OPERATOR           PIC X(10).
