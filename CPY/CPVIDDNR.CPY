      **
      * COPY BOOK DONOR REGISTER - ONE ROW PER PATRON, ESTATE OR
      * ANYONE ELSE WHO HAS GIVEN THE SHOP FILMS, KEYED BY A DONOR
      * NUMBER.  A PATRON DONOR CARRIES THEIR BORROWER ID; THE LETTER
      * GOES TO THE CONTACT (THE EXECUTOR FOR AN ESTATE) AT THE
      * ADDRESS HERE, OR THE BORROWER'S OWN WHEN THIS ONE IS BLANK.
      * WHAT WAS GIVEN IS ON THE DONATION ITEMS FILE (CPVIDDIT.CPY)
      **
       01 DNR-REC.
           05 DNR-ID                PIC 9(05).
           05 DNR-NAME              PIC X(30).
           05 DNR-KIND              PIC X(01).
               88 DNR-IS-PATRON      VALUE "P".
               88 DNR-IS-ESTATE      VALUE "E".
               88 DNR-IS-OTHER       VALUE "O".
               88 DNR-KIND-VALID     VALUE "P", "E", "O".
           05 DNR-BRW-ID            PIC 9(05).
           05 DNR-CONTACT           PIC X(30).
           05 DNR-ADDRESS.
               10 DNR-ADDR-LINE1     PIC X(30).
               10 DNR-ADDR-LINE2     PIC X(30).
               10 DNR-ADDR-TOWN      PIC X(25).
               10 DNR-ADDR-POSTCODE  PIC X(10).
           05 DNR-PHONE             PIC X(15).
      * FIRST AND LATEST DAY ANYTHING WAS TAKEN IN FROM THEM
           05 DNR-FIRST-DT          PIC 9(08).
           05 DNR-LAST-DT           PIC 9(08).
           05 DNR-UPDATED-DT        PIC 9(08).
           05 DNR-OPERATOR          PIC X(10).
