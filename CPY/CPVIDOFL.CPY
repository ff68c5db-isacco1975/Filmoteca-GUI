      **
      * COPY BOOK OFFLINE DESK LOG - ONE LINE PER CHECKOUT OR RETURN
      * TAKEN ON THE OFFLINE DESK (OFFDESK) WHILE THE LOANS OR COPIES
      * FILES COULD NOT BE OPENED.  THE LOG LIVES ON THE STATION'S OWN
      * DISK, NOT IN THE DATA DIRECTORY, AND IS REPLAYED IN ORDER BY
      * THE LOANS DESK THE NEXT TIME IT STARTS WITH THE FILES BACK.
      **
       01 OFL-REC.
           05 OFL-SEQ                PIC 9(05).
           05 OFL-ACTION             PIC X(01).
               88 OFL-IS-CHECKOUT    VALUE "C".
               88 OFL-IS-RETURN      VALUE "R".
           05 OFL-DATE               PIC 9(08).
           05 OFL-TIME               PIC 9(06).
      * THE BORROWER IS ONLY SCANNED FOR A CHECKOUT - A RETURN IS
      * MATCHED ON THE ITEM ALONE
           05 OFL-BORROWER-ID        PIC 9(05).
           05 OFL-CODIGO             PIC 9(05).
           05 OFL-COPY-NO            PIC 9(03).
      * THE DUE DATE PRINTED ON THE PROVISIONAL SLIP - THE UPLOAD
      * NEVER SETS ONE EARLIER THAN THE PATRON WAS TOLD
           05 OFL-DUE-DT             PIC 9(08).
      * CASH TAKEN AT THE DESK FOR THE RENTAL, IF ANY
           05 OFL-FEE                PIC 9(05)V99.
           05 OFL-OPERATOR           PIC X(10).
           05 OFL-BRANCH             PIC X(04).
           05 FILLER                 PIC X(18).
