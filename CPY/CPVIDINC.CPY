      **
      * COPY BOOK CUSTOMER INCIDENT LOG - ONE ROW PER COMPLAINT OR
      * INCIDENT TAKEN AT THE DESK, NUMBERED IN THE ORDER THEY WERE
      * LOGGED.  AN ENTRY CAN NAME THE BORROWER, THE TITLE AND COPY
      * AND THE RECEIPT IT IS ABOUT - ZEROES WHERE IT DOES NOT.  THE
      * MONTHLY INCIDENT REPORT GROUPS THE ROWS BY CATEGORY AND TIMES
      * HOW LONG EACH ONE STAYED OPEN.
      **
       01 INC-REC.
           05 INC-NO                 PIC 9(06).
           05 INC-OPENED-DT          PIC 9(08).
           05 INC-BORROWER-ID        PIC 9(05).
           05 INC-CODIGO             PIC 9(05).
           05 INC-COPY-NO            PIC 9(03).
           05 INC-RCP-NO             PIC 9(07).
           05 INC-CATEGORY           PIC X(03).
               88 INC-IS-DAMAGED     VALUE "DMG".
               88 INC-IS-BILLING     VALUE "BIL".
               88 INC-IS-LATE-FEE    VALUE "LAT".
               88 INC-IS-SERVICE     VALUE "SVC".
               88 INC-IS-STOCK       VALUE "STK".
               88 INC-IS-OTHER       VALUE "OTH".
               88 INC-CATEGORY-IS-VALID
                                     VALUE "DMG", "BIL", "LAT",
                                           "SVC", "STK", "OTH".
           05 INC-DESC               PIC X(60).
           05 INC-OPERATOR           PIC X(10).
           05 INC-STATUS             PIC X(01).
               88 INC-IS-OPEN        VALUE "O".
               88 INC-IS-INVESTIGATING
                                     VALUE "I".
               88 INC-IS-RESOLVED    VALUE "R".
               88 INC-STATUS-IS-VALID
                                     VALUE "O", "I", "R".
           05 INC-RESOLUTION         PIC X(60).
      * STAMPED WHEN THE ENTRY IS FIRST SAVED AS RESOLVED, CLEARED IF
      * IT IS REOPENED - THE REPORT COUNTS THE DAYS OPEN UP TO HERE
           05 INC-RESOLVED-DT        PIC 9(08).
           05 INC-RESOLVED-BY        PIC X(10).
