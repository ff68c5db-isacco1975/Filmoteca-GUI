      **
      * COPY BOOK DISPLAY MEMBERS FILE - ONE ROW PER TITLE PUT ON A
      * THEMED DISPLAY, KEYED BY THE DISPLAY CODE AND THE TITLE, SO A
      * START ON THE CODE PART READS A COLLECTION'S TITLES IN CATALOG
      * ORDER.  A TITLE MAY SIT IN MORE THAN ONE COLLECTION.
      **
       01 DPM-REC.
           05 DPM-KEY.
               10 DPM-DSP-CODE       PIC X(10).
               10 DPM-CODIGO         PIC 9(05).
           05 DPM-ADDED-DT           PIC 9(08).
           05 DPM-OPERATOR           PIC X(10).
