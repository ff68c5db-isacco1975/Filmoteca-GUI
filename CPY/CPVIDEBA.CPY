      **
      * COPY BOOK DESCRIPTION FILE - EQUIPMENT ADVANCE BOOKINGS
      **
           SELECT EQBOOK
              ASSIGN       TO EQBOOK-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-EQBOOK
              RECORD KEY   IS EBK-NO
              ALTERNATE RECORD KEY IS EBK-BORROWER-ID
                                   WITH DUPLICATES.
