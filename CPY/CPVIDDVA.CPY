      **
      * COPY BOOK DESCRIPTION FILE - HOME DELIVERY FILE
      **
           SELECT DELIVERY
              ASSIGN       TO DELIVERY-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-DELIVERY
              RECORD KEY   IS DLV-BRW-ID.
