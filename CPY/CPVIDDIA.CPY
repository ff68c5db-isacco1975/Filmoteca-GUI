      **
      * COPY BOOK DESCRIPTION FILE - DONATION ITEMS FILE
      **
           SELECT DONITEM
              ASSIGN       TO DONITEM-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-DONITEM
              RECORD KEY   IS DIT-KEY.
