      **
      * COPY BOOK DESCRIPTION FILE - PROMOTIONS
      **
           SELECT PROMOS
              ASSIGN       TO PROMO-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-PROMOS
              RECORD KEY   IS PMO-CODE.
