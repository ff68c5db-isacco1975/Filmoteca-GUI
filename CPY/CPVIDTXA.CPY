      **
      * COPY BOOK DESCRIPTION FILE - SALES TAX RATES
      **
           SELECT TAXRATE
              ASSIGN       TO TAXRATE-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-TAXRATE
              RECORD KEY   IS TXR-KEY.
