      **
      * COPY BOOK DESCRIPTION FILE - DEPRECIATION REGISTER
      **
           SELECT DEPREG
              ASSIGN       TO DEPREG-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-DEPREG
              RECORD KEY   IS DRG-KEY.
