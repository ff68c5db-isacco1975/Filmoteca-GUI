      **
      * COPY BOOK DESCRIPTION FILE - ASSET DISPOSAL LOG
      **
           SELECT DISPOSE
              ASSIGN       TO DISPOSE-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-DISPOSE
              RECORD KEY   IS DSX-KEY.
