      **
      * COPY BOOK DESCRIPTION FILE - LOYALTY POINTS LEDGER
      **
           SELECT POINTS
              ASSIGN       TO POINTS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-POINTS
              RECORD KEY   IS PTS-KEY.
