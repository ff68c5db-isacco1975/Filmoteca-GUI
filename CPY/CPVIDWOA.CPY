      **
      * COPY BOOK DESCRIPTION FILE - BAD-DEBT WRITE-OFF REGISTER
      **
           SELECT WRTOFF
              ASSIGN       TO WRTOFF-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-WRTOFF
              RECORD KEY   IS WOF-KEY.
