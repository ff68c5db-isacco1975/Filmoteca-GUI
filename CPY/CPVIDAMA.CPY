      **
      * COPY BOOK DESCRIPTION FILE - FINE AMNESTY LOG
      **
           SELECT AMNLOG
              ASSIGN       TO AMNLOG-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-AMNLOG
              RECORD KEY   IS AML-KEY.
