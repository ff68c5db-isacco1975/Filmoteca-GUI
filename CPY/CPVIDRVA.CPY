      **
      * COPY BOOK DESCRIPTION FILE - REVENUE-SHARE AGREEMENTS
      **
           SELECT REVSHR
              ASSIGN       TO REVSHR-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-REVSHR
              RECORD KEY   IS RVG-KEY.
