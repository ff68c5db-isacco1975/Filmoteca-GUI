      **
      * COPY BOOK DESCRIPTION FILE - PRE-ORDER HOLDS ON TITLES ON ORDER
      **
           SELECT PREORD
              ASSIGN       TO PREORD-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-PREORD
              RECORD KEY   IS POH-KEY.
