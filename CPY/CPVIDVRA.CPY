      **
      * COPY BOOK DESCRIPTION FILE - RETURN-TO-VENDOR LOG
      **
           SELECT VENDRET
              ASSIGN       TO VENDRET-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-VENDRET
              RECORD KEY   IS VRT-KEY.
