      **
      * COPY BOOK DESCRIPTION FILE - EQUIPMENT SERVICE LOG
      **
           SELECT SVCLOG
              ASSIGN       TO SVCLOG-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-SVCLOG
              RECORD KEY   IS SVH-KEY.
