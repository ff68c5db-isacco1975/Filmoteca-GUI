      **
      * COPY BOOK DESCRIPTION FILE - BORROWER ALERT FILE
      **
           SELECT ALERTS
              ASSIGN       TO ALERTS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-ALERTS
              RECORD KEY   IS BAL-KEY.
