      **
      * COPY BOOK DESCRIPTION FILE - POLICY AND FEE SCHEDULE
      **
           SELECT POLSCHED
              ASSIGN       TO POLSCHED-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-POLSCHED
              RECORD KEY   IS PSC-KEY.
