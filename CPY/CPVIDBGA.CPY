      **
      * COPY BOOK DESCRIPTION FILE - ACQUISITIONS BUDGET
      **
           SELECT BUDGET
              ASSIGN       TO BUDGET-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-BUDGET
              RECORD KEY   IS BDG-KEY.
