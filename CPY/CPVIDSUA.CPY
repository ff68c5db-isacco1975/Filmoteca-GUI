      **
      * COPY BOOK DESCRIPTION FILE - BORROWER SUSPENSION HISTORY FILE
      **
           SELECT SUSPEND
              ASSIGN       TO SUSPEND-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-SUSPEND
              RECORD KEY   IS SUS-KEY.
