      **
      * COPY BOOK DESCRIPTION FILE - REVENUE-SHARE SETTLEMENT REGISTER
      **
           SELECT REVSET
              ASSIGN       TO REVSET-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-REVSET
              RECORD KEY   IS RQS-KEY.
