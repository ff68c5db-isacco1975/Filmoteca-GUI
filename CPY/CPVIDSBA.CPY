      **
      * COPY BOOK DESCRIPTION FILE - SERIES SUBSCRIPTIONS
      **
           SELECT SUBSCRIBE
              ASSIGN       TO SUBSCRIBE-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-SUBSCRIBE
              RECORD KEY   IS SBS-KEY
              ALTERNATE RECORD KEY IS SBS-BRW-ID WITH DUPLICATES.
