      **
      * COPY BOOK DESCRIPTION FILE - PROMOTION REDEMPTIONS
      **
           SELECT PROMOUSE
              ASSIGN       TO PROMOUSE-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-PROMOUSE
              RECORD KEY   IS PUS-KEY.
