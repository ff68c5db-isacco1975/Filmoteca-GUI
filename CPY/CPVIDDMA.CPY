      **
      * COPY BOOK DESCRIPTION FILE - DISPLAY COLLECTION MEMBERS
      **
           SELECT DISPMEM
              ASSIGN       TO DISPMEM-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-DISPMEM
              RECORD KEY   IS DPM-KEY.
