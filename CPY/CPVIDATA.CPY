      **
      * COPY BOOK DESCRIPTION FILE - SCREENING ATTENDEES
      **
           SELECT ATTENDEES
              ASSIGN       TO ATTEND-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-ATTENDEES
              RECORD KEY   IS ATT-KEY.
