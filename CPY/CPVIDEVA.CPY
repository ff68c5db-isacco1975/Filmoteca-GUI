      **
      * COPY BOOK DESCRIPTION FILE - IN-STORE SCREENING EVENTS
      **
           SELECT EVENTS
              ASSIGN       TO EVENTS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-EVENTS
              RECORD KEY   IS EVT-NO
              ALTERNATE RECORD KEY IS EVT-DATE
                                   WITH DUPLICATES.
