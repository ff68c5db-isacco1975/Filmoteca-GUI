      **
      * COPY BOOK DESCRIPTION FILE - POSTAL LETTER QUEUE
      **
           SELECT LETTERQ
              ASSIGN       TO LETTERQ-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-LETTERQ
              RECORD KEY   IS LTQ-ID.
