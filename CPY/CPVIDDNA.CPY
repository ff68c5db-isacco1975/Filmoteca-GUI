      **
      * COPY BOOK DESCRIPTION FILE - DONOR REGISTER
      **
           SELECT DONORS
              ASSIGN       TO DONORS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-DONORS
              RECORD KEY   IS DNR-ID.
