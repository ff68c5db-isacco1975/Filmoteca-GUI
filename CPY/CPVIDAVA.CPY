      **
      * COPY BOOK DESCRIPTION FILE - TITLE AVAILABILITY SUMMARY FILE
      **
           SELECT AVAIL
              ASSIGN       TO AVAIL-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-AVAIL
              RECORD KEY   IS AVL-CODIGO.
