      **
      * COPY BOOK DESCRIPTION FILE - STREET DATE RECORD FILE
      **
           SELECT STREET
              ASSIGN       TO STREET-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-STREET
              RECORD KEY   IS SDT-CODIGO.
