      **
      * COPY BOOK DESCRIPTION FILE - ALSO-BORROWED SUGGESTIONS
      **
           SELECT ALSOBRW
              ASSIGN       TO ALSOBRW-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-ALSOBRW
              RECORD KEY   IS ABW-CODIGO.
