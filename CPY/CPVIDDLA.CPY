      **
      * COPY BOOK DESCRIPTION FILE - DEPRECIATION POLICY TABLE
      **
           SELECT DEPPOL
              ASSIGN       TO DEPPOL-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-DEPPOL
              RECORD KEY   IS DPL-KEY.
