      **
      * COPY BOOK DESCRIPTION FILE - INTER-BRANCH TRANSFER FILE
      **
           SELECT TRANSFERS
              ASSIGN       TO TRANSFER-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-TRANSFERS
              RECORD KEY   IS TRF-NO
              ALTERNATE RECORD KEY IS TRF-COPY-KEY WITH DUPLICATES.
