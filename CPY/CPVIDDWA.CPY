      **
      * COPY BOOK DESCRIPTION FILE - DELIVERY LOAN FILE
      **
           SELECT DLVLOAN
              ASSIGN       TO DLVLOAN-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-DLVLOAN
              RECORD KEY   IS DWL-KEY.
