      **
      * COPY BOOK DESCRIPTION FILE - ONLINE PAYMENT REFERENCE REGISTER
      **
           SELECT WEBPAY
              ASSIGN       TO WEBPAY-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-WEBPAY
              RECORD KEY   IS WPY-REFERENCE.
