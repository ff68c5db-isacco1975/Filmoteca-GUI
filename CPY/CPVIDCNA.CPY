      **
      * COPY BOOK DESCRIPTION FILE - MARKETING CONSENT FILE
      **
           SELECT CONSENT
              ASSIGN       TO CONSENT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-CONSENT
              RECORD KEY   IS CNS-BORROWER-ID.
