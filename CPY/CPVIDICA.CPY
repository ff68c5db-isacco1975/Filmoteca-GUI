      **
      * COPY BOOK DESCRIPTION FILE - CUSTOMER INCIDENT LOG
      **
           SELECT INCIDENTS
              ASSIGN       TO INCIDENT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-INCIDENTS
              RECORD KEY   IS INC-NO
              ALTERNATE RECORD KEY IS INC-BORROWER-ID
                                   WITH DUPLICATES.
