      **
      * COPY BOOK DESCRIPTION FILE - MARKETING CONSENT LOG
      **
           SELECT CONSLOG ASSIGN TO CONSLOG-PATH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS STATUS-CONSLOG.
