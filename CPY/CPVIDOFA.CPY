      **
      * COPY BOOK DESCRIPTION FILE - OFFLINE DESK LOG
      **
           SELECT OFFLOG
              ASSIGN       TO OFFLOG-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS STATUS-OFFLOG.
