      **
      * COPY BOOK DESCRIPTION FILE - BATCH JOB LOG
      **
           SELECT JOBLOG
              ASSIGN       TO JOBLOG-PATH
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS  IS STATUS-JOBLOG.
