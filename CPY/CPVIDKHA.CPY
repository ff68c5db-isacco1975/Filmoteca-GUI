      **
      * COPY BOOK DESCRIPTION FILE - KEY-SPACE HISTORY
      **
           SELECT KEYHIST
              ASSIGN       TO KEYHIST-PATH
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS  IS STATUS-KEYHIST.
