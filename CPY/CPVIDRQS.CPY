      **
      * COPY BOOK REVENUE-SHARE SETTLEMENT REGISTER - WHAT THE
      * QUARTERLY REVSET RUN WORKED OUT EACH DISTRIBUTOR IS OWED, ONE
      * ROW PER DISTRIBUTOR PER QUARTER.  GLEXP POSTS THE ROWS IN THE
      * EXPORT FOR THE QUARTER'S LAST MONTH
      **
       01 RQS-REC.
           05 RQS-KEY.
      * YYYYQ - 20263 IS JULY TO SEPTEMBER 2026
               10 RQS-QUARTER        PIC 9(05).
               10 RQS-DISTRIB        PIC X(15).
           05 RQS-POST-MONTH         PIC 9(06).
      * LOANS OF COVERED TITLES IN THE QUARTER, AND THE RENTAL FEES
      * CHARGED ON THEM NET OF SALES TAX
           05 RQS-LOANS              PIC 9(07).
           05 RQS-RENTALS            PIC 9(07).
           05 RQS-REVENUE            PIC 9(07)V99.
      * THE SHARE OF THAT REVENUE, THE TOP-UP TO THE MINIMUM
      * GUARANTEE, AND THE TWO TOGETHER - WHAT IS OWED
           05 RQS-SHARE              PIC 9(07)V99.
           05 RQS-TOPUP              PIC 9(07)V99.
           05 RQS-OWED               PIC 9(07)V99.
           05 RQS-RUN-DT             PIC 9(08).
