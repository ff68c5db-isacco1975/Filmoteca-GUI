      **
      * COPY BOOK SALES TAX RATE FILE - ONE ROW PER TAX CLASS AND DATE
      * THE RATE TOOK EFFECT.  A RATE CHANGE IS A NEW ROW, NOT AN
      * UPDATE, SO A CHARGE IS ALWAYS TAXED AT THE RATE IN FORCE ON
      * THE DAY IT WAS MADE.  THE CLASS EACH KIND OF CHARGE FALLS
      * UNDER IS ON THE PARAMS RECORD (PRM-TAX-RENTAL AND FRIENDS)
      **
       01 TXR-REC.
           05 TXR-KEY.
               10 TXR-CLASS          PIC X(01).
               10 TXR-EFF-DT         PIC 9(08).
           05 TXR-RATE               PIC 9(02)V99.
           05 TXR-DESC               PIC X(20).
           05 TXR-UPDATED-DT         PIC 9(08).
           05 TXR-OPERATOR           PIC X(10).
