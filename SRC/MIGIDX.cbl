      *  CHECK AT THE DESK BECOMES A KEYED READ INSTEAD OF A           *
      *  FRONT-TO-BACK SCAN.  THE LOAN ROWS ARE RE-CUT FIELD BY        *
      *  FIELD ONTO THE CURRENT CPVIDLON LAYOUT AS THEY GO, WITH THE   *
      *  CHECKOUT AND RETURN TIMES DEFAULTED TO ZERO AND THE LENDING   *
      *  BRANCH LEFT BLANK (THE ORIGINAL SHOP) - SO A LOANS.OLD        *
      *  FROM BEFORE THE TIMES EXISTED COMES OUT CURRENT AND MIGLON2   *
      *  NEVER NEEDS TO TOUCH THE LIVE FILE AFTER THIS RUN.            *
      *                                                                *
              MOVE OLD-LOAN-COPY-NO     TO LOAN-COPY-NO
              MOVE ZERO                 TO LOAN-CHECKOUT-TM
              MOVE ZERO                 TO LOAN-RETURNED-TM
              MOVE SPACES               TO LOAN-BRANCH

              WRITE LOAN-REC
                    INVALID KEY
