      *                                                                *
      *  ONE-TIME UTILITY TO MIGRATE LOANS.DAT FROM THE PREVIOUS       *
      *  75-BYTE RECORD (NO CHECKOUT/RETURN TIMES) TO THE CURRENT      *
      *  CPVIDLON.CPY LAYOUT, DEFAULTING BOTH TIMES TO ZERO AND THE    *
      *  LENDING BRANCH TO BLANK (THE ORIGINAL SHOP), AND TO           *
      *  RE-CUT THE LOANHIST ARCHIVE FROM ITS OLD 80-BYTE ROWS TO      *
      *  THE NEW 100-BYTE ONES SO THE CIRCULATION REPORTS KEEP         *
      *  READING THE ARCHIVE WITH THE SAME MOVE THEY ALWAYS USED.      *
              MOVE OLD-LOAN-COPY-NO     TO LOAN-COPY-NO
              MOVE ZERO                 TO LOAN-CHECKOUT-TM
              MOVE ZERO                 TO LOAN-RETURNED-TM
              MOVE SPACES               TO LOAN-BRANCH

              WRITE LOAN-REC
                    INVALID KEY
              MOVE OLD-REC-LOANHIST (73:3)  TO LOAN-COPY-NO
              MOVE ZERO                     TO LOAN-CHECKOUT-TM
              MOVE ZERO                     TO LOAN-RETURNED-TM
              MOVE SPACES                   TO LOAN-BRANCH

              MOVE SPACES   TO REC-LOANHIST
              MOVE LOAN-REC TO REC-LOANHIST
