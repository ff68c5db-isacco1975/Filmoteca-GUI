      *                                                                *
      *  ONE-TIME UTILITY TO MIGRATE RESERVE.DAT FROM THE OLD 24-BYTE  *
      *  RECORD (NO PICKUP-SHELF DATES) TO THE CURRENT CPVIDRSV.CPY    *
      *  LAYOUT, DEFAULTING RSV-FILLED-DT, RSV-PICKUP-BY AND THE DAY   *
      *  THE HOLD CLOSED TO ZERO AND THE PICKUP BRANCH TO BLANK (THE   *
      *  ORIGINAL SHOP).                                               *
      *  HOLDS ALREADY MARKED FILLED GET NO DEADLINE - THE DESK        *
      *  CLEARS THE PICKUP SHELF OF PRE-MIGRATION DISCS BY HAND ONCE.  *
      *                                                                *
           MOVE OLD-RSV-STATUS      TO RSV-STATUS
           MOVE ZERO                TO RSV-FILLED-DT
           MOVE ZERO                TO RSV-PICKUP-BY
           MOVE SPACES              TO RSV-PICKUP-BRANCH
           MOVE ZERO                TO RSV-CLOSED-DT

           WRITE RSV-REC
                 INVALID KEY
