      *  RECORD (LOAN DAYS, MAX LOANS, FINE RATE, GRACE DAYS, MAX      *
      *  RENEWALS) TO THE CURRENT CPVIDPRM.CPY LAYOUT, SEEDING THE     *
      *  HOUSE DEFAULT FOR EACH SETTING ADDED SINCE (HOLD PICKUP       *
      *  DAYS, THE GL ACCOUNT CODES, THE TAX CLASSES, THE MEMBERSHIP   *
      *  FEES, THE HOUSEHOLD LOAN LIMIT, THE SCREENING TICKETS         *
      *  ACCOUNT, THE DEPRECIATION AND DISPOSAL ACCOUNTS, THE          *
      *  NEW-RELEASE TIER, THE DAYS A KIOSK APPLICATION WAITS BEFORE   *
      *  IT IS PURGED, THE BAD-DEBT ACCOUNT, THE REVENUE-SHARE         *
      *  ACCOUNTS, THE LOYALTY POINTS RATES AND THE FINE AMNESTY       *
      *  CAMPAIGN AND ACCOUNT - NO CAMPAIGN RUNNING - AND THE HOLD     *
      *  WAIT TARGET).                                                 *
      *                                                                *
      *  RENAME THE LIVE FILE TO PARAMS.OLD FIRST, THE SAME WAY        *
      *  MIGLON WORKS FROM LOANS.OLD.                                  *
           MOVE 2                    TO PRM-HOLD-PRESS
           MOVE 50                   TO PRM-LATE-PCT
           MOVE 50,00                TO PRM-DEP-OVER
           MOVE 1                    TO PRM-FY-START
           MOVE "S"                  TO PRM-TAX-RENTAL
           MOVE "S"                  TO PRM-TAX-SALE
           MOVE "S"                  TO PRM-TAX-DAMAGE
           MOVE "2100"               TO PRM-GL-TAX
           MOVE "4200"               TO PRM-GL-SALEREV
           MOVE 25,00                TO PRM-MBR-ANNUAL
           MOVE 3,00                 TO PRM-MBR-MONTHLY
           MOVE 14                   TO PRM-MBR-WARN-DAYS
           MOVE "4300"               TO PRM-GL-MBRREV
           MOVE ZERO                 TO PRM-HH-MAX-LOANS
           MOVE "4400"               TO PRM-GL-EVTREV
           MOVE "6100"               TO PRM-GL-DEPEXP
           MOVE "1590"               TO PRM-GL-ACCDEP
           MOVE "1500"               TO PRM-GL-ASSETS
           MOVE "6200"               TO PRM-GL-DISPGL
           MOVE 30                   TO PRM-NEW-DAYS
           MOVE 2                    TO PRM-NEW-LOAN-DAYS
           MOVE 3,50                 TO PRM-NEW-FEE
           MOVE 14                   TO PRM-APPLY-DAYS
           MOVE "5100"               TO PRM-GL-BADDEBT
           MOVE "5200"               TO PRM-GL-REVSHR
           MOVE "2200"               TO PRM-GL-DISTPAY
           MOVE 10                   TO PRM-PTS-PER-UNIT
           MOVE 0,0050               TO PRM-PTS-VALUE
           MOVE 12                   TO PRM-PTS-EXPIRE-MM
           MOVE SPACES               TO PRM-AMN-CODE
           MOVE SPACES               TO PRM-AMN-DESC
           MOVE ZERO                 TO PRM-AMN-FROM-DT
           MOVE ZERO                 TO PRM-AMN-TO-DT
           MOVE SPACES               TO PRM-AMN-CATS
           MOVE ZERO                 TO PRM-AMN-MAX-DAYS
           MOVE "5300"               TO PRM-GL-AMNESTY
           MOVE 14                   TO PRM-HOLD-TARGET

           WRITE PRM-REC
                 INVALID KEY
