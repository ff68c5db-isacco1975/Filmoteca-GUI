      **
      * COPY BOOK BRANCH OF THIS STATION - FILLED BY GET-THIS-BRANCH
      * IN CPVIDBNP.CPY FROM THE FILMOTECA_BRANCH ENVIRONMENT
      * VARIABLE, SET PER DESK THE SAME WAY FILMOTECA_STATION IS.  A
      * DESK WITH NO BRANCH SET IS THE ORIGINAL SHOP, AND SO IS ANY
      * COPY, LOAN, HOLD OR TILL ROW WRITTEN BEFORE BRANCHES EXISTED
      * (A BLANK BRANCH CODE).
      **
       77 THIS-BRANCH        PIC X(04) VALUE SPACES.
       77 HOME-BRANCH        PIC X(04) VALUE "MAIN".
