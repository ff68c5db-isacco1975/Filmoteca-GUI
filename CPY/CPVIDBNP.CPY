      **
      * COPY BOOK - WORK OUT WHICH BRANCH THIS STATION BELONGS TO.
      * THE WORK FIELDS ARE IN CPVIDBNV.CPY.
      **
       GET-THIS-BRANCH.
           ACCEPT THIS-BRANCH FROM ENVIRONMENT "FILMOTECA_BRANCH"
           MOVE FUNCTION UPPER-CASE (THIS-BRANCH) TO THIS-BRANCH

           IF THIS-BRANCH = SPACES
              MOVE HOME-BRANCH TO THIS-BRANCH
           END-IF
           .
