      **
      * COPY BOOK - BUILD SCREEN-TITLE FROM THE PROGRAM'S TITLEX.
      * PERFORM THIS PARAGRAPH AFTER RESOLVE-DATA-PATHS AND BEFORE
      * THE MAIN WINDOW IS DISPLAYED.
      **
       SET-SCREEN-TITLE.
           MOVE SPACES TO SCREEN-TITLE

           IF FMT-TRAIN-FLAG = "Y"
              STRING "*** TRAINING *** " DELIMITED BY SIZE
                     TITLEX              DELIMITED BY SIZE
                INTO SCREEN-TITLE
              END-STRING
           ELSE
              MOVE TITLEX TO SCREEN-TITLE
           END-IF
           .
