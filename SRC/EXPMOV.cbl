
           PERFORM RESOLVE-DATA-PATHS

      *> NOTHING LEAVES THE BUILDING FROM THE TRAINING SANDBOX
           IF FMT-TRAIN-FLAG = "Y"
              DISPLAY "TRAINING MODE - NO EXPORT IS PRODUCED"
              GOBACK
           END-IF

           OPEN INPUT  MOVIES

           IF MODE-CSV
