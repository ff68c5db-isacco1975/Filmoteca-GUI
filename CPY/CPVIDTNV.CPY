      **
      * COPY BOOK - THE TITLE OF THE SCREEN'S MAIN WINDOW.  A STATION
      * WORKING ON THE TRAINING SANDBOX CARRIES THE TRAINING BANNER
      * IN FRONT OF THE SCREEN NAME, SO PRACTICE IS NEVER MISTAKEN
      * FOR THE REAL DESK.
      **
       77 SCREEN-TITLE       PIC X(80) VALUE SPACES.
