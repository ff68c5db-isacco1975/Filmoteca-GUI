      **
      * COPY BOOK - WHAT THE LOANS SCREEN HANDS THE SCREENINGS SCREEN
      * WHEN IT OPENS IT: THE BORROWER ON ITS SCREEN (ZERO WHEN THERE
      * IS NONE), READY IN THE SIGN-UP BOX
      **
       01 EVT-CALL-AREA.
           05 EVT-CALL-BORROWER-ID   PIC 9(05).
