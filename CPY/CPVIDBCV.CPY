      **
      * COPY BOOK - WHAT A SCREEN HANDS THE BORROWERS SCREEN WHEN IT
      * OPENS IT: THE BRW-ID TO SHOW STRAIGHT AWAY, OR ZERO TO START
      * ON THE FIRST BORROWER AS ALWAYS
      **
       01 BRW-CALL-AREA.
           05 BRW-CALL-ID            PIC 9(05).
