      **
      * COPY BOOK - WHAT THE EQUIPMENT SCREEN HANDS THE BOOKINGS
      * SCREEN WHEN IT OPENS IT: THE ASSET ON ITS SCREEN (ZERO WHEN
      * THERE IS NONE), SO A NEW BOOKING STARTS OUT ON THAT UNIT
      **
       01 EBK-CALL-AREA.
           05 EBK-CALL-ASSET-ID      PIC 9(05).
