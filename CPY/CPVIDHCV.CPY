      **
      * COPY BOOK - WHAT THE LOANS SCREEN HANDS THE COPY HISTORY
      * INQUIRY WHEN IT OPENS IT: THE TITLE AND COPY ON ITS SCREEN
      * (ZEROES WHERE THERE IS NONE), SO THE DISC JUST HANDED BACK IS
      * ALREADY LOOKED UP
      **
       01 CHS-CALL-AREA.
           05 CHS-CALL-CODIGO        PIC 9(05).
           05 CHS-CALL-COPY-NO       PIC 9(03).
