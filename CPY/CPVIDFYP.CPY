      **
      * COPY BOOK - THE ACQUISITIONS FISCAL YEAR A DATE FALLS IN.
      *
      * FY-DATE (9(8) YYYYMMDD) IN, FY-YEAR OUT.  A FISCAL YEAR IS
      * NAMED AFTER THE CALENDAR YEAR IT STARTS IN, SO WITH A JULY
      * START 20270315 IS IN FISCAL 2026.  A START MONTH OF ZERO OR
      * OVER 12 IS TAKEN AS JANUARY (THE CALENDAR YEAR).
      **
       FISCAL-YEAR-OF-DATE.
           IF FY-START-MM = ZERO OR FY-START-MM > 12
              MOVE 1 TO FY-START-MM
           END-IF

           MOVE FY-DATE (1:4) TO FY-YEAR
           MOVE FY-DATE (5:2) TO FY-DATE-MM

           IF FY-DATE-MM < FY-START-MM
              SUBTRACT 1 FROM FY-YEAR
           END-IF
           .
