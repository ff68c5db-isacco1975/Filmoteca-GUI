      **
      * COPY BOOK - THE SALES TAX INSIDE A GROSS AMOUNT.
      *
      * SHOP PRICES ARE TAX-INCLUSIVE, SO THE TAX IS TAKEN OUT OF THE
      * GROSS, NOT ADDED ON: TAX = GROSS * RATE / (100 + RATE).  THE
      * RATE IS THE TAXRATE ROW FOR TAX-CLASS WITH THE LATEST
      * EFFECTIVE DATE NOT AFTER TAX-DATE.  NO SUCH ROW (OR A BLANK
      * CLASS) MEANS THE CHARGE IS NOT TAXED.  THE CALLER OPENS
      * TAXRATE (INPUT IS ENOUGH).
      **
       TAX-OF-GROSS.
           MOVE ZERO      TO TAX-RATE
           MOVE ZERO      TO TAX-AMOUNT
           MOVE TAX-GROSS TO TAX-NET

           IF TAX-CLASS = SPACE OR TAX-GROSS = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE TAX-CLASS TO TXR-CLASS
           MOVE TAX-DATE  TO TXR-EFF-DT
           START TAXRATE KEY <= TXR-KEY
                 INVALID KEY
                     EXIT PARAGRAPH
           END-START

           READ TAXRATE PREVIOUS
                AT END
                   EXIT PARAGRAPH
           END-READ

           IF TXR-CLASS NOT = TAX-CLASS
              EXIT PARAGRAPH
           END-IF

           MOVE TXR-RATE TO TAX-RATE
           COMPUTE TAX-AMOUNT ROUNDED =
                   TAX-GROSS * TAX-RATE / (100 + TAX-RATE)
           SUBTRACT TAX-AMOUNT FROM TAX-GROSS GIVING TAX-NET
           .
