      * SETTINGS SCREEN AND NOT A PROGRAMMER.  SUBSTITUTION MARKS:
      * &NAME, &TITLE, &DUE AND &BAL.  TEMPLATE NAMES IN USE:
      * RCPFOOT (RECEIPT FOOTER), NTCOPEN AND NTCCLOSE (THE NOTICE
      * LETTER'S OPENING AND CLOSING LINES), RMDOPEN/RMDCLOSE AND
      * COLOPEN/COLCLOSE (THE POSTED REMINDER AND COLLECTIONS
      * LETTERS), DONOPEN/DONCLOSE (THE DONATION THANK-YOU LETTER)
      * AND LETHEAD (THE SENDER BLOCK ON EVERY POSTED
      * LETTER, LINES 1-4).  A BLANK LANGUAGE IS
      * THE FALLBACK SET FOR EVERY LOCALE.
      **
       01 TPL-REC.
