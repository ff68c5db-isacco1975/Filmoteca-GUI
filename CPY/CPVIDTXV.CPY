      **
      * COPY BOOK SALES TAX - WORK FIELDS FOR THE TAX-OF-GROSS
      * PARAGRAPH IN CPVIDTXP.CPY.  THE CALLER MOVES THE TAX CLASS,
      * THE DATE OF THE CHARGE AND THE GROSS (TAX-INCLUSIVE) AMOUNT
      * IN, AND GETS BACK THE RATE IN FORCE, THE TAX AND THE NET.
      **
       77 TAX-CLASS          PIC X(01) VALUE SPACE.
       77 TAX-DATE           PIC 9(08) VALUE ZERO.
       77 TAX-GROSS          PIC 9(05)V99 VALUE ZERO.
       77 TAX-RATE           PIC 9(02)V99 VALUE ZERO.
       77 TAX-AMOUNT         PIC 9(05)V99 VALUE ZERO.
       77 TAX-NET            PIC 9(05)V99 VALUE ZERO.
