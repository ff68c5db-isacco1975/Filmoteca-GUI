      **
      * COPY BOOK ACQUISITIONS FISCAL YEAR - WORK FIELDS FOR THE
      * FISCAL-YEAR-OF-DATE PARAGRAPH IN CPVIDFYP.CPY.  THE CALLER
      * MOVES PRM-FY-START (THE MONTH THE YEAR STARTS IN) TO
      * FY-START-MM ONCE, THEN A DATE TO FY-DATE FOR EACH LOOKUP.
      **
       77 FY-START-MM        PIC 9(02) VALUE 1.
       77 FY-DATE            PIC 9(08) VALUE ZERO.
       77 FY-YEAR            PIC 9(04) VALUE ZERO.
       77 FY-DATE-MM         PIC 9(02) VALUE ZERO.
