      **
      * COPY BOOK REVENUE-SHARE AGREEMENTS - ONE ROW PER DISTRIBUTOR
      * THAT SUPPLIES ON REVENUE SHARE INSTEAD OF OUTRIGHT SALE, PLUS
      * ONE ROW FOR EACH TITLE OF THEIRS ON DIFFERENT TERMS.  A TITLE
      * ROW GOVERNS THAT TITLE ON ITS OWN; THE DISTRIBUTOR ROW (CODIGO
      * ZERO) COVERS EVERY OTHER TITLE CARRYING THE DISTRIBUTOR'S
      * NAME.  THE REVSET RUN SETTLES EACH QUARTER AGAINST THESE, AND
      * THE LOANS DESK LENDS NOTHING ON AN AGREEMENT THAT HAS ENDED
      **
       01 RVG-REC.
           05 RVG-KEY.
               10 RVG-DISTRIB        PIC X(15).
               10 RVG-CODIGO         PIC 9(05).
      * THE DISTRIBUTOR'S CUT OF EACH RENTAL, NET OF SALES TAX
           05 RVG-SHARE-PCT          PIC 9(03)V99.
      * THE TERM - A ZERO END DATE MEANS THE AGREEMENT RUNS ON
           05 RVG-FROM-DT            PIC 9(08).
           05 RVG-TO-DT              PIC 9(08).
      * THE LEAST THE DISTRIBUTOR IS PAID FOR A FULL QUARTER UNDER
      * THE AGREEMENT, WHATEVER THE SHARE COMES TO
           05 RVG-MIN-GUAR           PIC 9(05)V99.
           05 RVG-UPDATED-DT         PIC 9(08).
           05 RVG-OPERATOR           PIC X(10).
