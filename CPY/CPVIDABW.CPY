      **
      * COPY BOOK ALSO-BORROWED SUGGESTIONS - ONE ROW PER TITLE, HOLDING
      * THE (UP TO) FIVE OTHER TITLES MOST OFTEN TAKEN OUT BY THE SAME
      * PATRONS, BIGGEST COUNT FIRST.  REBUILT FROM SCRATCH EVERY NIGHT
      * BY ALSOBRW OFF LOANS AND THE LOANHIST ARCHIVE; THE KIOSK ONLY
      * READS IT.  AN UNUSED SLOT HAS A ZERO CODE.
      **
       01 ABW-REC.
           05 ABW-CODIGO             PIC 9(05).
           05 ABW-SUGGEST OCCURS 5 TIMES.
               10 ABW-SUG-CODIGO     PIC 9(05).
      * HOW MANY PATRONS BORROWED BOTH TITLES
               10 ABW-SUG-COUNT      PIC 9(05).
           05 ABW-BUILT-DT           PIC 9(08).
