               88 WSH-IS-ORDERED     VALUE "O".
               88 WSH-IS-RECEIVED    VALUE "R".
               88 WSH-IS-CONVERTED   VALUE "C".
      * WHAT THE TITLE IS FOR IN THE ACQUISITIONS BUDGET - THE GENRE
      * IT WILL BE SHELVED UNDER AND THE PRICE THE DISTRIBUTOR QUOTED.
      * FROM THE MOMENT THE ROW IS ORDERED THE PRICE COUNTS AS
      * COMMITTED AGAINST THE FISCAL YEAR STAMPED HERE, UNTIL THE
      * CATALOG RECORD IT BECAME (WSH-CODIGO) HAS ITS ACQUISITION
      * COST CAPTURED AND IT COUNTS AS SPENT INSTEAD
           05 WSH-GENRE             PIC 9(03).
           05 WSH-EST-PRICE         PIC 9(05)V99.
           05 WSH-FISCAL-YR         PIC 9(04).
           05 WSH-CODIGO            PIC 9(05).
      * THE SERIES AND EPISODE THE TITLE WILL BELONG TO ONCE IT IS IN
      * THE CATALOG, SO ITS ARRIVAL CAN PLACE HOLDS FOR THE PATRONS
      * FOLLOWING THAT SERIES.  ZERO WHEN IT IS NOT PART OF ONE
           05 WSH-SERIES-CODE       PIC 9(05).
           05 WSH-EPISODE-NO        PIC 9(03).
