      *                                                                *
      *  BOXED-SET REPORT - ONE SECTION PER SERIES ON THE SERIES       *
      *  MASTER FILE, LISTING ITS CATALOG ENTRIES IN EPISODE ORDER     *
      *  (FOUND THROUGH THE SERIES-CODE ALTERNATE KEY ON MOVIES), WITH *
      *  HOW MANY PATRONS FOLLOW IT - THE BUYER'S GUIDE TO HOW MANY    *
      *  COPIES OF THE NEXT EPISODE TO ORDER                           *
      *                                                                *
      ******************************************************************
      /
       FILE-CONTROL.
          COPY 'CPVIDSRA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDSBA.CPY'.
          SELECT SERRPT-RPT ASSIGN TO SERRPT-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.
      *
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD SUBSCRIBE.
          COPY 'CPVIDSBS.CPY'.
      *
       FD SERRPT-RPT.
       01 RPT-LINE                 PIC X(100).
       77 SW-MOV-EOF       PIC 9 VALUE ZERO.
           88 MOVIES-AT-END VALUE 1, FALSE 0.
       77 SERIES-COUNT     PIC 9(5) VALUE ZERO.
          COPY 'CPVIDSBV.CPY'.
       77 SW-SUBSCRIBE-OPEN PIC 9 VALUE ZERO.
           88 SUBSCRIBE-IS-OPEN VALUE 1, FALSE 0.
       77 SBS-CANC-TEXT    PIC ZZZZ9.

      * ONE SERIES' ENTRIES, COLLECTED THEN SORTED BY EPISODE
       01 ENTRY-TABLE.
           OPEN INPUT  MOVIES
           OPEN OUTPUT SERRPT-RPT

      *> NO SUBSCRIPTION FILE YET - NOBODY FOLLOWS ANY SERIES
           OPEN INPUT  SUBSCRIBE
           IF VALID-STATUS-SUBSCRIBE
              SET SUBSCRIBE-IS-OPEN TO TRUE
           END-IF

           IF NOT VALID-STATUS-SERIES
              DISPLAY "UNABLE TO OPEN SERIES.DAT - STATUS "
                      STATUS-SERIES
              WRITE RPT-LINE
           END-IF

           MOVE ZERO TO SBS-ACTIVE-CNT
           MOVE ZERO TO SBS-CANCELLED-CNT
           IF SUBSCRIBE-IS-OPEN
              MOVE SER-CODE TO SBS-WANT-SER
              PERFORM COUNT-SUBSCRIBERS
           END-IF

           MOVE SBS-ACTIVE-CNT    TO SBS-POS-TEXT
           MOVE SBS-CANCELLED-CNT TO SBS-CANC-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "  SUBSCRIBERS: "          DELIMITED BY SIZE
                  FUNCTION TRIM (SBS-POS-TEXT)
                                             DELIMITED BY SIZE
                  " ACTIVE, "                DELIMITED BY SIZE
                  FUNCTION TRIM (SBS-CANC-TEXT)
                                             DELIMITED BY SIZE
                  " CANCELLED"               DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           PERFORM COLLECT-SERIES-ENTRIES
           PERFORM SORT-SERIES-ENTRIES

           CLOSE SERIES
           CLOSE MOVIES
           CLOSE SERRPT-RPT
           IF SUBSCRIBE-IS-OPEN
              CLOSE SUBSCRIBE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * SERIES SUBSCRIPTIONS                                           *
      *----------------------------------------------------------------*
          COPY 'CPVIDSBP.CPY'.
