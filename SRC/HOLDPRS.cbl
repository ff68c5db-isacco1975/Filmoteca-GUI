      *  PASSES THE SHOP'S TRIGGER (SETTINGS SCREEN) WRITES A          *
      *  BUY-ANOTHER-COPY ROW ONTO THE ACQUISITIONS WISHLIST WITH     *
      *  THE PRESSURE NUMBERS IN THE REQUEST.  TITLES ALREADY ON THE   *
      *  WISHLIST AND STILL PENDING ARE LEFT ALONE.  TITLES ON ORDER   *
      *  WITH PRE-ORDER HOLDS ARE LISTED WITH THE COPIES TO ORDER SO   *
      *  THAT QUEUE STARTS AT NO MORE THAN THE TRIGGER PER COPY.       *
      *                                                                *
      ******************************************************************
      /
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDWSA.CPY'.
          COPY 'CPVIDPRA.CPY'.
          COPY 'CPVIDPOA.CPY'.
          SELECT HOLDPRS-RPT ASSIGN TO HOLDPRS-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.
      *
       FD PARAMS.
          COPY 'CPVIDPRM.CPY'.
      *
       FD PREORD.
          COPY 'CPVIDPOH.CPY'.
      *
       FD HOLDPRS-RPT.
       01 RPT-LINE                  PIC X(90).
           88 VALID-STATUS-WISHLIST VALUE IS "00" THRU "09".
       77 STATUS-PARAMS    PIC X(2).
           88 VALID-STATUS-PARAMS VALUE IS "00" THRU "09".
       77 STATUS-PREORD    PIC X(2).
           88 VALID-STATUS-PREORD VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-RSV-EOF       PIC 9 VALUE ZERO.
       77 WSH-NEXT-ID      PIC 9(5) VALUE ZERO.
       77 FED-COUNT        PIC 9(5) VALUE ZERO.
       77 REQ-TEXT         PIC X(30) VALUE SPACES.
       77 PRE-TITLE-COUNT  PIC 9(5) VALUE ZERO.
          COPY 'CPVIDPOV.CPY'.

       LINKAGE          SECTION.

           END-STRING
           WRITE RPT-LINE

           PERFORM SWEEP-PREORDERS

           PERFORM CLOSE-FILES

           DISPLAY FED-COUNT " BUY-ANOTHER-COPY ROW(S) WRITTEN - SEE "
           OPEN INPUT  MOVIES
           OPEN I-O    WISHLIST
           OPEN INPUT  PARAMS
           OPEN INPUT  PREORD
           OPEN OUTPUT HOLDPRS-RPT

           IF NOT VALID-STATUS-RESERVES
              END-READ
           END-IF

           MOVE PRESS-TRIGGER TO PRE-TRIGGER

           MOVE "FILMOTECA.EDUC360 - HOLDS PRESSURE SWEEP" TO RPT-LINE
           WRITE RPT-LINE

           MOVE 1           TO WSH-PRIORITY
           MOVE DISTRIB     TO WSH-DISTRIB
           MOVE "W"         TO WSH-STATUS
           MOVE GENERO      TO WSH-GENRE
           MOVE ZERO        TO WSH-EST-PRICE
           MOVE ZERO        TO WSH-FISCAL-YR
           MOVE ZERO        TO WSH-CODIGO
           MOVE ZERO        TO WSH-SERIES-CODE
           MOVE ZERO        TO WSH-EPISODE-NO

           WRITE WSH-REC
                 INVALID KEY
           .
      /
      *----------------------------------------------------------------*
      * TITLES ON ORDER THAT PATRONS ARE ALREADY QUEUED FOR - THE      *
      * QUEUE TELLS THE BUYER HOW MANY COPIES TO ORDER.  NO PRE-ORDER  *
      * FILE YET MEANS NOBODY HAS PRE-ORDERED ANYTHING                 *
      *----------------------------------------------------------------*
       SWEEP-PREORDERS.
           IF NOT VALID-STATUS-PREORD
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "PRE-ORDER HOLDS ON TITLES ON ORDER" TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           SET WISHLIST-AT-END TO FALSE
           MOVE ZERO TO WSH-ID

           START WISHLIST KEY >= WSH-ID
                 INVALID KEY
                     SET WISHLIST-AT-END TO TRUE
                 NOT INVALID KEY
                     READ WISHLIST NEXT RECORD
                          AT END SET WISHLIST-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL WISHLIST-AT-END
              IF WSH-IS-ORDERED
                 PERFORM JUDGE-PREORDERED-TITLE
              END-IF

              READ WISHLIST NEXT RECORD
                   AT END SET WISHLIST-AT-END TO TRUE
              END-READ
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING PRE-TITLE-COUNT DELIMITED BY SIZE
                  " TITLE(S) ON ORDER WITH PRE-ORDER HOLDS"
                                  DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .

       JUDGE-PREORDERED-TITLE.
           MOVE WSH-ID TO PRE-WSH-ID
           MOVE ZERO   TO PRE-BORROWER-ID
           PERFORM COUNT-PREORDERS

           IF PRE-WAITING = ZERO
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO PRE-TITLE-COUNT

           MOVE SPACES TO RPT-LINE
           STRING WSH-ID          DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WSH-TITLE       DELIMITED BY SIZE
                  "  HOLDS "      DELIMITED BY SIZE
                  PRE-WAITING     DELIMITED BY SIZE
                  " / ORDER "     DELIMITED BY SIZE
                  PRE-COPIES      DELIMITED BY SIZE
                  " COPIES"       DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE MOVIES
           CLOSE WISHLIST
           CLOSE PARAMS
           CLOSE PREORD
           CLOSE HOLDPRS-RPT
           .
      /
      * MOVIES LAYOUT-VERSION STAMP CHECK                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDVSP.CPY'.
      /
      *----------------------------------------------------------------*
      * PRE-ORDER HOLDS WAITING ON A TITLE ON ORDER                    *
      *----------------------------------------------------------------*
          COPY 'CPVIDPOP.CPY'.
