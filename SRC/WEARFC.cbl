       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          WEARFC.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  COPY WEAR AND REPLACEMENT FORECAST - SCORES THE WEAR ON EVERY *
      *  DISC IN CIRCULATION AND LISTS, TITLE BY TITLE, THE COPIES     *
      *  LIKELY TO NEED REPLACING IN THE NEXT QUARTER, WITH WHAT THE   *
      *  REPLACEMENTS WILL COST, SO THEY CAN BE BOUGHT BEFORE THE      *
      *  SHELF RUNS DRY.                                               *
      *                                                                *
      *  A COPY'S WEAR SCORE IS IN POINTS, WHERE THE LIMIT (100 BY     *
      *  DEFAULT) MEANS WORN OUT:                                      *
      *    - ITS LIFETIME LOANS (CP-CIRC-COUNT) AS A SHARE OF THE      *
      *      LOANS A DISC IS EXPECTED TO LAST (LIFE, 150 BY DEFAULT)   *
      *    - ITS CONDITION GRADE - A 0, B 15, C 35, D 60               *
      *    - 10 FOR EVERY TRIP TO THE RESURFACING VENDOR (REPAIRS)     *
      *    - 15 FOR EVERY RETURN INSPECTION THAT FAILED THE DISC AND 5 *
      *      FOR EVERY ONE THAT FAILED ONLY THE CASE OR INSERT         *
      *  THE QUARTER AHEAD IS FORECAST FROM THE COPY'S OWN LOAN RATE   *
      *  SINCE IT WENT INTO SERVICE; A COPY WHOSE SCORE REACHES THE    *
      *  LIMIT BY THE END OF THE QUARTER IS LISTED - "NOW" IF IT IS    *
      *  THERE ALREADY.  ONLY COPIES ON THE SHELF, OUT ON LOAN OR IN   *
      *  TRANSIT ARE SCORED.  THE SPEND PER COPY IS THE TITLE'S        *
      *  REPLACEMENT VALUE ON THE ACQUISITION ROW, OR THE COPY'S OWN   *
      *  COST WHERE THE TITLE HAS NONE.                                *
      *                                                                *
      *  AN OPTIONAL WEARFC.CTL CAN SET DAYS=N (THE FORECAST WINDOW,   *
      *  91), LIFE=N, LIMIT=N, DATE=YYYYMMDD (THE DAY TO RUN AS) AND   *
      *  WISH=Y, WHICH ALSO PUTS ONE REPLACEMENT ROW PER LISTED TITLE  *
      *  ONTO THE ACQUISITIONS WISHLIST, THE WAY HOLDPRS DOES.  TITLES *
      *  ALREADY ON THE WISHLIST AND STILL PENDING ARE LEFT ALONE.     *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDCPA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDAQA.CPY'.
          COPY 'CPVIDRPA.CPY'.
          COPY 'CPVIDINA.CPY'.
          COPY 'CPVIDWSA.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "WEARFC.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT WEARFC-RPT ASSIGN TO WEARFC-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD COPIES.
          COPY 'CPVIDCPN.CPY'.
      *
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD ACQUIS.
          COPY 'CPVIDAQN.CPY'.
      *
       FD REPAIRS.
          COPY 'CPVIDRPR.CPY'.
      *
       FD INSPECTS.
          COPY 'CPVIDINS.CPY'.
      *
       FD WISHLIST.
          COPY 'CPVIDWSH.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD WEARFC-RPT.
       01 RPT-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 WEARFC-RPT-PATH  PIC X(40) VALUE "WEARFC.LST".
       77 STATUS-COPIES    PIC X(2).
           88 VALID-STATUS-COPIES VALUE IS "00" THRU "09".
       77 STATUS-MOVIES    PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-ACQUIS    PIC X(2).
           88 VALID-STATUS-ACQUIS VALUE IS "00" THRU "09".
       77 STATUS-REPAIRS   PIC X(2).
           88 VALID-STATUS-REPAIRS VALUE IS "00" THRU "09".
       77 STATUS-INSPECT   PIC X(2).
           88 VALID-STATUS-INSPECT VALUE IS "00" THRU "09".
       77 STATUS-WISHLIST  PIC X(2).
           88 VALID-STATUS-WISHLIST VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-CP-EOF        PIC 9 VALUE ZERO.
           88 COPIES-AT-END VALUE 1, FALSE 0.
       77 SW-RPR-EOF       PIC 9 VALUE ZERO.
           88 REPAIRS-AT-END VALUE 1, FALSE 0.
       77 SW-INS-EOF       PIC 9 VALUE ZERO.
           88 INSPECTS-AT-END VALUE 1, FALSE 0.
       77 SW-WSH-EOF       PIC 9 VALUE ZERO.
           88 WISHLIST-AT-END VALUE 1, FALSE 0.
      * A SHOP THAT HAS NEVER COSTED A TITLE, SENT A DISC FOR REPAIR
      * OR FAILED AN INSPECTION HAS NO SUCH FILE - IT SIMPLY ADDS
      * NOTHING TO THE SCORE
       77 SW-AQ-OPEN       PIC 9 VALUE ZERO.
           88 ACQUIS-OPEN   VALUE 1, FALSE 0.
       77 SW-RPR-OPEN      PIC 9 VALUE ZERO.
           88 REPAIRS-OPEN  VALUE 1, FALSE 0.
       77 SW-INS-OPEN      PIC 9 VALUE ZERO.
           88 INSPECTS-OPEN VALUE 1, FALSE 0.
       77 SW-WISH          PIC X VALUE "N".
           88 FEED-WISHLIST VALUE "Y".
       77 SW-ALREADY       PIC 9 VALUE ZERO.
           88 ALREADY-WISHED VALUE 1, FALSE 0.

      * OPTIONAL CONTROL FILE (KEYWORD=VALUE LINES)
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.

       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 FC-DAYS          PIC 9(03) VALUE 91.
       77 FC-LIFE          PIC 9(05) VALUE 150.
       77 FC-LIMIT         PIC 9(03) VALUE 100.
       77 FC-END-DATE      PIC 9(08) VALUE ZERO.

      * THE COPY BEING SCORED
       77 RPR-TRIPS        PIC 9(03) VALUE ZERO.
       77 INS-FAILS        PIC 9(03) VALUE ZERO.
       77 INS-POINTS       PIC 9(05) VALUE ZERO.
       77 COND-POINTS      PIC 9(03) VALUE ZERO.
       77 WEAR-SCORE       PIC 9(05) VALUE ZERO.
       77 PROJ-SCORE       PIC 9(05) VALUE ZERO.
       77 PROJ-LOANS       PIC 9(05) VALUE ZERO.
       77 SVC-DAYS         PIC S9(07) VALUE ZERO.
       77 COPY-COST        PIC 9(05)V99 VALUE ZERO.

      * THE TITLE BEING LISTED - ITS HEADING PRINTS WITH ITS FIRST
      * WORN COPY, ITS TOTAL WHEN THE COPY FILE MOVES ON
       77 CUR-CODIGO       PIC 9(05) VALUE ZERO.
       77 TITLE-WORN       PIC 9(03) VALUE ZERO.
       77 TITLE-SPEND      PIC 9(07)V99 VALUE ZERO.
       77 TITLE-REPL       PIC 9(05)V99 VALUE ZERO.

       77 SCORED-COUNT     PIC 9(05) VALUE ZERO.
       77 WORN-COUNT       PIC 9(05) VALUE ZERO.
       77 NOW-COUNT        PIC 9(05) VALUE ZERO.
       77 TITLE-COUNT      PIC 9(05) VALUE ZERO.
       77 TOTAL-SPEND      PIC 9(07)V99 VALUE ZERO.
       77 WSH-NEXT-ID      PIC 9(5) VALUE ZERO.
       77 FED-COUNT        PIC 9(5) VALUE ZERO.
       77 REQ-TEXT         PIC X(30) VALUE SPACES.
       77 COUNT-TEXT       PIC ZZ9.
       77 SCORE-TEXT       PIC ZZZZ9.
       77 AMOUNT-TEXT      PIC ZZZZ9,99.
       77 TOTAL-TEXT       PIC ZZZZZZ9,99.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           PERFORM READ-CONTROL-FILE

           IF FC-LIFE = ZERO
              MOVE 150 TO FC-LIFE
           END-IF

           IF FC-LIMIT = ZERO
              MOVE 100 TO FC-LIMIT
           END-IF

           COMPUTE FC-END-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (TODAY-DATE) + FC-DAYS)

           PERFORM OPEN-FILES

           MOVE "FILMOTECA.EDUC360 - COPY WEAR AND REPLACEMENT FORECAST"
             TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "AS AT " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  ", FORECAST TO " DELIMITED BY SIZE
                  FC-END-DATE DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE FC-LIFE  TO SCORE-TEXT
           MOVE FC-LIMIT TO COUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "A DISC IS WORN OUT AT " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  " POINTS; IT IS EXPECTED TO LAST " DELIMITED BY SIZE
                  SCORE-TEXT DELIMITED BY SIZE
                  " LOANS" DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "COPY"        TO RPT-LINE (3:4)
           MOVE "BRCH"        TO RPT-LINE (8:4)
           MOVE "CND"         TO RPT-LINE (13:3)
           MOVE "LOANS"       TO RPT-LINE (17:5)
           MOVE "RPR"         TO RPT-LINE (23:3)
           MOVE "INSP"        TO RPT-LINE (27:4)
           MOVE "SCORE"       TO RPT-LINE (32:5)
           MOVE "BY END"      TO RPT-LINE (38:6)
           MOVE "WHEN"        TO RPT-LINE (45:4)
           MOVE "LOCATION"    TO RPT-LINE (50:8)
           MOVE "EST COST"    TO RPT-LINE (63:8)
           WRITE RPT-LINE

           PERFORM SCORE-ALL-COPIES

           IF TITLE-COUNT = ZERO
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE "  (NO COPY IS DUE FOR REPLACEMENT)" TO RPT-LINE
              WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING SCORED-COUNT DELIMITED BY SIZE
                  " COPY(S) SCORED, " DELIMITED BY SIZE
                  WORN-COUNT DELIMITED BY SIZE
                  " TO REPLACE (" DELIMITED BY SIZE
                  NOW-COUNT DELIMITED BY SIZE
                  " NOW) ACROSS " DELIMITED BY SIZE
                  TITLE-COUNT DELIMITED BY SIZE
                  " TITLE(S)" DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TOTAL-SPEND TO TOTAL-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "ESTIMATED REPLACEMENT SPEND " DELIMITED BY SIZE
                  TOTAL-TEXT DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           IF FEED-WISHLIST
              MOVE SPACES TO RPT-LINE
              STRING FED-COUNT DELIMITED BY SIZE
                     " TITLE(S) FED TO THE WISHLIST" DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF

           PERFORM CLOSE-FILES

           DISPLAY WORN-COUNT " COPY(S) DUE FOR REPLACEMENT, "
                   FED-COUNT " WISHLIST ROW(S) - REPORTED TO "
                   WEARFC-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - ANOTHER WINDOW, LIFE OR LIMIT, ANOTHER *
      * RUN DATE, AND WHETHER TO FEED THE WISHLIST                     *
      *----------------------------------------------------------------*
       READ-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE

           IF NOT VALID-STATUS-CTL
              EXIT PARAGRAPH
           END-IF

           SET CTL-AT-END TO FALSE

           READ CONTROL-FILE
                AT END SET CTL-AT-END TO TRUE
           END-READ

           PERFORM UNTIL CTL-AT-END
              MOVE SPACES TO CTL-KEYWORD
              MOVE SPACES TO CTL-VALUE

              UNSTRING REC-CONTROL DELIMITED BY "="
                  INTO CTL-KEYWORD CTL-VALUE
              END-UNSTRING

              EVALUATE CTL-KEYWORD
           WHEN "DAYS        "
                COMPUTE FC-DAYS =
                   FUNCTION NUMVAL (CTL-VALUE)
           WHEN "LIFE        "
                COMPUTE FC-LIFE =
                   FUNCTION NUMVAL (CTL-VALUE)
           WHEN "LIMIT       "
                COMPUTE FC-LIMIT =
                   FUNCTION NUMVAL (CTL-VALUE)
           WHEN "DATE        "
                COMPUTE TODAY-DATE =
                   FUNCTION NUMVAL (CTL-VALUE)
           WHEN "WISH        "
                MOVE CTL-VALUE (1:1) TO SW-WISH
           WHEN OTHER
                CONTINUE
           END-EVALUATE

              READ CONTROL-FILE
                   AT END SET CTL-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE CONTROL-FILE
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE FILES - THE COPIES, THE CATALOG AND THE REPORT MUST   *
      * OPEN; THE WISHLIST ONLY WHEN IT IS BEING FED                   *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  COPIES
           OPEN INPUT  MOVIES

           SET ACQUIS-OPEN TO FALSE
           OPEN INPUT  ACQUIS
           IF VALID-STATUS-ACQUIS
              SET ACQUIS-OPEN TO TRUE
           END-IF

           SET REPAIRS-OPEN TO FALSE
           OPEN INPUT  REPAIRS
           IF VALID-STATUS-REPAIRS
              SET REPAIRS-OPEN TO TRUE
           END-IF

           SET INSPECTS-OPEN TO FALSE
           OPEN INPUT  INSPECTS
           IF VALID-STATUS-INSPECT
              SET INSPECTS-OPEN TO TRUE
           END-IF

           OPEN OUTPUT WEARFC-RPT

           IF NOT VALID-STATUS-COPIES
              DISPLAY "UNABLE TO OPEN COPIES.DAT - STATUS "
                      STATUS-COPIES
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-MOVIES
              DISPLAY "UNABLE TO OPEN MOVIES.DAT - STATUS "
                      STATUS-MOVIES
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " WEARFC-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF

           IF NOT FEED-WISHLIST
              EXIT PARAGRAPH
           END-IF

           OPEN I-O    WISHLIST

           IF STATUS-WISHLIST = "35"
              OPEN OUTPUT WISHLIST
                IF VALID-STATUS-WISHLIST
                   CLOSE WISHLIST
                   OPEN I-O WISHLIST
                END-IF
           END-IF

           IF NOT VALID-STATUS-WISHLIST
              DISPLAY "UNABLE TO OPEN WISHLIST.DAT - STATUS "
                      STATUS-WISHLIST
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * ONE PASS OVER THE COPY FILE - IT IS KEYED BY TITLE, SO EACH    *
      * TITLE'S COPIES COME TOGETHER AND ITS TOTAL PRINTS WHEN THE     *
      * NEXT TITLE STARTS                                              *
      *----------------------------------------------------------------*
       SCORE-ALL-COPIES.
           SET COPIES-AT-END TO FALSE
           MOVE ZERO TO CUR-CODIGO
           MOVE ZERO TO TITLE-WORN
           MOVE LOW-VALUES TO CP-KEY

           START COPIES KEY >= CP-KEY
                 INVALID KEY
                     SET COPIES-AT-END TO TRUE
                 NOT INVALID KEY
                     READ COPIES NEXT RECORD
                          AT END SET COPIES-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM SCORE-ONE-COPY
              UNTIL COPIES-AT-END

           PERFORM FINISH-TITLE
           .

       SCORE-ONE-COPY.
           IF CP-IS-IN OR CP-IS-OUT OR CP-IS-TRANSIT
              ADD 1 TO SCORED-COUNT
              PERFORM RATE-COPY-WEAR

              IF PROJ-SCORE NOT < FC-LIMIT
                 IF CP-CODIGO NOT = CUR-CODIGO
                    PERFORM FINISH-TITLE
                    PERFORM START-TITLE
                 END-IF
                 PERFORM PRINT-WORN-COPY
              END-IF
           END-IF

           READ COPIES NEXT RECORD
                AT END SET COPIES-AT-END TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * THE WEAR SCORE OF THE COPY IN THE RECORD AREA NOW, AND WHERE   *
      * ITS OWN LOAN RATE WILL HAVE TAKEN IT BY THE END OF THE WINDOW  *
      *----------------------------------------------------------------*
       RATE-COPY-WEAR.
           EVALUATE CP-CONDITION
              WHEN "B"
                   MOVE 15 TO COND-POINTS
              WHEN "C"
                   MOVE 35 TO COND-POINTS
              WHEN "D"
                   MOVE 60 TO COND-POINTS
              WHEN OTHER
                   MOVE ZERO TO COND-POINTS
           END-EVALUATE

           PERFORM COUNT-REPAIR-TRIPS
           PERFORM COUNT-FAILED-INSPECTIONS

           COMPUTE WEAR-SCORE ROUNDED =
                   CP-CIRC-COUNT * 100 / FC-LIFE
                 + COND-POINTS
                 + RPR-TRIPS * 10
                 + INS-POINTS
              ON SIZE ERROR
                 MOVE 99999 TO WEAR-SCORE
           END-COMPUTE

      *> A COPY WITH NO IN-SERVICE DATE HAS NO RATE TO GO ON - ONLY
      *> ITS SCORE TODAY COUNTS
           MOVE ZERO TO PROJ-LOANS

           IF CP-INSVC-DT > ZERO
              AND CP-INSVC-DT NOT > TODAY-DATE
              COMPUTE SVC-DAYS =
                 FUNCTION INTEGER-OF-DATE (TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE (CP-INSVC-DT)
              IF SVC-DAYS < 1
                 MOVE 1 TO SVC-DAYS
              END-IF
              COMPUTE PROJ-LOANS ROUNDED =
                 CP-CIRC-COUNT * FC-DAYS / SVC-DAYS
                 ON SIZE ERROR
                    MOVE 99999 TO PROJ-LOANS
              END-COMPUTE
           END-IF

           COMPUTE PROJ-SCORE ROUNDED =
                   WEAR-SCORE + PROJ-LOANS * 100 / FC-LIFE
              ON SIZE ERROR
                 MOVE 99999 TO PROJ-SCORE
           END-COMPUTE
           .
      /
      *----------------------------------------------------------------*
      * EVERY TRIP THE COPY HAS MADE TO THE RESURFACING VENDOR         *
      *----------------------------------------------------------------*
       COUNT-REPAIR-TRIPS.
           MOVE ZERO TO RPR-TRIPS

           IF NOT REPAIRS-OPEN
              EXIT PARAGRAPH
           END-IF

           SET REPAIRS-AT-END TO FALSE
           MOVE CP-CODIGO  TO RPR-CODIGO
           MOVE CP-COPY-NO TO RPR-COPY-NO
           MOVE ZERO       TO RPR-SEQ

           START REPAIRS KEY >= RPR-KEY
                 INVALID KEY
                     SET REPAIRS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ REPAIRS NEXT RECORD
                          AT END SET REPAIRS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL REPAIRS-AT-END
              IF RPR-CODIGO NOT = CP-CODIGO
                 OR RPR-COPY-NO NOT = CP-COPY-NO
                 SET REPAIRS-AT-END TO TRUE
              ELSE
                 ADD 1 TO RPR-TRIPS
                 READ REPAIRS NEXT RECORD
                      AT END SET REPAIRS-AT-END TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * EVERY RETURN INSPECTION OF THE COPY THAT FOUND SOMETHING WRONG *
      * - THE ROWS ARE KEYED BY THE LOAN, SO ALL THE TITLE'S ROWS ARE  *
      * READ AND THOSE FOR THIS COPY KEPT                              *
      *----------------------------------------------------------------*
       COUNT-FAILED-INSPECTIONS.
           MOVE ZERO TO INS-FAILS
           MOVE ZERO TO INS-POINTS

           IF NOT INSPECTS-OPEN
              EXIT PARAGRAPH
           END-IF

           SET INSPECTS-AT-END TO FALSE
           MOVE CP-CODIGO TO INS-CODIGO
           MOVE ZERO      TO INS-SEQ

           START INSPECTS KEY >= INS-KEY
                 INVALID KEY
                     SET INSPECTS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ INSPECTS NEXT RECORD
                          AT END SET INSPECTS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL INSPECTS-AT-END
              IF INS-CODIGO NOT = CP-CODIGO
                 SET INSPECTS-AT-END TO TRUE
              ELSE
                 IF INS-COPY-NO = CP-COPY-NO
                    IF INS-DISC-OK = "N"
                       ADD 1  TO INS-FAILS
                       ADD 15 TO INS-POINTS
                    ELSE
                       IF INS-CASE-OK = "N"
                          OR INS-INSERT-OK = "N"
                          ADD 1 TO INS-FAILS
                          ADD 5 TO INS-POINTS
                       END-IF
                    END-IF
                 END-IF
                 READ INSPECTS NEXT RECORD
                      AT END SET INSPECTS-AT-END TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * THE FIRST WORN COPY OF A TITLE - ITS HEADING, AND THE PRICE OF *
      * A REPLACEMENT OFF ITS ACQUISITION ROW                          *
      *----------------------------------------------------------------*
       START-TITLE.
           MOVE CP-CODIGO TO CUR-CODIGO
           MOVE ZERO      TO TITLE-WORN
           MOVE ZERO      TO TITLE-SPEND
           MOVE ZERO      TO TITLE-REPL
           ADD 1 TO TITLE-COUNT

           MOVE CP-CODIGO TO CODIGO
           READ MOVIES
                INVALID
                    MOVE "?? TITLE NOT FOUND ??" TO TITULO
                    MOVE SPACES                  TO DISTRIB
                    MOVE ZERO                    TO GENERO
           END-READ

           IF ACQUIS-OPEN
              MOVE CP-CODIGO TO ACQ-CODIGO
              READ ACQUIS
                   INVALID
                       CONTINUE
                   NOT INVALID
                       MOVE ACQ-REPL-VALUE TO TITLE-REPL
              END-READ
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE CP-CODIGO TO RPT-LINE (1:5)
           MOVE TITULO    TO RPT-LINE (8:30)
           IF TITLE-REPL > ZERO
              MOVE TITLE-REPL TO AMOUNT-TEXT
              MOVE "REPLACEMENT" TO RPT-LINE (42:11)
              MOVE AMOUNT-TEXT   TO RPT-LINE (63:8)
           ELSE
              MOVE "NO REPLACEMENT VALUE ON FILE" TO RPT-LINE (42:28)
           END-IF
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE LINE PER COPY TO REPLACE                                   *
      *----------------------------------------------------------------*
       PRINT-WORN-COPY.
           ADD 1 TO WORN-COUNT
           ADD 1 TO TITLE-WORN

           IF TITLE-REPL > ZERO
              MOVE TITLE-REPL  TO COPY-COST
           ELSE
              MOVE CP-DEP-COST TO COPY-COST
           END-IF
           ADD COPY-COST TO TITLE-SPEND

           MOVE SPACES TO RPT-LINE
           MOVE CP-COPY-NO    TO RPT-LINE (3:3)
           MOVE CP-BRANCH     TO RPT-LINE (8:4)
           MOVE CP-CONDITION  TO RPT-LINE (14:1)
           MOVE CP-CIRC-COUNT TO RPT-LINE (17:5)
           MOVE RPR-TRIPS     TO RPT-LINE (23:3)
           MOVE INS-FAILS     TO RPT-LINE (28:3)
           MOVE WEAR-SCORE    TO SCORE-TEXT
           MOVE SCORE-TEXT    TO RPT-LINE (32:5)
           MOVE PROJ-SCORE    TO SCORE-TEXT
           MOVE SCORE-TEXT    TO RPT-LINE (39:5)

           IF WEAR-SCORE NOT < FC-LIMIT
              ADD 1 TO NOW-COUNT
              MOVE "NOW" TO RPT-LINE (45:3)
           ELSE
              MOVE "QTR" TO RPT-LINE (45:3)
           END-IF

           MOVE CP-LOCATION   TO RPT-LINE (50:10)
           MOVE COPY-COST     TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT   TO RPT-LINE (63:8)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * THE TITLE'S TOTAL, AND ITS WISHLIST ROW WHEN ONE IS WANTED     *
      *----------------------------------------------------------------*
       FINISH-TITLE.
           IF TITLE-WORN = ZERO
              EXIT PARAGRAPH
           END-IF

           ADD TITLE-SPEND TO TOTAL-SPEND

           MOVE TITLE-WORN  TO COUNT-TEXT
           MOVE TITLE-SPEND TO TOTAL-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "  " DELIMITED BY SIZE
                  COUNT-TEXT DELIMITED BY SIZE
                  " COPY(S) TO REPLACE" DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           MOVE TOTAL-TEXT TO RPT-LINE (61:10)
           WRITE RPT-LINE

           IF FEED-WISHLIST
              PERFORM CHECK-ALREADY-WISHED
              IF NOT ALREADY-WISHED
                 PERFORM FEED-WISHLIST-ROW
              END-IF
           END-IF

           MOVE ZERO TO TITLE-WORN
           .
      /
      *----------------------------------------------------------------*
      * IS THE TITLE ALREADY PENDING ON THE WISHLIST?                  *
      *----------------------------------------------------------------*
       CHECK-ALREADY-WISHED.
           SET ALREADY-WISHED TO FALSE
           SET WISHLIST-AT-END TO FALSE

           MOVE ZERO TO WSH-ID
           MOVE ZERO TO WSH-NEXT-ID

           START WISHLIST KEY >= WSH-ID
                 INVALID KEY
                     SET WISHLIST-AT-END TO TRUE
                 NOT INVALID KEY
                     READ WISHLIST NEXT RECORD
                          AT END SET WISHLIST-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL WISHLIST-AT-END
              COMPUTE WSH-NEXT-ID = WSH-ID + 1

              IF WSH-TITLE = TITULO
                 AND (WSH-IS-WANTED OR WSH-IS-ORDERED)
                 SET ALREADY-WISHED TO TRUE
              END-IF

              READ WISHLIST NEXT RECORD
                   AT END SET WISHLIST-AT-END TO TRUE
              END-READ
           END-PERFORM

           IF WSH-NEXT-ID = ZERO
              MOVE 1 TO WSH-NEXT-ID
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE REPLACEMENT ROW - HOW MANY COPIES ARE WEARING OUT WHERE    *
      * THE BUYER WILL READ IT, AND THE SPEND AS THE ESTIMATED PRICE   *
      *----------------------------------------------------------------*
       FEED-WISHLIST-ROW.
           MOVE TITLE-WORN TO COUNT-TEXT
           MOVE SPACES TO REQ-TEXT
           STRING "WEAR - REPLACE " DELIMITED BY SIZE
                  COUNT-TEXT        DELIMITED BY SIZE
                  " COPY(S)"        DELIMITED BY SIZE
             INTO REQ-TEXT
           END-STRING

           MOVE WSH-NEXT-ID TO WSH-ID
           MOVE TITULO      TO WSH-TITLE
           MOVE REQ-TEXT    TO WSH-REQUESTER
           MOVE TODAY-DATE  TO WSH-DATE
           MOVE 2           TO WSH-PRIORITY
           MOVE DISTRIB     TO WSH-DISTRIB
           MOVE "W"         TO WSH-STATUS
           MOVE GENERO      TO WSH-GENRE
           MOVE ZERO        TO WSH-FISCAL-YR
           MOVE ZERO        TO WSH-CODIGO
           MOVE ZERO        TO WSH-SERIES-CODE
           MOVE ZERO        TO WSH-EPISODE-NO

           IF TITLE-SPEND > 99999,99
              MOVE 99999,99    TO WSH-EST-PRICE
           ELSE
              MOVE TITLE-SPEND TO WSH-EST-PRICE
           END-IF

           WRITE WSH-REC
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     ADD 1 TO FED-COUNT
           END-WRITE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE COPIES
           CLOSE MOVIES

           IF ACQUIS-OPEN
              CLOSE ACQUIS
           END-IF

           IF REPAIRS-OPEN
              CLOSE REPAIRS
           END-IF

           IF INSPECTS-OPEN
              CLOSE INSPECTS
           END-IF

           IF FEED-WISHLIST
              CLOSE WISHLIST
           END-IF

           CLOSE WEARFC-RPT
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
