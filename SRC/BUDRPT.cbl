       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          BUDRPT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  ACQUISITIONS BUDGET REPORT - FOR ONE FISCAL YEAR, EVERY       *
      *  GENRE'S ALLOCATION (BUDGET SCREEN) AGAINST WHAT IS COMMITTED  *
      *  (WISHLIST ROWS ORDERED OR RECEIVED, OR CONVERTED WITH NO      *
      *  ACQUISITION COST CAPTURED YET) AND WHAT IS SPENT (ACQUISITION *
      *  COSTS DATED IN THE YEAR), AND WHAT REMAINS.  A GENRE OVER ITS *
      *  ALLOCATION IS FLAGGED.                                        *
      *                                                                *
      *  THE YEAR DEFAULTS TO THE CURRENT FISCAL YEAR (THE START       *
      *  MONTH IS ON THE SETTINGS SCREEN).  AN OPTIONAL BUDRPT.CTL     *
      *  TAKES FY=YYYY.                                                *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDBGA.CPY'.
          COPY 'CPVIDWSA.CPY'.
          COPY 'CPVIDAQA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDGES.CPY'.
          COPY 'CPVIDPRA.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "BUDRPT.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT BUDRPT-RPT ASSIGN TO BUDRPT-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD BUDGET.
          COPY 'CPVIDBGT.CPY'.
      *
       FD WISHLIST.
          COPY 'CPVIDWSH.CPY'.
      *
       FD ACQUIS.
          COPY 'CPVIDAQN.CPY'.
      *
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD GENRES.
          COPY 'CPVIDGEN.CPY'.
      *
       FD PARAMS.
          COPY 'CPVIDPRM.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD BUDRPT-RPT.
       01 RPT-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDVSV.CPY'.
          COPY 'CPVIDFYV.CPY'.
       77 BUDRPT-RPT-PATH  PIC X(40) VALUE "BUDRPT.LST".
       77 STATUS-BUDGET    PIC X(2).
           88 VALID-STATUS-BUDGET VALUE IS "00" THRU "09".
       77 STATUS-WISHLIST  PIC X(2).
           88 VALID-STATUS-WISHLIST VALUE IS "00" THRU "09".
       77 STATUS-ACQUIS    PIC X(2).
           88 VALID-STATUS-ACQUIS VALUE IS "00" THRU "09".
       77 STATUS-MOVIES    PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-GENRES    PIC X(2).
           88 VALID-STATUS-GENRES VALUE IS "00" THRU "09".
       77 STATUS-PARAMS    PIC X(2).
           88 VALID-STATUS-PARAMS VALUE IS "00" THRU "09".
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 SW-BDG-EOF       PIC 9 VALUE ZERO.
           88 BUDGET-AT-END VALUE 1, FALSE 0.
       77 SW-WSH-EOF       PIC 9 VALUE ZERO.
           88 WISHLIST-AT-END VALUE 1, FALSE 0.
       77 SW-ACQ-EOF       PIC 9 VALUE ZERO.
           88 ACQUIS-AT-END VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.
       77 REPORT-FY        PIC 9(04) VALUE ZERO.
       77 SCAN-CODIGO-GEN  PIC 9(3) VALUE ZERO.
       77 BR-SUB           PIC 9(4) VALUE ZERO.
       77 GENRE-TEXT       PIC X(08) VALUE SPACES.
       77 ROW-REMAINING    PIC S9(8)V99 VALUE ZERO.
       77 TOT-ALLOC        PIC 9(8)V99 VALUE ZERO.
       77 TOT-COMMITTED    PIC 9(8)V99 VALUE ZERO.
       77 TOT-SPENT        PIC 9(8)V99 VALUE ZERO.
       77 TOT-REMAINING    PIC S9(8)V99 VALUE ZERO.
       77 OVER-COUNT       PIC 9(3) VALUE ZERO.
       77 ALLOC-TEXT       PIC ZZZZZZ9,99.
       77 COMMIT-TEXT      PIC ZZZZZZ9,99.
       77 SPENT-TEXT       PIC ZZZZZZ9,99.
       77 REMAIN-TEXT      PIC -ZZZZZZ9,99.

      * ALLOCATION, COMMITTED AND SPENT PER GENRE CODE
      * (SUBSCRIPT = CODE+1), THE SAME WAY GENDMD KEEPS ITS COUNTS
       01 BUDGET-TABLE.
           05 BR-ROW OCCURS 1000 TIMES INDEXED BY BR-IDX.
               10 BR-ALLOC      PIC 9(7)V99 VALUE ZERO.
               10 BR-COMMITTED  PIC 9(7)V99 VALUE ZERO.
               10 BR-SPENT      PIC 9(7)V99 VALUE ZERO.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM OPEN-FILES

           PERFORM READ-CONTROL-FILE

           PERFORM LOAD-ALLOCATIONS
           PERFORM SUM-COMMITTED
           PERFORM SUM-SPENT

           PERFORM PRINT-BUDGET-REPORT

           PERFORM CLOSE-FILES

           DISPLAY "BUDGET REPORT FOR FISCAL " REPORT-FY
                   " WRITTEN TO " BUDRPT-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * THE FISCAL YEAR - TODAY'S UNLESS BUDRPT.CTL SAYS OTHERWISE     *
      *----------------------------------------------------------------*
       READ-CONTROL-FILE.
           ACCEPT FY-DATE FROM DATE YYYYMMDD
           PERFORM FISCAL-YEAR-OF-DATE
           MOVE FY-YEAR TO REPORT-FY

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
           WHEN "FY          "
                COMPUTE REPORT-FY =
                   FUNCTION NUMVAL (CTL-VALUE)
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
      * OPEN ALL FILES AND FETCH THE FISCAL-YEAR START MONTH           *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  BUDGET
           OPEN INPUT  WISHLIST
           OPEN INPUT  ACQUIS
           OPEN INPUT  MOVIES
           OPEN INPUT  GENRES
           OPEN INPUT  PARAMS
           OPEN OUTPUT BUDRPT-RPT

           IF NOT VALID-STATUS-BUDGET
              DISPLAY "UNABLE TO OPEN BUDGET.DAT - STATUS "
                      STATUS-BUDGET
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-WISHLIST
              DISPLAY "UNABLE TO OPEN WISHLIST.DAT - STATUS "
                      STATUS-WISHLIST
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-MOVIES
              DISPLAY "UNABLE TO OPEN MOVIES.DAT - STATUS "
                      STATUS-MOVIES
              STOP RUN
           END-IF

           PERFORM VERIFY-MOVIES-LAYOUT

           IF VSN-UNSTAMPED OR VSN-MISMATCH
              DISPLAY "MOVIES.DAT DOES NOT MATCH THIS PROGRAM'S "
                      "LAYOUT - RUN MIGMOV FIRST"
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " BUDRPT-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF

           MOVE 1 TO FY-START-MM
           IF VALID-STATUS-PARAMS
              MOVE 1 TO PRM-ID
              READ PARAMS
                   INVALID CONTINUE
                   NOT INVALID
                       MOVE PRM-FY-START TO FY-START-MM
              END-READ
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * ALLOCATIONS - THE BUDGET ROWS OF THE YEAR                      *
      *----------------------------------------------------------------*
       LOAD-ALLOCATIONS.
           SET BUDGET-AT-END TO FALSE
           MOVE REPORT-FY TO BDG-FISCAL-YR
           MOVE ZERO      TO BDG-GENRE

           START BUDGET KEY >= BDG-KEY
                 INVALID KEY
                     SET BUDGET-AT-END TO TRUE
                 NOT INVALID KEY
                     READ BUDGET NEXT RECORD
                          AT END SET BUDGET-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL BUDGET-AT-END
                      OR BDG-FISCAL-YR NOT = REPORT-FY
              SET BR-IDX TO BDG-GENRE
              SET BR-IDX UP BY 1
              MOVE BDG-ALLOCATION TO BR-ALLOC (BR-IDX)

              READ BUDGET NEXT RECORD
                   AT END SET BUDGET-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * COMMITTED - WISHLIST ROWS STAMPED WITH THE YEAR THAT ARE       *
      * ORDERED OR RECEIVED, OR CONVERTED BUT NOT YET COSTED           *
      *----------------------------------------------------------------*
       SUM-COMMITTED.
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
              IF WSH-FISCAL-YR = REPORT-FY
                 SET BR-IDX TO WSH-GENRE
                 SET BR-IDX UP BY 1

                 EVALUATE TRUE
                    WHEN WSH-IS-ORDERED
                    WHEN WSH-IS-RECEIVED
                         ADD WSH-EST-PRICE TO BR-COMMITTED (BR-IDX)
                    WHEN WSH-IS-CONVERTED
                         IF WSH-CODIGO NOT = ZERO
                            MOVE WSH-CODIGO TO ACQ-CODIGO
                            READ ACQUIS
                                 INVALID
                                     ADD WSH-EST-PRICE
                                      TO BR-COMMITTED (BR-IDX)
                            END-READ
                         END-IF
                 END-EVALUATE
              END-IF

              READ WISHLIST NEXT RECORD
                   AT END SET WISHLIST-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * SPENT - ACQUISITION COSTS DATED IN THE YEAR, AGAINST THE       *
      * TITLE'S PRIMARY GENRE                                          *
      *----------------------------------------------------------------*
       SUM-SPENT.
           IF NOT VALID-STATUS-ACQUIS
              EXIT PARAGRAPH
           END-IF

           SET ACQUIS-AT-END TO FALSE
           MOVE ZERO TO ACQ-CODIGO

           START ACQUIS KEY >= ACQ-CODIGO
                 INVALID KEY
                     SET ACQUIS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ ACQUIS NEXT RECORD
                          AT END SET ACQUIS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL ACQUIS-AT-END
              MOVE ACQ-DATE TO FY-DATE
              PERFORM FISCAL-YEAR-OF-DATE

              IF FY-YEAR = REPORT-FY
                 MOVE ACQ-CODIGO TO CODIGO
                 READ MOVIES
                      INVALID
                          CONTINUE
                      NOT INVALID
                          IF GENERO IS NUMERIC
                             MOVE GENERO TO SCAN-CODIGO-GEN
                             SET BR-IDX TO SCAN-CODIGO-GEN
                             SET BR-IDX UP BY 1
                             ADD ACQ-COST TO BR-SPENT (BR-IDX)
                          END-IF
                 END-READ
              END-IF

              READ ACQUIS NEXT RECORD
                   AT END SET ACQUIS-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * ONE LINE PER GENRE WITH ANY MONEY AGAINST IT, THEN THE TOTALS  *
      *----------------------------------------------------------------*
       PRINT-BUDGET-REPORT.
           MOVE SPACES TO RPT-LINE
           STRING "FILMOTECA.EDUC360 - ACQUISITIONS BUDGET, FISCAL "
                                     DELIMITED BY SIZE
                  REPORT-FY          DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "GEN DESC     ALLOCATION  COMMITTED      SPENT"
                                     DELIMITED BY SIZE
                  "   REMAINING"     DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           PERFORM VARYING BR-SUB FROM 1 BY 1
                     UNTIL BR-SUB > 1000
              SET BR-IDX TO BR-SUB

              IF BR-ALLOC (BR-IDX) > ZERO
                 OR BR-COMMITTED (BR-IDX) > ZERO
                 OR BR-SPENT (BR-IDX) > ZERO
                 PERFORM PRINT-GENRE-LINE
              END-IF
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           COMPUTE TOT-REMAINING = TOT-ALLOC - TOT-COMMITTED
                                 - TOT-SPENT
           MOVE TOT-ALLOC     TO ALLOC-TEXT
           MOVE TOT-COMMITTED TO COMMIT-TEXT
           MOVE TOT-SPENT     TO SPENT-TEXT
           MOVE TOT-REMAINING TO REMAIN-TEXT

           MOVE SPACES TO RPT-LINE
           STRING "    TOTAL    "    DELIMITED BY SIZE
                  ALLOC-TEXT         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  COMMIT-TEXT        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  SPENT-TEXT         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  REMAIN-TEXT        DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING OVER-COUNT         DELIMITED BY SIZE
                  " GENRE(S) OVER THEIR ALLOCATION"
                                     DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .

       PRINT-GENRE-LINE.
           COMPUTE SCAN-CODIGO-GEN = BR-SUB - 1

           MOVE "?"             TO GENRE-TEXT
           MOVE SCAN-CODIGO-GEN TO CODIGO-GEN
           READ GENRES
                INVALID     CONTINUE
                NOT INVALID MOVE DESC-GEN TO GENRE-TEXT
           END-READ

           COMPUTE ROW-REMAINING = BR-ALLOC (BR-IDX)
                                 - BR-COMMITTED (BR-IDX)
                                 - BR-SPENT (BR-IDX)

           ADD BR-ALLOC (BR-IDX)     TO TOT-ALLOC
           ADD BR-COMMITTED (BR-IDX) TO TOT-COMMITTED
           ADD BR-SPENT (BR-IDX)     TO TOT-SPENT

           MOVE BR-ALLOC (BR-IDX)     TO ALLOC-TEXT
           MOVE BR-COMMITTED (BR-IDX) TO COMMIT-TEXT
           MOVE BR-SPENT (BR-IDX)     TO SPENT-TEXT
           MOVE ROW-REMAINING         TO REMAIN-TEXT

           MOVE SPACES TO RPT-LINE
           STRING SCAN-CODIGO-GEN    DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  GENRE-TEXT         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  ALLOC-TEXT         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  COMMIT-TEXT        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  SPENT-TEXT         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  REMAIN-TEXT        DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING

           IF ROW-REMAINING < ZERO
              MOVE "OVER" TO RPT-LINE (74:4)
              ADD 1 TO OVER-COUNT
           END-IF

           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE BUDGET
           CLOSE WISHLIST
           CLOSE ACQUIS
           CLOSE MOVIES
           CLOSE GENRES
           CLOSE PARAMS
           CLOSE BUDRPT-RPT
           .
      /
      *----------------------------------------------------------------*
      * THE FISCAL YEAR A DATE FALLS IN                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDFYP.CPY'.
      /
      *----------------------------------------------------------------*
      * MOVIES LAYOUT-VERSION STAMP CHECK                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDVSP.CPY'.
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
