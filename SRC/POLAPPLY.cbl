       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          POLAPPLY.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  POLICY AND FEE SCHEDULE APPLY - BRINGS THE LIVE PARAMS,       *
      *  CATPOL AND PRICES ROWS UP TO THE SCHEDULE ROWS IN FORCE ON    *
      *  THE SHOP'S BUSINESS DATE (THE WORKSTATION CLOCK WHEN THERE    *
      *  IS NO BUSDATE RECORD).  A CHANGE KEYED AHEAD ON THE SETTINGS  *
      *  OR CATEGORY POLICY SCREEN THEREFORE REACHES EVERY PROGRAM ON  *
      *  THE MORNING IT TAKES EFFECT.  ONLY THE SCHEDULED FIELDS OF    *
      *  THE SETTINGS RECORD ARE TOUCHED.  RUN IT EACH NIGHT AFTER     *
      *  DAYCLOSE HAS ROLLED THE BUSINESS DATE FORWARD.  POLAPPLY.LST  *
      *  LISTS EVERY ROW APPLIED AND COUNTS THE CHANGES STILL TO COME. *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDPSA.CPY'.
          COPY 'CPVIDPRA.CPY'.
          COPY 'CPVIDCTA.CPY'.
          COPY 'CPVIDPCA.CPY'.
          COPY 'CPVIDBDA.CPY'.
          SELECT POLAPPLY-RPT ASSIGN TO POLAPPLY-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD POLSCHED.
          COPY 'CPVIDPSC.CPY'.
      *
       FD PARAMS.
          COPY 'CPVIDPRM.CPY'.
      *
       FD CATPOL.
          COPY 'CPVIDCAT.CPY'.
      *
       FD PRICES.
          COPY 'CPVIDPRC.CPY'.
      *
       FD BUSDATE.
          COPY 'CPVIDBDT.CPY'.
      *
       FD POLAPPLY-RPT.
       01 RPT-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 POLAPPLY-RPT-PATH PIC X(40) VALUE "POLAPPLY.LST".
       77 STATUS-POLSCHED  PIC X(2).
           88 VALID-STATUS-POLSCHED VALUE IS "00" THRU "09".
       77 STATUS-PARAMS    PIC X(2).
           88 VALID-STATUS-PARAMS VALUE IS "00" THRU "09".
       77 STATUS-CATPOL    PIC X(2).
           88 VALID-STATUS-CATPOL VALUE IS "00" THRU "09".
       77 STATUS-PRICES    PIC X(2).
           88 VALID-STATUS-PRICES VALUE IS "00" THRU "09".
       77 STATUS-BUSDATE   PIC X(2).
           88 VALID-STATUS-BUSDATE VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-EOF           PIC 9 VALUE ZERO.
           88 FILE-AT-END   VALUE 1, FALSE 0.
       77 SW-CHANGED       PIC 9 VALUE ZERO.
           88 ROW-CHANGED   VALUE 1, FALSE 0.

       77 AS-OF-DATE       PIC 9(08) VALUE ZERO.
       77 APPLIED-COUNT    PIC 9(5) VALUE ZERO.
       77 CURRENT-COUNT    PIC 9(5) VALUE ZERO.
       77 PENDING-COUNT    PIC 9(5) VALUE ZERO.
       77 SETTING-TEXT     PIC X(20) VALUE SPACES.
       77 FROM-TEXT        PIC X(16) VALUE SPACES.

      * THE FIRST PASS KEEPS, FOR EACH SETTING, THE LATEST ROW NOT
      * DATED AFTER THE BUSINESS DATE; THE SECOND APPLIES THEM
       01 APL-TABLE.
           05 APL-ROW OCCURS 200 TIMES
                        INDEXED BY APL-IDX.
               10 APL-REC        PIC X(91).
       77 APL-CNT          PIC 9(3) VALUE ZERO.
       77 APL-SUB          PIC 9(3) VALUE ZERO.
       77 APL-OVERFLOW     PIC 9(5) VALUE ZERO.
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM LOAD-CAPTIONS

           PERFORM OPEN-FILES

           IF NOT VALID-STATUS-POLSCHED
              MOVE "NO CHANGE HAS EVER BEEN SCHEDULED - NOTHING DONE"
                TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              PERFORM COLLECT-ROWS-IN-FORCE

              PERFORM VARYING APL-SUB FROM 1 BY 1
                        UNTIL APL-SUB > APL-CNT
                 PERFORM APPLY-ONE-ROW
              END-PERFORM
           END-IF

           PERFORM PRINT-RUN-SUMMARY

           PERFORM CLOSE-FILES

           DISPLAY APPLIED-COUNT " SETTING(S) APPLIED, "
                   PENDING-COUNT " CHANGE(S) STILL TO COME - SEE "
                   POLAPPLY-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES AND SETTLE THE DAY THE RULES ARE WANTED FOR     *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  POLSCHED
           OPEN I-O    PARAMS
           OPEN OUTPUT POLAPPLY-RPT

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " POLAPPLY-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF

           OPEN I-O CATPOL
           IF STATUS-CATPOL = "35"
              OPEN OUTPUT CATPOL
                IF VALID-STATUS-CATPOL
                   CLOSE CATPOL
                   OPEN I-O CATPOL
                END-IF
           END-IF

           IF NOT VALID-STATUS-CATPOL
              DISPLAY "UNABLE TO OPEN CATPOL.DAT - STATUS "
                      STATUS-CATPOL
              STOP RUN
           END-IF

           OPEN I-O PRICES
           IF STATUS-PRICES = "35"
              OPEN OUTPUT PRICES
                IF VALID-STATUS-PRICES
                   CLOSE PRICES
                   OPEN I-O PRICES
                END-IF
           END-IF

           IF NOT VALID-STATUS-PRICES
              DISPLAY "UNABLE TO OPEN PRICES.DAT - STATUS "
                      STATUS-PRICES
              STOP RUN
           END-IF

      *> THE BUSINESS DATE DAYCLOSE HAS JUST ROLLED FORWARD IS THE
      *> DAY THE SHOP TRADES UNDER NEXT
           ACCEPT AS-OF-DATE FROM DATE YYYYMMDD
           OPEN INPUT BUSDATE
           IF VALID-STATUS-BUSDATE
              MOVE 1 TO BDT-ID
              READ BUSDATE
                   INVALID
                       CONTINUE
                   NOT INVALID
                       IF BDT-BUSINESS-DATE > ZERO
                          MOVE BDT-BUSINESS-DATE TO AS-OF-DATE
                       END-IF
              END-READ
              CLOSE BUSDATE
           END-IF

           MOVE "FILMOTECA.EDUC360 - POLICY AND FEE SCHEDULE APPLY"
             TO RPT-LINE
           WRITE RPT-LINE

           MOVE AS-OF-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "RULES IN FORCE ON " DELIMITED BY SIZE
                  WK-DATE-TEXT         DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * FIRST PASS - THE SCHEDULE IS IN SETTING THEN DATE ORDER, SO    *
      * EACH SETTING'S LAST ROW NOT AFTER THE BUSINESS DATE IS THE     *
      * ONE IN FORCE; LATER ROWS ARE ONLY COUNTED AS STILL TO COME     *
      *----------------------------------------------------------------*
       COLLECT-ROWS-IN-FORCE.
           MOVE ZERO TO APL-CNT
           SET FILE-AT-END TO FALSE

           MOVE LOW-VALUES TO PSC-KEY

           START POLSCHED KEY >= PSC-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ POLSCHED NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              EVALUATE TRUE
                 WHEN PSC-EFF-DT > AS-OF-DATE
                      ADD 1 TO PENDING-COUNT
                 WHEN APL-CNT > ZERO
                      AND PSC-REC (1:8) = APL-REC (APL-CNT) (1:8)
                      MOVE PSC-REC TO APL-REC (APL-CNT)
                 WHEN APL-CNT < 200
                      ADD 1 TO APL-CNT
                      MOVE PSC-REC TO APL-REC (APL-CNT)
                 WHEN OTHER
                      ADD 1 TO APL-OVERFLOW
              END-EVALUATE

              READ POLSCHED NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * SECOND PASS - ONE SETTING ONTO ITS LIVE ROW, WHEN IT DIFFERS   *
      *----------------------------------------------------------------*
       APPLY-ONE-ROW.
           MOVE APL-REC (APL-SUB) TO PSC-REC
           SET ROW-CHANGED TO FALSE

           EVALUATE TRUE
              WHEN PSC-IS-HOUSE
                   PERFORM APPLY-HOUSE-ROW
              WHEN PSC-IS-CATEGORY
                   PERFORM APPLY-CATEGORY-ROW
              WHEN PSC-IS-PRICE
                   PERFORM APPLY-PRICE-ROW
              WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           IF NOT ROW-CHANGED
              ADD 1 TO CURRENT-COUNT
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO APPLIED-COUNT

           IF PSC-EFF-DT = ZERO
              MOVE "ORIGINAL SETTING" TO FROM-TEXT
           ELSE
              MOVE PSC-EFF-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              MOVE WK-DATE-TEXT TO FROM-TEXT
           END-IF

           MOVE SPACES TO RPT-LINE
           STRING "APPLIED: "    DELIMITED BY SIZE
                  SETTING-TEXT   DELIMITED BY SIZE
                  " IN FORCE FROM " DELIMITED BY SIZE
                  FROM-TEXT      DELIMITED BY SIZE
                  " BY "         DELIMITED BY SIZE
                  PSC-OPERATOR   DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .

       APPLY-HOUSE-ROW.
           MOVE "HOUSE LOAN POLICY" TO SETTING-TEXT

           IF NOT VALID-STATUS-PARAMS
              EXIT PARAGRAPH
           END-IF

           MOVE 1 TO PRM-ID
           READ PARAMS
                INVALID
                    EXIT PARAGRAPH
           END-READ

           IF PRM-LOAN-DAYS    = PSC-LOAN-DAYS
              AND PRM-MAX-LOANS    = PSC-MAX-LOANS
              AND PRM-FINE-RATE    = PSC-FINE-RATE
              AND PRM-GRACE-DAYS   = PSC-GRACE-DAYS
              AND PRM-MAX-RENEWALS = PSC-MAX-RENEWALS
              AND PRM-HOLD-DAYS    = PSC-HOLD-DAYS
              AND PRM-LATE-PCT     = PSC-LATE-PCT
              AND PRM-DEP-OVER     = PSC-DEP-OVER
              AND PRM-MBR-ANNUAL   = PSC-MBR-ANNUAL
              AND PRM-MBR-MONTHLY  = PSC-MBR-MONTHLY
              AND PRM-HH-MAX-LOANS = PSC-HH-MAX-LOANS
              AND PRM-NEW-DAYS      = PSC-NEW-DAYS
              AND PRM-NEW-LOAN-DAYS = PSC-NEW-LOAN-DAYS
              AND PRM-NEW-FEE       = PSC-NEW-FEE
              EXIT PARAGRAPH
           END-IF

           MOVE PSC-LOAN-DAYS    TO PRM-LOAN-DAYS
           MOVE PSC-MAX-LOANS    TO PRM-MAX-LOANS
           MOVE PSC-FINE-RATE    TO PRM-FINE-RATE
           MOVE PSC-GRACE-DAYS   TO PRM-GRACE-DAYS
           MOVE PSC-MAX-RENEWALS TO PRM-MAX-RENEWALS
           MOVE PSC-HOLD-DAYS    TO PRM-HOLD-DAYS
           MOVE PSC-LATE-PCT     TO PRM-LATE-PCT
           MOVE PSC-DEP-OVER     TO PRM-DEP-OVER
           MOVE PSC-MBR-ANNUAL   TO PRM-MBR-ANNUAL
           MOVE PSC-MBR-MONTHLY  TO PRM-MBR-MONTHLY
           MOVE PSC-HH-MAX-LOANS TO PRM-HH-MAX-LOANS
           MOVE PSC-NEW-DAYS      TO PRM-NEW-DAYS
           MOVE PSC-NEW-LOAN-DAYS TO PRM-NEW-LOAN-DAYS
           MOVE PSC-NEW-FEE       TO PRM-NEW-FEE

           REWRITE PRM-REC
              INVALID KEY
                  EXIT PARAGRAPH
           END-REWRITE

           SET ROW-CHANGED TO TRUE
           .

       APPLY-CATEGORY-ROW.
           MOVE SPACES TO SETTING-TEXT
           STRING "CATEGORY " DELIMITED BY SIZE
                  PSC-ITEM    DELIMITED BY SIZE
             INTO SETTING-TEXT
           END-STRING

           MOVE PSC-ITEM TO CAT-CODE
           READ CATPOL
                INVALID
                    SET ROW-CHANGED TO TRUE
           END-READ

           IF NOT ROW-CHANGED
              AND CAT-LOAN-DAYS    = PSC-CAT-LOAN-DAYS
              AND CAT-MAX-LOANS    = PSC-CAT-MAX-LOANS
              AND CAT-MAX-RENEWALS = PSC-CAT-RENEWALS
              AND CAT-FINE-RATE    = PSC-CAT-FINE-RATE
              EXIT PARAGRAPH
           END-IF

           MOVE PSC-CAT-LOAN-DAYS TO CAT-LOAN-DAYS
           MOVE PSC-CAT-MAX-LOANS TO CAT-MAX-LOANS
           MOVE PSC-CAT-RENEWALS  TO CAT-MAX-RENEWALS
           MOVE PSC-CAT-FINE-RATE TO CAT-FINE-RATE

           WRITE CAT-REC
                 INVALID KEY
                     REWRITE CAT-REC
                        INVALID KEY
                            EXIT PARAGRAPH
                     END-REWRITE
           END-WRITE

           SET ROW-CHANGED TO TRUE
           .

       APPLY-PRICE-ROW.
           MOVE SPACES TO SETTING-TEXT
           STRING "FEE " DELIMITED BY SIZE
                  PSC-ITEM DELIMITED BY SIZE
             INTO SETTING-TEXT
           END-STRING

           MOVE PSC-ITEM TO PRC-FORMAT
           READ PRICES
                INVALID
                    SET ROW-CHANGED TO TRUE
           END-READ

           IF NOT ROW-CHANGED
              AND PRC-FEE = PSC-PRC-FEE
              EXIT PARAGRAPH
           END-IF

           MOVE PSC-PRC-FEE TO PRC-FEE

           WRITE PRC-REC
                 INVALID KEY
                     REWRITE PRC-REC
                        INVALID KEY
                            EXIT PARAGRAPH
                     END-REWRITE
           END-WRITE

           SET ROW-CHANGED TO TRUE
           .
      /
      *----------------------------------------------------------------*
      * RUN TOTALS                                                     *
      *----------------------------------------------------------------*
       PRINT-RUN-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "APPLIED "            DELIMITED BY SIZE
                  APPLIED-COUNT         DELIMITED BY SIZE
                  "  ALREADY CURRENT "  DELIMITED BY SIZE
                  CURRENT-COUNT         DELIMITED BY SIZE
                  "  STILL TO COME "    DELIMITED BY SIZE
                  PENDING-COUNT         DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           IF APL-OVERFLOW > ZERO
              MOVE SPACES TO RPT-LINE
              STRING APL-OVERFLOW DELIMITED BY SIZE
                     " SETTING(S) PAST THE 200-ENTRY TABLE LEFT AS THEY"
                                  DELIMITED BY SIZE
                     " WERE"      DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           IF VALID-STATUS-POLSCHED
              CLOSE POLSCHED
           END-IF
           CLOSE PARAMS
           CLOSE CATPOL
           CLOSE PRICES
           CLOSE POLAPPLY-RPT
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * LOAD THE SCREEN CAPTIONS FOR THE SELECTED LANGUAGE             *
      *----------------------------------------------------------------*
          COPY 'CPVIDLNP.CPY'.
      /
      *----------------------------------------------------------------*
      * LOCALE DATE FORMAT AND PARSE                                   *
      *----------------------------------------------------------------*
          COPY 'CPVIDDTP.CPY'.
