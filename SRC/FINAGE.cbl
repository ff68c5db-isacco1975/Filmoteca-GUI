       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          FINAGE.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  FINE RECEIVABLES AGEING FOR THE AUDITOR - EVERY BORROWER WITH *
      *  AN OPEN FINE BALANCE, THE BALANCE SPLIT BY HOW LONG AGO EACH  *
      *  FINE WAS ASSESSED (CURRENT, 30, 60, 90 AND 120+ DAYS), WITH   *
      *  THE COLLECTIONS FLAG AND THE INSTALLMENT-PLAN STATE ALONGSIDE *
      *  AND THE SAME BUCKETS TOTALLED FOR THE SHOP.  WAIVED FINES AND *
      *  FINES ALREADY WRITTEN OFF BY THE WRTOFF RUN ARE NOT OPEN; THE *
      *  WRITTEN-OFF DEBT STILL WAITING FOR ITS BORROWER TO COME BACK  *
      *  IS SHOWN AS ONE FIGURE AT THE END.                            *
      *                                                                *
      *  PLAN STATE: CURRENT = EVERY OPEN INSTALLMENT STILL BEFORE ITS *
      *  DUE DATE, BEHIND = ONE OR MORE OPEN INSTALLMENTS PAST DUE.    *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDFIA.CPY'.
          COPY 'CPVIDCOA.CPY'.
          COPY 'CPVIDPLA.CPY'.
          COPY 'CPVIDWOA.CPY'.
          SELECT FINAGE-RPT ASSIGN TO FINAGE-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD FINES.
          COPY 'CPVIDFIN.CPY'.
      *
       FD COLLECT.
          COPY 'CPVIDCOL.CPY'.
      *
       FD PLANS.
          COPY 'CPVIDPLN.CPY'.
      *
       FD WRTOFF.
          COPY 'CPVIDWOF.CPY'.
      *
       FD FINAGE-RPT.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 FINAGE-RPT-PATH  PIC X(40) VALUE "FINAGE.LST".
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-FINES     PIC X(2).
           88 VALID-STATUS-FINES VALUE IS "00" THRU "09".
       77 STATUS-COLLECT   PIC X(2).
           88 VALID-STATUS-COLLECT VALUE IS "00" THRU "09".
       77 STATUS-PLANS     PIC X(2).
           88 VALID-STATUS-PLANS VALUE IS "00" THRU "09".
       77 STATUS-WRTOFF    PIC X(2).
           88 VALID-STATUS-WRTOFF VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-BRW-EOF       PIC 9 VALUE ZERO.
           88 BORROWERS-AT-END VALUE 1, FALSE 0.
       77 SW-EOF           PIC 9 VALUE ZERO.
           88 FILE-AT-END   VALUE 1, FALSE 0.
      * A SHOP THAT HAS NEVER HANDED A DEBT TO THE AGENCY, AGREED A
      * PLAN OR RUN A WRITE-OFF HAS NO SUCH FILE - THE COLUMN IS LEFT
      * BLANK
       77 SW-COL-OPEN      PIC 9 VALUE ZERO.
           88 COLLECT-OPEN  VALUE 1, FALSE 0.
       77 SW-PLN-OPEN      PIC 9 VALUE ZERO.
           88 PLANS-OPEN    VALUE 1, FALSE 0.
       77 SW-WOF-OPEN      PIC 9 VALUE ZERO.
           88 WRTOFF-OPEN   VALUE 1, FALSE 0.
       77 SW-PLAN-LATE     PIC 9 VALUE ZERO.
           88 PLAN-HAS-LATE VALUE 1, FALSE 0.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 RPT-PAGE         PIC 9(3) VALUE ZERO.
       77 RPT-LINE-CNT     PIC 9(2) VALUE ZERO.

      * THE AGEING BUCKETS - THE FIRST DAY EACH ONE STARTS AT, ITS
      * COLUMN HEADING AND WHERE IT PRINTS
       01 BUCKET-DAYS.
           05 FILLER           PIC 9(03) VALUE 000.
           05 FILLER           PIC 9(03) VALUE 030.
           05 FILLER           PIC 9(03) VALUE 060.
           05 FILLER           PIC 9(03) VALUE 090.
           05 FILLER           PIC 9(03) VALUE 120.
       01 BUCKET-DAYS-TABLE REDEFINES BUCKET-DAYS.
           05 BUCKET-FROM      PIC 9(03) OCCURS 5 TIMES.
       01 BUCKET-NAMES.
           05 FILLER           PIC X(10) VALUE "   CURRENT".
           05 FILLER           PIC X(10) VALUE "     30-59".
           05 FILLER           PIC X(10) VALUE "     60-89".
           05 FILLER           PIC X(10) VALUE "    90-119".
           05 FILLER           PIC X(10) VALUE "      120+".
       01 BUCKET-NAME-TABLE REDEFINES BUCKET-NAMES.
           05 BUCKET-NAME      PIC X(10) OCCURS 5 TIMES.
       01 BUCKET-COLS.
           05 FILLER           PIC 9(03) VALUE 033.
           05 FILLER           PIC 9(03) VALUE 044.
           05 FILLER           PIC 9(03) VALUE 055.
           05 FILLER           PIC 9(03) VALUE 066.
           05 FILLER           PIC 9(03) VALUE 077.
       01 BUCKET-COL-TABLE REDEFINES BUCKET-COLS.
           05 BUCKET-COL       PIC 9(03) OCCURS 5 TIMES.
      * ONE BORROWER'S BALANCE BY BUCKET, AND THE SHOP'S
       01 BORROWER-BUCKETS.
           05 BRW-BUCKET       PIC 9(07)V99 OCCURS 5 TIMES.
       01 SHOP-BUCKETS.
           05 SHOP-BUCKET      PIC 9(09)V99 OCCURS 5 TIMES.
       77 BKT-SUB          PIC 9(01) VALUE ZERO.
       77 CELL-COL         PIC 9(03) VALUE ZERO.
       77 AGE-DAYS         PIC S9(05) VALUE ZERO.
       77 FINE-OPEN-AMT    PIC 9(05)V99 VALUE ZERO.
       77 BORROWER-TOTAL   PIC 9(07)V99 VALUE ZERO.
       77 SHOP-TOTAL       PIC 9(09)V99 VALUE ZERO.
       77 WRITTEN-OFF-OUT  PIC 9(09)V99 VALUE ZERO.
       77 BUCKET-PCT       PIC 9(03)V9 VALUE ZERO.
       77 PLAN-SUB         PIC 9(02) VALUE ZERO.
       77 PLAN-OPEN-CNT    PIC 9(02) VALUE ZERO.
       77 BRW-COUNT        PIC 9(5) VALUE ZERO.
       77 OWING-COUNT      PIC 9(5) VALUE ZERO.
       77 AGENCY-COUNT     PIC 9(5) VALUE ZERO.
       77 PLAN-COUNT       PIC 9(5) VALUE ZERO.
       77 COLLECT-TEXT     PIC X(09) VALUE SPACES.
       77 PLAN-TEXT        PIC X(07) VALUE SPACES.
       77 BAL-TEXT         PIC ZZZZZZ9,99.
       77 PCT-TEXT         PIC ZZ9,9.
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
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           PERFORM OPEN-FILES

           INITIALIZE SHOP-BUCKETS

           PERFORM PRINT-HEADING

           SET BORROWERS-AT-END TO FALSE
           MOVE LOW-VALUES TO BRW-ID

           START BORROWERS KEY >= BRW-ID
                 INVALID KEY
                     SET BORROWERS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ BORROWERS NEXT RECORD
                          AT END SET BORROWERS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL BORROWERS-AT-END
              ADD 1 TO BRW-COUNT
              PERFORM AGE-ONE-BORROWER

              READ BORROWERS NEXT RECORD
                   AT END SET BORROWERS-AT-END TO TRUE
              END-READ
           END-PERFORM

           PERFORM TALLY-WRITTEN-OFF

           PERFORM PRINT-SUMMARY

           PERFORM CLOSE-FILES

           MOVE SHOP-TOTAL TO BAL-TEXT
           DISPLAY OWING-COUNT " BORROWER(S) OWING " BAL-TEXT
                   " - SEE " FINAGE-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES NEEDED FOR THE AGEING RUN                       *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  BORROWERS
           OPEN INPUT  FINES
           OPEN OUTPUT FINAGE-RPT

           SET COLLECT-OPEN TO FALSE
           OPEN INPUT  COLLECT
           IF VALID-STATUS-COLLECT
              SET COLLECT-OPEN TO TRUE
           END-IF

           SET PLANS-OPEN TO FALSE
           OPEN INPUT  PLANS
           IF VALID-STATUS-PLANS
              SET PLANS-OPEN TO TRUE
           END-IF

           SET WRTOFF-OPEN TO FALSE
           OPEN INPUT  WRTOFF
           IF VALID-STATUS-WRTOFF
              SET WRTOFF-OPEN TO TRUE
           END-IF

           IF NOT VALID-STATUS-BORROWERS
              DISPLAY "UNABLE TO OPEN BORROWER.DAT - STATUS "
                      STATUS-BORROWERS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-FINES
              DISPLAY "UNABLE TO OPEN FINES.DAT - STATUS "
                      STATUS-FINES
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " FINAGE-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * SPREAD THE CURRENT BORROWER'S OPEN FINES OVER THE BUCKETS AND  *
      * LIST THEM WHEN ANYTHING IS OWED                                *
      *----------------------------------------------------------------*
       AGE-ONE-BORROWER.
           INITIALIZE BORROWER-BUCKETS
           MOVE ZERO TO BORROWER-TOTAL

           SET FILE-AT-END TO FALSE
           MOVE BRW-ID TO FIN-BORROWER-ID

           START FINES KEY >= FIN-BORROWER-ID
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ FINES NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
                      OR FIN-BORROWER-ID NOT = BRW-ID
              IF FIN-IS-OPEN
                 AND FIN-AMOUNT > FIN-PAID
                 COMPUTE FINE-OPEN-AMT = FIN-AMOUNT - FIN-PAID
                 PERFORM FIND-FINE-BUCKET
                 ADD FINE-OPEN-AMT TO BRW-BUCKET (BKT-SUB)
                 ADD FINE-OPEN-AMT TO BORROWER-TOTAL
              END-IF

              READ FINES NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           IF BORROWER-TOTAL > ZERO
              ADD 1 TO OWING-COUNT
              ADD BORROWER-TOTAL TO SHOP-TOTAL
              PERFORM VARYING BKT-SUB FROM 1 BY 1
                        UNTIL BKT-SUB > 5
                 ADD BRW-BUCKET (BKT-SUB) TO SHOP-BUCKET (BKT-SUB)
              END-PERFORM

              PERFORM FIND-COLLECT-STATE
              PERFORM FIND-PLAN-STATE
              PERFORM WRITE-BORROWER-LINE
           END-IF
           .

      *> A FINE WITH NO ASSESSMENT DATE IS AS OLD AS A FINE GETS
       FIND-FINE-BUCKET.
           IF FIN-ASSESSED-DT = ZERO
              MOVE 5 TO BKT-SUB
              EXIT PARAGRAPH
           END-IF

           COMPUTE AGE-DAYS =
              FUNCTION INTEGER-OF-DATE (TODAY-DATE)
              - FUNCTION INTEGER-OF-DATE (FIN-ASSESSED-DT)

           PERFORM VARYING BKT-SUB FROM 5 BY -1
                     UNTIL BKT-SUB = 1
                        OR AGE-DAYS NOT < BUCKET-FROM (BKT-SUB)
              CONTINUE
           END-PERFORM
           .

       FIND-COLLECT-STATE.
           MOVE SPACES TO COLLECT-TEXT

           IF NOT COLLECT-OPEN
              EXIT PARAGRAPH
           END-IF

           MOVE BRW-ID TO COL-BORROWER-ID
           READ COLLECT
                INVALID
                    CONTINUE
                NOT INVALID
                    IF COL-SETTLED
                       MOVE "SETTLED"   TO COLLECT-TEXT
                    ELSE
                       MOVE "AT AGENCY" TO COLLECT-TEXT
                       ADD 1 TO AGENCY-COUNT
                    END-IF
           END-READ
           .

      *> THE SAME TWELVE-CHUNK PLAN THE DESK AGREES AND PLANCHK WATCHES
       FIND-PLAN-STATE.
           MOVE SPACES TO PLAN-TEXT

           IF NOT PLANS-OPEN
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO PLAN-OPEN-CNT
           SET PLAN-HAS-LATE TO FALSE

           PERFORM VARYING PLAN-SUB FROM 1 BY 1
                     UNTIL PLAN-SUB > 12
              MOVE BRW-ID   TO PLN-BORROWER-ID
              MOVE PLAN-SUB TO PLN-SEQ

              READ PLANS
                   INVALID
                       CONTINUE
                   NOT INVALID
                       IF PLN-IS-OPEN
                          ADD 1 TO PLAN-OPEN-CNT

                          IF PLN-DUE-DT < TODAY-DATE
                             SET PLAN-HAS-LATE TO TRUE
                          END-IF
                       END-IF
              END-READ
           END-PERFORM

           IF PLAN-OPEN-CNT > ZERO
              ADD 1 TO PLAN-COUNT
              IF PLAN-HAS-LATE
                 MOVE "BEHIND"  TO PLAN-TEXT
              ELSE
                 MOVE "CURRENT" TO PLAN-TEXT
              END-IF
           END-IF
           .

       WRITE-BORROWER-LINE.
           IF RPT-LINE-CNT > 55
              PERFORM PRINT-HEADING
           END-IF

           MOVE SPACES TO RPT-LINE
           MOVE BRW-ID          TO RPT-LINE (1:5)
           MOVE BRW-NAME (1:24) TO RPT-LINE (8:24)

           PERFORM VARYING BKT-SUB FROM 1 BY 1
                     UNTIL BKT-SUB > 5
              IF BRW-BUCKET (BKT-SUB) > ZERO
                 MOVE BRW-BUCKET (BKT-SUB) TO BAL-TEXT
                 MOVE BUCKET-COL (BKT-SUB) TO CELL-COL
                 MOVE BAL-TEXT TO RPT-LINE (CELL-COL:10)
              END-IF
           END-PERFORM

           MOVE BORROWER-TOTAL TO BAL-TEXT
           MOVE BAL-TEXT       TO RPT-LINE (88:10)
           MOVE COLLECT-TEXT   TO RPT-LINE (100:9)
           MOVE PLAN-TEXT      TO RPT-LINE (111:7)

           WRITE RPT-LINE
           ADD 1 TO RPT-LINE-CNT
           .
      /
      *----------------------------------------------------------------*
      * WRITTEN-OFF DEBT NOT YET REINSTATED - OFF THE BOOKS, BUT STILL *
      * OWED IF THE BORROWER EVER COMES BACK                           *
      *----------------------------------------------------------------*
       TALLY-WRITTEN-OFF.
           IF NOT WRTOFF-OPEN
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO WOF-KEY

           START WRTOFF KEY >= WOF-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ WRTOFF NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              IF WOF-IS-WRITTEN-OFF
                 ADD WOF-AMOUNT TO WRITTEN-OFF-OUT
              END-IF

              READ WRTOFF NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * WRITE A NEW PAGE HEADING ON THE AGEING REPORT                  *
      *----------------------------------------------------------------*
       PRINT-HEADING.
           ADD 1 TO RPT-PAGE
           MOVE ZERO TO RPT-LINE-CNT

           IF RPT-PAGE > 1
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE BEFORE ADVANCING PAGE
           END-IF

           MOVE SPACES TO RPT-LINE
           STRING "FILMOTECA.EDUC360 - FINE RECEIVABLES AGEING"
                      DELIMITED BY SIZE
                  "     PAGE "  DELIMITED BY SIZE
                  RPT-PAGE      DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "RUN ON " DELIMITED BY SIZE
                  WK-DATE-TEXT DELIMITED BY SIZE
                  " - DAYS SINCE EACH FINE WAS ASSESSED"
                               DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM PRINT-COLUMN-HEADS

           ADD 5 TO RPT-LINE-CNT
           .

       PRINT-COLUMN-HEADS.
           MOVE SPACES TO RPT-LINE
           MOVE "ID"          TO RPT-LINE (1:2)
           MOVE "NAME"        TO RPT-LINE (8:4)
           PERFORM VARYING BKT-SUB FROM 1 BY 1
                     UNTIL BKT-SUB > 5
              MOVE BUCKET-COL (BKT-SUB)  TO CELL-COL
              MOVE BUCKET-NAME (BKT-SUB) TO RPT-LINE (CELL-COL:10)
           END-PERFORM
           MOVE "     TOTAL"  TO RPT-LINE (88:10)
           MOVE "COLLECTS"    TO RPT-LINE (100:8)
           MOVE "PLAN"        TO RPT-LINE (111:4)
           WRITE RPT-LINE

           MOVE ALL "-" TO RPT-LINE (1:117)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * THE SHOP TOTALS - EACH BUCKET AND ITS SHARE OF WHAT IS OWED    *
      *----------------------------------------------------------------*
       PRINT-SUMMARY.
           IF RPT-LINE-CNT > 48
              PERFORM PRINT-HEADING
           END-IF

           MOVE SPACES TO RPT-LINE
           MOVE ALL "-" TO RPT-LINE (1:117)
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "SHOP TOTAL" TO RPT-LINE (8:10)
           PERFORM VARYING BKT-SUB FROM 1 BY 1
                     UNTIL BKT-SUB > 5
              MOVE SHOP-BUCKET (BKT-SUB) TO BAL-TEXT
              MOVE BUCKET-COL (BKT-SUB)  TO CELL-COL
              MOVE BAL-TEXT TO RPT-LINE (CELL-COL:10)
           END-PERFORM
           MOVE SHOP-TOTAL TO BAL-TEXT
           MOVE BAL-TEXT   TO RPT-LINE (88:10)
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "SHARE %" TO RPT-LINE (8:7)
           PERFORM VARYING BKT-SUB FROM 1 BY 1
                     UNTIL BKT-SUB > 5
              IF SHOP-TOTAL > ZERO
                 COMPUTE BUCKET-PCT ROUNDED =
                    SHOP-BUCKET (BKT-SUB) * 100 / SHOP-TOTAL
              ELSE
                 MOVE ZERO TO BUCKET-PCT
              END-IF
              MOVE BUCKET-PCT TO PCT-TEXT
              MOVE BUCKET-COL (BKT-SUB) TO CELL-COL
              ADD 5 TO CELL-COL
              MOVE PCT-TEXT TO RPT-LINE (CELL-COL:5)
           END-PERFORM
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING BRW-COUNT     DELIMITED BY SIZE
                  " BORROWER(S) CHECKED, "
                                DELIMITED BY SIZE
                  OWING-COUNT   DELIMITED BY SIZE
                  " OWING, "    DELIMITED BY SIZE
                  AGENCY-COUNT  DELIMITED BY SIZE
                  " OF THEM AT THE COLLECTIONS AGENCY, "
                                DELIMITED BY SIZE
                  PLAN-COUNT    DELIMITED BY SIZE
                  " ON AN INSTALLMENT PLAN"
                                DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WRITTEN-OFF-OUT TO BAL-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "WRITTEN OFF AS BAD DEBT, REINSTATED IF THE "
                                DELIMITED BY SIZE
                  "BORROWER RETURNS: "
                                DELIMITED BY SIZE
                  BAL-TEXT      DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE BORROWERS
           CLOSE FINES
           CLOSE FINAGE-RPT

           IF COLLECT-OPEN
              CLOSE COLLECT
           END-IF

           IF PLANS-OPEN
              CLOSE PLANS
           END-IF

           IF WRTOFF-OPEN
              CLOSE WRTOFF
           END-IF
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
