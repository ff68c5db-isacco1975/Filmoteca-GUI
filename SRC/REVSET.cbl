       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          REVSET.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  QUARTERLY REVENUE-SHARE SETTLEMENT - FOR EVERY DISTRIBUTOR    *
      *  WHO SUPPLIES ON REVENUE SHARE (THE AGREEMENTS KEPT ON THE     *
      *  REVENUE-SHARE SCREEN), WHAT THEIR TITLES EARNED IN THE        *
      *  QUARTER AND WHAT WE OWE THEM, PRINTED AS ONE SETTLEMENT       *
      *  STATEMENT PER DISTRIBUTOR AND FILED ON THE SETTLEMENT         *
      *  REGISTER (REVSET.DAT) FOR GLEXP TO POST IN THE EXPORT FOR THE *
      *  QUARTER'S LAST MONTH.                                         *
      *                                                                *
      *  A TITLE IS COVERED BY ITS OWN AGREEMENT ROW IF IT HAS ONE,    *
      *  OTHERWISE BY ITS DISTRIBUTOR'S ROW.  A RENTAL COUNTS WHEN ITS *
      *  CHARGE ROW FALLS INSIDE BOTH THE QUARTER AND THE AGREEMENT'S  *
      *  TERM; THE SHARE IS TAKEN ON THE FEE NET OF SALES TAX (A       *
      *  VOIDED CHECKOUT HAS NO CHARGE ROW LEFT, SO IT EARNS NOTHING). *
      *  THE LOANS OF COVERED TITLES - LIVE AND ARCHIVED, FREE ONES    *
      *  INCLUDED - ARE COUNTED THE SAME WAY FOR THE STATEMENT.        *
      *                                                                *
      *  WHEN THE SHARE COMES TO LESS THAN THE AGREEMENT'S MINIMUM     *
      *  GUARANTEE THE DIFFERENCE IS TOPPED UP.  THE GUARANTEE IS FOR  *
      *  A FULL QUARTER; AN AGREEMENT STARTING OR ENDING PART-WAY      *
      *  THROUGH GETS IT PRO RATA FOR THE DAYS IT WAS IN FORCE.        *
      *                                                                *
      *  THE RUN REPLACES WHATEVER AN EARLIER RUN FILED FOR THE SAME   *
      *  QUARTER, SO IT IS SAFE TO REPEAT UNTIL THE MONTH IS EXPORTED. *
      *  AN OPTIONAL REVSET.CTL (QUARTER=YYYYQ, E.G. 20263 FOR JULY TO *
      *  SEPTEMBER 2026) SETTLES AN EARLIER QUARTER; THE DEFAULT IS    *
      *  THE QUARTER JUST ENDED.                                       *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDRVA.CPY'.
          COPY 'CPVIDRQA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDCHA.CPY'.
          COPY 'CPVIDLOA.CPY'.
          COPY 'CPVIDPRA.CPY'.
          COPY 'CPVIDTXA.CPY'.
          SELECT LOANHIST ASSIGN TO LOANHIST-PATH
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS  IS STATUS-LOANHIST.
          SELECT CONTROL-FILE ASSIGN TO "REVSET.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT REVSET-RPT ASSIGN TO REVSET-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD REVSHR.
          COPY 'CPVIDRVG.CPY'.
      *
       FD REVSET.
          COPY 'CPVIDRQS.CPY'.
      *
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD CHARGES.
          COPY 'CPVIDCHG.CPY'.
      *
       FD LOANS.
          COPY 'CPVIDLON.CPY'.
      *
       FD PARAMS.
          COPY 'CPVIDPRM.CPY'.
      *
       FD TAXRATE.
          COPY 'CPVIDTXR.CPY'.
      *
       FD LOANHIST.
       01 REC-LOANHIST              PIC X(100).
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD REVSET-RPT.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDVSV.CPY'.
          COPY 'CPVIDTXV.CPY'.
       77 REVSET-RPT-PATH  PIC X(40) VALUE "REVSET.LST".
       77 STATUS-REVSHR    PIC X(2).
           88 VALID-STATUS-REVSHR VALUE IS "00" THRU "09".
       77 STATUS-REVSET    PIC X(2).
           88 VALID-STATUS-REVSET VALUE IS "00" THRU "09".
       77 STATUS-MOVIES    PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-CHARGES   PIC X(2).
           88 VALID-STATUS-CHARGES VALUE IS "00" THRU "09".
       77 STATUS-LOANS     PIC X(2).
           88 VALID-STATUS-LOANS VALUE IS "00" THRU "09".
       77 STATUS-PARAMS    PIC X(2).
           88 VALID-STATUS-PARAMS VALUE IS "00" THRU "09".
       77 STATUS-TAXRATE   PIC X(2).
           88 VALID-STATUS-TAXRATE VALUE IS "00" THRU "09".
       77 STATUS-LOANHIST  PIC X(2).
           88 VALID-STATUS-LOANHIST VALUE IS "00" THRU "09".
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-EOF           PIC 9 VALUE ZERO.
           88 FILE-AT-END   VALUE 1, FALSE 0.
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
      * A SHOP THAT HAS NEVER CHARGED A RENTAL FEE OR SET UP A TAX
      * RATE HAS NO SUCH FILE - NO REVENUE, OR NO TAX TO TAKE OUT
       77 SW-CHG-OPEN      PIC 9 VALUE ZERO.
           88 CHARGES-OPEN  VALUE 1, FALSE 0.
       77 SW-TXR-OPEN      PIC 9 VALUE ZERO.
           88 TAXRATE-OPEN  VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.

      * THE QUARTER BEING SETTLED, ITS FIRST AND LAST DAYS, ITS
      * LENGTH AND THE MONTH GLEXP POSTS IT IN
       77 RUN-QUARTER      PIC 9(05) VALUE ZERO.
       77 QTR-YYYY         PIC 9(04) VALUE ZERO.
       77 QTR-NO           PIC 9(01) VALUE ZERO.
       77 QTR-FROM-DT      PIC 9(08) VALUE ZERO.
       77 QTR-TO-DT        PIC 9(08) VALUE ZERO.
       77 QTR-NEXT-DT      PIC 9(08) VALUE ZERO.
       77 QTR-DAYS         PIC 9(03) VALUE ZERO.
       77 QTR-POST-MONTH   PIC 9(06) VALUE ZERO.
       77 WK-MM            PIC 9(02) VALUE ZERO.

      * EVERY AGREEMENT ON FILE, IN KEY ORDER - SO A DISTRIBUTOR'S
      * ROWS SIT TOGETHER, ITS OWN ROW (CODIGO ZERO) FIRST
       01 AG-TABLE.
           05 AG-ROW OCCURS 500 TIMES.
               10 AG-DISTRIB    PIC X(15).
               10 AG-CODIGO     PIC 9(05).
               10 AG-PCT        PIC 9(03)V99.
               10 AG-FROM-DT    PIC 9(08).
      * THE END DATE, 99999999 FOR AN AGREEMENT THAT RUNS ON
               10 AG-END-DT     PIC 9(08).
               10 AG-MIN-GUAR   PIC 9(05)V99.
               10 AG-LOANS      PIC 9(07).
               10 AG-RENTALS    PIC 9(07).
               10 AG-REVENUE    PIC 9(07)V99.
       77 AG-CNT           PIC 9(3) VALUE ZERO.
       77 AG-SUB           PIC 9(3) VALUE ZERO.
       77 AG-HIT           PIC 9(3) VALUE ZERO.
       77 LOOKUP-DISTRIB   PIC X(15) VALUE SPACES.
       77 LOOKUP-CODIGO    PIC 9(05) VALUE ZERO.
       77 EVENT-DT         PIC 9(08) VALUE ZERO.

      * THE TITLE-TO-AGREEMENT MAP FOR THE CHARGE AND LOAN PASSES,
      * SUBSCRIPTED BY CODIGO
       01 TD-TABLE.
           05 TD-SLOT OCCURS 100000 TIMES
                      PIC 9(3) COMP-4.
       77 TD-SUB           PIC 9(6) VALUE ZERO.

      * ONE AGREEMENT'S SETTLEMENT
       77 OVL-FROM-DT      PIC 9(08) VALUE ZERO.
       77 OVL-TO-DT        PIC 9(08) VALUE ZERO.
       77 OVL-DAYS         PIC 9(03) VALUE ZERO.
       77 AG-SHARE         PIC 9(07)V99 VALUE ZERO.
       77 AG-GUARANTEE     PIC 9(07)V99 VALUE ZERO.
       77 AG-TOPUP         PIC 9(07)V99 VALUE ZERO.
       77 AG-OWED          PIC 9(07)V99 VALUE ZERO.

      * THE DISTRIBUTOR BEING SETTLED, AND THE RUN
       77 CUR-DISTRIB      PIC X(15) VALUE SPACES.
       77 SW-DIST-STARTED  PIC 9 VALUE ZERO.
           88 DIST-STARTED  VALUE 1, FALSE 0.
       77 DST-LOANS        PIC 9(07) VALUE ZERO.
       77 DST-RENTALS      PIC 9(07) VALUE ZERO.
       77 DST-REVENUE      PIC 9(07)V99 VALUE ZERO.
       77 DST-SHARE        PIC 9(07)V99 VALUE ZERO.
       77 DST-TOPUP        PIC 9(07)V99 VALUE ZERO.
       77 DST-OWED         PIC 9(07)V99 VALUE ZERO.
       77 RUN-DIST-CNT     PIC 9(3) VALUE ZERO.
       77 RUN-OWED         PIC 9(09)V99 VALUE ZERO.
       77 RUN-CLEARED      PIC 9(3) VALUE ZERO.
       77 RPT-PAGE         PIC 9(3) VALUE ZERO.

       77 PCT-TEXT         PIC ZZ9,99.
       77 COUNT-TEXT       PIC ZZZZZZ9.
       77 MONEY-TEXT       PIC ZZZZZZ9,99.
       77 TOTAL-TEXT       PIC ZZZZZZZZ9,99.
       77 FROM-TEXT        PIC X(10) VALUE SPACES.
       77 TO-TEXT          PIC X(10) VALUE SPACES.
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

      *> THE DEFAULT IS THE QUARTER JUST ENDED
           MOVE TODAY-DATE (1:4) TO QTR-YYYY
           MOVE TODAY-DATE (5:2) TO WK-MM
           COMPUTE QTR-NO = (WK-MM + 2) / 3
           IF QTR-NO = 1
              MOVE 4 TO QTR-NO
              SUBTRACT 1 FROM QTR-YYYY
           ELSE
              SUBTRACT 1 FROM QTR-NO
           END-IF
           COMPUTE RUN-QUARTER = QTR-YYYY * 10 + QTR-NO

           PERFORM READ-CONTROL-FILE

           DIVIDE RUN-QUARTER BY 10 GIVING QTR-YYYY
                  REMAINDER QTR-NO

           IF QTR-NO < 1 OR QTR-NO > 4
              DISPLAY "QUARTER " RUN-QUARTER " IS NOT YYYYQ WITH Q "
                      "FROM 1 TO 4 - NOTHING SETTLED"
              STOP RUN
           END-IF

           PERFORM SET-QUARTER-DATES

           PERFORM OPEN-FILES

           PERFORM LOAD-AGREEMENTS

           IF AG-CNT = ZERO
              MOVE "FILMOTECA.EDUC360 - REVENUE-SHARE SETTLEMENT"
                TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE "NO REVENUE-SHARE AGREEMENTS ON FILE" TO RPT-LINE
              WRITE RPT-LINE
              PERFORM CLOSE-FILES
              DISPLAY "NO REVENUE-SHARE AGREEMENTS ON FILE - "
                      "NOTHING SETTLED"
              GOBACK
           END-IF

           PERFORM MAP-TITLES
           PERFORM TALLY-CHARGES
           PERFORM TALLY-LOANS

           PERFORM CLEAR-QUARTER
           PERFORM SETTLE-DISTRIBUTORS
           PERFORM PRINT-RUN-SUMMARY

           PERFORM CLOSE-FILES

           MOVE RUN-OWED TO TOTAL-TEXT
           DISPLAY RUN-DIST-CNT " DISTRIBUTOR(S) SETTLED FOR "
                   RUN-QUARTER " - OWED " TOTAL-TEXT " - SEE "
                   REVSET-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - SETTLE AN EARLIER QUARTER              *
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
           WHEN "QUARTER     "
                COMPUTE RUN-QUARTER = FUNCTION NUMVAL (CTL-VALUE)
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
      * THE QUARTER'S FIRST AND LAST DAYS - THE LAST IS ONE DAY BEFORE *
      * THE FIRST OF THE NEXT QUARTER, SO NO MONTH LENGTHS ARE NEEDED  *
      *----------------------------------------------------------------*
       SET-QUARTER-DATES.
           COMPUTE QTR-FROM-DT = QTR-YYYY * 10000
                               + ((QTR-NO - 1) * 3 + 1) * 100 + 1

           IF QTR-NO = 4
              COMPUTE QTR-NEXT-DT = (QTR-YYYY + 1) * 10000 + 101
           ELSE
              COMPUTE QTR-NEXT-DT = QTR-YYYY * 10000
                                  + (QTR-NO * 3 + 1) * 100 + 1
           END-IF

           COMPUTE QTR-TO-DT = FUNCTION DATE-OF-INTEGER (
              FUNCTION INTEGER-OF-DATE (QTR-NEXT-DT) - 1)

           COMPUTE QTR-DAYS =
              FUNCTION INTEGER-OF-DATE (QTR-NEXT-DT)
            - FUNCTION INTEGER-OF-DATE (QTR-FROM-DT)

           COMPUTE QTR-POST-MONTH = QTR-YYYY * 100 + QTR-NO * 3
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES - THE CHARGE, ARCHIVE AND TAX FILES MAY NOT     *
      * EXIST YET; THE REGISTER IS CREATED ON THE FIRST RUN            *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  REVSHR
           OPEN INPUT  MOVIES
           OPEN INPUT  LOANS
           OPEN INPUT  PARAMS

           OPEN INPUT  CHARGES
           IF VALID-STATUS-CHARGES
              SET CHARGES-OPEN TO TRUE
           END-IF

           OPEN INPUT  TAXRATE
           IF VALID-STATUS-TAXRATE
              SET TAXRATE-OPEN TO TRUE
           END-IF

           OPEN I-O    REVSET
           IF STATUS-REVSET = "35"
              OPEN OUTPUT REVSET
              IF VALID-STATUS-REVSET
                 CLOSE REVSET
                 OPEN I-O REVSET
              END-IF
           END-IF

           OPEN OUTPUT REVSET-RPT

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " REVSET-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-REVSHR
              DISPLAY "UNABLE TO OPEN REVSHR.DAT - STATUS "
                      STATUS-REVSHR
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-MOVIES
              DISPLAY "UNABLE TO OPEN MOVIES.DAT - STATUS "
                      STATUS-MOVIES
              STOP RUN
           END-IF

           PERFORM VERIFY-MOVIES-LAYOUT

           IF VSN-UNSTAMPED OR VSN-MISMATCH
              DISPLAY "MOVIES.DAT DOES NOT MATCH THIS PROGRAM - "
                      "RUN MIGMOV FIRST"
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-LOANS
              DISPLAY "UNABLE TO OPEN LOANS.DAT - STATUS "
                      STATUS-LOANS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-REVSET
              DISPLAY "UNABLE TO OPEN REVSET.DAT - STATUS "
                      STATUS-REVSET
              STOP RUN
           END-IF

      *> THE TAX CLASS RENTAL FEES ARE CHARGED UNDER - THE HOUSE
      *> DEFAULT WHEN THE SETTINGS HAVE NEVER BEEN SAVED
           MOVE "S" TO PRM-TAX-RENTAL

           IF VALID-STATUS-PARAMS
              MOVE 1 TO PRM-ID
              READ PARAMS
                   INVALID MOVE "S" TO PRM-TAX-RENTAL
              END-READ
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * EVERY AGREEMENT ON FILE INTO THE TABLE                         *
      *----------------------------------------------------------------*
       LOAD-AGREEMENTS.
           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO RVG-KEY

           START REVSHR KEY >= RVG-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ REVSHR NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              IF RVG-DISTRIB NOT = SPACES
                 IF AG-CNT < 500
                    ADD 1 TO AG-CNT
                    MOVE RVG-DISTRIB   TO AG-DISTRIB (AG-CNT)
                    MOVE RVG-CODIGO    TO AG-CODIGO (AG-CNT)
                    MOVE RVG-SHARE-PCT TO AG-PCT (AG-CNT)
                    MOVE RVG-FROM-DT   TO AG-FROM-DT (AG-CNT)
                    IF RVG-TO-DT = ZERO
                       MOVE 99999999   TO AG-END-DT (AG-CNT)
                    ELSE
                       MOVE RVG-TO-DT  TO AG-END-DT (AG-CNT)
                    END-IF
                    MOVE RVG-MIN-GUAR  TO AG-MIN-GUAR (AG-CNT)
                    MOVE ZERO          TO AG-LOANS (AG-CNT)
                    MOVE ZERO          TO AG-RENTALS (AG-CNT)
                    MOVE ZERO          TO AG-REVENUE (AG-CNT)
                 ELSE
                    DISPLAY "AGREEMENT TABLE FULL - " RVG-DISTRIB
                            " " RVG-CODIGO " NOT SETTLED"
                 END-IF
              END-IF

              READ REVSHR NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * THE AGREEMENT FOR LOOKUP-DISTRIB / LOOKUP-CODIGO INTO AG-HIT - *
      * THE TITLE'S OWN ROW, ELSE THE DISTRIBUTOR'S, ELSE ZERO         *
      *----------------------------------------------------------------*
       FIND-AGREEMENT.
           MOVE ZERO TO AG-HIT

           PERFORM VARYING AG-SUB FROM 1 BY 1
                     UNTIL AG-SUB > AG-CNT
              IF AG-DISTRIB (AG-SUB) = LOOKUP-DISTRIB
                 IF AG-CODIGO (AG-SUB) = LOOKUP-CODIGO
                    MOVE AG-SUB TO AG-HIT
                    EXIT PERFORM
                 END-IF
                 IF AG-CODIGO (AG-SUB) = ZERO
                    MOVE AG-SUB TO AG-HIT
                 END-IF
              END-IF
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * PASS 1 - EVERY TITLE FROM A REVENUE-SHARE DISTRIBUTOR IS       *
      * MAPPED TO THE AGREEMENT THAT COVERS IT                         *
      *----------------------------------------------------------------*
       MAP-TITLES.
           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO CODIGO

           START MOVIES KEY >= CODIGO
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ MOVIES NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              IF CODIGO NOT = ZERO
                 AND DISTRIB NOT = SPACES
                 MOVE DISTRIB TO LOOKUP-DISTRIB
                 MOVE CODIGO  TO LOOKUP-CODIGO
                 PERFORM FIND-AGREEMENT

                 MOVE CODIGO TO TD-SUB
                 MOVE AG-HIT TO TD-SLOT (TD-SUB)
              END-IF

              READ MOVIES NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * THE AGREEMENT COVERING TITLE TD-SUB ON EVENT-DT INTO AG-HIT -  *
      * ZERO WHEN THE TITLE IS NOT ON REVENUE SHARE, OR THE DAY FALLS  *
      * OUTSIDE THE QUARTER OR THE AGREEMENT'S TERM                    *
      *----------------------------------------------------------------*
       COVERING-AGREEMENT.
           MOVE ZERO TO AG-HIT

           IF TD-SUB = ZERO OR TD-SUB NOT < 90000
              EXIT PARAGRAPH
           END-IF

           IF EVENT-DT < QTR-FROM-DT OR EVENT-DT > QTR-TO-DT
              EXIT PARAGRAPH
           END-IF

           IF TD-SLOT (TD-SUB) = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE TD-SLOT (TD-SUB) TO AG-SUB

           IF EVENT-DT < AG-FROM-DT (AG-SUB)
              OR EVENT-DT > AG-END-DT (AG-SUB)
              EXIT PARAGRAPH
           END-IF

           MOVE AG-SUB TO AG-HIT
           .
      /
      *----------------------------------------------------------------*
      * PASS 2 - THE RENTAL FEES CHARGED ON COVERED TITLES, NET OF THE *
      * SALES TAX INSIDE THEM                                          *
      *----------------------------------------------------------------*
       TALLY-CHARGES.
           IF NOT CHARGES-OPEN
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO CHG-KEY

           START CHARGES KEY >= CHG-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ CHARGES NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              MOVE CHG-CODIGO TO TD-SUB
              MOVE CHG-DATE   TO EVENT-DT
              PERFORM COVERING-AGREEMENT

              IF AG-HIT > ZERO
                 MOVE CHG-AMOUNT TO TAX-NET
                 IF TAXRATE-OPEN
                    MOVE PRM-TAX-RENTAL TO TAX-CLASS
                    MOVE CHG-DATE       TO TAX-DATE
                    MOVE CHG-AMOUNT     TO TAX-GROSS
                    PERFORM TAX-OF-GROSS
                 END-IF

                 ADD 1       TO AG-RENTALS (AG-HIT)
                 ADD TAX-NET TO AG-REVENUE (AG-HIT)
              END-IF

              READ CHARGES NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * PASS 3 - THE LOANS OF COVERED TITLES, LIVE AND ARCHIVED        *
      *----------------------------------------------------------------*
       TALLY-ONE-LOAN.
           MOVE LOAN-CODIGO      TO TD-SUB
           MOVE LOAN-CHECKOUT-DT TO EVENT-DT
           PERFORM COVERING-AGREEMENT

           IF AG-HIT > ZERO
              ADD 1 TO AG-LOANS (AG-HIT)
           END-IF
           .

       TALLY-LOANS.
           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO LOAN-KEY

           START LOANS KEY >= LOAN-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ LOANS NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              PERFORM TALLY-ONE-LOAN

              READ LOANS NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           OPEN INPUT LOANHIST

           IF NOT VALID-STATUS-LOANHIST
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE

           READ LOANHIST
                AT END SET FILE-AT-END TO TRUE
           END-READ

           PERFORM UNTIL FILE-AT-END
              MOVE REC-LOANHIST TO LOAN-REC
              PERFORM TALLY-ONE-LOAN

              READ LOANHIST
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE LOANHIST
           .
      /
      *----------------------------------------------------------------*
      * DROP WHAT AN EARLIER RUN FILED FOR THE QUARTER, SO A           *
      * DISTRIBUTOR WHOSE AGREEMENT HAS SINCE BEEN TAKEN OFF DOES NOT  *
      * STAY ON THE REGISTER                                           *
      *----------------------------------------------------------------*
       CLEAR-QUARTER.
           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES  TO RQS-KEY
           MOVE RUN-QUARTER TO RQS-QUARTER

           START REVSET KEY >= RQS-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ REVSET NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
                      OR RQS-QUARTER NOT = RUN-QUARTER
              DELETE REVSET RECORD
                     INVALID KEY CONTINUE
              END-DELETE
              ADD 1 TO RUN-CLEARED

              READ REVSET NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * ONE STATEMENT PER DISTRIBUTOR - THEIR ROWS SIT TOGETHER IN THE *
      * TABLE                                                          *
      *----------------------------------------------------------------*
       SETTLE-DISTRIBUTORS.
           MOVE 1 TO AG-SUB

           PERFORM UNTIL AG-SUB > AG-CNT
              MOVE AG-DISTRIB (AG-SUB) TO CUR-DISTRIB
              PERFORM SETTLE-ONE-DISTRIBUTOR
           END-PERFORM
           .

       SETTLE-ONE-DISTRIBUTOR.
           SET DIST-STARTED TO FALSE
           MOVE ZERO TO DST-LOANS
           MOVE ZERO TO DST-RENTALS
           MOVE ZERO TO DST-REVENUE
           MOVE ZERO TO DST-SHARE
           MOVE ZERO TO DST-TOPUP
           MOVE ZERO TO DST-OWED

           PERFORM UNTIL AG-SUB > AG-CNT
                      OR AG-DISTRIB (AG-SUB) NOT = CUR-DISTRIB
              PERFORM SETTLE-ONE-AGREEMENT
              ADD 1 TO AG-SUB
           END-PERFORM

      *> NO AGREEMENT OF THEIRS WAS IN FORCE IN THE QUARTER - NOTHING
      *> TO STATE OR FILE
           IF NOT DIST-STARTED
              EXIT PARAGRAPH
           END-IF

           PERFORM PRINT-STATEMENT-TOTALS

           INITIALIZE RQS-REC
           MOVE RUN-QUARTER    TO RQS-QUARTER
           MOVE CUR-DISTRIB    TO RQS-DISTRIB
           MOVE QTR-POST-MONTH TO RQS-POST-MONTH
           MOVE DST-LOANS      TO RQS-LOANS
           MOVE DST-RENTALS    TO RQS-RENTALS
           MOVE DST-REVENUE    TO RQS-REVENUE
           MOVE DST-SHARE      TO RQS-SHARE
           MOVE DST-TOPUP      TO RQS-TOPUP
           MOVE DST-OWED       TO RQS-OWED
           MOVE TODAY-DATE     TO RQS-RUN-DT

           WRITE RQS-REC
                 INVALID KEY
                     REWRITE RQS-REC
                        INVALID KEY CONTINUE
                     END-REWRITE
           END-WRITE

           ADD 1        TO RUN-DIST-CNT
           ADD DST-OWED TO RUN-OWED
           .
      /
      *----------------------------------------------------------------*
      * ONE AGREEMENT'S LINE ON THE STATEMENT - SKIPPED WHEN IT WAS    *
      * NOT IN FORCE ON ANY DAY OF THE QUARTER                         *
      *----------------------------------------------------------------*
       SETTLE-ONE-AGREEMENT.
           MOVE QTR-FROM-DT TO OVL-FROM-DT
           IF AG-FROM-DT (AG-SUB) > OVL-FROM-DT
              MOVE AG-FROM-DT (AG-SUB) TO OVL-FROM-DT
           END-IF

           MOVE QTR-TO-DT TO OVL-TO-DT
           IF AG-END-DT (AG-SUB) < OVL-TO-DT
              MOVE AG-END-DT (AG-SUB) TO OVL-TO-DT
           END-IF

           IF OVL-FROM-DT > OVL-TO-DT
              EXIT PARAGRAPH
           END-IF

           IF NOT DIST-STARTED
              PERFORM PRINT-STATEMENT-HEAD
              SET DIST-STARTED TO TRUE
           END-IF

           COMPUTE OVL-DAYS =
              FUNCTION INTEGER-OF-DATE (OVL-TO-DT)
            - FUNCTION INTEGER-OF-DATE (OVL-FROM-DT) + 1

           COMPUTE AG-SHARE ROUNDED =
              AG-REVENUE (AG-SUB) * AG-PCT (AG-SUB) / 100

           COMPUTE AG-GUARANTEE ROUNDED =
              AG-MIN-GUAR (AG-SUB) * OVL-DAYS / QTR-DAYS

           MOVE ZERO TO AG-TOPUP
           IF AG-GUARANTEE > AG-SHARE
              COMPUTE AG-TOPUP = AG-GUARANTEE - AG-SHARE
           END-IF

           COMPUTE AG-OWED = AG-SHARE + AG-TOPUP

           PERFORM PRINT-AGREEMENT-LINE

           ADD AG-LOANS (AG-SUB)   TO DST-LOANS
           ADD AG-RENTALS (AG-SUB) TO DST-RENTALS
           ADD AG-REVENUE (AG-SUB) TO DST-REVENUE
           ADD AG-SHARE            TO DST-SHARE
           ADD AG-TOPUP            TO DST-TOPUP
           ADD AG-OWED             TO DST-OWED
           .
      /
      *----------------------------------------------------------------*
      * THE STATEMENT - A PAGE PER DISTRIBUTOR                         *
      *----------------------------------------------------------------*
       PRINT-STATEMENT-HEAD.
           ADD 1 TO RPT-PAGE

           IF RPT-PAGE > 1
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE BEFORE ADVANCING PAGE
           END-IF

           MOVE "FILMOTECA.EDUC360 - REVENUE-SHARE SETTLEMENT STATEMENT"
             TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "DISTRIBUTOR  " DELIMITED BY SIZE
                  CUR-DISTRIB     DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE QTR-FROM-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT TO FROM-TEXT
           MOVE QTR-TO-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT TO TO-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "QUARTER      " DELIMITED BY SIZE
                  QTR-YYYY        DELIMITED BY SIZE
                  " Q"            DELIMITED BY SIZE
                  QTR-NO          DELIMITED BY SIZE
                  "  ("           DELIMITED BY SIZE
                  FROM-TEXT       DELIMITED BY SPACE
                  " TO "          DELIMITED BY SIZE
                  TO-TEXT         DELIMITED BY SPACE
                  ")"             DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "RUN ON       " DELIMITED BY SIZE
                  WK-DATE-TEXT    DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "TITLE"         TO RPT-LINE (1:5)
           MOVE "SHARE%"        TO RPT-LINE (33:6)
           MOVE "TERM"          TO RPT-LINE (41:4)
           MOVE "  LOANS"       TO RPT-LINE (63:7)
           MOVE "RENTALS"       TO RPT-LINE (71:7)
           MOVE "NET REVENUE"   TO RPT-LINE (79:11)
           MOVE "     SHARE"    TO RPT-LINE (91:10)
           MOVE " GUARANTEE"    TO RPT-LINE (102:10)
           MOVE "      OWED"    TO RPT-LINE (113:10)
           WRITE RPT-LINE
           .

      *> THE GUARANTEE COLUMN SHOWS THE TOP-UP PAID TO REACH IT
       PRINT-AGREEMENT-LINE.
           MOVE SPACES TO RPT-LINE

           IF AG-CODIGO (AG-SUB) = ZERO
              MOVE "ALL OTHER TITLES" TO RPT-LINE (1:16)
           ELSE
              MOVE AG-CODIGO (AG-SUB) TO CODIGO
              MOVE AG-CODIGO (AG-SUB) TO RPT-LINE (1:5)
              READ MOVIES
                   INVALID
                       MOVE "NOT ON FILE" TO RPT-LINE (7:11)
                   NOT INVALID
                       MOVE TITULO (1:25) TO RPT-LINE (7:25)
              END-READ
           END-IF

           MOVE AG-PCT (AG-SUB) TO PCT-TEXT
           MOVE PCT-TEXT        TO RPT-LINE (33:6)

           MOVE AG-FROM-DT (AG-SUB) TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT TO RPT-LINE (41:10)

           IF AG-END-DT (AG-SUB) = 99999999
              MOVE "OPEN"       TO RPT-LINE (52:4)
           ELSE
              MOVE AG-END-DT (AG-SUB) TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              MOVE WK-DATE-TEXT TO RPT-LINE (52:10)
           END-IF

           MOVE AG-LOANS (AG-SUB)   TO COUNT-TEXT
           MOVE COUNT-TEXT          TO RPT-LINE (63:7)
           MOVE AG-RENTALS (AG-SUB) TO COUNT-TEXT
           MOVE COUNT-TEXT          TO RPT-LINE (71:7)
           MOVE AG-REVENUE (AG-SUB) TO MONEY-TEXT
           MOVE MONEY-TEXT          TO RPT-LINE (80:10)
           MOVE AG-SHARE            TO MONEY-TEXT
           MOVE MONEY-TEXT          TO RPT-LINE (91:10)
           MOVE AG-TOPUP            TO MONEY-TEXT
           MOVE MONEY-TEXT          TO RPT-LINE (102:10)
           MOVE AG-OWED             TO MONEY-TEXT
           MOVE MONEY-TEXT          TO RPT-LINE (113:10)
           WRITE RPT-LINE
           .

       PRINT-STATEMENT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "TOTAL"             TO RPT-LINE (1:5)
           MOVE DST-LOANS           TO COUNT-TEXT
           MOVE COUNT-TEXT          TO RPT-LINE (63:7)
           MOVE DST-RENTALS         TO COUNT-TEXT
           MOVE COUNT-TEXT          TO RPT-LINE (71:7)
           MOVE DST-REVENUE         TO MONEY-TEXT
           MOVE MONEY-TEXT          TO RPT-LINE (80:10)
           MOVE DST-SHARE           TO MONEY-TEXT
           MOVE MONEY-TEXT          TO RPT-LINE (91:10)
           MOVE DST-TOPUP           TO MONEY-TEXT
           MOVE MONEY-TEXT          TO RPT-LINE (102:10)
           MOVE DST-OWED            TO MONEY-TEXT
           MOVE MONEY-TEXT          TO RPT-LINE (113:10)
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE DST-OWED TO MONEY-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "AMOUNT DUE TO " DELIMITED BY SIZE
                  CUR-DISTRIB      DELIMITED BY SIZE
                  " FOR THE QUARTER  " DELIMITED BY SIZE
                  MONEY-TEXT       DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * THE RUN ITSELF - WHAT GOES TO THE LEDGER AND WHEN              *
      *----------------------------------------------------------------*
       PRINT-RUN-SUMMARY.
           IF RPT-PAGE > ZERO
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE BEFORE ADVANCING PAGE
           END-IF

           MOVE "FILMOTECA.EDUC360 - REVENUE-SHARE SETTLEMENT RUN"
             TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "QUARTER SETTLED        " DELIMITED BY SIZE
                  QTR-YYYY                  DELIMITED BY SIZE
                  " Q"                      DELIMITED BY SIZE
                  QTR-NO                    DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "DISTRIBUTORS SETTLED   " DELIMITED BY SIZE
                  RUN-DIST-CNT              DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE RUN-OWED TO TOTAL-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL OWED             " DELIMITED BY SIZE
                  TOTAL-TEXT                DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "POSTED BY GLEXP FOR    " DELIMITED BY SIZE
                  QTR-POST-MONTH            DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           IF RUN-CLEARED > ZERO
              MOVE SPACES TO RPT-LINE
              STRING "REPLACES THE "          DELIMITED BY SIZE
                     RUN-CLEARED              DELIMITED BY SIZE
                     " ROW(S) AN EARLIER RUN FILED FOR THE QUARTER"
                                              DELIMITED BY SIZE
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
           CLOSE REVSHR
           CLOSE REVSET
           CLOSE MOVIES
           CLOSE LOANS
           CLOSE PARAMS
           IF CHARGES-OPEN
              CLOSE CHARGES
           END-IF
           IF TAXRATE-OPEN
              CLOSE TAXRATE
           END-IF
           CLOSE REVSET-RPT
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * MOVIES LAYOUT-VERSION STAMP CHECK                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDVSP.CPY'.
      /
      *----------------------------------------------------------------*
      * THE SALES TAX INSIDE A TAX-INCLUSIVE AMOUNT                    *
      *----------------------------------------------------------------*
          COPY 'CPVIDTXP.CPY'.
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
