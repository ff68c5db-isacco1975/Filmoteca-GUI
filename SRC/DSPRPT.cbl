       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          DSPRPT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  THEMED DISPLAY UPLIFT REPORT - FOR EVERY DISPLAY THAT HAS     *
      *  ENDED, THE LOANS OF EACH TITLE ON ITS TABLE WHILE IT RAN SET  *
      *  AGAINST THE LOANS OF THE SAME TITLE OVER THE SAME NUMBER OF   *
      *  DAYS JUST BEFORE IT WENT UP (LIVE LOANS PLUS THE LOANHIST     *
      *  ARCHIVE, BY CHECKOUT DATE), WITH THE CHANGE AND THE UPLIFT    *
      *  PERCENTAGE PER TITLE AND PER DISPLAY.  A CLOSING RANKING      *
      *  PUTS THE DISPLAYS THAT MOVED THE MOST STOCK FIRST.            *
      *                                                                *
      *  AN OPTIONAL DSPRPT.CTL TAKES DISPLAY=CODE (ONLY THAT ONE) AND *
      *  SINCE=NN (ONLY DISPLAYS THAT ENDED IN THE LAST NN DAYS).      *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDDYA.CPY'.
          COPY 'CPVIDDMA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDLOA.CPY'.
          SELECT LOANHIST ASSIGN TO LOANHIST-PATH
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS  IS STATUS-LOANHIST.
          SELECT CONTROL-FILE ASSIGN TO "DSPRPT.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT DSPRPT-RPT ASSIGN TO DSPRPT-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD DISPLAYS.
          COPY 'CPVIDDYR.CPY'.
      *
       FD DISPMEM.
          COPY 'CPVIDDMB.CPY'.
      *
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD LOANS.
          COPY 'CPVIDLON.CPY'.
      *
       FD LOANHIST.
       01 REC-LOANHIST              PIC X(100).
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD DSPRPT-RPT.
       01 RPT-LINE                  PIC X(90).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDVSV.CPY'.
       77 DSPRPT-RPT-PATH  PIC X(40) VALUE "DSPRPT.LST".
       77 STATUS-DISPLAYS  PIC X(2).
           88 VALID-STATUS-DISPLAYS VALUE IS "00" THRU "09".
       77 STATUS-DISPMEM   PIC X(2).
           88 VALID-STATUS-DISPMEM VALUE IS "00" THRU "09".
       77 STATUS-MOVIES    PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-LOANS     PIC X(2).
           88 VALID-STATUS-LOANS VALUE IS "00" THRU "09".
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
       77 SW-DPM-EOF       PIC 9 VALUE ZERO.
           88 DISPMEM-AT-END VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 REPORT-DISPLAY   PIC X(10) VALUE SPACES.
       77 SINCE-DAYS       PIC 9(04) VALUE ZERO.
       77 SINCE-DATE       PIC 9(08) VALUE ZERO.
       77 WK-DATE-INT      PIC 9(07) VALUE ZERO.
       77 RPT-TITULO       PIC X(30) VALUE SPACES.
       77 FROM-TEXT        PIC X(10) VALUE SPACES.
       77 TO-TEXT          PIC X(10) VALUE SPACES.
       77 DAYS-TEXT        PIC ZZZZ9.
       77 COUNT-TEXT       PIC ZZZZZZ9.
       77 CHANGE-NUM       PIC S9(07) VALUE ZERO.
       77 CHANGE-TEXT      PIC -ZZZZZ9.
       77 UPLIFT-PCT       PIC S9(05)V9 VALUE ZERO.
       77 UPLIFT-TEXT      PIC -ZZZZ9,9.
       77 CALC-BEFORE      PIC 9(07) VALUE ZERO.
       77 CALC-DURING      PIC 9(07) VALUE ZERO.
       77 RANK-NO          PIC 9(03) VALUE ZERO.

      * ONE SLOT PER ENDED DISPLAY - ITS TWO WINDOWS AND ITS TOTALS.
      * DS-RANK-KEY ORDERS THE CLOSING RANKING: THE UPLIFT, OR A
      * CEILING FOR A DISPLAY WHOSE TITLES WERE NEVER LENT BEFORE
       01 DS-TABLE.
           05 DS-ROW OCCURS 100 TIMES.
               10 DS-CODE       PIC X(10).
               10 DS-NAME       PIC X(30).
               10 DS-FROM       PIC 9(08).
               10 DS-TO         PIC 9(08).
               10 DS-BEFORE-FROM PIC 9(08).
               10 DS-DAYS       PIC 9(05).
               10 DS-TITLES     PIC 9(04).
               10 DS-BEFORE     PIC 9(07).
               10 DS-DURING     PIC 9(07).
               10 DS-RANK-KEY   PIC S9(05)V9.
       77 DS-CNT           PIC 9(03) VALUE ZERO.
       77 DS-SUB           PIC 9(03) VALUE ZERO.
       77 DS-SUB2          PIC 9(03) VALUE ZERO.
       77 HOLD-DS-ROW      PIC X(93) VALUE SPACES.

      * ONE SLOT PER TITLE ON AN ENDED DISPLAY, WITH ITS OWN TWO LOAN
      * COUNTS.  A TITLE ON SEVERAL DISPLAYS HAS A SLOT ON EACH; THE
      * SLOTS OF ONE TITLE ARE CHAINED THROUGH MB-NEXT FROM TT-FIRST,
      * SUBSCRIPTED BY CODIGO, SO THE LOAN PASS FINDS THEM ALL
       01 MB-TABLE.
           05 MB-ROW OCCURS 3000 TIMES.
               10 MB-DS         PIC 9(03).
               10 MB-CODIGO     PIC 9(05).
               10 MB-BEFORE     PIC 9(05).
               10 MB-DURING     PIC 9(05).
               10 MB-NEXT       PIC 9(04).
       77 MB-CNT           PIC 9(04) VALUE ZERO.
       77 MB-SUB           PIC 9(04) VALUE ZERO.

       01 TT-TABLE.
           05 TT-FIRST OCCURS 100000 TIMES
                       PIC 9(4) COMP-4.
       77 TT-SUB           PIC 9(6) VALUE ZERO.

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

           PERFORM READ-CONTROL-FILE

           PERFORM OPEN-FILES

           PERFORM LOAD-ENDED-DISPLAYS
           PERFORM TALLY-LOANS

           PERFORM WRITE-REPORT-HEADING

           PERFORM VARYING DS-SUB FROM 1 BY 1
                     UNTIL DS-SUB > DS-CNT
              PERFORM LIST-ONE-DISPLAY
           END-PERFORM

           PERFORM SORT-BY-UPLIFT
           PERFORM PRINT-RANKING

           PERFORM CLOSE-FILES

           DISPLAY DS-CNT " ENDED DISPLAY(S) MEASURED IN "
                   DSPRPT-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - ONE DISPLAY, AND HOW FAR BACK TO LOOK  *
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
           WHEN "DISPLAY     "
                MOVE FUNCTION UPPER-CASE (CTL-VALUE (1:10))
                  TO REPORT-DISPLAY
           WHEN "SINCE       "
                COMPUTE SINCE-DAYS =
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
      * OPEN ALL FILES                                                 *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  DISPLAYS
           OPEN INPUT  DISPMEM
           OPEN INPUT  MOVIES
           OPEN INPUT  LOANS
           OPEN OUTPUT DSPRPT-RPT

           IF NOT VALID-STATUS-DISPLAYS
              DISPLAY "UNABLE TO OPEN DISPLAYS.DAT - STATUS "
                      STATUS-DISPLAYS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-DISPMEM
              DISPLAY "UNABLE TO OPEN DISPMEM.DAT - STATUS "
                      STATUS-DISPMEM
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

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " DSPRPT-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * PASS 1 - EVERY DISPLAY THAT HAS ENDED GETS A SLOT WITH ITS RUN *
      * AND THE EQUAL STRETCH JUST BEFORE IT, AND EACH TITLE ON ITS    *
      * TABLE A MEMBER SLOT CHAINED FROM THE TITLE                     *
      *----------------------------------------------------------------*
       LOAD-ENDED-DISPLAYS.
           IF SINCE-DAYS > ZERO
              COMPUTE WK-DATE-INT =
                 FUNCTION INTEGER-OF-DATE (TODAY-DATE) - SINCE-DAYS
              COMPUTE SINCE-DATE =
                 FUNCTION DATE-OF-INTEGER (WK-DATE-INT)
           END-IF

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO DSP-CODE

           START DISPLAYS KEY >= DSP-CODE
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ DISPLAYS NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              IF DSP-TO-DT < TODAY-DATE
                 AND DSP-FROM-DT > ZERO
                 AND DSP-TO-DT NOT < SINCE-DATE
                 AND (REPORT-DISPLAY = SPACES
                      OR DSP-CODE = REPORT-DISPLAY)
                 AND DS-CNT < 100
                 PERFORM ADD-DISPLAY-SLOT
              END-IF

              READ DISPLAYS NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM
           .

       ADD-DISPLAY-SLOT.
           ADD 1 TO DS-CNT
           MOVE DS-CNT      TO DS-SUB
           MOVE DSP-CODE    TO DS-CODE (DS-SUB)
           MOVE DSP-NAME    TO DS-NAME (DS-SUB)
           MOVE DSP-FROM-DT TO DS-FROM (DS-SUB)
           MOVE DSP-TO-DT   TO DS-TO (DS-SUB)
           MOVE ZERO        TO DS-TITLES (DS-SUB)
           MOVE ZERO        TO DS-BEFORE (DS-SUB)
           MOVE ZERO        TO DS-DURING (DS-SUB)
           MOVE ZERO        TO DS-RANK-KEY (DS-SUB)

           COMPUTE DS-DAYS (DS-SUB) =
              FUNCTION INTEGER-OF-DATE (DSP-TO-DT)
              - FUNCTION INTEGER-OF-DATE (DSP-FROM-DT) + 1
           COMPUTE WK-DATE-INT =
              FUNCTION INTEGER-OF-DATE (DSP-FROM-DT) - DS-DAYS (DS-SUB)
           COMPUTE DS-BEFORE-FROM (DS-SUB) =
              FUNCTION DATE-OF-INTEGER (WK-DATE-INT)

           SET DISPMEM-AT-END TO FALSE
           MOVE DSP-CODE TO DPM-DSP-CODE
           MOVE ZERO     TO DPM-CODIGO

           START DISPMEM KEY >= DPM-KEY
                 INVALID KEY
                     SET DISPMEM-AT-END TO TRUE
                 NOT INVALID KEY
                     READ DISPMEM NEXT RECORD
                          AT END SET DISPMEM-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL DISPMEM-AT-END
                      OR DPM-DSP-CODE NOT = DSP-CODE
              IF DPM-CODIGO > ZERO
                 AND MB-CNT < 3000
                 ADD 1 TO MB-CNT
                 ADD 1 TO DS-TITLES (DS-SUB)
                 MOVE DS-SUB     TO MB-DS (MB-CNT)
                 MOVE DPM-CODIGO TO MB-CODIGO (MB-CNT)
                 MOVE ZERO       TO MB-BEFORE (MB-CNT)
                 MOVE ZERO       TO MB-DURING (MB-CNT)
                 MOVE DPM-CODIGO TO TT-SUB
                 MOVE TT-FIRST (TT-SUB) TO MB-NEXT (MB-CNT)
                 MOVE MB-CNT     TO TT-FIRST (TT-SUB)
              END-IF

              READ DISPMEM NEXT RECORD
                   AT END SET DISPMEM-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * PASS 2 - EVERY LOAN (LIVE AND ARCHIVED) OF A TITLE ON AN ENDED *
      * DISPLAY COUNTS FOR EACH OF ITS SLOTS WHOSE RUN, OR THE STRETCH *
      * BEFORE IT, TAKES IN THE CHECKOUT DATE                          *
      *----------------------------------------------------------------*
       TALLY-ONE-LOAN-DS.
           IF LOAN-CODIGO = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE LOAN-CODIGO TO TT-SUB
           MOVE TT-FIRST (TT-SUB) TO MB-SUB

           PERFORM UNTIL MB-SUB = ZERO
              MOVE MB-DS (MB-SUB) TO DS-SUB

              IF LOAN-CHECKOUT-DT NOT < DS-BEFORE-FROM (DS-SUB)
                 AND LOAN-CHECKOUT-DT < DS-FROM (DS-SUB)
                 ADD 1 TO MB-BEFORE (MB-SUB)
                 ADD 1 TO DS-BEFORE (DS-SUB)
              END-IF

              IF LOAN-CHECKOUT-DT NOT < DS-FROM (DS-SUB)
                 AND LOAN-CHECKOUT-DT NOT > DS-TO (DS-SUB)
                 ADD 1 TO MB-DURING (MB-SUB)
                 ADD 1 TO DS-DURING (DS-SUB)
              END-IF

              MOVE MB-NEXT (MB-SUB) TO MB-SUB
           END-PERFORM
           .

       TALLY-LOANS.
           IF MB-CNT = ZERO
              EXIT PARAGRAPH
           END-IF

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
              PERFORM TALLY-ONE-LOAN-DS

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
              PERFORM TALLY-ONE-LOAN-DS

              READ LOANHIST
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE LOANHIST
           .
      /
      *----------------------------------------------------------------*
      * THE CHANGE AND THE UPLIFT FOR ONE PAIR OF COUNTS IN            *
      * CALC-BEFORE / CALC-DURING - NO LOANS BEFORE MEANS THERE IS NO  *
      * PERCENTAGE, ONLY "NEW" WHEN THE DISPLAY BROUGHT SOME           *
      *----------------------------------------------------------------*
       CALC-UPLIFT.
           COMPUTE CHANGE-NUM = CALC-DURING - CALC-BEFORE
           MOVE CHANGE-NUM TO CHANGE-TEXT
           MOVE ZERO TO UPLIFT-PCT

           IF CALC-BEFORE > ZERO
              COMPUTE UPLIFT-PCT ROUNDED =
                 CHANGE-NUM * 100 / CALC-BEFORE
                 ON SIZE ERROR
                    MOVE 99999,9 TO UPLIFT-PCT
              END-COMPUTE
           ELSE
              IF CALC-DURING > ZERO
                 MOVE 99999,9 TO UPLIFT-PCT
              END-IF
           END-IF
           .

       PUT-UPLIFT-TEXT.
           IF CALC-BEFORE > ZERO
              MOVE UPLIFT-PCT  TO UPLIFT-TEXT
              MOVE UPLIFT-TEXT TO RPT-LINE (70:8)
              MOVE "%"         TO RPT-LINE (78:1)
           ELSE
              IF CALC-DURING > ZERO
                 MOVE "NEW"    TO RPT-LINE (75:3)
              ELSE
                 MOVE "-"      TO RPT-LINE (77:1)
              END-IF
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * REPORT HEADING                                                 *
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-LINE
           IF REPORT-DISPLAY = SPACES
              STRING "FILMOTECA.EDUC360 - THEMED DISPLAY UPLIFT - "
                                    DELIMITED BY SIZE
                     "ALL ENDED DISPLAYS"
                                    DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
           ELSE
              STRING "FILMOTECA.EDUC360 - THEMED DISPLAY UPLIFT - "
                                    DELIMITED BY SIZE
                     REPORT-DISPLAY DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
           END-IF
           WRITE RPT-LINE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           IF SINCE-DAYS > ZERO
              MOVE SINCE-DAYS TO DAYS-TEXT
              STRING "RUN ON "              DELIMITED BY SIZE
                     WK-DATE-TEXT           DELIMITED BY SIZE
                     " - DISPLAYS ENDED IN THE LAST "
                                            DELIMITED BY SIZE
                     DAYS-TEXT              DELIMITED BY SIZE
                     " DAYS"                DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
           ELSE
              STRING "RUN ON "              DELIMITED BY SIZE
                     WK-DATE-TEXT           DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
           END-IF
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "LOANS WHILE EACH DISPLAY RAN AGAINST THE SAME "
                                    DELIMITED BY SIZE
                  "NUMBER OF DAYS BEFORE IT"
                                    DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES     TO RPT-LINE
           MOVE "CODE"     TO RPT-LINE (1:4)
           MOVE "TITLE"    TO RPT-LINE (8:5)
           MOVE "BEFORE"   TO RPT-LINE (41:6)
           MOVE "DURING"   TO RPT-LINE (50:6)
           MOVE "CHANGE"   TO RPT-LINE (59:6)
           MOVE "UPLIFT"   TO RPT-LINE (72:6)
           WRITE RPT-LINE

           MOVE ALL "-" TO RPT-LINE
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE DISPLAY - ITS NAME AND DATES, EVERY TITLE ON ITS TABLE,    *
      * AND THE DISPLAY AS A WHOLE                                     *
      *----------------------------------------------------------------*
       LIST-ONE-DISPLAY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING DS-NAME (DS-SUB) DELIMITED BY "  "
                  " ("             DELIMITED BY SIZE
                  DS-CODE (DS-SUB) DELIMITED BY SPACE
                  ")"              DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE DS-FROM (DS-SUB) TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT TO FROM-TEXT
           MOVE DS-TO (DS-SUB) TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT TO TO-TEXT
           MOVE DS-DAYS (DS-SUB) TO DAYS-TEXT
           MOVE DS-BEFORE-FROM (DS-SUB) TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           MOVE SPACES TO RPT-LINE
           STRING "  RAN "             DELIMITED BY SIZE
                  FROM-TEXT            DELIMITED BY SIZE
                  " - "                DELIMITED BY SIZE
                  TO-TEXT              DELIMITED BY SIZE
                  " ("                 DELIMITED BY SIZE
                  DAYS-TEXT            DELIMITED BY SIZE
                  " DAYS), COMPARED FROM " DELIMITED BY SIZE
                  WK-DATE-TEXT         DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           IF DS-TITLES (DS-SUB) = ZERO
              MOVE "  NO TITLES WERE PUT ON THIS DISPLAY" TO RPT-LINE
              WRITE RPT-LINE
           END-IF

           PERFORM VARYING MB-SUB FROM 1 BY 1
                     UNTIL MB-SUB > MB-CNT
              IF MB-DS (MB-SUB) = DS-SUB
                 PERFORM LIST-ONE-MEMBER
              END-IF
           END-PERFORM

           MOVE DS-BEFORE (DS-SUB) TO CALC-BEFORE
           MOVE DS-DURING (DS-SUB) TO CALC-DURING
           PERFORM CALC-UPLIFT
           MOVE UPLIFT-PCT TO DS-RANK-KEY (DS-SUB)

           MOVE SPACES TO RPT-LINE
           MOVE DS-TITLES (DS-SUB) TO COUNT-TEXT
           STRING "  DISPLAY TOTAL, " DELIMITED BY SIZE
                  COUNT-TEXT          DELIMITED BY SIZE
                  " TITLE(S)"         DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           MOVE CALC-BEFORE TO COUNT-TEXT
           MOVE COUNT-TEXT  TO RPT-LINE (40:7)
           MOVE CALC-DURING TO COUNT-TEXT
           MOVE COUNT-TEXT  TO RPT-LINE (49:7)
           MOVE CHANGE-TEXT TO RPT-LINE (58:7)
           PERFORM PUT-UPLIFT-TEXT
           WRITE RPT-LINE
           .

       LIST-ONE-MEMBER.
           MOVE MB-CODIGO (MB-SUB) TO CODIGO
           READ MOVIES
                INVALID
                    MOVE "?? TITLE NOT FOUND ??" TO RPT-TITULO
                NOT INVALID
                    MOVE TITULO TO RPT-TITULO
           END-READ

           MOVE MB-BEFORE (MB-SUB) TO CALC-BEFORE
           MOVE MB-DURING (MB-SUB) TO CALC-DURING
           PERFORM CALC-UPLIFT

           MOVE SPACES             TO RPT-LINE
           MOVE MB-CODIGO (MB-SUB) TO RPT-LINE (1:5)
           MOVE RPT-TITULO         TO RPT-LINE (8:30)
           MOVE CALC-BEFORE        TO COUNT-TEXT
           MOVE COUNT-TEXT         TO RPT-LINE (40:7)
           MOVE CALC-DURING        TO COUNT-TEXT
           MOVE COUNT-TEXT         TO RPT-LINE (49:7)
           MOVE CHANGE-TEXT        TO RPT-LINE (58:7)
           PERFORM PUT-UPLIFT-TEXT
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * RANK THE DISPLAYS BY UPLIFT, BIGGEST FIRST                     *
      *----------------------------------------------------------------*
       SORT-BY-UPLIFT.
           PERFORM VARYING DS-SUB FROM 1 BY 1
                     UNTIL DS-SUB NOT < DS-CNT
              PERFORM VARYING DS-SUB2 FROM 1 BY 1
                        UNTIL DS-SUB2 NOT < DS-CNT
                 IF DS-RANK-KEY (DS-SUB2) < DS-RANK-KEY (DS-SUB2 + 1)
                    MOVE DS-ROW (DS-SUB2)     TO HOLD-DS-ROW
                    MOVE DS-ROW (DS-SUB2 + 1) TO DS-ROW (DS-SUB2)
                    MOVE HOLD-DS-ROW          TO DS-ROW (DS-SUB2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * THE CLOSING RANKING - WHICH DISPLAYS ACTUALLY MOVED STOCK      *
      *----------------------------------------------------------------*
       PRINT-RANKING.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE ALL "-" TO RPT-LINE
           WRITE RPT-LINE

           MOVE "DISPLAYS RANKED BY UPLIFT" TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES     TO RPT-LINE
           MOVE "RANK"     TO RPT-LINE (1:4)
           MOVE "DISPLAY"  TO RPT-LINE (8:7)
           MOVE "BEFORE"   TO RPT-LINE (41:6)
           MOVE "DURING"   TO RPT-LINE (50:6)
           MOVE "CHANGE"   TO RPT-LINE (59:6)
           MOVE "UPLIFT"   TO RPT-LINE (72:6)
           WRITE RPT-LINE

           MOVE ZERO TO RANK-NO

           PERFORM VARYING DS-SUB FROM 1 BY 1
                     UNTIL DS-SUB > DS-CNT
              ADD 1 TO RANK-NO

              MOVE DS-BEFORE (DS-SUB) TO CALC-BEFORE
              MOVE DS-DURING (DS-SUB) TO CALC-DURING
              PERFORM CALC-UPLIFT

              MOVE SPACES             TO RPT-LINE
              MOVE RANK-NO            TO RPT-LINE (1:3)
              MOVE DS-NAME (DS-SUB)   TO RPT-LINE (8:30)
              MOVE CALC-BEFORE        TO COUNT-TEXT
              MOVE COUNT-TEXT         TO RPT-LINE (40:7)
              MOVE CALC-DURING        TO COUNT-TEXT
              MOVE COUNT-TEXT         TO RPT-LINE (49:7)
              MOVE CHANGE-TEXT        TO RPT-LINE (58:7)
              PERFORM PUT-UPLIFT-TEXT
              WRITE RPT-LINE
           END-PERFORM

           IF DS-CNT = ZERO
              MOVE "NO DISPLAY HAS ENDED YET" TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE DISPLAYS
           CLOSE DISPMEM
           CLOSE MOVIES
           CLOSE LOANS
           CLOSE DSPRPT-RPT
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
      * LOAD THE SCREEN CAPTIONS FOR THE SELECTED LANGUAGE             *
      *----------------------------------------------------------------*
          COPY 'CPVIDLNP.CPY'.
      /
      *----------------------------------------------------------------*
      * LOCALE DATE FORMAT AND PARSE                                   *
      *----------------------------------------------------------------*
          COPY 'CPVIDDTP.CPY'.
