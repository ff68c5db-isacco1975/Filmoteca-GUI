       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          RTVRPT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  OPEN VENDOR RETURNS REPORT - EVERY DEFECTIVE NEW COPY SENT    *
      *  BACK TO ITS DISTRIBUTOR WHOSE CREDIT NOTE HAS NOT ARRIVED,    *
      *  GROUPED BY DISTRIBUTOR WITH THE RMA NUMBER, THE DAYS SINCE IT *
      *  WENT BACK AND THE CREDIT EXPECTED.  A RETURN WAITING LONGER   *
      *  THAN THE CHASE LIMIT IS FLAGGED SO THE CREDIT IS CHASED, AND  *
      *  EACH DISTRIBUTOR CARRIES THE TOTAL IT STILL OWES US.          *
      *                                                                *
      *  AN OPTIONAL RTVRPT.CTL TAKES DISTRIB=NAME (ONLY THAT          *
      *  DISTRIBUTOR) AND CHASE=NN (DAYS, DEFAULT 30).                 *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDVRA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "RTVRPT.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT RTVRPT-RPT ASSIGN TO RTVRPT-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD VENDRET.
          COPY 'CPVIDVRT.CPY'.
      *
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD RTVRPT-RPT.
       01 RPT-LINE                  PIC X(90).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 RTVRPT-RPT-PATH  PIC X(40) VALUE "RTVRPT.LST".
       77 STATUS-VENDRET   PIC X(2).
           88 VALID-STATUS-VENDRET VALUE IS "00" THRU "09".
       77 STATUS-MOVIES    PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 SW-VRT-EOF       PIC 9 VALUE ZERO.
           88 VENDRET-AT-END VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 REPORT-DISTRIB   PIC X(15) VALUE SPACES.
       77 CHASE-DAYS       PIC 9(03) VALUE 30.
       77 DAYS-OUT         PIC 9(05) VALUE ZERO.
       77 DAYS-TEXT        PIC ZZZZ9.
       77 RPT-TITULO       PIC X(30) VALUE SPACES.
       77 OPEN-COUNT       PIC 9(5) VALUE ZERO.
       77 CHASE-COUNT      PIC 9(5) VALUE ZERO.
       77 OWED-TOTAL       PIC 9(7)V99 VALUE ZERO.
       77 COUNT-TEXT       PIC ZZZZ9.
       77 MONEY-TEXT       PIC ZZZZ9,99.
       77 TOTAL-TEXT       PIC ZZZZZZ9,99.

      * ONE SLOT PER DISTRIBUTOR WITH A CREDIT STILL OUTSTANDING
       01 RD-TABLE.
           05 RD-ROW OCCURS 200 TIMES.
               10 RD-NAME       PIC X(15).
               10 RD-RETURNS    PIC 9(5).
               10 RD-OWED       PIC 9(7)V99.
       77 RD-CNT           PIC 9(3) VALUE ZERO.
       77 RD-SUB           PIC 9(3) VALUE ZERO.
       77 RD-SUB2          PIC 9(3) VALUE ZERO.
       77 HOLD-RD-ROW      PIC X(29) VALUE SPACES.
       77 SW-RD-FOUND      PIC 9 VALUE ZERO.
           88 RD-SLOT-FOUND VALUE 1, FALSE 0.

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

           PERFORM TALLY-OPEN-RETURNS
           PERFORM SORT-BY-NAME

           PERFORM WRITE-REPORT-HEADING

           PERFORM VARYING RD-SUB FROM 1 BY 1
                     UNTIL RD-SUB > RD-CNT
              PERFORM LIST-ONE-DISTRIBUTOR
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS

           PERFORM CLOSE-FILES

           DISPLAY "OPEN VENDOR RETURNS REPORT WRITTEN TO "
                   RTVRPT-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - ONE DISTRIBUTOR, AND THE CHASE LIMIT   *
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
           WHEN "DISTRIB     "
                MOVE FUNCTION UPPER-CASE (CTL-VALUE (1:15))
                  TO REPORT-DISTRIB
           WHEN "CHASE       "
                COMPUTE CHASE-DAYS =
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

           OPEN INPUT  VENDRET
           OPEN INPUT  MOVIES
           OPEN OUTPUT RTVRPT-RPT

           IF NOT VALID-STATUS-VENDRET
              DISPLAY "UNABLE TO OPEN VENDRET.DAT - STATUS "
                      STATUS-VENDRET
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-MOVIES
              DISPLAY "UNABLE TO OPEN MOVIES.DAT - STATUS "
                      STATUS-MOVIES
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " RTVRPT-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * FIRST PASS - ONE SLOT PER DISTRIBUTOR STILL OWING A CREDIT     *
      *----------------------------------------------------------------*
       TALLY-OPEN-RETURNS.
           PERFORM START-VENDRET

           PERFORM UNTIL VENDRET-AT-END
              IF VRT-IS-OPEN
                 AND (REPORT-DISTRIB = SPACES
                      OR VRT-DISTRIB = REPORT-DISTRIB)
                 PERFORM FIND-DISTRIB-SLOT
                 IF RD-SLOT-FOUND
                    ADD 1              TO RD-RETURNS (RD-SUB)
                    ADD VRT-CREDIT-EXP TO RD-OWED (RD-SUB)
                 END-IF
              END-IF

              READ VENDRET NEXT RECORD
                   AT END SET VENDRET-AT-END TO TRUE
              END-READ
           END-PERFORM
           .

       FIND-DISTRIB-SLOT.
           SET RD-SLOT-FOUND TO FALSE

           PERFORM VARYING RD-SUB FROM 1 BY 1
                     UNTIL RD-SUB > RD-CNT
                        OR RD-SLOT-FOUND
              IF RD-NAME (RD-SUB) = VRT-DISTRIB
                 SET RD-SLOT-FOUND TO TRUE
              END-IF
           END-PERFORM

           IF RD-SLOT-FOUND
              SUBTRACT 1 FROM RD-SUB
              EXIT PARAGRAPH
           END-IF

           IF RD-CNT < 200
              ADD 1 TO RD-CNT
              MOVE RD-CNT      TO RD-SUB
              MOVE VRT-DISTRIB TO RD-NAME (RD-SUB)
              MOVE ZERO        TO RD-RETURNS (RD-SUB)
              MOVE ZERO        TO RD-OWED (RD-SUB)
              SET RD-SLOT-FOUND TO TRUE
           END-IF
           .

       START-VENDRET.
           SET VENDRET-AT-END TO FALSE
           MOVE ZERO TO VRT-CODIGO
           MOVE ZERO TO VRT-COPY-NO
           MOVE ZERO TO VRT-SEQ

           START VENDRET KEY >= VRT-KEY
                 INVALID KEY
                     SET VENDRET-AT-END TO TRUE
                 NOT INVALID KEY
                     READ VENDRET NEXT RECORD
                          AT END SET VENDRET-AT-END TO TRUE
                     END-READ
           END-START
           .
      /
      *----------------------------------------------------------------*
      * DISTRIBUTORS IN NAME ORDER                                     *
      *----------------------------------------------------------------*
       SORT-BY-NAME.
           PERFORM VARYING RD-SUB FROM 1 BY 1
                     UNTIL RD-SUB NOT < RD-CNT
              PERFORM VARYING RD-SUB2 FROM 1 BY 1
                        UNTIL RD-SUB2 NOT < RD-CNT
                 IF RD-NAME (RD-SUB2) > RD-NAME (RD-SUB2 + 1)
                    MOVE RD-ROW (RD-SUB2)     TO HOLD-RD-ROW
                    MOVE RD-ROW (RD-SUB2 + 1) TO RD-ROW (RD-SUB2)
                    MOVE HOLD-RD-ROW          TO RD-ROW (RD-SUB2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * REPORT HEADING                                                 *
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-LINE
           IF REPORT-DISTRIB = SPACES
              STRING "FILMOTECA.EDUC360 - OPEN VENDOR RETURNS - "
                                    DELIMITED BY SIZE
                     "ALL DISTRIBUTORS"
                                    DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
           ELSE
              STRING "FILMOTECA.EDUC360 - OPEN VENDOR RETURNS - "
                                    DELIMITED BY SIZE
                     REPORT-DISTRIB DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
           END-IF
           WRITE RPT-LINE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE CHASE-DAYS TO DAYS-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "RUN ON "              DELIMITED BY SIZE
                  WK-DATE-TEXT           DELIMITED BY SIZE
                  " - CHASE AFTER "      DELIMITED BY SIZE
                  DAYS-TEXT              DELIMITED BY SIZE
                  " DAYS"                DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES     TO RPT-LINE
           MOVE "TITLE"    TO RPT-LINE (3:5)
           MOVE "COPY"     TO RPT-LINE (34:4)
           MOVE "RMA NO."  TO RPT-LINE (39:7)
           MOVE "SENT"     TO RPT-LINE (55:4)
           MOVE "DAYS"     TO RPT-LINE (67:4)
           MOVE "CREDIT"   TO RPT-LINE (74:6)
           WRITE RPT-LINE

           MOVE ALL "-" TO RPT-LINE
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE DISTRIBUTOR - ITS NAME, EVERY RETURN STILL WAITING ON A    *
      * CREDIT, AND WHAT IT OWES IN ALL                                *
      *----------------------------------------------------------------*
       LIST-ONE-DISTRIBUTOR.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           IF RD-NAME (RD-SUB) = SPACES
              MOVE "(NO DISTRIBUTOR ON FILE)" TO RPT-LINE
           ELSE
              MOVE RD-NAME (RD-SUB) TO RPT-LINE
           END-IF
           WRITE RPT-LINE

           PERFORM START-VENDRET

           PERFORM UNTIL VENDRET-AT-END
              IF VRT-IS-OPEN
                 AND VRT-DISTRIB = RD-NAME (RD-SUB)
                 PERFORM LIST-ONE-RETURN
              END-IF

              READ VENDRET NEXT RECORD
                   AT END SET VENDRET-AT-END TO TRUE
              END-READ
           END-PERFORM

           MOVE RD-RETURNS (RD-SUB) TO COUNT-TEXT
           MOVE RD-OWED (RD-SUB)    TO TOTAL-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "  OWED ON "    DELIMITED BY SIZE
                  COUNT-TEXT      DELIMITED BY SIZE
                  " RETURN(S)"    DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           MOVE TOTAL-TEXT TO RPT-LINE (72:10)
           WRITE RPT-LINE

           ADD RD-RETURNS (RD-SUB) TO OPEN-COUNT
           ADD RD-OWED (RD-SUB)    TO OWED-TOTAL
           .

       LIST-ONE-RETURN.
           MOVE VRT-CODIGO TO CODIGO
           READ MOVIES
                INVALID
                    MOVE "?? TITLE NOT FOUND ??" TO RPT-TITULO
                NOT INVALID
                    MOVE TITULO TO RPT-TITULO
           END-READ

           MOVE SPACES          TO RPT-LINE
           MOVE RPT-TITULO      TO RPT-LINE (3:30)
           MOVE VRT-COPY-NO     TO RPT-LINE (34:3)
           MOVE VRT-RMA-NO      TO RPT-LINE (39:15)

           MOVE VRT-SENT-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT    TO RPT-LINE (55:10)

           MOVE ZERO TO DAYS-OUT
           IF VRT-SENT-DT > ZERO
              AND VRT-SENT-DT < TODAY-DATE
              COMPUTE DAYS-OUT =
                 FUNCTION INTEGER-OF-DATE (TODAY-DATE)
                 - FUNCTION INTEGER-OF-DATE (VRT-SENT-DT)
           END-IF
           MOVE DAYS-OUT        TO DAYS-TEXT
           MOVE DAYS-TEXT       TO RPT-LINE (66:5)

           MOVE VRT-CREDIT-EXP  TO MONEY-TEXT
           MOVE MONEY-TEXT      TO RPT-LINE (74:8)

           IF DAYS-OUT > CHASE-DAYS
              MOVE "CHASE"      TO RPT-LINE (84:5)
              ADD 1 TO CHASE-COUNT
           END-IF

           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * COUNTS AT THE FOOT                                             *
      *----------------------------------------------------------------*
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE ALL "-" TO RPT-LINE
           WRITE RPT-LINE

           MOVE RD-CNT TO COUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "DISTRIBUTORS OWING : " DELIMITED BY SIZE
                  COUNT-TEXT              DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE OPEN-COUNT TO COUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "OPEN RETURNS       : " DELIMITED BY SIZE
                  COUNT-TEXT              DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE CHASE-COUNT TO COUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "TO CHASE           : " DELIMITED BY SIZE
                  COUNT-TEXT              DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE OWED-TOTAL TO TOTAL-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "CREDIT OUTSTANDING : " DELIMITED BY SIZE
                  TOTAL-TEXT              DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE VENDRET
           CLOSE MOVIES
           CLOSE RTVRPT-RPT
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
