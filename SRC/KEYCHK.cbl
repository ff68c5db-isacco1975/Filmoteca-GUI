       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          KEYCHK.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  KEY-SPACE EARLY WARNING - WEEKLY.  EVERY NUMBERING SCHEME     *
      *  WITH A HARD CEILING IS MEASURED: THE CATALOG CODIGO (UP TO    *
      *  89999) AND THE EQUIPMENT ASSET BAND (90000-99999), LOAN-SEQ,  *
      *  FIN-SEQ AND RSV-SEQ PER TITLE, THE SEVEN-DIGIT RECEIPT AND    *
      *  MAIL-QUEUE NUMBERS, BRW-ID, AND RPR-SEQ AT THREE DIGITS PER   *
      *  COPY.  THE PER-TITLE AND PER-COPY SEQUENCES ARE MEASURED BY   *
      *  THEIR BUSIEST TITLE OR COPY - THE FIRST ONE TO RUN OUT STOPS  *
      *  THE DESK.                                                     *
      *                                                                *
      *  EACH RUN'S HIGHEST VALUES GO ON THE KEYHIST FILE.  THE GROWTH *
      *  SINCE THE OLDEST RUN INSIDE THE RECENT WINDOW (DEFAULT 91     *
      *  DAYS) GIVES A DAILY RATE AND FROM IT THE DAY EACH SCHEME RUNS *
      *  OUT.  A SCHEME PAST THE WARNING PERCENTAGE (DEFAULT 80) IS    *
      *  FLAGGED ON KEYCHK.LST AND ON THE CONSOLE DASHBOARD, WHICH     *
      *  READS THE LATEST RUN OFF KEYHIST.                             *
      *                                                                *
      *  AN OPTIONAL KEYCHK.CTL SETS WARN=NN (PERCENT) AND DAYS=NNN    *
      *  (THE GROWTH WINDOW).                                          *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDEQA.CPY'.
          COPY 'CPVIDLOA.CPY'.
          COPY 'CPVIDFIA.CPY'.
          COPY 'CPVIDRSA.CPY'.
          COPY 'CPVIDRCA.CPY'.
          COPY 'CPVIDMQA.CPY'.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDRPA.CPY'.
          COPY 'CPVIDKHA.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "KEYCHK.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT KEYCHK-RPT ASSIGN TO KEYCHK-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD EQUIP.
          COPY 'CPVIDEQP.CPY'.
      *
       FD LOANS.
          COPY 'CPVIDLON.CPY'.
      *
       FD FINES.
          COPY 'CPVIDFIN.CPY'.
      *
       FD RESERVES.
          COPY 'CPVIDRSV.CPY'.
      *
       FD RECEIPTS.
          COPY 'CPVIDRCP.CPY'.
      *
       FD MAILQ.
          COPY 'CPVIDMLQ.CPY'.
      *
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD REPAIRS.
          COPY 'CPVIDRPR.CPY'.
      *
       FD KEYHIST.
          COPY 'CPVIDKHS.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD KEYCHK-RPT.
       01 RPT-LINE                  PIC X(100).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 KEYCHK-RPT-PATH  PIC X(40) VALUE "KEYCHK.LST".
       77 STATUS-MOVIES    PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-EQUIP     PIC X(2).
           88 VALID-STATUS-EQUIP VALUE IS "00" THRU "09".
       77 STATUS-LOANS     PIC X(2).
           88 VALID-STATUS-LOANS VALUE IS "00" THRU "09".
       77 STATUS-FINES     PIC X(2).
           88 VALID-STATUS-FINES VALUE IS "00" THRU "09".
       77 STATUS-RESERVES  PIC X(2).
           88 VALID-STATUS-RESERVES VALUE IS "00" THRU "09".
       77 STATUS-RECEIPTS  PIC X(2).
           88 VALID-STATUS-RECEIPTS VALUE IS "00" THRU "09".
       77 STATUS-MAILQ     PIC X(2).
           88 VALID-STATUS-MAILQ VALUE IS "00" THRU "09".
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-REPAIRS   PIC X(2).
           88 VALID-STATUS-REPAIRS VALUE IS "00" THRU "09".
       77 STATUS-KEYHIST   PIC X(2).
           88 VALID-STATUS-KEYHIST VALUE IS "00" THRU "09".
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-EOF           PIC 9 VALUE ZERO.
           88 FILE-AT-END   VALUE 1, FALSE 0.
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.

       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 TODAY-TIME       PIC 9(08) VALUE ZERO.
       77 TODAY-DAYNO      PIC 9(07) VALUE ZERO.
       77 WINDOW-START-DT  PIC 9(08) VALUE ZERO.
       77 KEY-WARN-PCT     PIC 9(03) VALUE 80.
       77 KEY-WINDOW-DAYS  PIC 9(03) VALUE 91.
       77 WARN-COUNT       PIC 9(02) VALUE ZERO.
       77 SPAN-DAYS        PIC 9(07) VALUE ZERO.
       77 GROWTH           PIC S9(07) VALUE ZERO.
       77 DAYS-LEFT        PIC 9(09) VALUE ZERO.
       77 WEEKLY-GROWTH    PIC 9(07) VALUE ZERO.
       77 KS-SUB           PIC 9(02) VALUE ZERO.
       77 KS-CNT           PIC 9(02) VALUE 9.

      * THE SCHEMES, THEIR RANGE, AND THE FILE THE HIGHEST VALUE IS
      * READ FROM - IN THE ORDER THEY ARE MEASURED AND LISTED
       01 KEY-SCHEME-TABLE.
           05 FILLER PIC X(26) VALUE "CODIGO      00000010089999".
           05 FILLER PIC X(26) VALUE "EQUIPMENT ID00900000099999".
           05 FILLER PIC X(26) VALUE "LOAN-SEQ    00000010099999".
           05 FILLER PIC X(26) VALUE "FIN-SEQ     00000010099999".
           05 FILLER PIC X(26) VALUE "RSV-SEQ     00000010099999".
           05 FILLER PIC X(26) VALUE "RCP-NO      00000019999999".
           05 FILLER PIC X(26) VALUE "MLQ-ID      00000019999999".
           05 FILLER PIC X(26) VALUE "BRW-ID      00000010099999".
           05 FILLER PIC X(26) VALUE "RPR-SEQ     00000010000999".
       01 KEY-SCHEMES REDEFINES KEY-SCHEME-TABLE.
           05 KS-ROW OCCURS 9 TIMES.
               10 KS-NAME           PIC X(12).
               10 KS-FLOOR          PIC 9(07).
               10 KS-CEILING        PIC 9(07).

      * WHAT THIS RUN FINDS, AND THE EARLIER RUN IT IS MEASURED FROM
       01 KEY-RESULTS.
           05 KR-ROW OCCURS 9 TIMES.
               10 KR-HIGH           PIC 9(07).
               10 KR-MISSING        PIC X(01).
                   88 KR-NOT-ON-FILE VALUE "Y".
               10 KR-PCT            PIC 9(03).
               10 KR-OUT-DT         PIC 9(08).
               10 KR-WARN           PIC X(01).
               10 KR-THEN-DT        PIC 9(08).
               10 KR-THEN-HIGH      PIC 9(07).
               10 KR-THEN-IN-WINDOW PIC X(01).
               10 KR-WEEKLY         PIC 9(07).

       77 PCT-TEXT         PIC ZZ9.
       77 HIGH-TEXT        PIC Z(6)9.
       77 GROWTH-TEXT      PIC Z(6)9.
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM LOAD-CAPTIONS
           PERFORM READ-CONTROL-FILE

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT TODAY-TIME FROM TIME
           COMPUTE TODAY-DAYNO = FUNCTION INTEGER-OF-DATE (TODAY-DATE)
           COMPUTE WINDOW-START-DT = FUNCTION DATE-OF-INTEGER
                   (TODAY-DAYNO - KEY-WINDOW-DAYS)

           INITIALIZE KEY-RESULTS

           PERFORM FIND-HIGH-CODIGO
           PERFORM FIND-HIGH-EQUIPMENT
           PERFORM FIND-HIGH-LOAN-SEQ
           PERFORM FIND-HIGH-FIN-SEQ
           PERFORM FIND-HIGH-RSV-SEQ
           PERFORM FIND-HIGH-RCP-NO
           PERFORM FIND-HIGH-MLQ-ID
           PERFORM FIND-HIGH-BRW-ID
           PERFORM FIND-HIGH-RPR-SEQ

           PERFORM READ-KEY-HISTORY

           PERFORM VARYING KS-SUB FROM 1 BY 1 UNTIL KS-SUB > KS-CNT
              PERFORM PROJECT-ONE-SCHEME
           END-PERFORM

           PERFORM WRITE-KEYCHK-REPORT
           PERFORM APPEND-KEY-HISTORY

           IF WARN-COUNT > ZERO
              DISPLAY WARN-COUNT " NUMBERING SCHEME(S) PAST "
                      KEY-WARN-PCT "% - SEE " KEYCHK-RPT-PATH
           ELSE
              DISPLAY "ALL NUMBERING SCHEMES BELOW " KEY-WARN-PCT
                      "% - SEE " KEYCHK-RPT-PATH
           END-IF

           MOVE ZERO TO RETURN-CODE
           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * READ THE OPTIONAL KEYCHK.CTL CONTROL FILE (KEYWORD=VALUE)      *
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
           WHEN "WARN        "
                COMPUTE KEY-WARN-PCT = FUNCTION NUMVAL (CTL-VALUE)
           WHEN "DAYS        "
                COMPUTE KEY-WINDOW-DAYS = FUNCTION NUMVAL (CTL-VALUE)
           WHEN OTHER
                CONTINUE
           END-EVALUATE

              READ CONTROL-FILE
                   AT END SET CTL-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE CONTROL-FILE

           IF KEY-WARN-PCT = ZERO OR KEY-WARN-PCT > 100
              MOVE 80 TO KEY-WARN-PCT
           END-IF

           IF KEY-WINDOW-DAYS < 7
              MOVE 91 TO KEY-WINDOW-DAYS
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * CATALOG CODES - THE HIGHEST CODE BELOW THE EQUIPMENT BAND      *
      *----------------------------------------------------------------*
       FIND-HIGH-CODIGO.
           MOVE 1 TO KS-SUB

           OPEN INPUT MOVIES

           IF NOT VALID-STATUS-MOVIES
              SET KR-NOT-ON-FILE (KS-SUB) TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE 89999 TO CODIGO

           START MOVIES KEY <= CODIGO
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     READ MOVIES PREVIOUS RECORD
                          NOT AT END
                              MOVE CODIGO TO KR-HIGH (KS-SUB)
                     END-READ
           END-START

           CLOSE MOVIES
           .
      /
      *----------------------------------------------------------------*
      * EQUIPMENT ASSET IDS - THE TOP OF THE EQUIPMENT MASTER          *
      *----------------------------------------------------------------*
       FIND-HIGH-EQUIPMENT.
           MOVE 2 TO KS-SUB

           OPEN INPUT EQUIP

           IF NOT VALID-STATUS-EQUIP
              SET KR-NOT-ON-FILE (KS-SUB) TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE 99999 TO EQP-ASSET-ID

           START EQUIP KEY <= EQP-ASSET-ID
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     READ EQUIP PREVIOUS RECORD
                          NOT AT END
                              MOVE EQP-ASSET-ID TO KR-HIGH (KS-SUB)
                     END-READ
           END-START

           CLOSE EQUIP
           .
      /
      *----------------------------------------------------------------*
      * LOAN SEQUENCES RUN PER TITLE - THE BUSIEST TITLE IS THE ONE    *
      * THAT MATTERS, SO THE WHOLE FILE IS READ FOR THE LARGEST        *
      *----------------------------------------------------------------*
       FIND-HIGH-LOAN-SEQ.
           MOVE 3 TO KS-SUB

           OPEN INPUT LOANS

           IF NOT VALID-STATUS-LOANS
              SET KR-NOT-ON-FILE (KS-SUB) TO TRUE
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE

           READ LOANS NEXT RECORD
                AT END SET FILE-AT-END TO TRUE
           END-READ

           PERFORM UNTIL FILE-AT-END
              IF LOAN-SEQ > KR-HIGH (KS-SUB)
                 MOVE LOAN-SEQ TO KR-HIGH (KS-SUB)
              END-IF

              READ LOANS NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE LOANS
           .
      /
      *----------------------------------------------------------------*
      * FINE SEQUENCES - THE SAME, OVER THE FINES FILE                 *
      *----------------------------------------------------------------*
       FIND-HIGH-FIN-SEQ.
           MOVE 4 TO KS-SUB

           OPEN INPUT FINES

           IF NOT VALID-STATUS-FINES
              SET KR-NOT-ON-FILE (KS-SUB) TO TRUE
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE

           READ FINES NEXT RECORD
                AT END SET FILE-AT-END TO TRUE
           END-READ

           PERFORM UNTIL FILE-AT-END
              IF FIN-SEQ > KR-HIGH (KS-SUB)
                 MOVE FIN-SEQ TO KR-HIGH (KS-SUB)
              END-IF

              READ FINES NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE FINES
           .
      /
      *----------------------------------------------------------------*
      * HOLD QUEUE SEQUENCES - PER TITLE, OVER THE RESERVES FILE       *
      *----------------------------------------------------------------*
       FIND-HIGH-RSV-SEQ.
           MOVE 5 TO KS-SUB

           OPEN INPUT RESERVES

           IF NOT VALID-STATUS-RESERVES
              SET KR-NOT-ON-FILE (KS-SUB) TO TRUE
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE

           READ RESERVES NEXT RECORD
                AT END SET FILE-AT-END TO TRUE
           END-READ

           PERFORM UNTIL FILE-AT-END
              IF RSV-SEQ > KR-HIGH (KS-SUB)
                 MOVE RSV-SEQ TO KR-HIGH (KS-SUB)
              END-IF

              READ RESERVES NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE RESERVES
           .
      /
      *----------------------------------------------------------------*
      * RECEIPT NUMBERS - THE LAST SLIP ON THE REGISTER                *
      *----------------------------------------------------------------*
       FIND-HIGH-RCP-NO.
           MOVE 6 TO KS-SUB

           OPEN INPUT RECEIPTS

           IF NOT VALID-STATUS-RECEIPTS
              SET KR-NOT-ON-FILE (KS-SUB) TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE 9999999 TO RCP-NO

           START RECEIPTS KEY <= RCP-NO
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     READ RECEIPTS PREVIOUS RECORD
                          NOT AT END
                              MOVE RCP-NO TO KR-HIGH (KS-SUB)
                     END-READ
           END-START

           CLOSE RECEIPTS
           .
      /
      *----------------------------------------------------------------*
      * MAIL QUEUE IDS - THE LAST MESSAGE QUEUED                       *
      *----------------------------------------------------------------*
       FIND-HIGH-MLQ-ID.
           MOVE 7 TO KS-SUB

           OPEN INPUT MAILQ

           IF NOT VALID-STATUS-MAILQ
              SET KR-NOT-ON-FILE (KS-SUB) TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE 9999999 TO MLQ-ID

           START MAILQ KEY <= MLQ-ID
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     READ MAILQ PREVIOUS RECORD
                          NOT AT END
                              MOVE MLQ-ID TO KR-HIGH (KS-SUB)
                     END-READ
           END-START

           CLOSE MAILQ
           .
      /
      *----------------------------------------------------------------*
      * BORROWER IDS - THE LAST CARD ISSUED                            *
      *----------------------------------------------------------------*
       FIND-HIGH-BRW-ID.
           MOVE 8 TO KS-SUB

           OPEN INPUT BORROWERS

           IF NOT VALID-STATUS-BORROWERS
              SET KR-NOT-ON-FILE (KS-SUB) TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE 99999 TO BRW-ID

           START BORROWERS KEY <= BRW-ID
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     READ BORROWERS PREVIOUS RECORD
                          NOT AT END
                              MOVE BRW-ID TO KR-HIGH (KS-SUB)
                     END-READ
           END-START

           CLOSE BORROWERS
           .
      /
      *----------------------------------------------------------------*
      * REPAIR TRIPS RUN PER COPY AT THREE DIGITS - THE MOST-TRAVELLED *
      * COPY IS THE ONE THAT MATTERS                                   *
      *----------------------------------------------------------------*
       FIND-HIGH-RPR-SEQ.
           MOVE 9 TO KS-SUB

           OPEN INPUT REPAIRS

           IF NOT VALID-STATUS-REPAIRS
              SET KR-NOT-ON-FILE (KS-SUB) TO TRUE
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE

           READ REPAIRS NEXT RECORD
                AT END SET FILE-AT-END TO TRUE
           END-READ

           PERFORM UNTIL FILE-AT-END
              IF RPR-SEQ > KR-HIGH (KS-SUB)
                 MOVE RPR-SEQ TO KR-HIGH (KS-SUB)
              END-IF

              READ REPAIRS NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE REPAIRS
           .
      /
      *----------------------------------------------------------------*
      * THE EARLIER RUN EACH SCHEME IS MEASURED FROM - THE OLDEST ONE  *
      * INSIDE THE WINDOW OR, WHEN THE CHECK HAS NOT RUN FOR A WHILE,  *
      * THE LATEST ONE BEFORE IT.  TODAY'S OWN ROWS (A RERUN) ARE NOT  *
      * HISTORY.  THE FILE IS IN RUN ORDER, SO THE FIRST ROW INSIDE    *
      * THE WINDOW IS THE OLDEST.                                      *
      *----------------------------------------------------------------*
       READ-KEY-HISTORY.
           OPEN INPUT KEYHIST

           IF NOT VALID-STATUS-KEYHIST
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE

           READ KEYHIST
                AT END SET FILE-AT-END TO TRUE
           END-READ

           PERFORM UNTIL FILE-AT-END
              IF KHS-RUN-DT < TODAY-DATE
                 PERFORM VARYING KS-SUB FROM 1 BY 1
                           UNTIL KS-SUB > KS-CNT
                    IF KS-NAME (KS-SUB) = KHS-SCHEME
                       AND KR-THEN-IN-WINDOW (KS-SUB) NOT = "Y"
                       MOVE KHS-RUN-DT TO KR-THEN-DT (KS-SUB)
                       MOVE KHS-HIGH   TO KR-THEN-HIGH (KS-SUB)
                       IF KHS-RUN-DT NOT < WINDOW-START-DT
                          MOVE "Y" TO KR-THEN-IN-WINDOW (KS-SUB)
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF

              READ KEYHIST
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE KEYHIST
           .
      /
      *----------------------------------------------------------------*
      * PERCENT USED, GROWTH RATE, RUN-OUT DATE AND THE WARNING FLAG   *
      * FOR ONE SCHEME                                                 *
      *----------------------------------------------------------------*
       PROJECT-ONE-SCHEME.
           MOVE ZERO  TO KR-PCT (KS-SUB)
           MOVE ZERO  TO KR-OUT-DT (KS-SUB)
           MOVE ZERO  TO KR-WEEKLY (KS-SUB)
           MOVE SPACE TO KR-WARN (KS-SUB)

           IF KR-HIGH (KS-SUB) < KS-FLOOR (KS-SUB)
              EXIT PARAGRAPH
           END-IF

           COMPUTE KR-PCT (KS-SUB) =
                   (KR-HIGH (KS-SUB) - KS-FLOOR (KS-SUB) + 1) * 100
                 / (KS-CEILING (KS-SUB) - KS-FLOOR (KS-SUB) + 1)

           IF KR-PCT (KS-SUB) NOT < KEY-WARN-PCT
              MOVE "W" TO KR-WARN (KS-SUB)
              ADD 1 TO WARN-COUNT
           END-IF

           IF KR-THEN-DT (KS-SUB) = ZERO
              EXIT PARAGRAPH
           END-IF

           COMPUTE SPAN-DAYS = TODAY-DAYNO
                 - FUNCTION INTEGER-OF-DATE (KR-THEN-DT (KS-SUB))
           COMPUTE GROWTH = KR-HIGH (KS-SUB) - KR-THEN-HIGH (KS-SUB)

           IF SPAN-DAYS = ZERO OR GROWTH NOT > ZERO
              EXIT PARAGRAPH
           END-IF

           COMPUTE WEEKLY-GROWTH ROUNDED = GROWTH * 7 / SPAN-DAYS
           MOVE WEEKLY-GROWTH TO KR-WEEKLY (KS-SUB)

           COMPUTE DAYS-LEFT =
                   (KS-CEILING (KS-SUB) - KR-HIGH (KS-SUB))
                 * SPAN-DAYS / GROWTH

      *> A CENTURY AWAY IS NOT A DATE ANYBODY NEEDS TO PLAN FOR
           IF DAYS-LEFT > 36500
              EXIT PARAGRAPH
           END-IF

           COMPUTE KR-OUT-DT (KS-SUB) = FUNCTION DATE-OF-INTEGER
                   (TODAY-DAYNO + DAYS-LEFT)
           .
      /
      *----------------------------------------------------------------*
      * KEYCHK.LST - ONE LINE PER SCHEME                               *
      *----------------------------------------------------------------*
       WRITE-KEYCHK-REPORT.
           OPEN OUTPUT KEYCHK-RPT

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " KEYCHK-RPT-PATH
                      " - STATUS " STATUS-RPT
              EXIT PARAGRAPH
           END-IF

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           MOVE SPACES TO RPT-LINE
           STRING "FILMOTECA.EDUC360 - KEY-SPACE CHECK "
                                  DELIMITED BY SIZE
                  WK-DATE-TEXT    DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE KEY-WARN-PCT    TO PCT-TEXT
           MOVE KEY-WINDOW-DAYS TO HIGH-TEXT
           STRING "WARNING AT "     DELIMITED BY SIZE
                  PCT-TEXT          DELIMITED BY SIZE
                  "% USED; GROWTH MEASURED OVER THE LAST "
                                    DELIMITED BY SIZE
                  HIGH-TEXT         DELIMITED BY SIZE
                  " DAYS"           DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "SCHEME        HIGHEST  CEILING  USED  PER WEEK  "
             TO RPT-LINE
           MOVE "RUNS OUT" TO RPT-LINE (48:8)
           WRITE RPT-LINE

           PERFORM VARYING KS-SUB FROM 1 BY 1 UNTIL KS-SUB > KS-CNT
              MOVE SPACES TO RPT-LINE
              MOVE KS-NAME (KS-SUB)    TO RPT-LINE (1:12)

              IF KR-NOT-ON-FILE (KS-SUB)
                 MOVE "FILE NOT AVAILABLE - NOT MEASURED"
                   TO RPT-LINE (15:33)
              ELSE
                 MOVE KR-HIGH (KS-SUB)    TO HIGH-TEXT
                 MOVE HIGH-TEXT           TO RPT-LINE (15:7)
                 MOVE KS-CEILING (KS-SUB) TO HIGH-TEXT
                 MOVE HIGH-TEXT           TO RPT-LINE (24:7)
                 MOVE KR-PCT (KS-SUB)     TO PCT-TEXT
                 MOVE PCT-TEXT            TO RPT-LINE (33:3)
                 MOVE "%"                 TO RPT-LINE (36:1)
                 MOVE KR-WEEKLY (KS-SUB)  TO GROWTH-TEXT
                 MOVE GROWTH-TEXT         TO RPT-LINE (40:7)

                 EVALUATE TRUE
                    WHEN KR-OUT-DT (KS-SUB) NOT = ZERO
                         MOVE KR-OUT-DT (KS-SUB) TO WK-DATE-YMD
                         PERFORM FORMAT-DATE-TEXT
                         MOVE WK-DATE-TEXT  TO RPT-LINE (48:10)
                    WHEN KR-THEN-DT (KS-SUB) = ZERO
                         MOVE "NO HISTORY YET" TO RPT-LINE (48:14)
                    WHEN OTHER
                         MOVE "NOT IN SIGHT"   TO RPT-LINE (48:12)
                 END-EVALUATE

                 IF KR-WARN (KS-SUB) = "W"
                    MOVE "*** WARNING" TO RPT-LINE (64:11)
                 END-IF
              END-IF

              WRITE RPT-LINE
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           IF WARN-COUNT > ZERO
              MOVE "A SCHEME MARKED *** WARNING NEEDS A WIDER KEY OR A "
                TO RPT-LINE
              MOVE "RENUMBERING BEFORE IT RUNS OUT"
                TO RPT-LINE (52:30)
           ELSE
              MOVE "NO SCHEME IS PAST THE WARNING PERCENTAGE"
                TO RPT-LINE
           END-IF
           WRITE RPT-LINE

           CLOSE KEYCHK-RPT
           .
      /
      *----------------------------------------------------------------*
      * TODAY'S FIGURES GO ON THE HISTORY FOR THE NEXT RUN AND FOR THE *
      * CONSOLE DASHBOARD.  A SCHEME WHOSE FILE WAS NOT THERE IS LEFT  *
      * OFF, SO IT NEVER LOOKS LIKE A DROP TO ZERO.                    *
      *----------------------------------------------------------------*
       APPEND-KEY-HISTORY.
           OPEN EXTEND KEYHIST
           IF STATUS-KEYHIST = "35"
              OPEN OUTPUT KEYHIST
           END-IF

           IF NOT VALID-STATUS-KEYHIST
              DISPLAY "UNABLE TO OPEN KEYHIST.DAT - STATUS "
                      STATUS-KEYHIST
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING KS-SUB FROM 1 BY 1 UNTIL KS-SUB > KS-CNT
              IF NOT KR-NOT-ON-FILE (KS-SUB)
                 INITIALIZE KHS-REC
                 MOVE TODAY-DATE          TO KHS-RUN-DT
                 MOVE TODAY-TIME (1:6)    TO KHS-RUN-TM
                 MOVE KS-NAME (KS-SUB)    TO KHS-SCHEME
                 MOVE KS-FLOOR (KS-SUB)   TO KHS-FLOOR
                 MOVE KS-CEILING (KS-SUB) TO KHS-CEILING
                 MOVE KR-HIGH (KS-SUB)    TO KHS-HIGH
                 MOVE KR-PCT (KS-SUB)     TO KHS-PCT-USED
                 MOVE KR-OUT-DT (KS-SUB)  TO KHS-OUT-DT
                 MOVE KR-WARN (KS-SUB)    TO KHS-WARN
                 WRITE KHS-REC
              END-IF
           END-PERFORM

           CLOSE KEYHIST
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
