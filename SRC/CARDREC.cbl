       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          CARDREC.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  CARD SETTLEMENT RECONCILIATION - MATCHES THE CARD TERMINAL'S  *
      *  END-OF-DAY SETTLEMENT FILE (CARDSETL.TXT, ONE                 *
      *  YYYYMMDD;HHMMSS;AMOUNT;AUTH-CODE LINE PER APPROVED SALE)      *
      *  AGAINST THE DAY'S CARD ROWS ON THE TILL JOURNAL.  A TERMINAL  *
      *  LINE PAIRS FIRST WITH A TILL ROW OF THE SAME AMOUNT (THE      *
      *  NEAREST IN TIME); WHAT IS LEFT PAIRS WITH THE NEAREST TILL    *
      *  ROW INSIDE THE TIME WINDOW AND IS LISTED AS A MISMATCHED      *
      *  AMOUNT; ANYTHING STILL UNPAIRED IS LISTED ON ITS OWN SIDE.    *
      *                                                                *
      *  THE DATE DEFAULTS TO TODAY.  AN OPTIONAL CARDREC.CTL TAKES    *
      *  DATE=YYYYMMDD, FILE=<SETTLEMENT FILE> AND WINDOW=<MINUTES>    *
      *  (DEFAULT 15).                                                 *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDTJA.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "CARDREC.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT SETTLE-FILE ASSIGN TO SETTLE-FILE-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-SETL.
          SELECT CARDREC-RPT ASSIGN TO CARDREC-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD TILLJRN.
          COPY 'CPVIDTLJ.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD SETTLE-FILE.
       01 REC-SETTLE                PIC X(80).
      *
       FD CARDREC-RPT.
       01 RPT-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 CARDREC-RPT-PATH PIC X(40) VALUE "CARDREC.LST".
       77 SETTLE-FILE-PATH PIC X(60) VALUE "CARDSETL.TXT".
       77 STATUS-TILLJRN   PIC X(2).
           88 VALID-STATUS-TILLJRN VALUE IS "00" THRU "09".
       77 STATUS-SETL      PIC X(2).
           88 VALID-STATUS-SETL VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-TILL-EOF      PIC 9 VALUE ZERO.
           88 TILL-AT-END   VALUE 1, FALSE 0.
       77 SW-SETL-EOF      PIC 9 VALUE ZERO.
           88 SETL-AT-END   VALUE 1, FALSE 0.
       77 REPORT-DATE      PIC 9(08) VALUE ZERO.
       77 WINDOW-MINUTES   PIC 9(03) VALUE 15.
       77 WINDOW-SECONDS   PIC 9(05) VALUE ZERO.

      * OPTIONAL CONTROL FILE (KEYWORD=VALUE LINES)
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.

      * ONE SETTLEMENT LINE, SPLIT
       77 FLD-DATE         PIC X(08) VALUE SPACES.
       77 FLD-TIME         PIC X(06) VALUE SPACES.
       77 FLD-AMOUNT       PIC X(12) VALUE SPACES.
       77 FLD-AUTH         PIC X(10) VALUE SPACES.
       77 SETL-LINE-DATE   PIC 9(08) VALUE ZERO.

      * THE DAY'S CARD ROWS FROM THE TILL JOURNAL
       01 TILL-CARD-TABLE.
           05 TC-ROW OCCURS 500 TIMES.
               10 TC-SEQ         PIC 9(05).
               10 TC-TIME        PIC 9(06).
               10 TC-SECS        PIC 9(05).
               10 TC-OPERATOR    PIC X(10).
               10 TC-TYPE        PIC X(01).
               10 TC-AMOUNT      PIC 9(05)V99.
               10 TC-PAIRED      PIC X(01).
                   88 TC-IS-PAIRED VALUE "Y".
       77 TC-CNT           PIC 9(03) VALUE ZERO.
       77 TC-SUB           PIC 9(03) VALUE ZERO.

      * THE TERMINAL'S SETTLEMENT LINES FOR THE SAME DAY
       01 SETTLE-TABLE.
           05 ST-ROW OCCURS 500 TIMES.
               10 ST-TIME        PIC 9(06).
               10 ST-SECS        PIC 9(05).
               10 ST-AMOUNT      PIC 9(05)V99.
               10 ST-AUTH        PIC X(10).
               10 ST-MATCH       PIC X(01).
                   88 ST-IS-MATCHED    VALUE "M".
                   88 ST-IS-MISMATCHED VALUE "X".
                   88 ST-IS-UNPAIRED   VALUE " ".
               10 ST-TC-SUB      PIC 9(03).
       77 ST-CNT           PIC 9(03) VALUE ZERO.
       77 ST-SUB           PIC 9(03) VALUE ZERO.

      * NEAREST-TIME SEARCH
       77 BEST-SUB         PIC 9(03) VALUE ZERO.
       77 BEST-GAP         PIC 9(05) VALUE ZERO.
       77 THIS-GAP         PIC 9(05) VALUE ZERO.
       77 WK-HHMMSS        PIC 9(06) VALUE ZERO.
       77 WK-HH            PIC 9(02) VALUE ZERO.
       77 WK-MM            PIC 9(02) VALUE ZERO.
       77 WK-SS            PIC 9(02) VALUE ZERO.
       77 WK-SECS          PIC 9(05) VALUE ZERO.

      * TOTALS AND COUNTS
       77 TOT-TILL         PIC 9(7)V99 VALUE ZERO.
       77 TOT-TERMINAL     PIC 9(7)V99 VALUE ZERO.
       77 TOT-DIFF         PIC S9(7)V99 VALUE ZERO.
       77 CNT-MATCHED      PIC 9(05) VALUE ZERO.
       77 CNT-MISMATCHED   PIC 9(05) VALUE ZERO.
       77 CNT-TERM-ONLY    PIC 9(05) VALUE ZERO.
       77 CNT-TILL-ONLY    PIC 9(05) VALUE ZERO.
       77 CNT-OVERFLOW     PIC 9(05) VALUE ZERO.
       77 AMOUNT-TEXT      PIC ZZZZZZ9,99.
       77 AMOUNT-TEXT-2    PIC ZZZZZZ9,99.
       77 DIFF-TEXT        PIC -ZZZZZZ9,99.
       77 TIME-TEXT        PIC 99B99B99.
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
           ACCEPT REPORT-DATE FROM DATE YYYYMMDD

           PERFORM READ-CONTROL-FILE

           COMPUTE WINDOW-SECONDS = WINDOW-MINUTES * 60

           PERFORM OPEN-FILES

           PERFORM LOAD-TILL-CARD-ROWS

           PERFORM LOAD-SETTLEMENT-LINES

           PERFORM VARYING ST-SUB FROM 1 BY 1
                     UNTIL ST-SUB > ST-CNT
              PERFORM PAIR-ON-AMOUNT
           END-PERFORM

           PERFORM VARYING ST-SUB FROM 1 BY 1
                     UNTIL ST-SUB > ST-CNT
              IF ST-IS-UNPAIRED (ST-SUB)
                 PERFORM PAIR-ON-TIME
              END-IF
           END-PERFORM

           PERFORM PRINT-CARD-REPORT

           PERFORM CLOSE-FILES

           DISPLAY CNT-MATCHED " MATCHED, "
                   CNT-MISMATCHED " MISMATCHED, "
                   CNT-TERM-ONLY " TERMINAL-ONLY, "
                   CNT-TILL-ONLY " TILL-ONLY - SEE "
                   CARDREC-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - DATE, SETTLEMENT FILE AND TIME WINDOW  *
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
           WHEN "DATE        "
                COMPUTE REPORT-DATE =
                   FUNCTION NUMVAL (CTL-VALUE)
           WHEN "FILE        "
                MOVE CTL-VALUE TO SETTLE-FILE-PATH
           WHEN "WINDOW      "
                COMPUTE WINDOW-MINUTES =
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
      * OPEN THE TILL JOURNAL, THE SETTLEMENT FILE AND THE REPORT      *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  TILLJRN

           IF NOT VALID-STATUS-TILLJRN
              DISPLAY "UNABLE TO OPEN TILLJRN.DAT - STATUS "
                      STATUS-TILLJRN
              STOP RUN
           END-IF

           OPEN INPUT  SETTLE-FILE

           IF NOT VALID-STATUS-SETL
              DISPLAY "NO SETTLEMENT FILE " SETTLE-FILE-PATH
                      " - STATUS " STATUS-SETL
              STOP RUN
           END-IF

           OPEN OUTPUT CARDREC-RPT

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " CARDREC-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * EVERY MONEY-IN TILL ROW OF THE REPORT DATE TAKEN BY CARD       *
      *----------------------------------------------------------------*
       LOAD-TILL-CARD-ROWS.
           SET TILL-AT-END TO FALSE

           MOVE REPORT-DATE TO TLJ-DATE
           MOVE ZERO        TO TLJ-SEQ

           START TILLJRN KEY >= TLJ-KEY
                 INVALID KEY
                     SET TILL-AT-END TO TRUE
                 NOT INVALID KEY
                     READ TILLJRN NEXT RECORD
                          AT END SET TILL-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL TILL-AT-END
                      OR TLJ-DATE NOT = REPORT-DATE
              IF TLJ-BY-CARD
                 AND (TLJ-IS-PAYMENT OR TLJ-IS-RENTAL
                      OR TLJ-IS-SALE OR TLJ-IS-DEPOSIT
                      OR TLJ-IS-MEMBER OR TLJ-IS-TICKET)
                 PERFORM ADD-TILL-CARD-ROW
              END-IF

              READ TILLJRN NEXT RECORD
                   AT END SET TILL-AT-END TO TRUE
              END-READ
           END-PERFORM
           .

       ADD-TILL-CARD-ROW.
           ADD TLJ-AMOUNT TO TOT-TILL

           IF TC-CNT NOT < 500
              ADD 1 TO CNT-OVERFLOW
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO TC-CNT
           MOVE TLJ-SEQ      TO TC-SEQ (TC-CNT)
           MOVE TLJ-TIME     TO TC-TIME (TC-CNT)
           MOVE TLJ-OPERATOR TO TC-OPERATOR (TC-CNT)
           MOVE TLJ-TYPE     TO TC-TYPE (TC-CNT)
           MOVE TLJ-AMOUNT   TO TC-AMOUNT (TC-CNT)
           MOVE SPACE        TO TC-PAIRED (TC-CNT)

           MOVE TLJ-TIME TO WK-HHMMSS
           PERFORM TIME-TO-SECONDS
           MOVE WK-SECS  TO TC-SECS (TC-CNT)
           .
      /
      *----------------------------------------------------------------*
      * THE TERMINAL'S LINES FOR THE REPORT DATE - OTHER DATES ON THE  *
      * SAME FILE (A SETTLEMENT THAT RAN PAST MIDNIGHT) ARE SKIPPED    *
      *----------------------------------------------------------------*
       LOAD-SETTLEMENT-LINES.
           SET SETL-AT-END TO FALSE

           READ SETTLE-FILE
                AT END SET SETL-AT-END TO TRUE
           END-READ

           PERFORM UNTIL SETL-AT-END
              PERFORM ADD-SETTLEMENT-LINE

              READ SETTLE-FILE
                   AT END SET SETL-AT-END TO TRUE
              END-READ
           END-PERFORM
           .

       ADD-SETTLEMENT-LINE.
           MOVE SPACES TO FLD-DATE
           MOVE SPACES TO FLD-TIME
           MOVE SPACES TO FLD-AMOUNT
           MOVE SPACES TO FLD-AUTH

           UNSTRING REC-SETTLE DELIMITED BY ";"
               INTO FLD-DATE FLD-TIME FLD-AMOUNT FLD-AUTH
           END-UNSTRING

           IF FLD-DATE IS NOT NUMERIC
              OR FLD-TIME IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF

           MOVE FLD-DATE TO SETL-LINE-DATE
           IF SETL-LINE-DATE NOT = REPORT-DATE
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO ST-CNT
           IF ST-CNT > 500
              MOVE 500 TO ST-CNT
              ADD 1 TO CNT-OVERFLOW
              EXIT PARAGRAPH
           END-IF

           MOVE FLD-TIME TO ST-TIME (ST-CNT)
           COMPUTE ST-AMOUNT (ST-CNT) =
              FUNCTION NUMVAL (FLD-AMOUNT)
           MOVE FLD-AUTH TO ST-AUTH (ST-CNT)
           MOVE SPACE    TO ST-MATCH (ST-CNT)
           MOVE ZERO     TO ST-TC-SUB (ST-CNT)
           ADD ST-AMOUNT (ST-CNT) TO TOT-TERMINAL

           MOVE ST-TIME (ST-CNT) TO WK-HHMMSS
           PERFORM TIME-TO-SECONDS
           MOVE WK-SECS  TO ST-SECS (ST-CNT)
           .

       TIME-TO-SECONDS.
           MOVE WK-HHMMSS (1:2) TO WK-HH
           MOVE WK-HHMMSS (3:2) TO WK-MM
           MOVE WK-HHMMSS (5:2) TO WK-SS
           COMPUTE WK-SECS = WK-HH * 3600 + WK-MM * 60 + WK-SS
           .
      /
      *----------------------------------------------------------------*
      * FIRST PASS - THE UNPAIRED TILL ROW WITH THE SAME AMOUNT THAT   *
      * IS NEAREST IN TIME, HOWEVER FAR APART                          *
      *----------------------------------------------------------------*
       PAIR-ON-AMOUNT.
           MOVE ZERO  TO BEST-SUB
           MOVE 99999 TO BEST-GAP

           PERFORM VARYING TC-SUB FROM 1 BY 1
                     UNTIL TC-SUB > TC-CNT
              IF NOT TC-IS-PAIRED (TC-SUB)
                 AND TC-AMOUNT (TC-SUB) = ST-AMOUNT (ST-SUB)
                 PERFORM MEASURE-GAP
                 IF THIS-GAP < BEST-GAP
                    MOVE THIS-GAP TO BEST-GAP
                    MOVE TC-SUB   TO BEST-SUB
                 END-IF
              END-IF
           END-PERFORM

           IF BEST-SUB > ZERO
              SET TC-IS-PAIRED (BEST-SUB) TO TRUE
              SET ST-IS-MATCHED (ST-SUB)  TO TRUE
              MOVE BEST-SUB TO ST-TC-SUB (ST-SUB)
              ADD 1 TO CNT-MATCHED
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * SECOND PASS - A TERMINAL LINE WITH NO SAME-AMOUNT PARTNER      *
      * TAKES THE NEAREST UNPAIRED TILL ROW INSIDE THE WINDOW (A       *
      * KEYING SLIP AT ONE END OR THE OTHER)                           *
      *----------------------------------------------------------------*
       PAIR-ON-TIME.
           MOVE ZERO TO BEST-SUB
           COMPUTE BEST-GAP = WINDOW-SECONDS + 1

           PERFORM VARYING TC-SUB FROM 1 BY 1
                     UNTIL TC-SUB > TC-CNT
              IF NOT TC-IS-PAIRED (TC-SUB)
                 PERFORM MEASURE-GAP
                 IF THIS-GAP < BEST-GAP
                    MOVE THIS-GAP TO BEST-GAP
                    MOVE TC-SUB   TO BEST-SUB
                 END-IF
              END-IF
           END-PERFORM

           IF BEST-SUB > ZERO
              SET TC-IS-PAIRED (BEST-SUB)   TO TRUE
              SET ST-IS-MISMATCHED (ST-SUB) TO TRUE
              MOVE BEST-SUB TO ST-TC-SUB (ST-SUB)
              ADD 1 TO CNT-MISMATCHED
           END-IF
           .

       MEASURE-GAP.
           IF TC-SECS (TC-SUB) > ST-SECS (ST-SUB)
              COMPUTE THIS-GAP = TC-SECS (TC-SUB) - ST-SECS (ST-SUB)
           ELSE
              COMPUTE THIS-GAP = ST-SECS (ST-SUB) - TC-SECS (TC-SUB)
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE RECONCILIATION REPORT                                      *
      *----------------------------------------------------------------*
       PRINT-CARD-REPORT.
           MOVE REPORT-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           MOVE SPACES TO RPT-LINE
           STRING "FILMOTECA.EDUC360 - CARD SETTLEMENT CHECK - "
                      DELIMITED BY SIZE
                  WK-DATE-TEXT DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "MISMATCHED AMOUNTS (PAIRED BY TIME)" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "TERMINAL  AUTH-CODE      AMOUNT   "
                      DELIMITED BY SIZE
                  "TILL      SEQ   OPERATOR      AMOUNT"
                      DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           PERFORM VARYING ST-SUB FROM 1 BY 1
                     UNTIL ST-SUB > ST-CNT
              IF ST-IS-MISMATCHED (ST-SUB)
                 PERFORM PRINT-MISMATCH-LINE
              END-IF
           END-PERFORM

           IF CNT-MISMATCHED = ZERO
              MOVE "  NONE" TO RPT-LINE
              WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "ON THE TERMINAL, NOT ON THE TILL JOURNAL" TO RPT-LINE
           WRITE RPT-LINE
           MOVE "TERMINAL  AUTH-CODE      AMOUNT" TO RPT-LINE
           WRITE RPT-LINE

           PERFORM VARYING ST-SUB FROM 1 BY 1
                     UNTIL ST-SUB > ST-CNT
              IF ST-IS-UNPAIRED (ST-SUB)
                 ADD 1 TO CNT-TERM-ONLY
                 PERFORM PRINT-TERMINAL-ONLY-LINE
              END-IF
           END-PERFORM

           IF CNT-TERM-ONLY = ZERO
              MOVE "  NONE" TO RPT-LINE
              WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "ON THE TILL JOURNAL AS CARD, NOT ON THE TERMINAL"
             TO RPT-LINE
           WRITE RPT-LINE
           MOVE "TILL      SEQ   OPERATOR   TYPE      AMOUNT"
             TO RPT-LINE
           WRITE RPT-LINE

           PERFORM VARYING TC-SUB FROM 1 BY 1
                     UNTIL TC-SUB > TC-CNT
              IF NOT TC-IS-PAIRED (TC-SUB)
                 ADD 1 TO CNT-TILL-ONLY
                 PERFORM PRINT-TILL-ONLY-LINE
              END-IF
           END-PERFORM

           IF CNT-TILL-ONLY = ZERO
              MOVE "  NONE" TO RPT-LINE
              WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "MATCHED EXACTLY   : " DELIMITED BY SIZE
                  CNT-MATCHED            DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "MISMATCHED AMOUNT : " DELIMITED BY SIZE
                  CNT-MISMATCHED         DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "TERMINAL ONLY     : " DELIMITED BY SIZE
                  CNT-TERM-ONLY          DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "TILL ONLY         : " DELIMITED BY SIZE
                  CNT-TILL-ONLY          DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TOT-TILL TO AMOUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "CARD ON TILL      : " DELIMITED BY SIZE
                  AMOUNT-TEXT            DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TOT-TERMINAL TO AMOUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "CARD ON TERMINAL  : " DELIMITED BY SIZE
                  AMOUNT-TEXT            DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           COMPUTE TOT-DIFF = TOT-TERMINAL - TOT-TILL
           MOVE TOT-DIFF TO DIFF-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "TERMINAL LESS TILL:" DELIMITED BY SIZE
                  DIFF-TEXT             DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           IF CNT-OVERFLOW > ZERO
              MOVE SPACES TO RPT-LINE
              STRING "MORE THAN 500 ROWS ON ONE SIDE - "
                         DELIMITED BY SIZE
                     CNT-OVERFLOW DELIMITED BY SIZE
                     " NOT PAIRED" DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF
           .

       PRINT-MISMATCH-LINE.
           MOVE ST-TC-SUB (ST-SUB) TO TC-SUB

           MOVE SPACES TO RPT-LINE
           MOVE ST-TIME (ST-SUB)     TO TIME-TEXT
           MOVE TIME-TEXT            TO RPT-LINE (1:8)
           MOVE ST-AUTH (ST-SUB)     TO RPT-LINE (11:10)
           MOVE ST-AMOUNT (ST-SUB)   TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT          TO RPT-LINE (21:10)
           MOVE TC-TIME (TC-SUB)     TO TIME-TEXT
           MOVE TIME-TEXT            TO RPT-LINE (34:8)
           MOVE TC-SEQ (TC-SUB)      TO RPT-LINE (43:5)
           MOVE TC-OPERATOR (TC-SUB) TO RPT-LINE (49:10)
           MOVE TC-AMOUNT (TC-SUB)   TO AMOUNT-TEXT-2
           MOVE AMOUNT-TEXT-2        TO RPT-LINE (59:10)
           WRITE RPT-LINE
           .

       PRINT-TERMINAL-ONLY-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE ST-TIME (ST-SUB)     TO TIME-TEXT
           MOVE TIME-TEXT            TO RPT-LINE (1:8)
           MOVE ST-AUTH (ST-SUB)     TO RPT-LINE (11:10)
           MOVE ST-AMOUNT (ST-SUB)   TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT          TO RPT-LINE (21:10)
           WRITE RPT-LINE
           .

       PRINT-TILL-ONLY-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE TC-TIME (TC-SUB)     TO TIME-TEXT
           MOVE TIME-TEXT            TO RPT-LINE (1:8)
           MOVE TC-SEQ (TC-SUB)      TO RPT-LINE (11:5)
           MOVE TC-OPERATOR (TC-SUB) TO RPT-LINE (17:10)
           EVALUATE TC-TYPE (TC-SUB)
           WHEN "P"
                MOVE "FINE"          TO RPT-LINE (28:6)
           WHEN "R"
                MOVE "RENTAL"        TO RPT-LINE (28:6)
           WHEN "S"
                MOVE "SALE"          TO RPT-LINE (28:6)
           WHEN "D"
                MOVE "DEPOSIT"       TO RPT-LINE (28:7)
           END-EVALUATE
           MOVE TC-AMOUNT (TC-SUB)   TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT          TO RPT-LINE (35:10)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE TILLJRN
           CLOSE SETTLE-FILE
           CLOSE CARDREC-RPT
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
