       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          OPEXCP.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  WEEKLY OPERATOR EXCEPTIONS REPORT - THE MONEY AND THE RULES   *
      *  BENT AT THE DESK OVER SEVEN DAYS, FOR THE MANAGER TO REVIEW.  *
      *  FINES WAIVED COME OFF THE TILL JOURNAL (TYPE-W ROWS);         *
      *  ADMINISTRATOR OVERRIDES GRANTED, LOANS AND FINES DELETED AND  *
      *  SALE PRICES KEYED UNDER THE STICKER COME OFF THE SECURITY     *
      *  LOG.  EACH CATEGORY IS TOTALLED PER OPERATOR AND PER STATION  *
      *  - A WAIVER'S STATION IS THE BRANCH WHOSE TILL TOOK IT, AS THE *
      *  JOURNAL KEEPS NO STATION.  AN OPERATOR WHOSE WAIVED MONEY OR  *
      *  OVERRIDE COUNT RUNS PAST TWICE THE SHOP AVERAGE IS FLAGGED,   *
      *  AND EVERY EXCEPTION TAKEN OUTSIDE SHOP HOURS OR ON A CLOSED   *
      *  DAY IS LISTED ON ITS OWN.  THE WEEK ENDS TODAY; AN OPTIONAL   *
      *  OPEXCP.CTL CAN SET DATE=YYYYMMDD (THE LAST DAY OF THE WEEK),  *
      *  OPENS=HHMM AND CLOSES=HHMM (DEFAULT 0800 AND 2200) AND        *
      *  FACTOR=N (HOW MANY TIMES THE AVERAGE IS FLAGGED).  A WEEK     *
      *  WHOSE SECURITY LOG WAS ROTATED BY AUDROT PART-WAY THROUGH     *
      *  ONLY SHOWS WHAT IS STILL ON THE LIVE LOG.                     *
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
          COPY 'CPVIDSEA.CPY'.
          COPY 'CPVIDCLA.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "OPEXCP.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT OPEXCP-RPT ASSIGN TO OPEXCP-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD TILLJRN.
          COPY 'CPVIDTLJ.CPY'.
      *
       FD SECLOG.
          COPY 'CPVIDSEC.CPY'.
      *
       FD CALENDAR.
          COPY 'CPVIDCAL.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD OPEXCP-RPT.
       01 RPT-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDBNV.CPY'.
       77 OPEXCP-RPT-PATH  PIC X(40) VALUE "OPEXCP.LST".
       77 STATUS-TILLJRN   PIC X(2).
           88 VALID-STATUS-TILLJRN VALUE IS "00" THRU "09".
       77 STATUS-SECLOG    PIC X(2).
           88 VALID-STATUS-SECLOG VALUE IS "00" THRU "09".
       77 STATUS-CALENDAR  PIC X(2).
           88 VALID-STATUS-CALENDAR VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-TILL-EOF      PIC 9 VALUE ZERO.
           88 TILL-AT-END   VALUE 1, FALSE 0.
       77 SW-SEC-EOF       PIC 9 VALUE ZERO.
           88 SEC-AT-END    VALUE 1, FALSE 0.
      * THE SECURITY LOG AND THE CALENDAR ARE OPTIONAL - A SHOP THAT
      * HAS NEVER LOGGED AN EVENT OR KEYED A CLOSED DAY HAS NEITHER
       77 SW-CAL-OPEN      PIC 9 VALUE ZERO.
           88 CALENDAR-OPEN VALUE 1, FALSE 0.

      * TWO PASSES OVER THE SAME ROWS - THE TOTALS, THEN THE LIST OF
      * WHAT WAS DONE OUTSIDE SHOP HOURS
       77 SW-PASS          PIC 9 VALUE ZERO.
           88 PASS-TOTALS   VALUE 1.
           88 PASS-HOURS    VALUE 2.

      * OPTIONAL CONTROL FILE (KEYWORD=VALUE LINES)
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.

       77 WEEK-END-DATE    PIC 9(08) VALUE ZERO.
       77 WEEK-START-DATE  PIC 9(08) VALUE ZERO.
       77 SHOP-OPENS       PIC 9(04) VALUE 0800.
       77 SHOP-CLOSES      PIC 9(04) VALUE 2200.
       77 FLAG-FACTOR      PIC 9(02) VALUE 2.
       77 HOURS-COUNT      PIC 9(05) VALUE ZERO.
       77 EXCEPTION-COUNT  PIC 9(05) VALUE ZERO.
       77 AMOUNT-TEXT      PIC ZZZZZ9,99.
       77 COUNT-TEXT       PIC ZZZ9.
       77 TIME-TEXT        PIC 99.99.

      * ONE EXCEPTION, FROM WHICHEVER FILE IT CAME OFF
       77 EV-DATE          PIC 9(08) VALUE ZERO.
       77 EV-TIME          PIC 9(06) VALUE ZERO.
       77 EV-HHMM          PIC 9(04) VALUE ZERO.
       77 EV-OPERATOR      PIC X(10) VALUE SPACES.
       77 EV-STATION       PIC X(16) VALUE SPACES.
       77 EV-AMOUNT        PIC 9(07)V99 VALUE ZERO.
       77 EV-WHY           PIC X(11) VALUE SPACES.
       77 EV-KIND          PIC X(01) VALUE SPACE.
           88 EV-IS-WAIVER   VALUE "W".
           88 EV-IS-OVERRIDE VALUE "O".
           88 EV-IS-LOANDEL  VALUE "L".
           88 EV-IS-FINEDEL  VALUE "F".
           88 EV-IS-PRICEOVR VALUE "P".
           88 EV-IS-NONE     VALUE SPACE.

      * THE TOTALS - SIDE 1 PER OPERATOR, SIDE 2 PER STATION, ONE
      * SLOT PER NAME SEEN IN THE WEEK
       01 EXC-TABLES.
           05 EXC-SIDE OCCURS 2 TIMES.
               10 EXC-CNT        PIC 9(02).
               10 EXC-ROW OCCURS 50 TIMES.
                   15 EXC-KEY        PIC X(16).
                   15 EXC-WVD-CNT    PIC 9(04).
                   15 EXC-WVD-AMT    PIC 9(07)V99.
                   15 EXC-OVR-CNT    PIC 9(04).
                   15 EXC-LDL-CNT    PIC 9(04).
                   15 EXC-FDL-CNT    PIC 9(04).
                   15 EXC-FDL-AMT    PIC 9(07)V99.
                   15 EXC-PRC-CNT    PIC 9(04).
                   15 EXC-PRC-AMT    PIC 9(07)V99.
       77 SIDE-SUB         PIC 9(01) VALUE ZERO.
       77 EXC-SUB          PIC 9(02) VALUE ZERO.
       77 SLOT-KEY         PIC X(16) VALUE SPACES.
       77 SW-SLOT-FOUND    PIC 9 VALUE ZERO.
           88 SLOT-FOUND    VALUE 1, FALSE 0.

      * ONE PRINTED TOTALS ROW - A TABLE ROW, OR THE SHOP TOTAL
       01 PRT-ROW.
           05 PRT-KEY          PIC X(16).
           05 PRT-WVD-CNT      PIC 9(04).
           05 PRT-WVD-AMT      PIC 9(07)V99.
           05 PRT-OVR-CNT      PIC 9(04).
           05 PRT-LDL-CNT      PIC 9(04).
           05 PRT-FDL-CNT      PIC 9(04).
           05 PRT-FDL-AMT      PIC 9(07)V99.
           05 PRT-PRC-CNT      PIC 9(04).
           05 PRT-PRC-AMT      PIC 9(07)V99.
       01 SHOP-ROW.
           05 FILLER           PIC X(16).
           05 SHOP-WVD-CNT     PIC 9(04).
           05 SHOP-WVD-AMT     PIC 9(07)V99.
           05 SHOP-OVR-CNT     PIC 9(04).
           05 SHOP-LDL-CNT     PIC 9(04).
           05 SHOP-FDL-CNT     PIC 9(04).
           05 SHOP-FDL-AMT     PIC 9(07)V99.
           05 SHOP-PRC-CNT     PIC 9(04).
           05 SHOP-PRC-AMT     PIC 9(07)V99.
       77 PRT-FLAG         PIC X(08) VALUE SPACES.

      * THE SHOP AVERAGE PER OPERATOR, AND THE LINE PAST WHICH AN
      * OPERATOR IS FLAGGED
       77 AVG-WVD-AMT      PIC 9(07)V99 VALUE ZERO.
       77 AVG-OVR-CNT      PIC 9(04)V99 VALUE ZERO.
       77 LIMIT-WVD-AMT    PIC 9(09)V99 VALUE ZERO.
       77 LIMIT-OVR-CNT    PIC 9(06)V99 VALUE ZERO.
       77 FLAGGED-COUNT    PIC 9(02) VALUE ZERO.
       77 AVG-COUNT-TEXT   PIC ZZZ9,99.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           ACCEPT WEEK-END-DATE FROM DATE YYYYMMDD
           PERFORM READ-CONTROL-FILE

           COMPUTE WEEK-START-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WEEK-END-DATE) - 6)

           INITIALIZE EXC-TABLES
           INITIALIZE SHOP-ROW

           PERFORM OPEN-FILES

           SET PASS-TOTALS TO TRUE
           PERFORM SCAN-TILL-JOURNAL
           PERFORM SCAN-SECURITY-LOG

           PERFORM WORK-OUT-AVERAGES

           PERFORM PRINT-HEADINGS

           MOVE "PER OPERATOR" TO RPT-LINE
           WRITE RPT-LINE
           MOVE 1 TO SIDE-SUB
           PERFORM PRINT-TOTALS-TABLE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "PER STATION" TO RPT-LINE
           WRITE RPT-LINE
           MOVE 2 TO SIDE-SUB
           PERFORM PRINT-TOTALS-TABLE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM PRINT-AVERAGES

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "OUTSIDE SHOP HOURS OR ON A CLOSED DAY"
                     DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           PERFORM PRINT-HOURS-HEADINGS

           SET PASS-HOURS TO TRUE
           PERFORM SCAN-TILL-JOURNAL
           PERFORM SCAN-SECURITY-LOG

           IF HOURS-COUNT = ZERO
              MOVE "  (NONE)" TO RPT-LINE
              WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING EXCEPTION-COUNT DELIMITED BY SIZE
                  " EXCEPTION(S), " DELIMITED BY SIZE
                  FLAGGED-COUNT DELIMITED BY SIZE
                  " OPERATOR(S) FLAGGED, " DELIMITED BY SIZE
                  HOURS-COUNT DELIMITED BY SIZE
                  " OUTSIDE HOURS" DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           PERFORM CLOSE-FILES

           DISPLAY EXCEPTION-COUNT " EXCEPTION(S), " FLAGGED-COUNT
                   " OPERATOR(S) FLAGGED - REPORTED TO "
                   OPEXCP-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - ANOTHER WEEK, SHOP HOURS, FLAG FACTOR  *
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
                COMPUTE WEEK-END-DATE =
                   FUNCTION NUMVAL (CTL-VALUE)
           WHEN "OPENS       "
                COMPUTE SHOP-OPENS =
                   FUNCTION NUMVAL (CTL-VALUE)
           WHEN "CLOSES      "
                COMPUTE SHOP-CLOSES =
                   FUNCTION NUMVAL (CTL-VALUE)
           WHEN "FACTOR      "
                COMPUTE FLAG-FACTOR =
                   FUNCTION NUMVAL (CTL-VALUE)
           WHEN OTHER
                CONTINUE
           END-EVALUATE

              READ CONTROL-FILE
                   AT END SET CTL-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE CONTROL-FILE

           IF FLAG-FACTOR = ZERO
              MOVE 2 TO FLAG-FACTOR
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE FILES - THE TILL JOURNAL AND THE REPORT MUST OPEN;    *
      * THE SECURITY LOG AND THE CALENDAR MAY BE MISSING               *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  TILLJRN
           OPEN OUTPUT OPEXCP-RPT

           IF NOT VALID-STATUS-TILLJRN
              DISPLAY "UNABLE TO OPEN TILLJRN.DAT - STATUS "
                      STATUS-TILLJRN
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " OPEXCP-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF

           OPEN INPUT CALENDAR
           IF VALID-STATUS-CALENDAR
              SET CALENDAR-OPEN TO TRUE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE WEEK'S WAIVERS OFF THE TILL JOURNAL, IN KEY (DATE) ORDER   *
      *----------------------------------------------------------------*
       SCAN-TILL-JOURNAL.
           SET TILL-AT-END TO FALSE

           MOVE WEEK-START-DATE TO TLJ-DATE
           MOVE ZERO            TO TLJ-SEQ

           START TILLJRN KEY >= TLJ-KEY
                 INVALID KEY
                     SET TILL-AT-END TO TRUE
           END-START

           PERFORM UNTIL TILL-AT-END
              READ TILLJRN NEXT RECORD
                   AT END SET TILL-AT-END TO TRUE
              END-READ

              IF NOT TILL-AT-END
                 IF TLJ-DATE > WEEK-END-DATE
                    SET TILL-AT-END TO TRUE
                 ELSE
                    IF TLJ-IS-WAIVER
                       PERFORM TAKE-TILL-WAIVER
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

       TAKE-TILL-WAIVER.
           SET EV-IS-WAIVER TO TRUE
           MOVE TLJ-DATE     TO EV-DATE
           MOVE TLJ-TIME     TO EV-TIME
           MOVE TLJ-OPERATOR TO EV-OPERATOR
           MOVE TLJ-AMOUNT   TO EV-AMOUNT

           MOVE SPACES TO EV-STATION
           IF TLJ-BRANCH = SPACES
              STRING "BRANCH "   DELIMITED BY SIZE
                     HOME-BRANCH DELIMITED BY SIZE
                INTO EV-STATION
              END-STRING
           ELSE
              STRING "BRANCH "   DELIMITED BY SIZE
                     TLJ-BRANCH  DELIMITED BY SIZE
                INTO EV-STATION
              END-STRING
           END-IF

           PERFORM TAKE-ONE-EXCEPTION
           .
      /
      *----------------------------------------------------------------*
      * THE WEEK'S OVERRIDES, DELETIONS AND PRICE OVERRIDES OFF THE    *
      * SECURITY LOG - A SEQUENTIAL FILE, SO EVERY ROW IS READ         *
      *----------------------------------------------------------------*
       SCAN-SECURITY-LOG.
           OPEN INPUT SECLOG
           IF NOT VALID-STATUS-SECLOG
              EXIT PARAGRAPH
           END-IF

           SET SEC-AT-END TO FALSE
           PERFORM UNTIL SEC-AT-END
              READ SECLOG
                   AT END SET SEC-AT-END TO TRUE
              END-READ

              IF NOT SEC-AT-END
                 AND SEC-DATE NOT < WEEK-START-DATE
                 AND SEC-DATE NOT > WEEK-END-DATE
                 PERFORM TAKE-SECURITY-EVENT
              END-IF
           END-PERFORM

           CLOSE SECLOG
           .

       TAKE-SECURITY-EVENT.
           MOVE SPACE TO EV-KIND
           MOVE ZERO  TO EV-AMOUNT

           EVALUATE TRUE
           WHEN SEC-IS-OVRIDE
                SET EV-IS-OVERRIDE TO TRUE
           WHEN SEC-IS-LOANDEL
                SET EV-IS-LOANDEL TO TRUE
           WHEN SEC-IS-FINEDEL
                SET EV-IS-FINEDEL TO TRUE
                MOVE SEC-ADJ-AMOUNT TO EV-AMOUNT
           WHEN SEC-IS-PRICEOVR
                SET EV-IS-PRICEOVR TO TRUE
                MOVE SEC-ADJ-AMOUNT TO EV-AMOUNT
           WHEN OTHER
                CONTINUE
           END-EVALUATE

           IF EV-IS-NONE
              EXIT PARAGRAPH
           END-IF

           MOVE SEC-DATE     TO EV-DATE
           MOVE SEC-TIME     TO EV-TIME
           MOVE SEC-OPERATOR TO EV-OPERATOR
           MOVE SEC-STATION  TO EV-STATION
           IF EV-STATION = SPACES
              MOVE "(NO STATION)" TO EV-STATION
           END-IF

           PERFORM TAKE-ONE-EXCEPTION
           .
      /
      *----------------------------------------------------------------*
      * ONE EXCEPTION IN EV- - INTO THE TOTALS ON THE FIRST PASS, ONTO *
      * THE OUT-OF-HOURS LIST ON THE SECOND                            *
      *----------------------------------------------------------------*
       TAKE-ONE-EXCEPTION.
           IF PASS-TOTALS
              ADD 1 TO EXCEPTION-COUNT
              MOVE 1           TO SIDE-SUB
              MOVE EV-OPERATOR TO SLOT-KEY
              PERFORM ADD-TO-SLOT
              MOVE 2           TO SIDE-SUB
              MOVE EV-STATION  TO SLOT-KEY
              PERFORM ADD-TO-SLOT
              PERFORM ADD-TO-SHOP-TOTAL
           ELSE
              PERFORM CHECK-SHOP-HOURS
              IF EV-WHY NOT = SPACES
                 PERFORM PRINT-HOURS-LINE
              END-IF
           END-IF
           .

       ADD-TO-SLOT.
           SET SLOT-FOUND TO FALSE

           PERFORM VARYING EXC-SUB FROM 1 BY 1
                     UNTIL EXC-SUB > EXC-CNT (SIDE-SUB)
                        OR SLOT-FOUND
              IF EXC-KEY (SIDE-SUB, EXC-SUB) = SLOT-KEY
                 SET SLOT-FOUND TO TRUE
                 SUBTRACT 1 FROM EXC-SUB
              END-IF
           END-PERFORM

           IF NOT SLOT-FOUND
              IF EXC-CNT (SIDE-SUB) < 50
                 ADD 1 TO EXC-CNT (SIDE-SUB)
                 MOVE EXC-CNT (SIDE-SUB) TO EXC-SUB
                 MOVE SLOT-KEY TO EXC-KEY (SIDE-SUB, EXC-SUB)
              ELSE
                 EXIT PARAGRAPH
              END-IF
           END-IF

           EVALUATE TRUE
           WHEN EV-IS-WAIVER
                ADD 1         TO EXC-WVD-CNT (SIDE-SUB, EXC-SUB)
                ADD EV-AMOUNT TO EXC-WVD-AMT (SIDE-SUB, EXC-SUB)
           WHEN EV-IS-OVERRIDE
                ADD 1         TO EXC-OVR-CNT (SIDE-SUB, EXC-SUB)
           WHEN EV-IS-LOANDEL
                ADD 1         TO EXC-LDL-CNT (SIDE-SUB, EXC-SUB)
           WHEN EV-IS-FINEDEL
                ADD 1         TO EXC-FDL-CNT (SIDE-SUB, EXC-SUB)
                ADD EV-AMOUNT TO EXC-FDL-AMT (SIDE-SUB, EXC-SUB)
           WHEN EV-IS-PRICEOVR
                ADD 1         TO EXC-PRC-CNT (SIDE-SUB, EXC-SUB)
                ADD EV-AMOUNT TO EXC-PRC-AMT (SIDE-SUB, EXC-SUB)
           END-EVALUATE
           .

       ADD-TO-SHOP-TOTAL.
           EVALUATE TRUE
           WHEN EV-IS-WAIVER
                ADD 1         TO SHOP-WVD-CNT
                ADD EV-AMOUNT TO SHOP-WVD-AMT
           WHEN EV-IS-OVERRIDE
                ADD 1         TO SHOP-OVR-CNT
           WHEN EV-IS-LOANDEL
                ADD 1         TO SHOP-LDL-CNT
           WHEN EV-IS-FINEDEL
                ADD 1         TO SHOP-FDL-CNT
                ADD EV-AMOUNT TO SHOP-FDL-AMT
           WHEN EV-IS-PRICEOVR
                ADD 1         TO SHOP-PRC-CNT
                ADD EV-AMOUNT TO SHOP-PRC-AMT
           END-EVALUATE
           .
      /
      *----------------------------------------------------------------*
      * WAS THE EXCEPTION TAKEN OUTSIDE SHOP HOURS, OR ON A DAY THE    *
      * CALENDAR HAS THE SHOP CLOSED?  ROWS FROM BEFORE TIMES WERE     *
      * CAPTURED (TIME ZERO) ARE ONLY JUDGED ON THE DAY                *
      *----------------------------------------------------------------*
       CHECK-SHOP-HOURS.
           MOVE SPACES TO EV-WHY

           IF CALENDAR-OPEN
              MOVE EV-DATE TO CAL-DATE
              READ CALENDAR
                   INVALID
                       CONTINUE
                   NOT INVALID
                       MOVE "CLOSED DAY" TO EV-WHY
              END-READ
           END-IF

           IF EV-WHY = SPACES
              AND EV-TIME NOT = ZERO
              COMPUTE EV-HHMM = EV-TIME / 100
              IF EV-HHMM < SHOP-OPENS
                 MOVE "BEFORE OPEN" TO EV-WHY
              END-IF
              IF EV-HHMM NOT < SHOP-CLOSES
                 MOVE "AFTER CLOSE" TO EV-WHY
              END-IF
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE SHOP AVERAGE PER OPERATOR SEEN IN THE WEEK, AND THE LINE   *
      * PAST WHICH ONE IS FLAGGED.  A SHOP WITH ONE OPERATOR HAS       *
      * NOBODY TO BE OUT OF LINE WITH, SO NOTHING IS FLAGGED           *
      *----------------------------------------------------------------*
       WORK-OUT-AVERAGES.
           IF EXC-CNT (1) = ZERO
              EXIT PARAGRAPH
           END-IF

           COMPUTE AVG-WVD-AMT ROUNDED = SHOP-WVD-AMT / EXC-CNT (1)
           COMPUTE AVG-OVR-CNT ROUNDED = SHOP-OVR-CNT / EXC-CNT (1)
           COMPUTE LIMIT-WVD-AMT = AVG-WVD-AMT * FLAG-FACTOR
           COMPUTE LIMIT-OVR-CNT = AVG-OVR-CNT * FLAG-FACTOR
           .
      /
      *----------------------------------------------------------------*
      * REPORT HEADINGS                                                *
      *----------------------------------------------------------------*
       PRINT-HEADINGS.
           MOVE "FILMOTECA.EDUC360 - OPERATOR EXCEPTIONS"
             TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "WEEK " DELIMITED BY SIZE
                  WEEK-START-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WEEK-END-DATE DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "WVD = FINES WAIVED   OVR = OVERRIDES GRANTED   "
                     DELIMITED BY SIZE
                  "LDL = LOANS DELETED" DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "FDL = FINES DELETED (UNPAID GONE)   "
                     DELIMITED BY SIZE
                  "PRC = PRICES KEYED UNDER THE STICKER"
                     DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .

       PRINT-COLUMN-HEADINGS.
           MOVE SPACES TO RPT-LINE
           MOVE " WVD"      TO RPT-LINE (18:4)
           MOVE "   WAIVED" TO RPT-LINE (23:9)
           MOVE " OVR"      TO RPT-LINE (33:4)
           MOVE " LDL"      TO RPT-LINE (38:4)
           MOVE " FDL"      TO RPT-LINE (43:4)
           MOVE " FINE DEL" TO RPT-LINE (48:9)
           MOVE " PRC"      TO RPT-LINE (58:4)
           MOVE "PRICE CUT" TO RPT-LINE (63:9)
           MOVE "FLAG"      TO RPT-LINE (73:4)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE TOTALS TABLE (SIDE-SUB) AND THE SHOP TOTAL UNDER IT - ONLY *
      * OPERATORS ARE FLAGGED                                          *
      *----------------------------------------------------------------*
       PRINT-TOTALS-TABLE.
           PERFORM PRINT-COLUMN-HEADINGS

           IF EXC-CNT (SIDE-SUB) = ZERO
              MOVE "  (NONE)" TO RPT-LINE
              WRITE RPT-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING EXC-SUB FROM 1 BY 1
                     UNTIL EXC-SUB > EXC-CNT (SIDE-SUB)
              MOVE EXC-ROW (SIDE-SUB, EXC-SUB) TO PRT-ROW
              MOVE SPACES TO PRT-FLAG
              IF SIDE-SUB = 1
                 PERFORM FLAG-OPERATOR
              END-IF
              PERFORM PRINT-TOTALS-LINE
           END-PERFORM

           MOVE SHOP-ROW TO PRT-ROW
           MOVE "SHOP TOTAL" TO PRT-KEY
           MOVE SPACES TO PRT-FLAG
           PERFORM PRINT-TOTALS-LINE
           .

       FLAG-OPERATOR.
           IF EXC-CNT (1) < 2
              EXIT PARAGRAPH
           END-IF

           IF PRT-WVD-AMT > ZERO
              AND PRT-WVD-AMT > LIMIT-WVD-AMT
              MOVE "*WAIVED" TO PRT-FLAG
           END-IF

           IF PRT-OVR-CNT > ZERO
              AND PRT-OVR-CNT > LIMIT-OVR-CNT
              IF PRT-FLAG = SPACES
                 MOVE "*OVRIDE" TO PRT-FLAG
              ELSE
                 MOVE "*BOTH" TO PRT-FLAG
              END-IF
           END-IF

           IF PRT-FLAG NOT = SPACES
              ADD 1 TO FLAGGED-COUNT
           END-IF
           .

       PRINT-TOTALS-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE PRT-KEY          TO RPT-LINE (1:16)
           MOVE PRT-WVD-CNT      TO COUNT-TEXT
           MOVE COUNT-TEXT       TO RPT-LINE (18:4)
           MOVE PRT-WVD-AMT      TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT      TO RPT-LINE (23:9)
           MOVE PRT-OVR-CNT      TO COUNT-TEXT
           MOVE COUNT-TEXT       TO RPT-LINE (33:4)
           MOVE PRT-LDL-CNT      TO COUNT-TEXT
           MOVE COUNT-TEXT       TO RPT-LINE (38:4)
           MOVE PRT-FDL-CNT      TO COUNT-TEXT
           MOVE COUNT-TEXT       TO RPT-LINE (43:4)
           MOVE PRT-FDL-AMT      TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT      TO RPT-LINE (48:9)
           MOVE PRT-PRC-CNT      TO COUNT-TEXT
           MOVE COUNT-TEXT       TO RPT-LINE (58:4)
           MOVE PRT-PRC-AMT      TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT      TO RPT-LINE (63:9)
           MOVE PRT-FLAG         TO RPT-LINE (73:8)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * THE SHOP AVERAGES THE FLAGS WERE MEASURED AGAINST              *
      *----------------------------------------------------------------*
       PRINT-AVERAGES.
           MOVE AVG-WVD-AMT TO AMOUNT-TEXT
           MOVE AVG-OVR-CNT TO AVG-COUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "SHOP AVERAGE PER OPERATOR - WAIVED "
                     DELIMITED BY SIZE
                  AMOUNT-TEXT DELIMITED BY SIZE
                  ", OVERRIDES " DELIMITED BY SIZE
                  AVG-COUNT-TEXT DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "FLAGGED PAST " DELIMITED BY SIZE
                  FLAG-FACTOR DELIMITED BY SIZE
                  " TIMES THE AVERAGE: " DELIMITED BY SIZE
                  FLAGGED-COUNT DELIMITED BY SIZE
                  " OPERATOR(S)" DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * THE OUT-OF-HOURS LIST                                          *
      *----------------------------------------------------------------*
       PRINT-HOURS-HEADINGS.
           MOVE SPACES TO RPT-LINE
           MOVE SHOP-OPENS  TO TIME-TEXT
           STRING "  SHOP HOURS " DELIMITED BY SIZE
                  TIME-TEXT DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           MOVE SHOP-CLOSES TO TIME-TEXT
           MOVE TIME-TEXT TO RPT-LINE (22:5)
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "DATE"      TO RPT-LINE (1:4)
           MOVE "TIME"      TO RPT-LINE (10:4)
           MOVE "OPERATOR"  TO RPT-LINE (17:8)
           MOVE "STATION"   TO RPT-LINE (28:7)
           MOVE "WHAT"      TO RPT-LINE (45:4)
           MOVE "   AMOUNT" TO RPT-LINE (60:9)
           MOVE "WHY"       TO RPT-LINE (70:3)
           WRITE RPT-LINE
           .

       PRINT-HOURS-LINE.
           ADD 1 TO HOURS-COUNT

           MOVE SPACES TO RPT-LINE
           MOVE EV-DATE     TO RPT-LINE (1:8)
           MOVE EV-TIME     TO RPT-LINE (10:6)
           MOVE EV-OPERATOR TO RPT-LINE (17:10)
           MOVE EV-STATION  TO RPT-LINE (28:16)

           EVALUATE TRUE
           WHEN EV-IS-WAIVER
                MOVE "FINE WAIVED"    TO RPT-LINE (45:14)
           WHEN EV-IS-OVERRIDE
                MOVE "OVERRIDE"       TO RPT-LINE (45:14)
           WHEN EV-IS-LOANDEL
                MOVE "LOAN DELETED"   TO RPT-LINE (45:14)
           WHEN EV-IS-FINEDEL
                MOVE "FINE DELETED"   TO RPT-LINE (45:14)
           WHEN EV-IS-PRICEOVR
                MOVE "PRICE OVERRIDE" TO RPT-LINE (45:14)
           END-EVALUATE

           IF EV-AMOUNT > ZERO
              MOVE EV-AMOUNT   TO AMOUNT-TEXT
              MOVE AMOUNT-TEXT TO RPT-LINE (60:9)
           END-IF

           MOVE EV-WHY TO RPT-LINE (70:11)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE TILLJRN
           IF CALENDAR-OPEN
              CLOSE CALENDAR
           END-IF
           CLOSE OPEXCP-RPT
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
