       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          CONSRPT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  MARKETING CONSENT REPORT FOR THE DATA PROTECTION OFFICER.     *
      *  THE REGISTER LISTS EVERY BORROWER WITH THE ANSWER GIVEN ON    *
      *  EACH CHANNEL (E-MAIL, POST, PHONE), THE DAY IT WAS GIVEN AND  *
      *  WHERE (DESK, KIOSK OR WEB), WITH AGREED / REFUSED / NEVER     *
      *  ASKED TOTALS PER CHANNEL.  THE AUDIT SECTION LISTS EVERY      *
      *  CHANGE ON THE CONSENT LOG IN THE PERIOD, WITH THE STATION     *
      *  AND THE OPERATOR THAT MADE IT.                                *
      *                                                                *
      *  AN OPTIONAL CONSRPT.CTL (FROM=YYYYMMDD / TO=YYYYMMDD LINES)   *
      *  SETS THE AUDIT PERIOD; THE DEFAULT IS THE MONTH TO DATE.      *
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
          COPY 'CPVIDCNA.CPY'.
          COPY 'CPVIDCGA.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "CONSRPT.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT CONSRPT-RPT ASSIGN TO CONSRPT-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD CONSENT.
          COPY 'CPVIDCNS.CPY'.
      *
       FD CONSLOG.
          COPY 'CPVIDCLG.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD CONSRPT-RPT.
       01 RPT-LINE                  PIC X(100).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 CONSRPT-RPT-PATH PIC X(40) VALUE "CONSRPT.LST".
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
          COPY 'CPVIDCNV.CPY'.
       77 SW-BRW-EOF       PIC 9 VALUE ZERO.
           88 BORROWERS-AT-END VALUE 1, FALSE 0.
       77 SW-CLG-EOF       PIC 9 VALUE ZERO.
           88 CONSLOG-AT-END VALUE 1, FALSE 0.
      * NOBODY HAS BEEN ASKED YET UNTIL THE FIRST ANSWER IS KEYED -
      * BOTH FILES MAY THEN BE MISSING
       77 SW-CNS-OPEN      PIC 9 VALUE ZERO.
           88 CONSENT-OPEN  VALUE 1, FALSE 0.
       77 SW-CLG-OPEN      PIC 9 VALUE ZERO.
           88 CONSLOG-OPEN  VALUE 1, FALSE 0.
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 FROM-DATE        PIC 9(08) VALUE ZERO.
       77 TO-DATE          PIC 9(08) VALUE ZERO.

      * ONE REPORT COLUMN AND ONE SET OF TOTALS PER CHANNEL
       01 CHANNEL-NAMES.
           05 FILLER           PIC X(06) VALUE "E-MAIL".
           05 FILLER           PIC X(06) VALUE "POST  ".
           05 FILLER           PIC X(06) VALUE "PHONE ".
       01 CHANNEL-NAME-TABLE REDEFINES CHANNEL-NAMES.
           05 CHANNEL-NAME     PIC X(06) OCCURS 3 TIMES.
       01 CHANNEL-COLS.
           05 FILLER           PIC 9(03) VALUE 037.
           05 FILLER           PIC 9(03) VALUE 055.
           05 FILLER           PIC 9(03) VALUE 073.
       01 CHANNEL-COL-TABLE REDEFINES CHANNEL-COLS.
           05 CHANNEL-COL      PIC 9(03) OCCURS 3 TIMES.
       01 CHANNEL-TOTALS.
           05 CHANNEL-TOTAL    OCCURS 3 TIMES.
               10 TOT-GRANTED  PIC 9(05).
               10 TOT-REFUSED  PIC 9(05).
               10 TOT-NOT-ASKED PIC 9(05).
       77 CHN-SUB          PIC 9(01) VALUE ZERO.
       77 CELL-COL         PIC 9(03) VALUE ZERO.
       77 CELL-TEXT        PIC X(17) VALUE SPACES.
       77 SOURCE-TEXT      PIC X(05) VALUE SPACES.
       77 BORROWER-COUNT   PIC 9(05) VALUE ZERO.
       77 CHANGE-COUNT     PIC 9(05) VALUE ZERO.
       01 CLG-TIME-PARTS.
           05 CLG-HH           PIC 9(02).
           05 CLG-MI           PIC 9(02).
           05 CLG-SS           PIC 9(02).
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

           MOVE TODAY-DATE TO FROM-DATE
           MOVE 01 TO FROM-DATE (7:2)
           MOVE TODAY-DATE TO TO-DATE

           PERFORM READ-CONTROL-FILE

           PERFORM OPEN-FILES

           INITIALIZE CHANNEL-TOTALS

           PERFORM PRINT-REGISTER
           PERFORM PRINT-CHANNEL-TOTALS
           PERFORM PRINT-CHANGE-AUDIT

           PERFORM CLOSE-FILES

           DISPLAY BORROWER-COUNT " BORROWER(S) LISTED, "
                   CHANGE-COUNT " CONSENT CHANGE(S) - SEE "
                   CONSRPT-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - AUDIT PERIOD                           *
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
           WHEN "FROM        "
                COMPUTE FROM-DATE = FUNCTION NUMVAL (CTL-VALUE)
           WHEN "TO          "
                COMPUTE TO-DATE = FUNCTION NUMVAL (CTL-VALUE)
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

           OPEN INPUT  BORROWERS
           OPEN OUTPUT CONSRPT-RPT

           SET CONSENT-OPEN TO FALSE
           OPEN INPUT  CONSENT
           IF VALID-STATUS-CONSENT
              SET CONSENT-OPEN TO TRUE
           END-IF

           SET CONSLOG-OPEN TO FALSE
           OPEN INPUT  CONSLOG
           IF VALID-STATUS-CONSLOG
              SET CONSLOG-OPEN TO TRUE
           END-IF

           IF NOT VALID-STATUS-BORROWERS
              DISPLAY "UNABLE TO OPEN BORROWER.DAT - STATUS "
                      STATUS-BORROWERS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " CONSRPT-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF

           MOVE "FILMOTECA.EDUC360 - MARKETING CONSENT REPORT"
             TO RPT-LINE
           WRITE RPT-LINE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "RUN ON " DELIMITED BY SIZE
                  WK-DATE-TEXT DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * THE REGISTER - EVERY BORROWER ON FILE, ONE COLUMN PER CHANNEL  *
      *----------------------------------------------------------------*
       PRINT-REGISTER.
           MOVE "CONSENT REGISTER" TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "ID"      TO RPT-LINE (1:2)
           MOVE "NAME"    TO RPT-LINE (7:4)
           PERFORM VARYING CHN-SUB FROM 1 BY 1
                     UNTIL CHN-SUB > 3
              MOVE CHANNEL-COL (CHN-SUB) TO CELL-COL
              MOVE CHANNEL-NAME (CHN-SUB) TO RPT-LINE (CELL-COL:6)
           END-PERFORM
           WRITE RPT-LINE

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
              PERFORM PRINT-ONE-BORROWER

              READ BORROWERS NEXT RECORD
                   AT END SET BORROWERS-AT-END TO TRUE
              END-READ
           END-PERFORM
           .

       PRINT-ONE-BORROWER.
           ADD 1 TO BORROWER-COUNT

      *> A BORROWER WITH NO CONSENT ROW HAS NEVER BEEN ASKED ON ANY
      *> CHANNEL - THE BLANK RECORD PRINTS THAT WAY
           INITIALIZE CNS-REC
           IF CONSENT-OPEN
              MOVE BRW-ID TO CNS-BORROWER-ID
              READ CONSENT
                   INVALID
                       INITIALIZE CNS-REC
              END-READ
           END-IF

           MOVE SPACES TO RPT-LINE
           MOVE BRW-ID   TO RPT-LINE (1:5)
           MOVE BRW-NAME TO RPT-LINE (7:29)

           PERFORM VARYING CHN-SUB FROM 1 BY 1
                     UNTIL CHN-SUB > 3
              PERFORM FORMAT-CONSENT-CELL
              MOVE CHANNEL-COL (CHN-SUB) TO CELL-COL
              MOVE CELL-TEXT TO RPT-LINE (CELL-COL:17)
           END-PERFORM

           WRITE RPT-LINE
           .

      *> "Y DD/MM/YYYY DESK" - OR "NOT ASKED" - AND THE TOTALS
       FORMAT-CONSENT-CELL.
           MOVE SPACES TO CELL-TEXT

           EVALUATE TRUE
           WHEN CNS-IS-GRANTED (CHN-SUB)
                ADD 1 TO TOT-GRANTED (CHN-SUB)
           WHEN CNS-IS-REFUSED (CHN-SUB)
                ADD 1 TO TOT-REFUSED (CHN-SUB)
           WHEN OTHER
                ADD 1 TO TOT-NOT-ASKED (CHN-SUB)
                MOVE "NOT ASKED" TO CELL-TEXT
                EXIT PARAGRAPH
           END-EVALUATE

           MOVE CNS-SOURCE (CHN-SUB) TO CONSENT-SOURCE
           PERFORM NAME-CONSENT-SOURCE

           MOVE CNS-CHANGED-DT (CHN-SUB) TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           STRING CNS-ANSWER (CHN-SUB) DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WK-DATE-TEXT         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  SOURCE-TEXT          DELIMITED BY SIZE
             INTO CELL-TEXT
           END-STRING
           .

       NAME-CONSENT-SOURCE.
           EVALUATE CONSENT-SOURCE
           WHEN "D"
                MOVE "DESK"  TO SOURCE-TEXT
           WHEN "K"
                MOVE "KIOSK" TO SOURCE-TEXT
           WHEN "W"
                MOVE "WEB"   TO SOURCE-TEXT
           WHEN OTHER
                MOVE "?"     TO SOURCE-TEXT
           END-EVALUATE
           .
      /
      *----------------------------------------------------------------*
      * AGREED / REFUSED / NEVER ASKED PER CHANNEL                     *
      *----------------------------------------------------------------*
       PRINT-CHANNEL-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM VARYING CHN-SUB FROM 1 BY 1
                     UNTIL CHN-SUB > 3
              MOVE SPACES TO RPT-LINE
              STRING CHANNEL-NAME (CHN-SUB) DELIMITED BY SIZE
                     "  AGREED "             DELIMITED BY SIZE
                     TOT-GRANTED (CHN-SUB)   DELIMITED BY SIZE
                     "  REFUSED "            DELIMITED BY SIZE
                     TOT-REFUSED (CHN-SUB)   DELIMITED BY SIZE
                     "  NEVER ASKED "        DELIMITED BY SIZE
                     TOT-NOT-ASKED (CHN-SUB) DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * THE AUDIT - EVERY LOGGED CHANGE IN THE PERIOD, AS WRITTEN      *
      *----------------------------------------------------------------*
       PRINT-CHANGE-AUDIT.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE FROM-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "CONSENT CHANGES FROM " DELIMITED BY SIZE
                  WK-DATE-TEXT            DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           MOVE TO-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE " TO "       TO RPT-LINE (32:4)
           MOVE WK-DATE-TEXT TO RPT-LINE (36:10)
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "DATE"      TO RPT-LINE (1:4)
           MOVE "TIME"      TO RPT-LINE (12:4)
           MOVE "ID"        TO RPT-LINE (21:2)
           MOVE "CHANNEL"   TO RPT-LINE (27:7)
           MOVE "WAS"       TO RPT-LINE (35:3)
           MOVE "NOW"       TO RPT-LINE (39:3)
           MOVE "SOURCE"    TO RPT-LINE (43:6)
           MOVE "STATION"   TO RPT-LINE (50:7)
           MOVE "OPERATOR"  TO RPT-LINE (67:8)
           MOVE "REFERENCE" TO RPT-LINE (78:9)
           WRITE RPT-LINE

           IF NOT CONSLOG-OPEN
              MOVE "NO CONSENT CHANGES ON FILE" TO RPT-LINE
              WRITE RPT-LINE
              EXIT PARAGRAPH
           END-IF

           SET CONSLOG-AT-END TO FALSE

           READ CONSLOG
                AT END SET CONSLOG-AT-END TO TRUE
           END-READ

           PERFORM UNTIL CONSLOG-AT-END
              IF CLG-DATE NOT < FROM-DATE
                 AND CLG-DATE NOT > TO-DATE
                 PERFORM PRINT-ONE-CHANGE
              END-IF

              READ CONSLOG
                   AT END SET CONSLOG-AT-END TO TRUE
              END-READ
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "CHANGES IN THE PERIOD " DELIMITED BY SIZE
                  CHANGE-COUNT             DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .

       PRINT-ONE-CHANGE.
           ADD 1 TO CHANGE-COUNT

           MOVE CLG-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE CLG-TIME TO CLG-TIME-PARTS

           MOVE CLG-SOURCE TO CONSENT-SOURCE
           PERFORM NAME-CONSENT-SOURCE

           MOVE SPACES TO RPT-LINE
           MOVE WK-DATE-TEXT    TO RPT-LINE (1:10)
           STRING CLG-HH ":" CLG-MI ":" CLG-SS DELIMITED BY SIZE
             INTO RPT-LINE (12:8)
           END-STRING
           MOVE CLG-BORROWER-ID TO RPT-LINE (21:5)
           IF CLG-CHANNEL >= 1 AND CLG-CHANNEL <= 3
              MOVE CHANNEL-NAME (CLG-CHANNEL) TO RPT-LINE (27:6)
           END-IF
           IF CLG-OLD-ANSWER = SPACE
              MOVE "-"          TO RPT-LINE (35:1)
           ELSE
              MOVE CLG-OLD-ANSWER TO RPT-LINE (35:1)
           END-IF
           IF CLG-NEW-ANSWER = SPACE
              MOVE "-"          TO RPT-LINE (39:1)
           ELSE
              MOVE CLG-NEW-ANSWER TO RPT-LINE (39:1)
           END-IF
           MOVE SOURCE-TEXT     TO RPT-LINE (43:5)
           MOVE CLG-STATION     TO RPT-LINE (50:16)
           MOVE CLG-OPERATOR    TO RPT-LINE (67:10)
           MOVE CLG-REFERENCE   TO RPT-LINE (78:20)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE BORROWERS
           CLOSE CONSRPT-RPT

           IF CONSENT-OPEN
              CLOSE CONSENT
           END-IF

           IF CONSLOG-OPEN
              CLOSE CONSLOG
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
