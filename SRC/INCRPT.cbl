       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          INCRPT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  MONTHLY INCIDENT REPORT - EVERY COMPLAINT OR INCIDENT LOGGED  *
      *  AT THE DESK IN THE MONTH, GROUPED BY CATEGORY.  EACH ENTRY    *
      *  SHOWS HOW MANY DAYS IT STAYED OPEN - UP TO THE DAY IT WAS     *
      *  RESOLVED, OR UP TO TODAY (MARKED *) WHILE IT IS STILL OPEN OR *
      *  UNDER INVESTIGATION - AND EACH CATEGORY CLOSES WITH ITS       *
      *  COUNTS AND ITS AVERAGE AND LONGEST TIME OPEN.                 *
      *                                                                *
      *  THE DEFAULT IS THE CURRENT CALENDAR MONTH.  AN OPTIONAL       *
      *  INCRPT.CTL TAKES MONTH=YYYYMM (202609 IS SEPTEMBER 2026).     *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDICA.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "INCRPT.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT INCRPT-RPT ASSIGN TO INCRPT-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD INCIDENTS.
          COPY 'CPVIDINC.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD INCRPT-RPT.
       01 RPT-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 INCRPT-RPT-PATH  PIC X(40) VALUE "INCRPT.LST".
       77 STATUS-INCIDENTS PIC X(2).
           88 VALID-STATUS-INCIDENTS VALUE IS "00" THRU "09".
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 SW-INC-EOF       PIC 9 VALUE ZERO.
           88 INCIDENTS-AT-END VALUE 1, FALSE 0.
       77 SW-IN-GROUP      PIC 9 VALUE ZERO.
           88 INCIDENT-IN-GROUP VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 REPORT-MONTH     PIC 9(06) VALUE ZERO.
       77 OPENED-MONTH     PIC 9(06) VALUE ZERO.
       77 WK-MM            PIC 9(02) VALUE ZERO.
       77 DAYS-OPEN        PIC 9(05) VALUE ZERO.
       77 DAYS-TEXT        PIC ZZZZ9.
       77 COUNT-TEXT       PIC ZZZZ9.
       77 AVG-DAYS         PIC 9(05)V9 VALUE ZERO.
       77 AVG-TEXT         PIC ZZZZ9,9.

      * THE CATEGORIES, IN THE ORDER THEY ARE PRINTED - OTH ALSO
      * TAKES ANY ROW WHOSE CODE IS NOT ON THE LIST
       01 CATEGORY-TABLE-VALUES.
           05 FILLER PIC X(23) VALUE "DMGDAMAGED OR FAULTY   ".
           05 FILLER PIC X(23) VALUE "BILCHARGES AND BILLING ".
           05 FILLER PIC X(23) VALUE "LATLATE FEE DISPUTES   ".
           05 FILLER PIC X(23) VALUE "SVCSTAFF AND SERVICE   ".
           05 FILLER PIC X(23) VALUE "STKTITLE NOT IN STOCK  ".
           05 FILLER PIC X(23) VALUE "OTHOTHER               ".
       01 CATEGORY-TABLE REDEFINES CATEGORY-TABLE-VALUES.
           05 CAT-ROW OCCURS 6 TIMES.
               10 CAT-CODE       PIC X(03).
               10 CAT-NAME       PIC X(20).
       77 CAT-SUB          PIC 9(2) VALUE ZERO.
       77 CAT-COUNT        PIC 9(2) VALUE 6.

      * ONE CATEGORY'S FIGURES, THEN THE WHOLE MONTH'S
       01 GROUP-TOTALS.
           05 GRP-LOGGED       PIC 9(5).
           05 GRP-RESOLVED     PIC 9(5).
           05 GRP-OPEN         PIC 9(5).
           05 GRP-DAYS         PIC 9(7).
           05 GRP-LONGEST      PIC 9(5).
       01 MONTH-TOTALS.
           05 MON-LOGGED       PIC 9(5).
           05 MON-RESOLVED     PIC 9(5).
           05 MON-OPEN         PIC 9(5).
           05 MON-DAYS         PIC 9(7).
           05 MON-LONGEST      PIC 9(5).

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

      *> THE DEFAULT IS THE CURRENT MONTH
           MOVE TODAY-DATE (1:6) TO REPORT-MONTH

           PERFORM READ-CONTROL-FILE

           MOVE REPORT-MONTH (5:2) TO WK-MM
           IF WK-MM < 1 OR WK-MM > 12
              DISPLAY "MONTH MUST BE YYYYMM WITH MM 01-12 - GOT "
                      REPORT-MONTH
              STOP RUN
           END-IF

           PERFORM OPEN-FILES

           PERFORM WRITE-REPORT-HEADING

           INITIALIZE MONTH-TOTALS

           PERFORM VARYING CAT-SUB FROM 1 BY 1
                   UNTIL CAT-SUB > CAT-COUNT
              PERFORM LIST-ONE-CATEGORY
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS

           PERFORM CLOSE-FILES

           DISPLAY "INCIDENT REPORT FOR " REPORT-MONTH
                   " WRITTEN TO " INCRPT-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - REPORT ANOTHER MONTH                   *
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
           WHEN "MONTH       "
                COMPUTE REPORT-MONTH =
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

           OPEN INPUT  INCIDENTS
           OPEN OUTPUT INCRPT-RPT

           IF NOT VALID-STATUS-INCIDENTS
              DISPLAY "UNABLE TO OPEN INCIDENT.DAT - STATUS "
                      STATUS-INCIDENTS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " INCRPT-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * REPORT HEADING                                                 *
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-LINE
           STRING "FILMOTECA.EDUC360 - INCIDENTS LOGGED IN "
                                     DELIMITED BY SIZE
                  REPORT-MONTH (5:2) DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  REPORT-MONTH (1:4) DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "RUN ON "    DELIMITED BY SIZE
                  WK-DATE-TEXT DELIMITED BY SIZE
                  " - * = NOT YET RESOLVED, DAYS COUNTED TO TODAY"
                               DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES        TO RPT-LINE
           MOVE "NO."         TO RPT-LINE (1:3)
           MOVE "OPENED"      TO RPT-LINE (8:6)
           MOVE "BRW"         TO RPT-LINE (19:3)
           MOVE "TITLE"       TO RPT-LINE (25:5)
           MOVE "STATUS"      TO RPT-LINE (31:6)
           MOVE "DAYS"        TO RPT-LINE (46:4)
           MOVE "DESCRIPTION" TO RPT-LINE (53:11)
           WRITE RPT-LINE

           MOVE ALL "-" TO RPT-LINE
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE CATEGORY - A PASS OVER THE LOG FOR THE ENTRIES OPENED IN   *
      * THE MONTH UNDER THIS CODE, THEN THE CATEGORY'S FIGURES.  A     *
      * CATEGORY WITH NOTHING IN THE MONTH IS LEFT OUT                 *
      *----------------------------------------------------------------*
       LIST-ONE-CATEGORY.
           INITIALIZE GROUP-TOTALS

           MOVE LOW-VALUES TO INC-NO
           SET INCIDENTS-AT-END TO FALSE

           START INCIDENTS KEY >= INC-NO
                 INVALID KEY
                     SET INCIDENTS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ INCIDENTS NEXT RECORD
                          AT END SET INCIDENTS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL INCIDENTS-AT-END
              PERFORM LIST-ONE-INCIDENT

              READ INCIDENTS NEXT RECORD
                   AT END SET INCIDENTS-AT-END TO TRUE
              END-READ
           END-PERFORM

           IF GRP-LOGGED = ZERO
              EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-CATEGORY-TOTALS

           ADD GRP-LOGGED   TO MON-LOGGED
           ADD GRP-RESOLVED TO MON-RESOLVED
           ADD GRP-OPEN     TO MON-OPEN
           ADD GRP-DAYS     TO MON-DAYS
           IF GRP-LONGEST > MON-LONGEST
              MOVE GRP-LONGEST TO MON-LONGEST
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * ONE INCIDENT - LISTED WHEN IT WAS OPENED IN THE MONTH AND      *
      * BELONGS TO THE CATEGORY BEING PRINTED.  THE FIRST ONE OF THE   *
      * CATEGORY PUTS OUT ITS CAPTION                                  *
      *----------------------------------------------------------------*
       LIST-ONE-INCIDENT.
           MOVE INC-OPENED-DT (1:6) TO OPENED-MONTH
           IF OPENED-MONTH NOT = REPORT-MONTH
              EXIT PARAGRAPH
           END-IF

           SET INCIDENT-IN-GROUP TO FALSE
           IF INC-CATEGORY = CAT-CODE (CAT-SUB)
              SET INCIDENT-IN-GROUP TO TRUE
           END-IF
           IF CAT-CODE (CAT-SUB) = "OTH"
              AND NOT INC-CATEGORY-IS-VALID
              SET INCIDENT-IN-GROUP TO TRUE
           END-IF
           IF NOT INCIDENT-IN-GROUP
              EXIT PARAGRAPH
           END-IF

           IF GRP-LOGGED = ZERO
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING CAT-CODE (CAT-SUB) DELIMITED BY SIZE
                     " - "              DELIMITED BY SIZE
                     CAT-NAME (CAT-SUB) DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF

           ADD 1 TO GRP-LOGGED

           IF INC-IS-RESOLVED AND INC-RESOLVED-DT NOT = ZERO
              COMPUTE DAYS-OPEN =
                 FUNCTION INTEGER-OF-DATE (INC-RESOLVED-DT)
                 - FUNCTION INTEGER-OF-DATE (INC-OPENED-DT)
              ADD 1 TO GRP-RESOLVED
           ELSE
              COMPUTE DAYS-OPEN =
                 FUNCTION INTEGER-OF-DATE (TODAY-DATE)
                 - FUNCTION INTEGER-OF-DATE (INC-OPENED-DT)
              ADD 1 TO GRP-OPEN
           END-IF

           ADD DAYS-OPEN TO GRP-DAYS
           IF DAYS-OPEN > GRP-LONGEST
              MOVE DAYS-OPEN TO GRP-LONGEST
           END-IF

           MOVE SPACES          TO RPT-LINE
           MOVE INC-NO          TO RPT-LINE (1:6)
           MOVE INC-OPENED-DT   TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT    TO RPT-LINE (8:10)
           IF INC-BORROWER-ID NOT = ZERO
              MOVE INC-BORROWER-ID TO RPT-LINE (19:5)
           END-IF
           IF INC-CODIGO NOT = ZERO
              MOVE INC-CODIGO      TO RPT-LINE (25:5)
           END-IF

           EVALUATE TRUE
           WHEN INC-IS-RESOLVED
                MOVE "RESOLVED"      TO RPT-LINE (31:13)
           WHEN INC-IS-INVESTIGATING
                MOVE "INVESTIGATING" TO RPT-LINE (31:13)
           WHEN OTHER
                MOVE "OPEN"          TO RPT-LINE (31:13)
           END-EVALUATE

           MOVE DAYS-OPEN       TO DAYS-TEXT
           MOVE DAYS-TEXT       TO RPT-LINE (45:5)
           IF NOT INC-IS-RESOLVED
              MOVE "*"          TO RPT-LINE (50:1)
           END-IF
           MOVE INC-DESC (1:28) TO RPT-LINE (53:28)

           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * THE FIGURES FOR ONE CATEGORY                                   *
      *----------------------------------------------------------------*
       WRITE-CATEGORY-TOTALS.
           MOVE SPACES TO RPT-LINE
           MOVE GRP-LOGGED TO COUNT-TEXT
           STRING "   LOGGED "      DELIMITED BY SIZE
                  COUNT-TEXT        DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           MOVE GRP-RESOLVED TO COUNT-TEXT
           MOVE "RESOLVED"   TO RPT-LINE (18:8)
           MOVE COUNT-TEXT   TO RPT-LINE (27:5)
           MOVE GRP-OPEN     TO COUNT-TEXT
           MOVE "STILL OPEN" TO RPT-LINE (34:10)
           MOVE COUNT-TEXT   TO RPT-LINE (45:5)
           WRITE RPT-LINE

           COMPUTE AVG-DAYS ROUNDED = GRP-DAYS / GRP-LOGGED
           MOVE AVG-DAYS    TO AVG-TEXT
           MOVE GRP-LONGEST TO DAYS-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "   AVERAGE DAYS OPEN " DELIMITED BY SIZE
                  AVG-TEXT                DELIMITED BY SIZE
                  "   LONGEST "           DELIMITED BY SIZE
                  DAYS-TEXT               DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * THE WHOLE MONTH AT THE FOOT                                    *
      *----------------------------------------------------------------*
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE ALL "-" TO RPT-LINE
           WRITE RPT-LINE

           MOVE MON-LOGGED TO COUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "INCIDENTS LOGGED  : " DELIMITED BY SIZE
                  COUNT-TEXT             DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE MON-RESOLVED TO COUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "RESOLVED          : " DELIMITED BY SIZE
                  COUNT-TEXT             DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE MON-OPEN TO COUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "STILL OPEN        : " DELIMITED BY SIZE
                  COUNT-TEXT             DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE ZERO TO AVG-DAYS
           IF MON-LOGGED > ZERO
              COMPUTE AVG-DAYS ROUNDED = MON-DAYS / MON-LOGGED
           END-IF
           MOVE AVG-DAYS TO AVG-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "AVERAGE DAYS OPEN : " DELIMITED BY SIZE
                  AVG-TEXT               DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE MON-LONGEST TO DAYS-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "LONGEST OPEN      : " DELIMITED BY SIZE
                  DAYS-TEXT              DELIMITED BY SIZE
                  " DAYS"                DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE INCIDENTS
           CLOSE INCRPT-RPT
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
