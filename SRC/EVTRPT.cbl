       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EVTRPT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  MONTHLY SCREENING TURNOUT REPORT - ONE LINE PER IN-STORE      *
      *  SCREENING IN THE MONTH, IN DATE ORDER: THE SEATS IN THE ROOM, *
      *  THE SEATS TAKEN, WHO WAS STILL WAITING, WHO CAME AND WHO DID  *
      *  NOT, THE TURNOUT (CAME AS A SHARE OF THE SEATS CHECKED IN AT  *
      *  THE DOOR, CAME PLUS NO-SHOWS) AND THE TICKET MONEY KEPT AFTER *
      *  SEATS HANDED BACK.  A CANCELLED NIGHT IS LISTED BUT LEFT OUT  *
      *  OF THE TOTALS AT THE FOOT.                                    *
      *                                                                *
      *  THE DEFAULT IS THE CURRENT CALENDAR MONTH.  AN OPTIONAL       *
      *  EVTRPT.CTL TAKES MONTH=YYYYMM (202609 IS SEPTEMBER 2026).     *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDEVA.CPY'.
          COPY 'CPVIDATA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "EVTRPT.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT EVTRPT-RPT ASSIGN TO EVTRPT-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD EVENTS.
          COPY 'CPVIDEVT.CPY'.
      *
       FD ATTENDEES.
          COPY 'CPVIDATT.CPY'.
      *
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD EVTRPT-RPT.
       01 RPT-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 EVTRPT-RPT-PATH  PIC X(40) VALUE "EVTRPT.LST".
       77 STATUS-EVENTS    PIC X(2).
           88 VALID-STATUS-EVENTS VALUE IS "00" THRU "09".
       77 STATUS-ATTENDEES PIC X(2).
           88 VALID-STATUS-ATTENDEES VALUE IS "00" THRU "09".
       77 STATUS-MOVIES    PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 SW-EVT-EOF       PIC 9 VALUE ZERO.
           88 EVENTS-AT-END VALUE 1, FALSE 0.
       77 SW-ATT-EOF       PIC 9 VALUE ZERO.
           88 ATTENDEES-AT-END VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 REPORT-MONTH     PIC 9(06) VALUE ZERO.
       77 WK-MM            PIC 9(02) VALUE ZERO.
       77 WK-HH            PIC 9(02) VALUE ZERO.
       77 WK-MIN           PIC 9(02) VALUE ZERO.
       77 COUNT-TEXT       PIC ZZ9.
       77 TOTAL-TEXT       PIC ZZZZ9.
       77 PCT-TEXT         PIC ZZ9.
       77 MONEY-TEXT       PIC ZZZ9,99.
       77 TOTAL-MONEY-TEXT PIC ZZZZZZ9,99.
       77 TURNOUT-PCT      PIC 9(03) VALUE ZERO.

      * ONE SCREENING'S FIGURES, THEN THE WHOLE MONTH'S
       01 EVENT-TOTALS.
           05 EVT-SEATS        PIC 9(3).
           05 EVT-WAITING      PIC 9(3).
           05 EVT-CAME         PIC 9(3).
           05 EVT-NO-SHOWS     PIC 9(3).
           05 EVT-MONEY        PIC 9(5)V99.
       01 MONTH-TOTALS.
           05 MON-EVENTS       PIC 9(5).
           05 MON-CANCELLED    PIC 9(5).
           05 MON-CAPACITY     PIC 9(5).
           05 MON-SEATS        PIC 9(5).
           05 MON-CAME         PIC 9(5).
           05 MON-NO-SHOWS     PIC 9(5).
           05 MON-MONEY        PIC 9(7)V99.

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

      *> THE DATE KEY GOES STRAIGHT TO THE FIRST OF THE MONTH; THE
      *> WALK STOPS AT THE FIRST SCREENING PAST IT
           SET EVENTS-AT-END TO FALSE
           MOVE ZERO TO EVT-DATE
           MOVE REPORT-MONTH TO EVT-DATE (1:6)
           START EVENTS KEY >= EVT-DATE
                 INVALID KEY
                     SET EVENTS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ EVENTS NEXT RECORD
                          AT END SET EVENTS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM LIST-ONE-EVENT
              UNTIL EVENTS-AT-END
                 OR EVT-DATE (1:6) NOT = REPORT-MONTH (1:6)

           PERFORM WRITE-REPORT-TOTALS

           PERFORM CLOSE-FILES

           DISPLAY "SCREENING TURNOUT FOR " REPORT-MONTH
                   " WRITTEN TO " EVTRPT-RPT-PATH

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

           OPEN INPUT  EVENTS
           OPEN INPUT  ATTENDEES
           OPEN INPUT  MOVIES
           OPEN OUTPUT EVTRPT-RPT

           IF NOT VALID-STATUS-EVENTS
              DISPLAY "UNABLE TO OPEN EVENTS.DAT - STATUS "
                      STATUS-EVENTS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-ATTENDEES
              DISPLAY "UNABLE TO OPEN ATTEND.DAT - STATUS "
                      STATUS-ATTENDEES
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " EVTRPT-RPT-PATH
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
           STRING "FILMOTECA.EDUC360 - SCREENING TURNOUT FOR "
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
                  " - TURNOUT IS CAME AS A SHARE OF SEATS CHECKED IN"
                               DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES        TO RPT-LINE
           MOVE "NO."         TO RPT-LINE (1:3)
           MOVE "DATE"        TO RPT-LINE (7:4)
           MOVE "TIME"        TO RPT-LINE (18:4)
           MOVE "TITLE"       TO RPT-LINE (24:5)
           MOVE "CAP"         TO RPT-LINE (43:3)
           MOVE "TKN"         TO RPT-LINE (47:3)
           MOVE "WAI"         TO RPT-LINE (51:3)
           MOVE "CME"         TO RPT-LINE (55:3)
           MOVE "N/S"         TO RPT-LINE (59:3)
           MOVE "TURN"        TO RPT-LINE (63:4)
           MOVE "TICKETS"     TO RPT-LINE (70:7)
           WRITE RPT-LINE

           MOVE ALL "-" TO RPT-LINE
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE SCREENING - COUNT ITS SIGN-UP ROWS, THEN PRINT IT          *
      *----------------------------------------------------------------*
       LIST-ONE-EVENT.
           INITIALIZE EVENT-TOTALS

           SET ATTENDEES-AT-END TO FALSE
           MOVE EVT-NO TO ATT-EVT-NO
           MOVE ZERO   TO ATT-BORROWER-ID
           START ATTENDEES KEY >= ATT-KEY
                 INVALID KEY
                     SET ATTENDEES-AT-END TO TRUE
                 NOT INVALID KEY
                     READ ATTENDEES NEXT RECORD
                          AT END SET ATTENDEES-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM COUNT-ONE-ATTENDEE
              UNTIL ATTENDEES-AT-END
                 OR ATT-EVT-NO NOT = EVT-NO

           MOVE SPACES          TO RPT-LINE
           MOVE EVT-NO          TO RPT-LINE (1:5)
           MOVE EVT-DATE        TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT    TO RPT-LINE (7:10)
           DIVIDE EVT-TIME BY 100 GIVING WK-HH REMAINDER WK-MIN
           MOVE WK-HH           TO RPT-LINE (18:2)
           MOVE ":"             TO RPT-LINE (20:1)
           MOVE WK-MIN          TO RPT-LINE (21:2)

           MOVE EVT-CODIGO TO CODIGO
           READ MOVIES
                INVALID
                    MOVE "?? NOT ON FILE ??" TO RPT-LINE (24:18)
                NOT INVALID
                    MOVE TITULO (1:18)       TO RPT-LINE (24:18)
           END-READ

           IF EVT-IS-CANCELLED
              MOVE "CANCELLED"  TO RPT-LINE (43:9)
              WRITE RPT-LINE
              ADD 1 TO MON-CANCELLED
              PERFORM READ-NEXT-EVENT
              EXIT PARAGRAPH
           END-IF

           MOVE EVT-CAPACITY    TO COUNT-TEXT
           MOVE COUNT-TEXT      TO RPT-LINE (43:3)
           MOVE EVT-SEATS       TO COUNT-TEXT
           MOVE COUNT-TEXT      TO RPT-LINE (47:3)
           MOVE EVT-WAITING     TO COUNT-TEXT
           MOVE COUNT-TEXT      TO RPT-LINE (51:3)
           MOVE EVT-CAME        TO COUNT-TEXT
           MOVE COUNT-TEXT      TO RPT-LINE (55:3)
           MOVE EVT-NO-SHOWS    TO COUNT-TEXT
           MOVE COUNT-TEXT      TO RPT-LINE (59:3)

      *> NOTHING TO SHOW UNTIL THE NIGHT HAS BEEN CHECKED IN
           IF EVT-CAME + EVT-NO-SHOWS > ZERO
              COMPUTE TURNOUT-PCT ROUNDED =
                 EVT-CAME * 100 / (EVT-CAME + EVT-NO-SHOWS)
              MOVE TURNOUT-PCT  TO PCT-TEXT
              MOVE PCT-TEXT     TO RPT-LINE (63:3)
              MOVE "%"          TO RPT-LINE (66:1)
           END-IF

           MOVE EVT-MONEY       TO MONEY-TEXT
           MOVE MONEY-TEXT      TO RPT-LINE (70:7)
           WRITE RPT-LINE

           ADD 1            TO MON-EVENTS
           ADD EVT-CAPACITY TO MON-CAPACITY
           ADD EVT-SEATS    TO MON-SEATS
           ADD EVT-CAME     TO MON-CAME
           ADD EVT-NO-SHOWS TO MON-NO-SHOWS
           ADD EVT-MONEY    TO MON-MONEY

           PERFORM READ-NEXT-EVENT
           .

       READ-NEXT-EVENT.
           READ EVENTS NEXT RECORD
                AT END SET EVENTS-AT-END TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * ONE SIGN-UP ROW - A SEAT GIVEN BACK COUNTS FOR NOTHING, AND    *
      * ITS TICKET HAS ALREADY BEEN HANDED BACK                        *
      *----------------------------------------------------------------*
       COUNT-ONE-ATTENDEE.
           EVALUATE TRUE
           WHEN ATT-IS-ATTENDED
                ADD 1 TO EVT-SEATS
                ADD 1 TO EVT-CAME
           WHEN ATT-IS-NO-SHOW
                ADD 1 TO EVT-SEATS
                ADD 1 TO EVT-NO-SHOWS
           WHEN ATT-IS-CONFIRMED
                ADD 1 TO EVT-SEATS
           WHEN ATT-IS-WAITING
                ADD 1 TO EVT-WAITING
           WHEN OTHER
                CONTINUE
           END-EVALUATE

           ADD ATT-PAID-AMT TO EVT-MONEY

           READ ATTENDEES NEXT RECORD
                AT END SET ATTENDEES-AT-END TO TRUE
           END-READ
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

           MOVE MON-EVENTS TO TOTAL-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "SCREENINGS HELD   : " DELIMITED BY SIZE
                  TOTAL-TEXT             DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE MON-CANCELLED TO TOTAL-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "CANCELLED         : " DELIMITED BY SIZE
                  TOTAL-TEXT             DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE MON-SEATS TO TOTAL-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "SEATS TAKEN       : " DELIMITED BY SIZE
                  TOTAL-TEXT             DELIMITED BY SIZE
                  " OF "                 DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           MOVE MON-CAPACITY TO TOTAL-TEXT
           MOVE TOTAL-TEXT   TO RPT-LINE (30:5)
           WRITE RPT-LINE

           MOVE MON-CAME TO TOTAL-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "CAME              : " DELIMITED BY SIZE
                  TOTAL-TEXT             DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE MON-NO-SHOWS TO TOTAL-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "NO-SHOWS          : " DELIMITED BY SIZE
                  TOTAL-TEXT             DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE ZERO TO TURNOUT-PCT
           IF MON-CAME + MON-NO-SHOWS > ZERO
              COMPUTE TURNOUT-PCT ROUNDED =
                 MON-CAME * 100 / (MON-CAME + MON-NO-SHOWS)
           END-IF
           MOVE TURNOUT-PCT TO PCT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "TURNOUT           : " DELIMITED BY SIZE
                  PCT-TEXT               DELIMITED BY SIZE
                  "% OF SEATS CHECKED IN" DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE MON-MONEY TO TOTAL-MONEY-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "TICKET MONEY KEPT : " DELIMITED BY SIZE
                  TOTAL-MONEY-TEXT       DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE EVENTS
           CLOSE ATTENDEES
           CLOSE MOVIES
           CLOSE EVTRPT-RPT
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
