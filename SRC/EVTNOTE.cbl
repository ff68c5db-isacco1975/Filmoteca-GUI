       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EVTNOTE.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  NIGHTLY SCREENING REMINDERS - EVERY PATRON HOLDING A SEAT AT  *
      *  AN IN-STORE SCREENING COMING UP WITHIN THE REMINDER WINDOW    *
      *  (DEFAULT 2 DAYS) GETS ONE "SEE YOU AT THE SCREENING" E-MAIL   *
      *  QUEUED FOR THE MAIL RELAY.  THE SCREENING DATE IS STAMPED ON  *
      *  THE SIGN-UP ROW, SO TOMORROW'S RUN DOES NOT SEND IT AGAIN.    *
      *  A PATRON WITH NO ADDRESS ON FILE IS LISTED ON EVTNOTE.LST FOR *
      *  THE DESK TO RING INSTEAD.  PATRONS STILL ON THE WAITING LIST  *
      *  ARE NOT REMINDED - THEY HEAR WHEN A SEAT COMES FREE.          *
      *                                                                *
      *  AN OPTIONAL EVTNOTE.CTL TAKES DAYS=NN.                        *
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
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDMQA.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "EVTNOTE.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT EVTNOTE-RPT ASSIGN TO EVTNOTE-RPT-PATH
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
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD MAILQ.
          COPY 'CPVIDMLQ.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD EVTNOTE-RPT.
       01 RPT-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 EVTNOTE-RPT-PATH PIC X(40) VALUE "EVTNOTE.LST".
       77 STATUS-EVENTS    PIC X(2).
           88 VALID-STATUS-EVENTS VALUE IS "00" THRU "09".
       77 STATUS-ATTENDEES PIC X(2).
           88 VALID-STATUS-ATTENDEES VALUE IS "00" THRU "09".
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
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
       77 HORIZON-DATE     PIC 9(08) VALUE ZERO.
       77 WK-DATE-INT      PIC 9(07) VALUE ZERO.
       77 REMIND-DAYS      PIC 9(02) VALUE 2.
       77 SHOWN-TITULO     PIC X(30) VALUE SPACES.
       77 WK-HH            PIC 9(02) VALUE ZERO.
       77 WK-MIN           PIC 9(02) VALUE ZERO.
       77 TIME-TEXT        PIC X(05) VALUE SPACES.
       77 REMINDER-COUNT   PIC 9(5) VALUE ZERO.
       77 NO-ADDRESS-COUNT PIC 9(5) VALUE ZERO.

      * OUTBOUND E-MAIL
          COPY 'CPVIDMQV.CPY'.
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

           COMPUTE WK-DATE-INT =
              FUNCTION INTEGER-OF-DATE (TODAY-DATE) + REMIND-DAYS
           COMPUTE HORIZON-DATE =
              FUNCTION DATE-OF-INTEGER (WK-DATE-INT)

           PERFORM WRITE-REPORT-HEADING

      *> THE DATE KEY GOES STRAIGHT TO TODAY'S SCREENINGS; THE WALK
      *> STOPS AT THE FIRST ONE PAST THE HORIZON
           SET EVENTS-AT-END TO FALSE
           MOVE TODAY-DATE TO EVT-DATE
           START EVENTS KEY >= EVT-DATE
                 INVALID KEY
                     SET EVENTS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ EVENTS NEXT RECORD
                          AT END SET EVENTS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM REMIND-ONE-EVENT
              UNTIL EVENTS-AT-END
                 OR EVT-DATE > HORIZON-DATE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING REMINDER-COUNT     DELIMITED BY SIZE
                  " REMINDER(S) QUEUED, " DELIMITED BY SIZE
                  NO-ADDRESS-COUNT   DELIMITED BY SIZE
                  " PATRON(S) WITH NO E-MAIL TO RING"
                                     DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           PERFORM CLOSE-FILES

           DISPLAY REMINDER-COUNT " SCREENING REMINDER(S) QUEUED FOR "
                   "THE RELAY"
           DISPLAY NO-ADDRESS-COUNT " PATRON(S) WITH NO E-MAIL - SEE "
                   EVTNOTE-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - THE REMINDER WINDOW IN DAYS            *
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
           WHEN "DAYS        "
                COMPUTE REMIND-DAYS =
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
           OPEN I-O    ATTENDEES
           OPEN INPUT  BORROWERS
           OPEN INPUT  MOVIES
           OPEN OUTPUT EVTNOTE-RPT

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

           IF NOT VALID-STATUS-BORROWERS
              DISPLAY "UNABLE TO OPEN BORROWER.DAT - STATUS "
                      STATUS-BORROWERS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " EVTNOTE-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF

           OPEN I-O MAILQ
           IF STATUS-MAILQ = "35"
              OPEN OUTPUT MAILQ
                IF VALID-STATUS-MAILQ
                   CLOSE MAILQ
                   OPEN I-O MAILQ
                END-IF
           END-IF

           IF NOT VALID-STATUS-MAILQ
              DISPLAY "UNABLE TO OPEN MAILQ.DAT - STATUS "
                      STATUS-MAILQ
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * REPORT HEADING                                                 *
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADING.
           MOVE "FILMOTECA.EDUC360 - SCREENING REMINDERS"
             TO RPT-LINE
           WRITE RPT-LINE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "RUN ON "      DELIMITED BY SIZE
                  WK-DATE-TEXT   DELIMITED BY SIZE
                  " FOR SCREENINGS WITHIN " DELIMITED BY SIZE
                  REMIND-DAYS    DELIMITED BY SIZE
                  " DAY(S)"      DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "ID    NAME                            SCREENING   EVT"
             TO RPT-LINE
           MOVE "SENT TO" TO RPT-LINE (58:7)
           WRITE RPT-LINE

           MOVE ALL "-" TO RPT-LINE
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE SCREENING DUE BY THE HORIZON - WALK ITS SIGN-UP ROWS       *
      *----------------------------------------------------------------*
       REMIND-ONE-EVENT.
           IF EVT-IS-SCHEDULED
              MOVE SPACES TO SHOWN-TITULO
              MOVE EVT-CODIGO TO CODIGO
              READ MOVIES
                   INVALID
                       CONTINUE
                   NOT INVALID
                       MOVE TITULO TO SHOWN-TITULO
              END-READ

              MOVE EVT-DATE TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              DIVIDE EVT-TIME BY 100 GIVING WK-HH REMAINDER WK-MIN
              MOVE SPACES TO TIME-TEXT
              STRING WK-HH  DELIMITED BY SIZE
                     ":"    DELIMITED BY SIZE
                     WK-MIN DELIMITED BY SIZE
                INTO TIME-TEXT
              END-STRING

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

              PERFORM REMIND-ONE-ATTENDEE
                 UNTIL ATTENDEES-AT-END
                    OR ATT-EVT-NO NOT = EVT-NO
           END-IF

           READ EVENTS NEXT RECORD
                AT END SET EVENTS-AT-END TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * ONE SIGN-UP ROW - A CONFIRMED SEAT NOT YET REMINDED ABOUT      *
      *----------------------------------------------------------------*
       REMIND-ONE-ATTENDEE.
           IF ATT-IS-CONFIRMED
              AND ATT-REMIND-DT NOT = EVT-DATE
              PERFORM SEND-SCREENING-REMINDER
           END-IF

           READ ATTENDEES NEXT RECORD
                AT END SET ATTENDEES-AT-END TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * QUEUE THE E-MAIL (OR LIST THE PATRON FOR A PHONE CALL), THEN   *
      * STAMP THE SCREENING DATE IT WAS FOR                            *
      *----------------------------------------------------------------*
       SEND-SCREENING-REMINDER.
           MOVE ATT-BORROWER-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    MOVE "?? NOT ON FILE ??" TO BRW-NAME
                    MOVE SPACES TO BRW-EMAIL
                    MOVE SPACES TO BRW-PHONE
           END-READ

           MOVE SPACES TO RPT-LINE
           MOVE ATT-BORROWER-ID TO RPT-LINE (1:5)
           MOVE BRW-NAME        TO RPT-LINE (7:30)
           MOVE WK-DATE-TEXT    TO RPT-LINE (39:10)
           MOVE EVT-NO          TO RPT-LINE (51:5)

           IF BRW-EMAIL = SPACES
              MOVE "NO E-MAIL - RING " TO RPT-LINE (58:17)
              MOVE BRW-PHONE (1:6)     TO RPT-LINE (75:6)
              WRITE RPT-LINE
              ADD 1 TO NO-ADDRESS-COUNT
           ELSE
              MOVE BRW-EMAIL (1:23) TO RPT-LINE (58:23)
              WRITE RPT-LINE

              INITIALIZE MLQ-REC
              MOVE BRW-ID    TO MLQ-BORROWER-ID
              MOVE BRW-EMAIL TO MLQ-EMAIL
              STRING "SEE YOU AT THE SCREENING: " DELIMITED BY SIZE
                     SHOWN-TITULO                 DELIMITED BY SIZE
                INTO MLQ-SUBJECT
              END-STRING

              STRING "DEAR "    DELIMITED BY SIZE
                     BRW-NAME   DELIMITED BY "  "
                     ","        DELIMITED BY SIZE
                INTO MLQ-BODY-LINE (1)
              END-STRING

              MOVE "A QUICK REMINDER THAT YOUR SEAT IS BOOKED FOR"
                TO MLQ-BODY-LINE (2)

              STRING SHOWN-TITULO DELIMITED BY "  "
                     " - "        DELIMITED BY SIZE
                     WK-DATE-TEXT DELIMITED BY SIZE
                     " AT "       DELIMITED BY SIZE
                     TIME-TEXT    DELIMITED BY SIZE
                INTO MLQ-BODY-LINE (3)
              END-STRING

              MOVE "IF YOU CANNOT COME, PLEASE TELL THE DESK SO THE"
                TO MLQ-BODY-LINE (5)
              MOVE "SEAT CAN GO TO SOMEONE ON THE WAITING LIST."
                TO MLQ-BODY-LINE (6)

              PERFORM QUEUE-EMAIL
              ADD 1 TO REMINDER-COUNT
           END-IF

           MOVE EVT-DATE TO ATT-REMIND-DT
           REWRITE ATT-REC
              INVALID KEY
                  DISPLAY "UNABLE TO STAMP SIGN-UP " EVT-NO "/"
                          ATT-BORROWER-ID " - STATUS " STATUS-ATTENDEES
           END-REWRITE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE EVENTS
           CLOSE ATTENDEES
           CLOSE BORROWERS
           CLOSE MOVIES
           CLOSE EVTNOTE-RPT
           CLOSE MAILQ
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
      /
      *----------------------------------------------------------------*
      * APPEND TO THE OUTBOUND MAIL QUEUE                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDMQP.CPY'.
