       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          NEWSMAIL.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  WEEKLY NEWS E-MAIL - THE NEW ARRIVALS (TITLES WHOSE STREET    *
      *  DATE FELL IN THE LAST SEVEN DAYS) AND THE NEXT SCREENING IN   *
      *  THE BACK ROOM (WITHIN FOURTEEN DAYS), QUEUED AS A MARKETING   *
      *  MESSAGE TO EVERY ACTIVE BORROWER WITH AN E-MAIL ADDRESS WHO   *
      *  HAS AGREED TO MARKETING BY E-MAIL.  A BORROWER WHO REFUSED,   *
      *  OR WAS NEVER ASKED, GETS NOTHING AND IS ONLY COUNTED.  THE    *
      *  MESSAGE AND THE COUNTS ARE ON NEWSMAIL.LST.  AN OPTIONAL      *
      *  NEWSMAIL.CTL CAN SET DAYS=N (THE ARRIVALS WINDOW) AND AHEAD=N *
      *  (THE SCREENINGS WINDOW).  A WEEK WITH NOTHING NEW SENDS       *
      *  NOTHING.                                                      *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDSDA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDEVA.CPY'.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDMQA.CPY'.
          COPY 'CPVIDCNA.CPY'.
          COPY 'CPVIDCGA.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "NEWSMAIL.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT NEWSMAIL-RPT ASSIGN TO NEWSMAIL-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD STREET.
          COPY 'CPVIDSDT.CPY'.
      *
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD EVENTS.
          COPY 'CPVIDEVT.CPY'.
      *
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD MAILQ.
          COPY 'CPVIDMLQ.CPY'.
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
       FD NEWSMAIL-RPT.
       01 RPT-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 NEWSMAIL-RPT-PATH PIC X(40) VALUE "NEWSMAIL.LST".
       77 STATUS-STREET    PIC X(2).
           88 VALID-STATUS-STREET VALUE IS "00" THRU "09".
       77 STATUS-MOVIES    PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-EVENTS    PIC X(2).
           88 VALID-STATUS-EVENTS VALUE IS "00" THRU "09".
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
          COPY 'CPVIDMQV.CPY'.
          COPY 'CPVIDCNV.CPY'.
       77 SW-SDT-EOF       PIC 9 VALUE ZERO.
           88 STREET-AT-END VALUE 1, FALSE 0.
       77 SW-EVT-EOF       PIC 9 VALUE ZERO.
           88 EVENTS-AT-END VALUE 1, FALSE 0.
       77 SW-BRW-EOF       PIC 9 VALUE ZERO.
           88 BORROWERS-AT-END VALUE 1, FALSE 0.
      * A SHOP THAT HAS NEVER KEYED A STREET DATE OR BOOKED A
      * SCREENING HAS NEITHER FILE - THERE IS THEN LESS TO ANNOUNCE
       77 SW-SDT-OPEN      PIC 9 VALUE ZERO.
           88 STREET-OPEN   VALUE 1, FALSE 0.
       77 SW-EVT-OPEN      PIC 9 VALUE ZERO.
           88 EVENTS-OPEN   VALUE 1, FALSE 0.
       77 SW-EVT-FOUND     PIC 9 VALUE ZERO.
           88 SCREENING-FOUND VALUE 1, FALSE 0.

      * OPTIONAL CONTROL FILE (KEYWORD=VALUE LINES)
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.

       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 NEW-DAYS         PIC 9(03) VALUE 7.
       77 AHEAD-DAYS       PIC 9(03) VALUE 14.
       77 NEW-FROM-DATE    PIC 9(08) VALUE ZERO.
       77 AHEAD-END-DATE   PIC 9(08) VALUE ZERO.

      * THE MESSAGE - BUILT ONCE, THEN COPIED INTO EVERY QUEUE ROW.
      * UP TO THREE NEW TITLES FIT BETWEEN THE HEADING AND THE
      * SCREENING LINE; ANY MORE ARE ONLY COUNTED
       01 NEWS-BODY.
           05 NEWS-LINE        PIC X(70) OCCURS 6 TIMES.
       77 NEWS-SUB         PIC 9(01) VALUE ZERO.
       77 NEW-TITLE-COUNT  PIC 9(05) VALUE ZERO.
       77 NEWS-SUBJECT     PIC X(60) VALUE
          "NEW THIS WEEK AT FILMOTECA".

      * RUN COUNTS
       77 QUEUED-COUNT     PIC 9(05) VALUE ZERO.
       77 NO-CONSENT-COUNT PIC 9(05) VALUE ZERO.
       77 NO-EMAIL-COUNT   PIC 9(05) VALUE ZERO.
          COPY 'CPVIDDTV.CPY'.
          COPY 'CPVIDLNV.CPY'.

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

           COMPUTE NEW-FROM-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (TODAY-DATE) - NEW-DAYS)
           COMPUTE AHEAD-END-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (TODAY-DATE) + AHEAD-DAYS)

           PERFORM OPEN-FILES

           MOVE SPACES TO NEWS-BODY
           MOVE "NEW ON OUR SHELVES THIS WEEK:" TO NEWS-LINE (1)
           MOVE 1 TO NEWS-SUB

           PERFORM COLLECT-NEW-TITLES
           PERFORM FIND-NEXT-SCREENING

           IF NEW-TITLE-COUNT = ZERO
              AND NOT SCREENING-FOUND
              MOVE "NOTHING NEW THIS WEEK - NO MESSAGE QUEUED"
                TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              PERFORM FINISH-NEWS-BODY
              PERFORM PRINT-NEWS-BODY
              PERFORM SEND-TO-BORROWERS
              PERFORM PRINT-RUN-TOTALS
           END-IF

           PERFORM CLOSE-FILES

           DISPLAY QUEUED-COUNT " NEWS E-MAIL(S) QUEUED, "
                   NO-CONSENT-COUNT " WITHOUT CONSENT"

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - OTHER ARRIVALS AND SCREENINGS WINDOWS  *
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
                COMPUTE NEW-DAYS =
                   FUNCTION NUMVAL (CTL-VALUE)
           WHEN "AHEAD       "
                COMPUTE AHEAD-DAYS =
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
      * OPEN THE FILES - THE STREET DATES AND THE SCREENINGS MAY BE    *
      * MISSING; WITHOUT A CONSENT FILE NOBODY HAS AGREED YET          *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  MOVIES
           OPEN INPUT  BORROWERS

           SET STREET-OPEN TO FALSE
           OPEN INPUT  STREET
           IF VALID-STATUS-STREET
              SET STREET-OPEN TO TRUE
           END-IF

           SET EVENTS-OPEN TO FALSE
           OPEN INPUT  EVENTS
           IF VALID-STATUS-EVENTS
              SET EVENTS-OPEN TO TRUE
           END-IF

           OPEN I-O CONSENT
           IF STATUS-CONSENT = "35"
              OPEN OUTPUT CONSENT
                IF VALID-STATUS-CONSENT
                   CLOSE CONSENT
                   OPEN I-O CONSENT
                END-IF
           END-IF

           OPEN I-O MAILQ
           IF STATUS-MAILQ = "35"
              OPEN OUTPUT MAILQ
                IF VALID-STATUS-MAILQ
                   CLOSE MAILQ
                   OPEN I-O MAILQ
                END-IF
           END-IF

           OPEN OUTPUT NEWSMAIL-RPT

           IF NOT VALID-STATUS-MOVIES
              DISPLAY "UNABLE TO OPEN MOVIES.DAT - STATUS "
                      STATUS-MOVIES
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-BORROWERS
              DISPLAY "UNABLE TO OPEN BORROWER.DAT - STATUS "
                      STATUS-BORROWERS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-CONSENT
              DISPLAY "UNABLE TO OPEN CONSENT.DAT - STATUS "
                      STATUS-CONSENT
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-MAILQ
              DISPLAY "UNABLE TO OPEN MAILQ.DAT - STATUS "
                      STATUS-MAILQ
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " NEWSMAIL-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF

           MOVE "FILMOTECA.EDUC360 - WEEKLY NEWS E-MAIL" TO RPT-LINE
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
      * EVERY TITLE WHOSE STREET DATE FELL IN THE ARRIVALS WINDOW -    *
      * ARCHIVED OR DELETED TITLES ARE NOT ANNOUNCED                   *
      *----------------------------------------------------------------*
       COLLECT-NEW-TITLES.
           IF NOT STREET-OPEN
              EXIT PARAGRAPH
           END-IF

           SET STREET-AT-END TO FALSE
           MOVE LOW-VALUES TO SDT-CODIGO

           START STREET KEY >= SDT-CODIGO
                 INVALID KEY
                     SET STREET-AT-END TO TRUE
                 NOT INVALID KEY
                     READ STREET NEXT RECORD
                          AT END SET STREET-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL STREET-AT-END
              IF SDT-STREET-DT > NEW-FROM-DATE
                 AND SDT-STREET-DT NOT > TODAY-DATE
                 PERFORM ADD-NEW-TITLE
              END-IF

              READ STREET NEXT RECORD
                   AT END SET STREET-AT-END TO TRUE
              END-READ
           END-PERFORM
           .

       ADD-NEW-TITLE.
           MOVE SDT-CODIGO TO CODIGO
           READ MOVIES
                INVALID
                    EXIT PARAGRAPH
           END-READ

           IF REC-ARCHIVED
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO NEW-TITLE-COUNT

           IF NEWS-SUB < 4
              ADD 1 TO NEWS-SUB
              STRING "  - "       DELIMITED BY SIZE
                     TITULO       DELIMITED BY SIZE
                     " ("         DELIMITED BY SIZE
                     MEDIA-FORMAT DELIMITED BY SPACE
                     ")"          DELIMITED BY SIZE
                INTO NEWS-LINE (NEWS-SUB)
              END-STRING
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE FIRST SCHEDULED SCREENING FROM TODAY TO THE END OF THE     *
      * SCREENINGS WINDOW, THROUGH THE DATE ALTERNATE KEY              *
      *----------------------------------------------------------------*
       FIND-NEXT-SCREENING.
           SET SCREENING-FOUND TO FALSE

           IF NOT EVENTS-OPEN
              EXIT PARAGRAPH
           END-IF

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

           PERFORM UNTIL EVENTS-AT-END
                      OR SCREENING-FOUND
                      OR EVT-DATE > AHEAD-END-DATE
              IF EVT-IS-SCHEDULED
                 SET SCREENING-FOUND TO TRUE
              ELSE
                 READ EVENTS NEXT RECORD
                      AT END SET EVENTS-AT-END TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * THE SCREENING LINE AND THE WAY OUT OF THE LIST                 *
      *----------------------------------------------------------------*
       FINISH-NEWS-BODY.
           IF NEW-TITLE-COUNT = ZERO
              MOVE "NOTHING NEW ON THE SHELVES THIS WEEK, BUT:"
                TO NEWS-LINE (1)
           END-IF

           IF SCREENING-FOUND
              MOVE EVT-CODIGO TO CODIGO
              READ MOVIES
                   INVALID
                       MOVE "A SPECIAL SCREENING" TO TITULO
              END-READ

              MOVE EVT-DATE TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT

              STRING "NEXT SCREENING: " DELIMITED BY SIZE
                     TITULO             DELIMITED BY "  "
                     " ON "             DELIMITED BY SIZE
                     WK-DATE-TEXT       DELIMITED BY SPACE
                INTO NEWS-LINE (5)
              END-STRING
           END-IF

           MOVE
             "TO STOP THESE E-MAILS, TELL THE DESK OR CHANGE IT ONLINE."
             TO NEWS-LINE (6)
           .

       PRINT-NEWS-BODY.
           MOVE SPACES TO RPT-LINE
           STRING "SUBJECT: "  DELIMITED BY SIZE
                  NEWS-SUBJECT DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           PERFORM VARYING NEWS-SUB FROM 1 BY 1
                     UNTIL NEWS-SUB > 6
              IF NEWS-LINE (NEWS-SUB) NOT = SPACES
                 MOVE NEWS-LINE (NEWS-SUB) TO RPT-LINE
                 WRITE RPT-LINE
              END-IF
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE MARKETING ROW PER ACTIVE BORROWER WITH AN E-MAIL ADDRESS   *
      * WHO HAS AGREED TO MARKETING BY E-MAIL                          *
      *----------------------------------------------------------------*
       SEND-TO-BORROWERS.
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
              IF BRW-IS-ACTIVE
                 PERFORM SEND-TO-ONE-BORROWER
              END-IF

              READ BORROWERS NEXT RECORD
                   AT END SET BORROWERS-AT-END TO TRUE
              END-READ
           END-PERFORM
           .

       SEND-TO-ONE-BORROWER.
           IF BRW-EMAIL = SPACES
              ADD 1 TO NO-EMAIL-COUNT
              EXIT PARAGRAPH
           END-IF

           MOVE BRW-ID TO CONSENT-BRW-ID
           SET CONSENT-BY-EMAIL TO TRUE
           PERFORM CHECK-MARKETING-CONSENT

           IF NOT MARKETING-ALLOWED
              ADD 1 TO NO-CONSENT-COUNT
              EXIT PARAGRAPH
           END-IF

           INITIALIZE MLQ-REC
           MOVE BRW-ID       TO MLQ-BORROWER-ID
           MOVE BRW-EMAIL    TO MLQ-EMAIL
           MOVE NEWS-SUBJECT TO MLQ-SUBJECT
           SET MLQ-IS-MARKETING TO TRUE

           PERFORM VARYING NEWS-SUB FROM 1 BY 1
                     UNTIL NEWS-SUB > 6
              MOVE NEWS-LINE (NEWS-SUB) TO MLQ-BODY-LINE (NEWS-SUB)
           END-PERFORM

           PERFORM QUEUE-EMAIL

           ADD 1 TO QUEUED-COUNT
           .
      /
      *----------------------------------------------------------------*
      * RUN TOTALS                                                     *
      *----------------------------------------------------------------*
       PRINT-RUN-TOTALS.
           MOVE SPACES TO RPT-LINE
           STRING NEW-TITLE-COUNT      DELIMITED BY SIZE
                  " NEW TITLE(S) IN THE WINDOW" DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "QUEUED "            DELIMITED BY SIZE
                  QUEUED-COUNT         DELIMITED BY SIZE
                  "  NO CONSENT "      DELIMITED BY SIZE
                  NO-CONSENT-COUNT     DELIMITED BY SIZE
                  "  NO E-MAIL "       DELIMITED BY SIZE
                  NO-EMAIL-COUNT       DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE MOVIES
           CLOSE BORROWERS
           CLOSE CONSENT
           CLOSE MAILQ
           CLOSE NEWSMAIL-RPT

           IF STREET-OPEN
              CLOSE STREET
           END-IF

           IF EVENTS-OPEN
              CLOSE EVENTS
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * APPEND ONE MESSAGE TO THE OUTBOUND MAIL QUEUE                  *
      *----------------------------------------------------------------*
          COPY 'CPVIDMQP.CPY'.
      /
      *----------------------------------------------------------------*
      * MARKETING CONSENT                                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDCNP.CPY'.
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
