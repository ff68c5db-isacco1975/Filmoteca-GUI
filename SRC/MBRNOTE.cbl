       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          MBRNOTE.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  NIGHTLY MEMBERSHIP RENEWAL REMINDERS - EVERY ACTIVE MEMBER    *
      *  WHOSE PAID TERM RUNS OUT WITHIN THE SETTINGS SCREEN'S         *
      *  REMINDER WINDOW (DEFAULT 14 DAYS) GETS ONE "YOUR MEMBERSHIP   *
      *  EXPIRES SOON" E-MAIL QUEUED FOR THE MAIL RELAY.  THE EXPIRY   *
      *  THE REMINDER WAS SENT FOR IS STAMPED ON THE BORROWER, SO      *
      *  TOMORROW'S RUN DOES NOT SEND IT AGAIN AND THE NEXT TERM GETS  *
      *  ITS OWN.  A MEMBER WITH NO ADDRESS ON FILE IS LISTED ON       *
      *  MBRNOTE.LST FOR THE DESK TO RING INSTEAD.                     *
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
          COPY 'CPVIDPRA.CPY'.
          COPY 'CPVIDMQA.CPY'.
          SELECT MBRNOTE-RPT ASSIGN TO MBRNOTE-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD PARAMS.
          COPY 'CPVIDPRM.CPY'.
      *
       FD MAILQ.
          COPY 'CPVIDMLQ.CPY'.
      *
       FD MBRNOTE-RPT.
       01 RPT-LINE                 PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 MBRNOTE-RPT-PATH PIC X(40) VALUE "MBRNOTE.LST".
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-PARAMS    PIC X(2).
           88 VALID-STATUS-PARAMS VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-BRW-EOF       PIC 9 VALUE ZERO.
           88 BORROWERS-AT-END VALUE 1, FALSE 0.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 HORIZON-DATE     PIC 9(08) VALUE ZERO.
       77 WK-DATE-INT      PIC 9(07) VALUE ZERO.
       77 WARN-DAYS        PIC 9(02) VALUE 14.
       77 FEE-ANNUAL       PIC 9(03)V99 VALUE 25,00.
       77 FEE-MONTHLY      PIC 9(03)V99 VALUE 3,00.
       77 FEE-TEXT         PIC ZZ9,99.
       77 PLAN-TEXT        PIC X(07) VALUE SPACES.
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

           PERFORM OPEN-FILES

           COMPUTE WK-DATE-INT =
              FUNCTION INTEGER-OF-DATE (TODAY-DATE) + WARN-DAYS
           COMPUTE HORIZON-DATE =
              FUNCTION DATE-OF-INTEGER (WK-DATE-INT)

           PERFORM WRITE-REPORT-HEADING

           SET BORROWERS-AT-END TO FALSE
           READ BORROWERS NEXT RECORD
                AT END SET BORROWERS-AT-END TO TRUE
           END-READ

           PERFORM REMIND-ONE-MEMBER
              UNTIL BORROWERS-AT-END

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING REMINDER-COUNT     DELIMITED BY SIZE
                  " REMINDER(S) QUEUED, " DELIMITED BY SIZE
                  NO-ADDRESS-COUNT   DELIMITED BY SIZE
                  " MEMBER(S) WITH NO E-MAIL TO RING"
                                     DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           PERFORM CLOSE-FILES

           DISPLAY REMINDER-COUNT " RENEWAL REMINDER(S) QUEUED FOR THE "
                   "RELAY"
           DISPLAY NO-ADDRESS-COUNT " MEMBER(S) WITH NO E-MAIL - SEE "
                   MBRNOTE-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES AND PICK UP THE REMINDER WINDOW AND THE FEES    *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN I-O    BORROWERS
           OPEN INPUT  PARAMS
           OPEN OUTPUT MBRNOTE-RPT

           IF NOT VALID-STATUS-BORROWERS
              DISPLAY "UNABLE TO OPEN BORROWER.DAT - STATUS "
                      STATUS-BORROWERS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " MBRNOTE-RPT-PATH
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

      *> THE SETTINGS ARE OPTIONAL - WITHOUT THEM THE HOUSE DEFAULTS
      *> STAND
           IF VALID-STATUS-PARAMS
              MOVE 1 TO PRM-ID
              READ PARAMS
                   INVALID
                       CONTINUE
                   NOT INVALID
                       IF PRM-MBR-WARN-DAYS > ZERO
                          MOVE PRM-MBR-WARN-DAYS TO WARN-DAYS
                       END-IF
                       MOVE PRM-MBR-ANNUAL  TO FEE-ANNUAL
                       MOVE PRM-MBR-MONTHLY TO FEE-MONTHLY
              END-READ
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * REPORT HEADING                                                 *
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADING.
           MOVE "FILMOTECA.EDUC360 - MEMBERSHIP RENEWAL REMINDERS"
             TO RPT-LINE
           WRITE RPT-LINE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "RUN ON "      DELIMITED BY SIZE
                  WK-DATE-TEXT   DELIMITED BY SIZE
                  " FOR TERMS RUNNING OUT WITHIN " DELIMITED BY SIZE
                  WARN-DAYS      DELIMITED BY SIZE
                  " DAY(S)"      DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "ID    NAME                            EXPIRES     PLAN"
             TO RPT-LINE
           MOVE "SENT TO" TO RPT-LINE (58:7)
           WRITE RPT-LINE

           MOVE ALL "-" TO RPT-LINE
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE BORROWER - A LIVE TERM RUNNING OUT BY THE HORIZON DATE     *
      * THAT HAS NOT BEEN REMINDED ABOUT YET                           *
      *----------------------------------------------------------------*
       REMIND-ONE-MEMBER.
           IF BRW-IS-ACTIVE
              AND BRW-MBR-EXPIRY-DT NOT < TODAY-DATE
              AND BRW-MBR-EXPIRY-DT NOT > HORIZON-DATE
              AND BRW-MBR-NOTICE-DT NOT = BRW-MBR-EXPIRY-DT
              PERFORM SEND-RENEWAL-REMINDER
           END-IF

           READ BORROWERS NEXT RECORD
                AT END SET BORROWERS-AT-END TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * QUEUE THE E-MAIL (OR LIST THE MEMBER FOR A PHONE CALL), THEN   *
      * STAMP THE EXPIRY IT WAS FOR                                    *
      *----------------------------------------------------------------*
       SEND-RENEWAL-REMINDER.
           IF BRW-MBR-MONTHLY
              MOVE FEE-MONTHLY TO FEE-TEXT
              MOVE "MONTHLY"   TO PLAN-TEXT
           ELSE
              MOVE FEE-ANNUAL  TO FEE-TEXT
              MOVE "ANNUAL"    TO PLAN-TEXT
           END-IF

           MOVE BRW-MBR-EXPIRY-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           MOVE SPACES TO RPT-LINE
           MOVE BRW-ID       TO RPT-LINE (1:5)
           MOVE BRW-NAME     TO RPT-LINE (7:30)
           MOVE WK-DATE-TEXT TO RPT-LINE (39:10)
           MOVE PLAN-TEXT    TO RPT-LINE (51:7)

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
              MOVE "FILMOTECA - YOUR MEMBERSHIP EXPIRES SOON"
                TO MLQ-SUBJECT

              STRING "DEAR "    DELIMITED BY SIZE
                     BRW-NAME   DELIMITED BY "  "
                     ","        DELIMITED BY SIZE
                INTO MLQ-BODY-LINE (1)
              END-STRING

              STRING "YOUR "        DELIMITED BY SIZE
                     PLAN-TEXT      DELIMITED BY SPACE
                     " MEMBERSHIP RUNS OUT ON " DELIMITED BY SIZE
                     WK-DATE-TEXT   DELIMITED BY SIZE
                     "."            DELIMITED BY SIZE
                INTO MLQ-BODY-LINE (2)
              END-STRING

              STRING "RENEW AT THE DESK ON YOUR NEXT VISIT (FEE "
                                    DELIMITED BY SIZE
                     FEE-TEXT       DELIMITED BY SIZE
                     ")"            DELIMITED BY SIZE
                INTO MLQ-BODY-LINE (3)
              END-STRING

              MOVE "AND KEEP BORROWING WITHOUT A BREAK."
                TO MLQ-BODY-LINE (4)
              MOVE "THANK YOU FOR BEING A MEMBER!"
                TO MLQ-BODY-LINE (6)

              PERFORM QUEUE-EMAIL
              ADD 1 TO REMINDER-COUNT
           END-IF

           MOVE BRW-MBR-EXPIRY-DT TO BRW-MBR-NOTICE-DT
           REWRITE BRW-REC
              INVALID KEY
                  DISPLAY "UNABLE TO STAMP BORROWER " BRW-ID
                          " - STATUS " STATUS-BORROWERS
           END-REWRITE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE BORROWERS
           CLOSE MBRNOTE-RPT
           CLOSE MAILQ

           IF VALID-STATUS-PARAMS
              CLOSE PARAMS
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
      /
      *----------------------------------------------------------------*
      * APPEND TO THE OUTBOUND MAIL QUEUE                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDMQP.CPY'.
