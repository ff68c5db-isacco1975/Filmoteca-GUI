       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          JUNADLT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 OCTOBER 15
      /
      ******************************************************************
      *                                                                *
      *  NIGHTLY JUNIOR-TO-ADULT SWEEP - EVERY JUNIOR BORROWER WHOSE   *
      *  BIRTH DATE SAYS THEY HAVE TURNED 18 IS MOVED TO THE ADULT     *
      *  CATEGORY, SO THE ADULT CATPOL ROW GOVERNS THEIR LOANS FROM    *
      *  THE NEXT CHECKOUT.  A MEMBER OF SOMEBODY ELSE'S HOUSEHOLD IS  *
      *  TAKEN OFF IT - AN ADULT ANSWERS FOR THEIR OWN CARD.  EACH     *
      *  CHANGE GOES TO AUDIT.LOG, AND A WELCOME E-MAIL GIVING THE     *
      *  NEW LIMITS IS QUEUED FOR THE MAIL RELAY; A BORROWER WITH NO   *
      *  ADDRESS ON FILE IS LISTED ON JUNADLT.LST FOR THE DESK TO      *
      *  RING, AS IS A JUNIOR WITH NO BIRTH DATE, WHO CANNOT BE AGED.  *
      *  RUN IT EACH NIGHT AFTER SUSLIFT.                              *
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
          COPY 'CPVIDCTA.CPY'.
          COPY 'CPVIDPRA.CPY'.
          COPY 'CPVIDMQA.CPY'.
          COPY 'CPVIDAUA.CPY'.
          SELECT JUNADLT-RPT ASSIGN TO JUNADLT-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD CATPOL.
          COPY 'CPVIDCAT.CPY'.
      *
       FD PARAMS.
          COPY 'CPVIDPRM.CPY'.
      *
       FD MAILQ.
          COPY 'CPVIDMLQ.CPY'.
      *
       FD AUDIT-LOG.
          COPY 'CPVIDAUD.CPY'.
      *
       FD JUNADLT-RPT.
       01 RPT-LINE                 PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 JUNADLT-RPT-PATH PIC X(40) VALUE "JUNADLT.LST".
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-CATPOL    PIC X(2).
           88 VALID-STATUS-CATPOL VALUE IS "00" THRU "09".
       77 STATUS-PARAMS    PIC X(2).
           88 VALID-STATUS-PARAMS VALUE IS "00" THRU "09".
       77 STATUS-AUDIT     PIC X(2).
           88 VALID-STATUS-AUDIT VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-BRW-EOF       PIC 9 VALUE ZERO.
           88 BORROWERS-AT-END VALUE 1, FALSE 0.
       77 SW-CATPOL-OPEN   PIC 9 VALUE ZERO.
           88 CATPOL-IS-OPEN  VALUE 1, FALSE 0.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 ADULT-AGE        PIC 9(02) VALUE 18.
       77 BORROWER-AGE     PIC 9(03) VALUE ZERO.
       77 OLD-GUARANTOR-ID PIC 9(05) VALUE ZERO.
       77 JUNIOR-COUNT     PIC 9(5) VALUE ZERO.
       77 MOVED-COUNT      PIC 9(5) VALUE ZERO.
       77 DETACHED-COUNT   PIC 9(5) VALUE ZERO.
       77 WELCOME-COUNT    PIC 9(5) VALUE ZERO.
       77 NO-ADDRESS-COUNT PIC 9(5) VALUE ZERO.
       77 NO-BIRTH-COUNT   PIC 9(5) VALUE ZERO.

      * THE ADULT LOAN POLICY THE WELCOME E-MAIL QUOTES - THE CATPOL
      * ADULT ROW, OR THE HOUSE VALUES WHEN THERE IS NONE
       77 ADULT-LOAN-DAYS  PIC 9(03) VALUE ZERO.
       77 ADULT-MAX-LOANS  PIC 9(02) VALUE ZERO.
       77 ADULT-RENEWALS   PIC 9(02) VALUE ZERO.
       77 ADULT-FINE-RATE  PIC 9(03)V99 VALUE ZERO.
       77 DAYS-TEXT        PIC ZZ9.
       77 LOANS-TEXT       PIC Z9.
       77 RENEWALS-TEXT    PIC Z9.
       77 FINE-TEXT        PIC ZZ9,99.
       77 GUARANTOR-TEXT   PIC X(05) VALUE SPACES.

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

           PERFORM LOAD-ADULT-POLICY

           PERFORM WRITE-REPORT-HEADING

           SET BORROWERS-AT-END TO FALSE
           READ BORROWERS NEXT RECORD
                AT END SET BORROWERS-AT-END TO TRUE
           END-READ

           PERFORM CHECK-ONE-BORROWER
              UNTIL BORROWERS-AT-END

           PERFORM PRINT-RUN-SUMMARY

           PERFORM CLOSE-FILES

           DISPLAY MOVED-COUNT " JUNIOR(S) NOW ADULT, "
                   DETACHED-COUNT " TAKEN OFF A HOUSEHOLD, "
                   WELCOME-COUNT " WELCOME E-MAIL(S) QUEUED"
           DISPLAY NO-ADDRESS-COUNT " WITH NO E-MAIL, "
                   NO-BIRTH-COUNT " WITH NO BIRTH DATE - SEE "
                   JUNADLT-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES - THE POLICY FILES ARE OPTIONAL, THE MAIL QUEUE *
      * AND THE AUDIT LOG ARE CREATED IF NEEDED                        *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN I-O    BORROWERS
           OPEN INPUT  PARAMS
           OPEN OUTPUT JUNADLT-RPT

           IF NOT VALID-STATUS-BORROWERS
              DISPLAY "UNABLE TO OPEN BORROWER.DAT - STATUS "
                      STATUS-BORROWERS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " JUNADLT-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF

           OPEN INPUT CATPOL
           IF VALID-STATUS-CATPOL
              SET CATPOL-IS-OPEN TO TRUE
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

           OPEN EXTEND AUDIT-LOG
           IF STATUS-AUDIT = "35"
              OPEN OUTPUT AUDIT-LOG
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE ADULT LOAN POLICY - THE HOUSE VALUES, OVERLAID FROM THE    *
      * CATPOL ADULT ROW WHEN THERE IS ONE (THE SAME ORDER THE DESK    *
      * USES AT CHECKOUT)                                              *
      *----------------------------------------------------------------*
       LOAD-ADULT-POLICY.
           IF VALID-STATUS-PARAMS
              MOVE 1 TO PRM-ID
              READ PARAMS
                   INVALID
                       CONTINUE
                   NOT INVALID
                       MOVE PRM-LOAN-DAYS    TO ADULT-LOAN-DAYS
                       MOVE PRM-MAX-LOANS    TO ADULT-MAX-LOANS
                       MOVE PRM-MAX-RENEWALS TO ADULT-RENEWALS
                       MOVE PRM-FINE-RATE    TO ADULT-FINE-RATE
              END-READ
           END-IF

           IF CATPOL-IS-OPEN
              MOVE "A" TO CAT-CODE
              READ CATPOL
                   INVALID
                       CONTINUE
                   NOT INVALID
                       MOVE CAT-LOAN-DAYS    TO ADULT-LOAN-DAYS
                       MOVE CAT-MAX-LOANS    TO ADULT-MAX-LOANS
                       MOVE CAT-MAX-RENEWALS TO ADULT-RENEWALS
                       MOVE CAT-FINE-RATE    TO ADULT-FINE-RATE
              END-READ
           END-IF

           MOVE ADULT-LOAN-DAYS TO DAYS-TEXT
           MOVE ADULT-MAX-LOANS TO LOANS-TEXT
           MOVE ADULT-RENEWALS  TO RENEWALS-TEXT
           MOVE ADULT-FINE-RATE TO FINE-TEXT
           .
      /
      *----------------------------------------------------------------*
      * REPORT HEADING                                                 *
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADING.
           MOVE "FILMOTECA.EDUC360 - JUNIOR TO ADULT TRANSITIONS"
             TO RPT-LINE
           WRITE RPT-LINE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "RUN ON "      DELIMITED BY SIZE
                  WK-DATE-TEXT   DELIMITED BY SIZE
                  " - ADULT AT " DELIMITED BY SIZE
                  ADULT-AGE      DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "ID    NAME                            BORN"
             TO RPT-LINE
           MOVE "LEFT HH" TO RPT-LINE (50:7)
           MOVE "SENT TO" TO RPT-LINE (58:7)
           WRITE RPT-LINE

           MOVE ALL "-" TO RPT-LINE
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE BORROWER - A JUNIOR WHO HAS REACHED THE ADULT AGE.  A      *
      * JUNIOR WITH NO BIRTH DATE IS LISTED, NOT GUESSED AT            *
      *----------------------------------------------------------------*
       CHECK-ONE-BORROWER.
           IF BRW-IS-JUNIOR
              ADD 1 TO JUNIOR-COUNT
              IF BRW-BIRTH-DT = ZERO
                 PERFORM LIST-NO-BIRTH-DATE
              ELSE
                 COMPUTE BORROWER-AGE =
                    (TODAY-DATE - BRW-BIRTH-DT) / 10000
                 IF BORROWER-AGE NOT < ADULT-AGE
                    PERFORM MOVE-TO-ADULT
                 END-IF
              END-IF
           END-IF

           READ BORROWERS NEXT RECORD
                AT END SET BORROWERS-AT-END TO TRUE
           END-READ
           .

       LIST-NO-BIRTH-DATE.
           ADD 1 TO NO-BIRTH-COUNT

           MOVE SPACES TO RPT-LINE
           MOVE BRW-ID   TO RPT-LINE (1:5)
           MOVE BRW-NAME TO RPT-LINE (7:30)
           MOVE "NO BIRTH DATE - STILL JUNIOR" TO RPT-LINE (39:28)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CHANGE THE CATEGORY, TAKE THE BORROWER OFF ANOTHER GUARANTOR'S *
      * HOUSEHOLD, REWRITE, THEN AUDIT AND WELCOME                     *
      *----------------------------------------------------------------*
       MOVE-TO-ADULT.
           MOVE ZERO TO OLD-GUARANTOR-ID
           MOVE "A"  TO BRW-CATEGORY

      *> A JUNIOR IS NEVER A GUARANTOR, BUT A ROW POINTING AT ITSELF
      *> IS LEFT AS IT IS
           IF BRW-HOUSEHOLD-ID NOT = ZERO
              AND BRW-HOUSEHOLD-ID NOT = BRW-ID
              MOVE BRW-HOUSEHOLD-ID TO OLD-GUARANTOR-ID
              MOVE ZERO             TO BRW-HOUSEHOLD-ID
           END-IF

           REWRITE BRW-REC
              INVALID KEY
                  DISPLAY "UNABLE TO REWRITE BORROWER " BRW-ID
                          " - STATUS " STATUS-BORROWERS
                  EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO MOVED-COUNT
           PERFORM WRITE-CATEGORY-AUDIT

           IF OLD-GUARANTOR-ID NOT = ZERO
              ADD 1 TO DETACHED-COUNT
              PERFORM WRITE-HOUSEHOLD-AUDIT
           END-IF

           MOVE BRW-BIRTH-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           MOVE SPACES TO RPT-LINE
           MOVE BRW-ID       TO RPT-LINE (1:5)
           MOVE BRW-NAME     TO RPT-LINE (7:30)
           MOVE WK-DATE-TEXT TO RPT-LINE (39:10)
           IF OLD-GUARANTOR-ID NOT = ZERO
              MOVE OLD-GUARANTOR-ID TO RPT-LINE (50:5)
           END-IF

           IF BRW-EMAIL = SPACES
              MOVE "NO E-MAIL - RING " TO RPT-LINE (58:17)
              MOVE BRW-PHONE (1:6)     TO RPT-LINE (75:6)
              WRITE RPT-LINE
              ADD 1 TO NO-ADDRESS-COUNT
           ELSE
              MOVE BRW-EMAIL (1:23) TO RPT-LINE (58:23)
              WRITE RPT-LINE
              PERFORM QUEUE-WELCOME-EMAIL
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * AUDIT ROWS - THE CATEGORY CHANGE, AND THE HOUSEHOLD LEFT       *
      *----------------------------------------------------------------*
       WRITE-CATEGORY-AUDIT.
           IF NOT VALID-STATUS-AUDIT
              EXIT PARAGRAPH
           END-IF

           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME

           MOVE "JUNADLT"  TO AUD-OPERATOR
           MOVE "CATCHG"   TO AUD-ACTION
           MOVE BRW-ID     TO AUD-CODIGO
           MOVE BRW-NAME   TO AUD-OLD-TITULO
           MOVE "J"        TO AUD-OLD-GENERO
           MOVE ZERO       TO AUD-OLD-NOTA
           MOVE "ADULT - TURNED 18" TO AUD-NEW-TITULO
           MOVE "A"        TO AUD-NEW-GENERO
           MOVE ZERO       TO AUD-NEW-NOTA

           WRITE AUD-REC
           .

       WRITE-HOUSEHOLD-AUDIT.
           IF NOT VALID-STATUS-AUDIT
              EXIT PARAGRAPH
           END-IF

           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME

           MOVE "JUNADLT"  TO AUD-OPERATOR
           MOVE "HHLEFT"   TO AUD-ACTION
           MOVE BRW-ID     TO AUD-CODIGO
           MOVE BRW-NAME   TO AUD-OLD-TITULO
           MOVE SPACES     TO AUD-OLD-GENERO
           MOVE ZERO       TO AUD-OLD-NOTA
           MOVE OLD-GUARANTOR-ID TO GUARANTOR-TEXT
           MOVE SPACES     TO AUD-NEW-TITULO
           STRING "LEFT HOUSEHOLD OF " DELIMITED BY SIZE
                  GUARANTOR-TEXT       DELIMITED BY SIZE
             INTO AUD-NEW-TITULO
           END-STRING
           MOVE SPACES     TO AUD-NEW-GENERO
           MOVE ZERO       TO AUD-NEW-NOTA

           WRITE AUD-REC
           .
      /
      *----------------------------------------------------------------*
      * THE WELCOME E-MAIL - THE ADULT LIMITS, AND A WORD ABOUT THE    *
      * HOUSEHOLD WHEN THEY HAVE JUST LEFT ONE                         *
      *----------------------------------------------------------------*
       QUEUE-WELCOME-EMAIL.
           INITIALIZE MLQ-REC
           MOVE BRW-ID    TO MLQ-BORROWER-ID
           MOVE BRW-EMAIL TO MLQ-EMAIL
           MOVE "FILMOTECA - WELCOME TO YOUR ADULT MEMBERSHIP"
             TO MLQ-SUBJECT

           STRING "DEAR "    DELIMITED BY SIZE
                  BRW-NAME   DELIMITED BY "  "
                  ","        DELIMITED BY SIZE
             INTO MLQ-BODY-LINE (1)
           END-STRING

           MOVE "HAPPY BIRTHDAY - FROM TODAY YOUR CARD IS AN ADULT CARD"
             TO MLQ-BODY-LINE (2)

      *> WITH NEITHER POLICY ON FILE THERE ARE NO LIMITS TO QUOTE
           IF ADULT-MAX-LOANS = ZERO
              MOVE "ASK AT THE DESK ABOUT YOUR NEW LOAN LIMITS."
                TO MLQ-BODY-LINE (3)
           ELSE
              STRING "YOU CAN NOW BORROW UP TO " DELIMITED BY SIZE
                     FUNCTION TRIM (LOANS-TEXT)  DELIMITED BY SIZE
                     " TITLES AT A TIME FOR "    DELIMITED BY SIZE
                     FUNCTION TRIM (DAYS-TEXT)   DELIMITED BY SIZE
                     " DAYS,"                    DELIMITED BY SIZE
                INTO MLQ-BODY-LINE (3)
              END-STRING

              STRING "RENEWING EACH UP TO "       DELIMITED BY SIZE
                     FUNCTION TRIM (RENEWALS-TEXT) DELIMITED BY SIZE
                     " TIMES; A LATE RETURN COSTS " DELIMITED BY SIZE
                     FUNCTION TRIM (FINE-TEXT)     DELIMITED BY SIZE
                     " A DAY."                     DELIMITED BY SIZE
                INTO MLQ-BODY-LINE (4)
              END-STRING
           END-IF

           IF OLD-GUARANTOR-ID NOT = ZERO
              MOVE "YOUR CARD IS NOW YOUR OWN, NOT ON A FAMILY ACCOUNT."
                TO MLQ-BODY-LINE (5)
           END-IF

           MOVE "THANK YOU FOR BEING A MEMBER!"
             TO MLQ-BODY-LINE (6)

           PERFORM QUEUE-EMAIL
           ADD 1 TO WELCOME-COUNT
           .
      /
      *----------------------------------------------------------------*
      * RUN TOTALS                                                     *
      *----------------------------------------------------------------*
       PRINT-RUN-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "JUNIORS "        DELIMITED BY SIZE
                  JUNIOR-COUNT      DELIMITED BY SIZE
                  "  NOW ADULT "    DELIMITED BY SIZE
                  MOVED-COUNT       DELIMITED BY SIZE
                  "  LEFT A HOUSEHOLD " DELIMITED BY SIZE
                  DETACHED-COUNT    DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING WELCOME-COUNT     DELIMITED BY SIZE
                  " WELCOME(S) QUEUED, " DELIMITED BY SIZE
                  NO-ADDRESS-COUNT  DELIMITED BY SIZE
                  " TO RING, "      DELIMITED BY SIZE
                  NO-BIRTH-COUNT    DELIMITED BY SIZE
                  " WITH NO BIRTH DATE" DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE BORROWERS
           CLOSE MAILQ
           CLOSE JUNADLT-RPT

           CLOSE AUDIT-LOG

           IF CATPOL-IS-OPEN
              CLOSE CATPOL
           END-IF

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
