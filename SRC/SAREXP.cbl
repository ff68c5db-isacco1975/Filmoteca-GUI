       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          SAREXP.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  SUBJECT ACCESS EXPORT - WHEN A PATRON ASKS FOR EVERYTHING WE  *
      *  HOLD ABOUT THEM, THIS GATHERS IT FOR ONE BORROWER ID INTO ONE *
      *  READABLE DOCUMENT, SARNNNNN.LST: THE BORROWER RECORD, LIVE    *
      *  AND ARCHIVED LOANS, FINES, TILL PAYMENTS AND REFUNDS, HOLDS,  *
      *  DEPOSITS, RECEIPTS, STAR RATINGS, SCREENING SIGN-UPS, QUEUED  *
      *  E-MAILS AND LETTERS, THE COLLECTIONS RECORD, EVERY           *
      *  SUSPENSION WITH ITS REASON AND DATES, THE MARKETING           *
      *  CONSENT AND ITS CHANGES, AND EVERY AUDIT AND SECURITY ROW     *
      *  THAT MENTIONS THE BORROWER.  A FILE THE SHOP HAS NEVER USED   *
      *  IS NOTED AS NOT ON FILE.  EACH RUN WRITES AN SAREXP ROW TO    *
      *  THE AUDIT LOG WITH THE OPERATOR, SO WHEN THE REQUEST WAS      *
      *  ANSWERED CAN BE PROVED.                                       *
      *                                                                *
      *  THE BORROWER ID COMES FROM AN OPTIONAL SAREXP.CTL             *
      *  (BORROWER=NNNNN), OR IS ASKED FOR ON THE CONSOLE.             *
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
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDLOA.CPY'.
          COPY 'CPVIDFIA.CPY'.
          COPY 'CPVIDTJA.CPY'.
          COPY 'CPVIDRSA.CPY'.
          COPY 'CPVIDDPA.CPY'.
          COPY 'CPVIDRCA.CPY'.
          COPY 'CPVIDRTA.CPY'.
          COPY 'CPVIDEVA.CPY'.
          COPY 'CPVIDATA.CPY'.
          COPY 'CPVIDMQA.CPY'.
          COPY 'CPVIDLTA.CPY'.
          COPY 'CPVIDCOA.CPY'.
          COPY 'CPVIDSUA.CPY'.
          COPY 'CPVIDCNA.CPY'.
          COPY 'CPVIDCGA.CPY'.
          COPY 'CPVIDAUA.CPY'.
          COPY 'CPVIDSEA.CPY'.
          SELECT LOANHIST ASSIGN TO LOANHIST-PATH
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS  IS STATUS-LOANHIST.
          SELECT CONTROL-FILE ASSIGN TO "SAREXP.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT SAREXP-RPT ASSIGN TO SAREXP-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD LOANS.
          COPY 'CPVIDLON.CPY'.
      *
       FD FINES.
          COPY 'CPVIDFIN.CPY'.
      *
       FD TILLJRN.
          COPY 'CPVIDTLJ.CPY'.
      *
       FD RESERVES.
          COPY 'CPVIDRSV.CPY'.
      *
       FD DEPOSITS.
          COPY 'CPVIDDEP.CPY'.
      *
       FD RECEIPTS.
          COPY 'CPVIDRCP.CPY'.
      *
       FD RATINGS.
          COPY 'CPVIDRTG.CPY'.
      *
       FD EVENTS.
          COPY 'CPVIDEVT.CPY'.
      *
       FD ATTENDEES.
          COPY 'CPVIDATT.CPY'.
      *
       FD MAILQ.
          COPY 'CPVIDMLQ.CPY'.
      *
       FD LETTERQ.
          COPY 'CPVIDLTQ.CPY'.
      *
       FD COLLECT.
          COPY 'CPVIDCOL.CPY'.
      *
       FD SUSPEND.
          COPY 'CPVIDSUS.CPY'.
      *
       FD CONSENT.
          COPY 'CPVIDCNS.CPY'.
      *
       FD CONSLOG.
          COPY 'CPVIDCLG.CPY'.
      *
       FD AUDIT-LOG.
          COPY 'CPVIDAUD.CPY'.
      *
       FD SECLOG.
          COPY 'CPVIDSEC.CPY'.
      *
       FD LOANHIST.
       01 REC-LOANHIST              PIC X(100).
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD SAREXP-RPT.
       01 RPT-LINE                  PIC X(100).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 SAREXP-RPT-PATH  PIC X(40) VALUE "SAREXP.LST".
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-MOVIES    PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-LOANS     PIC X(2).
           88 VALID-STATUS-LOANS VALUE IS "00" THRU "09".
       77 STATUS-LOANHIST  PIC X(2).
           88 VALID-STATUS-LOANHIST VALUE IS "00" THRU "09".
       77 STATUS-FINES     PIC X(2).
           88 VALID-STATUS-FINES VALUE IS "00" THRU "09".
       77 STATUS-TILLJRN   PIC X(2).
           88 VALID-STATUS-TILLJRN VALUE IS "00" THRU "09".
       77 STATUS-RESERVES  PIC X(2).
           88 VALID-STATUS-RESERVES VALUE IS "00" THRU "09".
       77 STATUS-DEPOSITS  PIC X(2).
           88 VALID-STATUS-DEPOSITS VALUE IS "00" THRU "09".
       77 STATUS-RECEIPTS  PIC X(2).
           88 VALID-STATUS-RECEIPTS VALUE IS "00" THRU "09".
       77 STATUS-RATINGS   PIC X(2).
           88 VALID-STATUS-RATINGS VALUE IS "00" THRU "09".
       77 STATUS-EVENTS    PIC X(2).
           88 VALID-STATUS-EVENTS VALUE IS "00" THRU "09".
       77 STATUS-ATTENDEES PIC X(2).
           88 VALID-STATUS-ATTENDEES VALUE IS "00" THRU "09".
       77 STATUS-COLLECT   PIC X(2).
           88 VALID-STATUS-COLLECT VALUE IS "00" THRU "09".
       77 STATUS-SUSPEND   PIC X(2).
           88 VALID-STATUS-SUSPEND VALUE IS "00" THRU "09".
          COPY 'CPVIDSUV.CPY'.
       77 STATUS-AUDIT     PIC X(2).
           88 VALID-STATUS-AUDIT VALUE IS "00" THRU "09".
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
          COPY 'CPVIDMQV.CPY'.
          COPY 'CPVIDLTV.CPY'.
          COPY 'CPVIDCNV.CPY'.
          COPY 'CPVIDSEV.CPY'.
       77 SW-EOF           PIC 9 VALUE ZERO.
           88 FILE-AT-END   VALUE 1, FALSE 0.
      * THE TITLE AND SCREENING LOOKUPS ARE A NICETY - THE DOCUMENT
      * STILL GOES OUT WITH CODES ONLY IF EITHER FILE IS MISSING
       77 SW-MOV-OPEN      PIC 9 VALUE ZERO.
           88 MOVIES-OPEN   VALUE 1, FALSE 0.
       77 SW-EVT-OPEN      PIC 9 VALUE ZERO.
           88 EVENTS-OPEN   VALUE 1, FALSE 0.
       77 SW-LOA-OPEN      PIC 9 VALUE ZERO.
           88 LOANS-OPEN    VALUE 1, FALSE 0.
       77 SW-CTL           PIC 9 VALUE ZERO.
           88 CTL-PRESENT   VALUE 1, FALSE 0.
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.

       77 SAR-BRW-ID       PIC 9(05) VALUE ZERO.
       77 SAR-BRW-NAME     PIC X(30) VALUE SPACES.
       77 SAR-NAME-LEN     PIC 9(02) VALUE ZERO.
       77 RUN-OPERATOR     PIC X(10) VALUE SPACES.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 NOW-TIME         PIC 9(08) VALUE ZERO.

      * ONE SECTION OF THE DOCUMENT AT A TIME
       77 SECTION-TITLE    PIC X(40) VALUE SPACES.
       77 SECTION-COUNT    PIC 9(05) VALUE ZERO.
       77 TOTAL-COUNT      PIC 9(06) VALUE ZERO.
       77 SAR-SUB          PIC 9(01) VALUE ZERO.

      * WHAT A SECURITY ROW CARRIES WHEN IT IS ABOUT A BORROWER
       77 SEC-MATCH-TEXT   PIC X(09) VALUE SPACES.
       77 MATCH-COUNT      PIC 9(03) VALUE ZERO.
       77 SW-MENTIONS      PIC 9 VALUE ZERO.
           88 ROW-MENTIONS-BORROWER VALUE 1, FALSE 0.

      * PRINT FIELDS
       77 LOOKUP-CODIGO    PIC 9(05) VALUE ZERO.
       77 LOOKUP-TITULO    PIC X(30) VALUE SPACES.
       77 KEY-TEXT         PIC X(11) VALUE SPACES.
       77 STATE-TEXT       PIC X(16) VALUE SPACES.
       77 AMOUNT-TEXT      PIC ZZZZZZ9,99.
       77 PAID-TEXT        PIC ZZZZZZ9,99.
       77 SIGNED-TEXT      PIC -ZZZZZ9,99.
       01 TIME-PARTS.
           05 TIME-HH          PIC 9(02).
           05 TIME-MI          PIC 9(02).
           05 TIME-SS          PIC 9(02).
       77 TIME-TEXT        PIC X(08) VALUE SPACES.
       01 CHANNEL-NAMES.
           05 FILLER           PIC X(06) VALUE "E-MAIL".
           05 FILLER           PIC X(06) VALUE "POST  ".
           05 FILLER           PIC X(06) VALUE "PHONE ".
       01 CHANNEL-NAME-TABLE REDEFINES CHANNEL-NAMES.
           05 CHANNEL-NAME     PIC X(06) OCCURS 3 TIMES.
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
           ACCEPT NOW-TIME FROM TIME

           ACCEPT RUN-OPERATOR FROM ENVIRONMENT "FILMOTECA_OPERATOR"
           IF RUN-OPERATOR = SPACES
              MOVE "SAREXP" TO RUN-OPERATOR
           END-IF

           PERFORM READ-CONTROL-FILE

           IF NOT CTL-PRESENT
              DISPLAY "BORROWER ID ASKING FOR THEIR DATA: "
                      WITH NO ADVANCING
              ACCEPT SAR-BRW-ID
           END-IF

           IF SAR-BRW-ID = ZERO
              DISPLAY "NOTHING DONE"
              GOBACK
           END-IF

           PERFORM OPEN-FILES

           PERFORM PRINT-BORROWER-RECORD
           PERFORM PRINT-LIVE-LOANS
           PERFORM PRINT-ARCHIVED-LOANS
           PERFORM PRINT-FINES
           PERFORM PRINT-TILL-ROWS
           PERFORM PRINT-HOLDS
           PERFORM PRINT-DEPOSITS
           PERFORM PRINT-RECEIPTS
           PERFORM PRINT-RATINGS
           PERFORM PRINT-SCREENINGS
           PERFORM PRINT-MAIL-QUEUE
           PERFORM PRINT-LETTER-QUEUE
           PERFORM PRINT-COLLECTIONS
           PERFORM PRINT-SUSPENSIONS
           PERFORM PRINT-CONSENT
           PERFORM PRINT-CONSENT-CHANGES
           PERFORM PRINT-AUDIT-ROWS
           PERFORM PRINT-SECURITY-ROWS

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "END OF DOCUMENT - " DELIMITED BY SIZE
                  TOTAL-COUNT          DELIMITED BY SIZE
                  " ROW(S) IN ALL"     DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           PERFORM LOG-EXPORT-RUN

           PERFORM CLOSE-FILES

           DISPLAY "SUBJECT ACCESS EXPORT FOR " SAR-BRW-ID
                   " - SEE " SAREXP-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * READ THE OPTIONAL SAREXP.CTL CONTROL FILE (KEYWORD=VALUE)      *
      *----------------------------------------------------------------*
       READ-CONTROL-FILE.
           SET CTL-PRESENT TO FALSE

           OPEN INPUT CONTROL-FILE

           IF NOT VALID-STATUS-CTL
              EXIT PARAGRAPH
           END-IF

           SET CTL-PRESENT TO TRUE
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
           WHEN "BORROWER    "
                COMPUTE SAR-BRW-ID = FUNCTION NUMVAL (CTL-VALUE)
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
      * OPEN THE BORROWER AND THE LOOKUP FILES, NAME THE DOCUMENT      *
      * AFTER THE BORROWER ID AND PRINT ITS HEADING                    *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

      *> NOTHING LEAVES THE BUILDING FROM THE TRAINING SANDBOX
           IF FMT-TRAIN-FLAG = "Y"
              DISPLAY "TRAINING MODE - NO EXPORT IS PRODUCED"
              GOBACK
           END-IF

           OPEN INPUT BORROWERS

           IF NOT VALID-STATUS-BORROWERS
              DISPLAY "UNABLE TO OPEN BORROWER.DAT - STATUS "
                      STATUS-BORROWERS
              STOP RUN
           END-IF

           MOVE SAR-BRW-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    DISPLAY "ID " SAR-BRW-ID
                            " IS NOT ON THE BORROWER FILE"
                    CLOSE BORROWERS
                    STOP RUN
           END-READ

           MOVE BRW-NAME TO SAR-BRW-NAME
           MOVE ZERO TO SAR-NAME-LEN
           IF SAR-BRW-NAME NOT = SPACES
              COMPUTE SAR-NAME-LEN = FUNCTION LENGTH
                 (FUNCTION TRIM (SAR-BRW-NAME TRAILING))
           END-IF

           MOVE SPACES TO SEC-MATCH-TEXT
           STRING "BRW "     DELIMITED BY SIZE
                  SAR-BRW-ID DELIMITED BY SIZE
             INTO SEC-MATCH-TEXT
           END-STRING

           MOVE SPACES TO SAREXP-RPT-PATH
           STRING "SAR"      DELIMITED BY SIZE
                  SAR-BRW-ID DELIMITED BY SIZE
                  ".LST"     DELIMITED BY SIZE
             INTO SAREXP-RPT-PATH
           END-STRING

           OPEN OUTPUT SAREXP-RPT

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " SAREXP-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF

           SET MOVIES-OPEN TO FALSE
           OPEN INPUT MOVIES
           IF VALID-STATUS-MOVIES
              SET MOVIES-OPEN TO TRUE
           END-IF

           SET EVENTS-OPEN TO FALSE
           OPEN INPUT EVENTS
           IF VALID-STATUS-EVENTS
              SET EVENTS-OPEN TO TRUE
           END-IF

           MOVE "FILMOTECA.EDUC360 - SUBJECT ACCESS EXPORT"
             TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "ALL DATA HELD ABOUT BORROWER " DELIMITED BY SIZE
                  SAR-BRW-ID                     DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  SAR-BRW-NAME                   DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE NOW-TIME (1:6) TO TIME-PARTS
           PERFORM FORMAT-TIME-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "PRODUCED ON " DELIMITED BY SIZE
                  WK-DATE-TEXT   DELIMITED BY SIZE
                  " AT "         DELIMITED BY SIZE
                  TIME-TEXT      DELIMITED BY SIZE
                  " BY "         DELIMITED BY SIZE
                  RUN-OPERATOR   DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * SECTION HEADING, NOT-ON-FILE NOTE AND SECTION ROW COUNT        *
      *----------------------------------------------------------------*
       PRINT-SECTION-HEAD.
           MOVE ZERO TO SECTION-COUNT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SECTION-TITLE TO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL "-" TO RPT-LINE
           WRITE RPT-LINE
           .

       PRINT-NOT-ON-FILE.
           MOVE "  NOT ON FILE - NOTHING HELD" TO RPT-LINE
           WRITE RPT-LINE
           .

       PRINT-SECTION-COUNT.
           ADD SECTION-COUNT TO TOTAL-COUNT

           MOVE SPACES TO RPT-LINE
           IF SECTION-COUNT = ZERO
              MOVE "  NONE" TO RPT-LINE
           ELSE
              STRING "  "          DELIMITED BY SIZE
                     SECTION-COUNT DELIMITED BY SIZE
                     " ROW(S)"     DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
           END-IF
           WRITE RPT-LINE
           .

       LOOKUP-TITLE.
           MOVE SPACES TO LOOKUP-TITULO

           IF NOT MOVIES-OPEN
              EXIT PARAGRAPH
           END-IF

           MOVE LOOKUP-CODIGO TO CODIGO
           READ MOVIES
                INVALID
                    CONTINUE
                NOT INVALID
                    MOVE TITULO TO LOOKUP-TITULO
           END-READ
           .

       FORMAT-TIME-TEXT.
           MOVE SPACES TO TIME-TEXT
           STRING TIME-HH ":" TIME-MI ":" TIME-SS DELIMITED BY SIZE
             INTO TIME-TEXT
           END-STRING
           .
      /
      *----------------------------------------------------------------*
      * THE BORROWER RECORD ITSELF                                     *
      *----------------------------------------------------------------*
       PRINT-BORROWER-RECORD.
           MOVE "BORROWER RECORD" TO SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD

           MOVE SPACES TO RPT-LINE
           STRING "  ID              : " DELIMITED BY SIZE
                  BRW-ID                 DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "  NAME            : " DELIMITED BY SIZE
                  BRW-NAME               DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "  PHONE           : " DELIMITED BY SIZE
                  BRW-PHONE              DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "  E-MAIL          : " DELIMITED BY SIZE
                  BRW-EMAIL              DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "  ADDRESS         : " DELIMITED BY SIZE
                  BRW-ADDR-LINE1         DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE BRW-ADDR-LINE2 TO RPT-LINE (21:30)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING BRW-ADDR-TOWN     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  BRW-ADDR-POSTCODE DELIMITED BY SIZE
             INTO RPT-LINE (21:36)
           END-STRING
           WRITE RPT-LINE

           IF BRW-ADDR-RETURNED-DT > ZERO
              MOVE BRW-ADDR-RETURNED-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              MOVE SPACES TO RPT-LINE
              STRING "  POST RETURNED   : " DELIMITED BY SIZE
                     WK-DATE-TEXT           DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF

           MOVE BRW-BIRTH-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "  BIRTH DATE      : " DELIMITED BY SIZE
                  WK-DATE-TEXT           DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           EVALUATE TRUE
           WHEN BRW-IS-BLOCKED
                MOVE "BLOCKED"             TO STATE-TEXT
           WHEN BRW-IS-PENDING
                MOVE "KIOSK APPLICATION"   TO STATE-TEXT
           WHEN OTHER
                MOVE "ACTIVE"              TO STATE-TEXT
           END-EVALUATE
           MOVE SPACES TO RPT-LINE
           STRING "  STATUS          : " DELIMITED BY SIZE
                  STATE-TEXT             DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           EVALUATE TRUE
           WHEN BRW-IS-JUNIOR
                MOVE "JUNIOR"              TO STATE-TEXT
           WHEN BRW-IS-SENIOR
                MOVE "SENIOR"              TO STATE-TEXT
           WHEN BRW-IS-STAFF
                MOVE "STAFF"               TO STATE-TEXT
           WHEN OTHER
                MOVE "ADULT"               TO STATE-TEXT
           END-EVALUATE
           MOVE SPACES TO RPT-LINE
           STRING "  CATEGORY        : " DELIMITED BY SIZE
                  STATE-TEXT             DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

      *> THE PIN IS HELD ONLY AS A ONE-WAY HASH - SAY SO RATHER THAN
      *> PRINT IT
           MOVE SPACES TO RPT-LINE
           IF BRW-PIN = SPACES
              MOVE "  KIOSK PIN       : NONE SET" TO RPT-LINE
           ELSE
              MOVE "  KIOSK PIN       : SET (HELD ONLY AS A HASH)"
                TO RPT-LINE
           END-IF
           WRITE RPT-LINE

           IF BRW-MBR-EXPIRY-DT > ZERO
              IF BRW-MBR-MONTHLY
                 MOVE "MONTHLY" TO STATE-TEXT
              ELSE
                 MOVE "ANNUAL"  TO STATE-TEXT
              END-IF
              MOVE SPACES TO RPT-LINE
              MOVE BRW-MBR-START-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              STRING "  MEMBERSHIP      : " DELIMITED BY SIZE
                     STATE-TEXT             DELIMITED BY SPACE
                     " FROM "               DELIMITED BY SIZE
                     WK-DATE-TEXT           DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              MOVE BRW-MBR-EXPIRY-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              MOVE " TO "       TO RPT-LINE (45:4)
              MOVE WK-DATE-TEXT TO RPT-LINE (49:10)
              WRITE RPT-LINE
           END-IF

           IF BRW-HOUSEHOLD-ID > ZERO
              MOVE SPACES TO RPT-LINE
              STRING "  HOUSEHOLD OF ID : " DELIMITED BY SIZE
                     BRW-HOUSEHOLD-ID       DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF

           IF BRW-APPLIED-DT > ZERO
              MOVE BRW-APPLIED-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              MOVE SPACES TO RPT-LINE
              STRING "  APPLIED AT KIOSK: " DELIMITED BY SIZE
                     WK-DATE-TEXT           DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF

           MOVE 1 TO SECTION-COUNT
           PERFORM PRINT-SECTION-COUNT
           .
      /
      *----------------------------------------------------------------*
      * LOANS - LIVE OFF THE BORROWER INDEX, THEN THE ARCHIVE          *
      *----------------------------------------------------------------*
       PRINT-LOAN-HEADINGS.
           MOVE SPACES TO RPT-LINE
           MOVE "  TITLE/SEQ"  TO RPT-LINE (1:11)
           MOVE "OUT"          TO RPT-LINE (44:3)
           MOVE "DUE"          TO RPT-LINE (55:3)
           MOVE "RETURNED"     TO RPT-LINE (66:8)
           MOVE "REN"          TO RPT-LINE (83:3)
           MOVE "BRANCH"       TO RPT-LINE (87:6)
           WRITE RPT-LINE
           .

       PRINT-ONE-LOAN.
           ADD 1 TO SECTION-COUNT

           MOVE LOAN-CODIGO TO LOOKUP-CODIGO
           PERFORM LOOKUP-TITLE

           MOVE SPACES TO KEY-TEXT
           STRING LOAN-CODIGO "/" LOAN-SEQ DELIMITED BY SIZE
             INTO KEY-TEXT
           END-STRING

           MOVE SPACES TO RPT-LINE
           MOVE KEY-TEXT      TO RPT-LINE (3:11)
           MOVE LOOKUP-TITULO TO RPT-LINE (15:28)
           MOVE LOAN-CHECKOUT-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT  TO RPT-LINE (44:10)
           MOVE LOAN-DUE-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT  TO RPT-LINE (55:10)

           EVALUATE TRUE
           WHEN LOAN-IS-RETURNED
                MOVE LOAN-RETURNED-DT TO WK-DATE-YMD
                PERFORM FORMAT-DATE-TEXT
                MOVE WK-DATE-TEXT TO STATE-TEXT
           WHEN LOAN-IS-LOST
                MOVE "LOST"       TO STATE-TEXT
           WHEN LOAN-IS-CLAIMED
                MOVE "CLAIMED RETURN" TO STATE-TEXT
           WHEN OTHER
                MOVE "STILL OUT"  TO STATE-TEXT
           END-EVALUATE
           MOVE STATE-TEXT    TO RPT-LINE (66:16)
           MOVE LOAN-RENEWALS TO RPT-LINE (84:2)
           MOVE LOAN-BRANCH   TO RPT-LINE (87:4)
           WRITE RPT-LINE
           .

       PRINT-LIVE-LOANS.
           MOVE "LOANS ON THE LIVE FILE" TO SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD

           SET LOANS-OPEN TO FALSE
           OPEN INPUT LOANS

           IF NOT VALID-STATUS-LOANS
              PERFORM PRINT-NOT-ON-FILE
              EXIT PARAGRAPH
           END-IF

           SET LOANS-OPEN TO TRUE

           PERFORM PRINT-LOAN-HEADINGS

           SET FILE-AT-END TO FALSE
           MOVE SAR-BRW-ID TO LOAN-BORROWER-ID

           START LOANS KEY >= LOAN-BORROWER-ID
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ LOANS NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
                      OR LOAN-BORROWER-ID NOT = SAR-BRW-ID
              PERFORM PRINT-ONE-LOAN

              READ LOANS NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           PERFORM PRINT-SECTION-COUNT
           .

      *> THE ARCHIVE IS READ INTO THE LOAN RECORD AREA, SO THE LIVE
      *> FILE STAYS OPEN UNTIL THE ARCHIVE HAS BEEN PRINTED.  A ROW
      *> FROM BEFORE BORROWER IDS CARRIES THE NAME ONLY
       PRINT-ARCHIVED-LOANS.
           MOVE "LOANS IN THE ARCHIVE (LOANHIST)" TO SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD

           OPEN INPUT LOANHIST

           IF NOT VALID-STATUS-LOANHIST
              PERFORM PRINT-NOT-ON-FILE
              IF LOANS-OPEN
                 CLOSE LOANS
              END-IF
              EXIT PARAGRAPH
           END-IF

           PERFORM PRINT-LOAN-HEADINGS

           SET FILE-AT-END TO FALSE

           READ LOANHIST
                AT END SET FILE-AT-END TO TRUE
           END-READ

           PERFORM UNTIL FILE-AT-END
              MOVE REC-LOANHIST TO LOAN-REC
              IF LOAN-BORROWER-ID = SAR-BRW-ID
                 OR (LOAN-BORROWER-ID = ZERO
                     AND LOAN-BORROWER = SAR-BRW-NAME
                     AND SAR-BRW-NAME NOT = SPACES)
                 PERFORM PRINT-ONE-LOAN
              END-IF

              READ LOANHIST
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE LOANHIST
           IF LOANS-OPEN
              CLOSE LOANS
           END-IF

           PERFORM PRINT-SECTION-COUNT
           .
      /
      *----------------------------------------------------------------*
      * FINES, OFF THE BORROWER INDEX                                  *
      *----------------------------------------------------------------*
       PRINT-FINES.
           MOVE "FINES" TO SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD

           OPEN INPUT FINES

           IF NOT VALID-STATUS-FINES
              PERFORM PRINT-NOT-ON-FILE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RPT-LINE
           MOVE "  TITLE/SEQ"  TO RPT-LINE (1:11)
           MOVE "ASSESSED"     TO RPT-LINE (44:8)
           MOVE "AMOUNT"       TO RPT-LINE (59:6)
           MOVE "PAID"         TO RPT-LINE (71:4)
           MOVE "STATE"        TO RPT-LINE (77:5)
           WRITE RPT-LINE

           SET FILE-AT-END TO FALSE
           MOVE SAR-BRW-ID TO FIN-BORROWER-ID

           START FINES KEY >= FIN-BORROWER-ID
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ FINES NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
                      OR FIN-BORROWER-ID NOT = SAR-BRW-ID
              PERFORM PRINT-ONE-FINE

              READ FINES NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE FINES

           PERFORM PRINT-SECTION-COUNT
           .

       PRINT-ONE-FINE.
           ADD 1 TO SECTION-COUNT

           MOVE FIN-CODIGO TO LOOKUP-CODIGO
           PERFORM LOOKUP-TITLE

           MOVE SPACES TO KEY-TEXT
           STRING FIN-CODIGO "/" FIN-SEQ DELIMITED BY SIZE
             INTO KEY-TEXT
           END-STRING

           EVALUATE TRUE
           WHEN FIN-IS-WAIVED
                MOVE "WAIVED"  TO STATE-TEXT
           WHEN FIN-IS-WRITTEN-OFF
                MOVE "WRITTEN OFF" TO STATE-TEXT
           WHEN FIN-PAID NOT < FIN-AMOUNT
                MOVE "PAID"    TO STATE-TEXT
           WHEN OTHER
                MOVE "OPEN"    TO STATE-TEXT
           END-EVALUATE

           MOVE FIN-AMOUNT TO AMOUNT-TEXT
           MOVE FIN-PAID   TO PAID-TEXT

           MOVE SPACES TO RPT-LINE
           MOVE KEY-TEXT      TO RPT-LINE (3:11)
           MOVE LOOKUP-TITULO TO RPT-LINE (15:28)
           MOVE FIN-ASSESSED-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT  TO RPT-LINE (44:10)
           MOVE AMOUNT-TEXT   TO RPT-LINE (55:10)
           MOVE PAID-TEXT     TO RPT-LINE (65:10)
           MOVE STATE-TEXT    TO RPT-LINE (77:16)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * THE TILL JOURNAL - PAYMENTS, WAIVERS, DEPOSITS, REFUNDS,       *
      * RENTALS AND THE REST - FULL SCAN, THERE IS NO BORROWER INDEX   *
      *----------------------------------------------------------------*
       PRINT-TILL-ROWS.
           MOVE "PAYMENTS AND OTHER TILL TRANSACTIONS" TO SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD

           OPEN INPUT TILLJRN

           IF NOT VALID-STATUS-TILLJRN
              PERFORM PRINT-NOT-ON-FILE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RPT-LINE
           MOVE "  DATE"       TO RPT-LINE (1:6)
           MOVE "TIME"         TO RPT-LINE (14:4)
           MOVE "TRANSACTION"  TO RPT-LINE (23:11)
           MOVE "FOR"          TO RPT-LINE (40:3)
           MOVE "AMOUNT"       TO RPT-LINE (56:6)
           MOVE "TENDER"       TO RPT-LINE (64:6)
           MOVE "BRANCH"       TO RPT-LINE (72:6)
           MOVE "OPERATOR"     TO RPT-LINE (79:8)
           WRITE RPT-LINE

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO TLJ-KEY

           START TILLJRN KEY >= TLJ-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ TILLJRN NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              IF TLJ-BORROWER-ID = SAR-BRW-ID
                 PERFORM PRINT-ONE-TILL-ROW
              END-IF

              READ TILLJRN NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE TILLJRN

           PERFORM PRINT-SECTION-COUNT
           .

       PRINT-ONE-TILL-ROW.
           ADD 1 TO SECTION-COUNT

           EVALUATE TRUE
           WHEN TLJ-IS-PAYMENT
                MOVE "FINE PAYMENT"   TO STATE-TEXT
           WHEN TLJ-IS-WAIVER
                MOVE "FINE WAIVED"    TO STATE-TEXT
           WHEN TLJ-IS-AMNESTY
                MOVE "FINE AMNESTY"   TO STATE-TEXT
           WHEN TLJ-IS-RENTAL
                MOVE "RENTAL"         TO STATE-TEXT
           WHEN TLJ-IS-DEPOSIT
                MOVE "DEPOSIT TAKEN"  TO STATE-TEXT
           WHEN TLJ-IS-REFUND
                MOVE "REFUND"         TO STATE-TEXT
           WHEN TLJ-IS-SALE
                MOVE "SALE"           TO STATE-TEXT
           WHEN TLJ-IS-MEMBER
                MOVE "MEMBERSHIP"     TO STATE-TEXT
           WHEN TLJ-IS-LOST
                MOVE "LOST COPY"      TO STATE-TEXT
           WHEN TLJ-IS-FOUND
                MOVE "FOUND COPY"     TO STATE-TEXT
           WHEN TLJ-IS-DAMAGE
                MOVE "DAMAGE"         TO STATE-TEXT
           WHEN TLJ-IS-VOID
                MOVE "VOID"           TO STATE-TEXT
           WHEN TLJ-IS-TICKET
                MOVE "SCREENING"      TO STATE-TEXT
           WHEN OTHER
                MOVE TLJ-TYPE         TO STATE-TEXT
           END-EVALUATE

           MOVE TLJ-TIME TO TIME-PARTS
           PERFORM FORMAT-TIME-TEXT

           MOVE SPACES TO KEY-TEXT
           STRING TLJ-REF-CODIGO "/" TLJ-REF-SEQ DELIMITED BY SIZE
             INTO KEY-TEXT
           END-STRING

           MOVE TLJ-AMOUNT TO SIGNED-TEXT

           MOVE SPACES TO RPT-LINE
           MOVE TLJ-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT  TO RPT-LINE (3:10)
           MOVE TIME-TEXT     TO RPT-LINE (14:8)
           MOVE STATE-TEXT    TO RPT-LINE (23:16)
           MOVE KEY-TEXT      TO RPT-LINE (40:11)
           MOVE SIGNED-TEXT   TO RPT-LINE (52:10)
           EVALUATE TRUE
           WHEN TLJ-BY-CARD
                MOVE "CARD"    TO RPT-LINE (64:7)
           WHEN TLJ-BY-CHEQUE
                MOVE "CHEQUE"  TO RPT-LINE (64:7)
           WHEN TLJ-BY-ONLINE
                MOVE "ONLINE"  TO RPT-LINE (64:7)
           WHEN OTHER
                MOVE "CASH"    TO RPT-LINE (64:7)
           END-EVALUATE
           MOVE TLJ-BRANCH    TO RPT-LINE (72:4)
           MOVE TLJ-OPERATOR  TO RPT-LINE (79:10)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * HOLDS - FULL SCAN, THERE IS NO BORROWER INDEX                  *
      *----------------------------------------------------------------*
       PRINT-HOLDS.
           MOVE "HOLDS" TO SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD

           OPEN INPUT RESERVES

           IF NOT VALID-STATUS-RESERVES
              PERFORM PRINT-NOT-ON-FILE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RPT-LINE
           MOVE "  TITLE/SEQ"  TO RPT-LINE (1:11)
           MOVE "PLACED"       TO RPT-LINE (44:6)
           MOVE "STATE"        TO RPT-LINE (55:5)
           MOVE "ON SHELF"     TO RPT-LINE (72:8)
           MOVE "PICK UP BY"   TO RPT-LINE (83:10)
           WRITE RPT-LINE

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO RSV-KEY

           START RESERVES KEY >= RSV-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ RESERVES NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              IF RSV-BORROWER-ID = SAR-BRW-ID
                 PERFORM PRINT-ONE-HOLD
              END-IF

              READ RESERVES NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE RESERVES

           PERFORM PRINT-SECTION-COUNT
           .

       PRINT-ONE-HOLD.
           ADD 1 TO SECTION-COUNT

           MOVE RSV-CODIGO TO LOOKUP-CODIGO
           PERFORM LOOKUP-TITLE

           MOVE SPACES TO KEY-TEXT
           STRING RSV-CODIGO "/" RSV-SEQ DELIMITED BY SIZE
             INTO KEY-TEXT
           END-STRING

           EVALUATE TRUE
           WHEN RSV-IS-FILLED
                MOVE "ON PICKUP SHELF" TO STATE-TEXT
           WHEN RSV-IS-CANCELLED
                MOVE "CANCELLED"       TO STATE-TEXT
           WHEN RSV-IS-EXPIRED
                MOVE "EXPIRED"         TO STATE-TEXT
           WHEN RSV-IS-TRANSIT
                MOVE "IN TRANSIT"      TO STATE-TEXT
           WHEN RSV-IS-COLLECTED
                MOVE "COLLECTED"       TO STATE-TEXT
           WHEN OTHER
                MOVE "WAITING"         TO STATE-TEXT
           END-EVALUATE

           MOVE SPACES TO RPT-LINE
           MOVE KEY-TEXT      TO RPT-LINE (3:11)
           MOVE LOOKUP-TITULO TO RPT-LINE (15:28)
           MOVE RSV-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT  TO RPT-LINE (44:10)
           MOVE STATE-TEXT    TO RPT-LINE (55:16)
           MOVE RSV-FILLED-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT  TO RPT-LINE (72:10)
           MOVE RSV-PICKUP-BY TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT  TO RPT-LINE (83:10)
           MOVE RSV-PICKUP-BRANCH TO RPT-LINE (94:4)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * DEPOSITS - FULL SCAN, THERE IS NO BORROWER INDEX               *
      *----------------------------------------------------------------*
       PRINT-DEPOSITS.
           MOVE "DEPOSITS" TO SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD

           OPEN INPUT DEPOSITS

           IF NOT VALID-STATUS-DEPOSITS
              PERFORM PRINT-NOT-ON-FILE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RPT-LINE
           MOVE "  TITLE/SEQ"  TO RPT-LINE (1:11)
           MOVE "TAKEN"        TO RPT-LINE (44:5)
           MOVE "AMOUNT"       TO RPT-LINE (59:6)
           MOVE "STATE"        TO RPT-LINE (67:5)
           MOVE "CLOSED"       TO RPT-LINE (78:6)
           WRITE RPT-LINE

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO DEP-KEY

           START DEPOSITS KEY >= DEP-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ DEPOSITS NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              IF DEP-BORROWER-ID = SAR-BRW-ID
                 PERFORM PRINT-ONE-DEPOSIT
              END-IF

              READ DEPOSITS NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE DEPOSITS

           PERFORM PRINT-SECTION-COUNT
           .

       PRINT-ONE-DEPOSIT.
           ADD 1 TO SECTION-COUNT

           MOVE DEP-CODIGO TO LOOKUP-CODIGO
           PERFORM LOOKUP-TITLE

           MOVE SPACES TO KEY-TEXT
           STRING DEP-CODIGO "/" DEP-SEQ DELIMITED BY SIZE
             INTO KEY-TEXT
           END-STRING

           EVALUATE TRUE
           WHEN DEP-IS-REFUNDED
                MOVE "REFUNDED"        TO STATE-TEXT
           WHEN DEP-IS-OFFSET
                MOVE "OFFSET"          TO STATE-TEXT
           WHEN OTHER
                MOVE "HELD"            TO STATE-TEXT
           END-EVALUATE

           MOVE DEP-AMOUNT TO AMOUNT-TEXT

           MOVE SPACES TO RPT-LINE
           MOVE KEY-TEXT      TO RPT-LINE (3:11)
           MOVE LOOKUP-TITULO TO RPT-LINE (15:28)
           MOVE DEP-TAKEN-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT  TO RPT-LINE (44:10)
           MOVE AMOUNT-TEXT   TO RPT-LINE (55:10)
           MOVE STATE-TEXT    TO RPT-LINE (67:10)
           MOVE DEP-CLOSED-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT  TO RPT-LINE (78:10)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * RECEIPTS - FULL SCAN, THERE IS NO BORROWER INDEX               *
      *----------------------------------------------------------------*
       PRINT-RECEIPTS.
           MOVE "RECEIPTS" TO SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD

           OPEN INPUT RECEIPTS

           IF NOT VALID-STATUS-RECEIPTS
              PERFORM PRINT-NOT-ON-FILE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RPT-LINE
           MOVE "  RECEIPT"    TO RPT-LINE (1:9)
           MOVE "DATE"         TO RPT-LINE (12:4)
           MOVE "TYPE"         TO RPT-LINE (23:4)
           MOVE "TITLE/SEQ"    TO RPT-LINE (34:9)
           MOVE "AMOUNT"       TO RPT-LINE (50:6)
           MOVE "OPERATOR"     TO RPT-LINE (58:8)
           MOVE "VOIDS"        TO RPT-LINE (70:5)
           WRITE RPT-LINE

           SET FILE-AT-END TO FALSE
           MOVE ZERO TO RCP-NO

           START RECEIPTS KEY >= RCP-NO
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ RECEIPTS NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              IF RCP-BORROWER-ID = SAR-BRW-ID
                 PERFORM PRINT-ONE-RECEIPT
              END-IF

              READ RECEIPTS NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE RECEIPTS

           PERFORM PRINT-SECTION-COUNT
           .

       PRINT-ONE-RECEIPT.
           ADD 1 TO SECTION-COUNT

           EVALUATE TRUE
           WHEN RCP-IS-CHECKOUT
                MOVE "CHECKOUT"   TO STATE-TEXT
           WHEN RCP-IS-RETURN
                MOVE "RETURN"     TO STATE-TEXT
           WHEN RCP-IS-ONLINE
                MOVE "ONLINE"     TO STATE-TEXT
           WHEN RCP-IS-VOID
                MOVE "VOID"       TO STATE-TEXT
           WHEN OTHER
                MOVE RCP-TYPE     TO STATE-TEXT
           END-EVALUATE

           MOVE SPACES TO KEY-TEXT
           STRING RCP-CODIGO "/" RCP-SEQ DELIMITED BY SIZE
             INTO KEY-TEXT
           END-STRING

           MOVE RCP-AMOUNT TO AMOUNT-TEXT

           MOVE SPACES TO RPT-LINE
           MOVE RCP-NO        TO RPT-LINE (3:7)
           MOVE RCP-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT  TO RPT-LINE (12:10)
           MOVE STATE-TEXT    TO RPT-LINE (23:10)
           MOVE KEY-TEXT      TO RPT-LINE (34:11)
           MOVE AMOUNT-TEXT   TO RPT-LINE (46:10)
           MOVE RCP-OPERATOR  TO RPT-LINE (58:10)
           IF RCP-VOID-RCP > ZERO
              MOVE RCP-VOID-RCP TO RPT-LINE (70:7)
           END-IF
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * STAR RATINGS - FULL SCAN, THE KEY LEADS WITH THE TITLE         *
      *----------------------------------------------------------------*
       PRINT-RATINGS.
           MOVE "STAR RATINGS" TO SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD

           OPEN INPUT RATINGS

           IF NOT VALID-STATUS-RATINGS
              PERFORM PRINT-NOT-ON-FILE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RPT-LINE
           MOVE "  TITLE"      TO RPT-LINE (1:7)
           MOVE "STARS"        TO RPT-LINE (44:5)
           MOVE "RATED ON"     TO RPT-LINE (51:8)
           WRITE RPT-LINE

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO RTG-KEY

           START RATINGS KEY >= RTG-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ RATINGS NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              IF RTG-BORROWER-ID = SAR-BRW-ID
                 ADD 1 TO SECTION-COUNT
                 MOVE RTG-CODIGO TO LOOKUP-CODIGO
                 PERFORM LOOKUP-TITLE
                 MOVE SPACES TO RPT-LINE
                 MOVE RTG-CODIGO    TO RPT-LINE (3:5)
                 MOVE LOOKUP-TITULO TO RPT-LINE (9:30)
                 MOVE RTG-STARS     TO RPT-LINE (46:1)
                 MOVE RTG-DATE TO WK-DATE-YMD
                 PERFORM FORMAT-DATE-TEXT
                 MOVE WK-DATE-TEXT  TO RPT-LINE (51:10)
                 WRITE RPT-LINE
              END-IF

              READ RATINGS NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE RATINGS

           PERFORM PRINT-SECTION-COUNT
           .
      /
      *----------------------------------------------------------------*
      * SCREENING SIGN-UPS - FULL SCAN, THE KEY LEADS WITH THE EVENT   *
      *----------------------------------------------------------------*
       PRINT-SCREENINGS.
           MOVE "SCREENING SIGN-UPS" TO SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD

           OPEN INPUT ATTENDEES

           IF NOT VALID-STATUS-ATTENDEES
              PERFORM PRINT-NOT-ON-FILE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RPT-LINE
           MOVE "  EVENT"      TO RPT-LINE (1:7)
           MOVE "DATE"         TO RPT-LINE (9:4)
           MOVE "TITLE"        TO RPT-LINE (20:5)
           MOVE "SIGNED UP"    TO RPT-LINE (51:9)
           MOVE "STATE"        TO RPT-LINE (62:5)
           MOVE "PAID"         TO RPT-LINE (78:4)
           WRITE RPT-LINE

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO ATT-KEY

           START ATTENDEES KEY >= ATT-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ ATTENDEES NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              IF ATT-BORROWER-ID = SAR-BRW-ID
                 PERFORM PRINT-ONE-SIGNUP
              END-IF

              READ ATTENDEES NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE ATTENDEES

           PERFORM PRINT-SECTION-COUNT
           .

       PRINT-ONE-SIGNUP.
           ADD 1 TO SECTION-COUNT

           MOVE SPACES TO LOOKUP-TITULO
           MOVE ZERO TO WK-DATE-YMD
           IF EVENTS-OPEN
              MOVE ATT-EVT-NO TO EVT-NO
              READ EVENTS
                   INVALID
                       CONTINUE
                   NOT INVALID
                       MOVE EVT-CODIGO TO LOOKUP-CODIGO
                       PERFORM LOOKUP-TITLE
                       MOVE EVT-DATE TO WK-DATE-YMD
              END-READ
           END-IF
           PERFORM FORMAT-DATE-TEXT

           EVALUATE TRUE
           WHEN ATT-IS-CONFIRMED
                MOVE "CONFIRMED"  TO STATE-TEXT
           WHEN ATT-IS-WAITING
                MOVE "WAITING"    TO STATE-TEXT
           WHEN ATT-IS-ATTENDED
                MOVE "ATTENDED"   TO STATE-TEXT
           WHEN ATT-IS-NO-SHOW
                MOVE "NO SHOW"    TO STATE-TEXT
           WHEN ATT-IS-CANCELLED
                MOVE "CANCELLED"  TO STATE-TEXT
           WHEN OTHER
                MOVE ATT-STATUS   TO STATE-TEXT
           END-EVALUATE

           MOVE ATT-PAID-AMT TO AMOUNT-TEXT

           MOVE SPACES TO RPT-LINE
           MOVE ATT-EVT-NO    TO RPT-LINE (3:5)
           MOVE WK-DATE-TEXT  TO RPT-LINE (9:10)
           MOVE LOOKUP-TITULO TO RPT-LINE (20:30)
           MOVE ATT-SIGNUP-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT  TO RPT-LINE (51:10)
           MOVE STATE-TEXT    TO RPT-LINE (62:12)
           MOVE AMOUNT-TEXT   TO RPT-LINE (74:10)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * QUEUED E-MAILS, EACH WITH ITS TEXT                             *
      *----------------------------------------------------------------*
       PRINT-MAIL-QUEUE.
           MOVE "E-MAILS" TO SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD

           OPEN INPUT MAILQ

           IF NOT VALID-STATUS-MAILQ
              PERFORM PRINT-NOT-ON-FILE
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE
           MOVE ZERO TO MLQ-ID

           START MAILQ KEY >= MLQ-ID
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ MAILQ NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              IF MLQ-BORROWER-ID = SAR-BRW-ID
                 PERFORM PRINT-ONE-EMAIL
              END-IF

              READ MAILQ NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE MAILQ

           PERFORM PRINT-SECTION-COUNT
           .

       PRINT-ONE-EMAIL.
           ADD 1 TO SECTION-COUNT

           EVALUATE TRUE
           WHEN MLQ-IS-HANDED-OFF
                MOVE "HANDED TO RELAY" TO STATE-TEXT
           WHEN MLQ-IS-SENT
                MOVE "SENT"            TO STATE-TEXT
           WHEN MLQ-IS-FAILED
                MOVE "FAILED"          TO STATE-TEXT
           WHEN MLQ-IS-SUPPRESSED
                MOVE "SUPPRESSED"      TO STATE-TEXT
           WHEN OTHER
                MOVE "QUEUED"          TO STATE-TEXT
           END-EVALUATE

           MOVE MLQ-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           MOVE SPACES TO RPT-LINE
           STRING "  "         DELIMITED BY SIZE
                  MLQ-ID       DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WK-DATE-TEXT DELIMITED BY SIZE
                  " TO "       DELIMITED BY SIZE
                  MLQ-EMAIL    DELIMITED BY SPACE
                  " - "        DELIMITED BY SIZE
                  STATE-TEXT   DELIMITED BY "  "
             INTO RPT-LINE
           END-STRING
           IF MLQ-IS-MARKETING
              MOVE "(MARKETING)" TO RPT-LINE (86:11)
           END-IF
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "     SUBJECT: " DELIMITED BY SIZE
                  MLQ-SUBJECT      DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           PERFORM VARYING SAR-SUB FROM 1 BY 1
                     UNTIL SAR-SUB > 6
              IF MLQ-BODY-LINE (SAR-SUB) NOT = SPACES
                 MOVE SPACES TO RPT-LINE
                 MOVE MLQ-BODY-LINE (SAR-SUB) TO RPT-LINE (6:70)
                 WRITE RPT-LINE
              END-IF
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * QUEUED AND PRINTED LETTERS, EACH WITH ITS ADDRESS AND TEXT     *
      *----------------------------------------------------------------*
       PRINT-LETTER-QUEUE.
           MOVE "LETTERS" TO SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD

           OPEN INPUT LETTERQ

           IF NOT VALID-STATUS-LETTERQ
              PERFORM PRINT-NOT-ON-FILE
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE
           MOVE ZERO TO LTQ-ID

           START LETTERQ KEY >= LTQ-ID
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ LETTERQ NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              IF LTQ-BORROWER-ID = SAR-BRW-ID
                 PERFORM PRINT-ONE-LETTER
              END-IF

              READ LETTERQ NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE LETTERQ

           PERFORM PRINT-SECTION-COUNT
           .

       PRINT-ONE-LETTER.
           ADD 1 TO SECTION-COUNT

           EVALUATE TRUE
           WHEN LTQ-IS-PRINTED
                MOVE "PRINTED"         TO STATE-TEXT
           WHEN LTQ-IS-HELD
                MOVE "HELD"            TO STATE-TEXT
           WHEN OTHER
                MOVE "QUEUED"          TO STATE-TEXT
           END-EVALUATE

           MOVE LTQ-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           MOVE SPACES TO RPT-LINE
           STRING "  "         DELIMITED BY SIZE
                  LTQ-ID       DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WK-DATE-TEXT DELIMITED BY SIZE
                  " TO "       DELIMITED BY SIZE
                  LTQ-NAME     DELIMITED BY "  "
                  " - "        DELIMITED BY SIZE
                  STATE-TEXT   DELIMITED BY "  "
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "     "           DELIMITED BY SIZE
                  LTQ-ADDR-LINE1    DELIMITED BY "  "
                  ", "              DELIMITED BY SIZE
                  LTQ-ADDR-LINE2    DELIMITED BY "  "
                  ", "              DELIMITED BY SIZE
                  LTQ-ADDR-TOWN     DELIMITED BY "  "
                  " "               DELIMITED BY SIZE
                  LTQ-ADDR-POSTCODE DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "     SUBJECT: " DELIMITED BY SIZE
                  LTQ-SUBJECT      DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           PERFORM VARYING SAR-SUB FROM 1 BY 1
                     UNTIL SAR-SUB > 6
              IF LTQ-BODY-LINE (SAR-SUB) NOT = SPACES
                 MOVE SPACES TO RPT-LINE
                 MOVE LTQ-BODY-LINE (SAR-SUB) TO RPT-LINE (6:70)
                 WRITE RPT-LINE
              END-IF
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * THE COLLECTIONS RECORD - ONE ROW PER BORROWER AT MOST          *
      *----------------------------------------------------------------*
       PRINT-COLLECTIONS.
           MOVE "COLLECTIONS" TO SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD

           OPEN INPUT COLLECT

           IF NOT VALID-STATUS-COLLECT
              PERFORM PRINT-NOT-ON-FILE
              EXIT PARAGRAPH
           END-IF

           MOVE SAR-BRW-ID TO COL-BORROWER-ID
           READ COLLECT
                INVALID
                    CONTINUE
                NOT INVALID
                    ADD 1 TO SECTION-COUNT
                    MOVE COL-BALANCE TO AMOUNT-TEXT
                    MOVE COL-SENT-DT TO WK-DATE-YMD
                    PERFORM FORMAT-DATE-TEXT
                    MOVE SPACES TO RPT-LINE
                    STRING "  SENT TO THE AGENCY ON " DELIMITED BY SIZE
                           WK-DATE-TEXT               DELIMITED BY SIZE
                           " FOR "                    DELIMITED BY SIZE
                           AMOUNT-TEXT                DELIMITED BY SIZE
                      INTO RPT-LINE
                    END-STRING
                    WRITE RPT-LINE
                    IF COL-SETTLED
                       MOVE COL-SETTLED-DT TO WK-DATE-YMD
                       PERFORM FORMAT-DATE-TEXT
                       MOVE SPACES TO RPT-LINE
                       STRING "  SETTLED ON " DELIMITED BY SIZE
                              WK-DATE-TEXT    DELIMITED BY SIZE
                         INTO RPT-LINE
                       END-STRING
                    ELSE
                       MOVE "  STILL WITH THE AGENCY" TO RPT-LINE
                    END-IF
                    WRITE RPT-LINE
           END-READ

           CLOSE COLLECT

           PERFORM PRINT-SECTION-COUNT
           .
      /
      *----------------------------------------------------------------*
      * EVERY SUSPENSION EVER PLACED, IN FORCE OR ENDED                *
      *----------------------------------------------------------------*
       PRINT-SUSPENSIONS.
           MOVE "SUSPENSIONS" TO SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD

           OPEN INPUT SUSPEND

           IF NOT VALID-STATUS-SUSPEND
              PERFORM PRINT-NOT-ON-FILE
              EXIT PARAGRAPH
           END-IF

           SET SUS-AT-END TO FALSE
           MOVE SAR-BRW-ID TO SUS-BRW-ID
           MOVE ZERO       TO SUS-SEQ

           START SUSPEND KEY >= SUS-KEY
                 INVALID KEY
                     SET SUS-AT-END TO TRUE
           END-START

           PERFORM UNTIL SUS-AT-END
              READ SUSPEND NEXT RECORD
                   AT END
                       SET SUS-AT-END TO TRUE
                   NOT AT END
                       IF SUS-BRW-ID NOT = SAR-BRW-ID
                          SET SUS-AT-END TO TRUE
                       ELSE
                          PERFORM PRINT-ONE-SUSPENSION
                       END-IF
              END-READ
           END-PERFORM

           CLOSE SUSPEND

           PERFORM PRINT-SECTION-COUNT
           .

       PRINT-ONE-SUSPENSION.
           ADD 1 TO SECTION-COUNT

           PERFORM WORD-SUSPENSION-REASON

           EVALUATE TRUE
              WHEN SUS-IS-LIFTED
                   MOVE "LIFTED"   TO STATE-TEXT
              WHEN SUS-IS-EXPIRED
                   MOVE "EXPIRED"  TO STATE-TEXT
              WHEN OTHER
                   MOVE "IN FORCE" TO STATE-TEXT
           END-EVALUATE

           MOVE SUS-START-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "  "            DELIMITED BY SIZE
                  SUS-SEQ         DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  SUS-REASON-TEXT DELIMITED BY SIZE
                  " FROM "        DELIMITED BY SIZE
                  WK-DATE-TEXT    DELIMITED BY SIZE
                  " BY "          DELIMITED BY SIZE
                  SUS-OPERATOR    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  STATE-TEXT      DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           IF SUS-END-DT = ZERO
              STRING "      UNTIL LIFTED - " DELIMITED BY SIZE
                     SUS-NOTE                DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
           ELSE
              MOVE SUS-END-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              STRING "      UNTIL "  DELIMITED BY SIZE
                     WK-DATE-TEXT    DELIMITED BY SIZE
                     " - "           DELIMITED BY SIZE
                     SUS-NOTE        DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
           END-IF
           WRITE RPT-LINE

           IF SUS-IS-LIFTED OR SUS-IS-EXPIRED
              MOVE SUS-LIFTED-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              MOVE SPACES TO RPT-LINE
              STRING "      ENDED ON " DELIMITED BY SIZE
                     WK-DATE-TEXT      DELIMITED BY SIZE
                     " BY "            DELIMITED BY SIZE
                     SUS-LIFTED-BY     DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * MARKETING CONSENT AS IT STANDS, THEN EVERY LOGGED CHANGE       *
      *----------------------------------------------------------------*
       PRINT-CONSENT.
           MOVE "MARKETING CONSENT" TO SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD

           OPEN INPUT CONSENT

           IF NOT VALID-STATUS-CONSENT
              PERFORM PRINT-NOT-ON-FILE
              EXIT PARAGRAPH
           END-IF

           MOVE SAR-BRW-ID TO CNS-BORROWER-ID
           READ CONSENT
                INVALID
                    CONTINUE
                NOT INVALID
                    ADD 1 TO SECTION-COUNT
                    PERFORM VARYING SAR-SUB FROM 1 BY 1
                              UNTIL SAR-SUB > 3
                       PERFORM PRINT-ONE-CONSENT-CHANNEL
                    END-PERFORM
           END-READ

           CLOSE CONSENT

           PERFORM PRINT-SECTION-COUNT
           .

       PRINT-ONE-CONSENT-CHANNEL.
           EVALUATE TRUE
           WHEN CNS-IS-GRANTED (SAR-SUB)
                MOVE "AGREED"     TO STATE-TEXT
           WHEN CNS-IS-REFUSED (SAR-SUB)
                MOVE "REFUSED"    TO STATE-TEXT
           WHEN OTHER
                MOVE "NEVER ASKED" TO STATE-TEXT
           END-EVALUATE

           MOVE SPACES TO RPT-LINE
           MOVE CHANNEL-NAME (SAR-SUB) TO RPT-LINE (3:6)
           MOVE STATE-TEXT             TO RPT-LINE (11:12)

           IF NOT CNS-NOT-ASKED (SAR-SUB)
              MOVE CNS-CHANGED-DT (SAR-SUB) TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              MOVE WK-DATE-TEXT TO RPT-LINE (24:10)
              MOVE CNS-SOURCE (SAR-SUB) TO CONSENT-SOURCE
              PERFORM NAME-CONSENT-SOURCE
              MOVE STATE-TEXT   TO RPT-LINE (35:6)
           END-IF
           WRITE RPT-LINE
           .

       NAME-CONSENT-SOURCE.
           EVALUATE CONSENT-SOURCE
           WHEN "D"
                MOVE "DESK"  TO STATE-TEXT
           WHEN "K"
                MOVE "KIOSK" TO STATE-TEXT
           WHEN "W"
                MOVE "WEB"   TO STATE-TEXT
           WHEN OTHER
                MOVE "?"     TO STATE-TEXT
           END-EVALUATE
           .

       PRINT-CONSENT-CHANGES.
           MOVE "MARKETING CONSENT CHANGES" TO SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD

           OPEN INPUT CONSLOG

           IF NOT VALID-STATUS-CONSLOG
              PERFORM PRINT-NOT-ON-FILE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RPT-LINE
           MOVE "  DATE"       TO RPT-LINE (1:6)
           MOVE "TIME"         TO RPT-LINE (14:4)
           MOVE "CHANNEL"      TO RPT-LINE (23:7)
           MOVE "WAS"          TO RPT-LINE (31:3)
           MOVE "NOW"          TO RPT-LINE (35:3)
           MOVE "SOURCE"       TO RPT-LINE (39:6)
           MOVE "STATION"      TO RPT-LINE (46:7)
           MOVE "OPERATOR"     TO RPT-LINE (63:8)
           MOVE "REFERENCE"    TO RPT-LINE (74:9)
           WRITE RPT-LINE

           SET FILE-AT-END TO FALSE

           READ CONSLOG
                AT END SET FILE-AT-END TO TRUE
           END-READ

           PERFORM UNTIL FILE-AT-END
              IF CLG-BORROWER-ID = SAR-BRW-ID
                 PERFORM PRINT-ONE-CONSENT-CHANGE
              END-IF

              READ CONSLOG
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE CONSLOG

           PERFORM PRINT-SECTION-COUNT
           .

       PRINT-ONE-CONSENT-CHANGE.
           ADD 1 TO SECTION-COUNT

           MOVE CLG-TIME TO TIME-PARTS
           PERFORM FORMAT-TIME-TEXT
           MOVE CLG-SOURCE TO CONSENT-SOURCE
           PERFORM NAME-CONSENT-SOURCE

           MOVE SPACES TO RPT-LINE
           MOVE CLG-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT  TO RPT-LINE (3:10)
           MOVE TIME-TEXT     TO RPT-LINE (14:8)
           IF CLG-CHANNEL >= 1 AND CLG-CHANNEL <= 3
              MOVE CHANNEL-NAME (CLG-CHANNEL) TO RPT-LINE (23:6)
           END-IF
           IF CLG-OLD-ANSWER = SPACE
              MOVE "-"            TO RPT-LINE (31:1)
           ELSE
              MOVE CLG-OLD-ANSWER TO RPT-LINE (31:1)
           END-IF
           IF CLG-NEW-ANSWER = SPACE
              MOVE "-"            TO RPT-LINE (35:1)
           ELSE
              MOVE CLG-NEW-ANSWER TO RPT-LINE (35:1)
           END-IF
           MOVE STATE-TEXT    TO RPT-LINE (39:6)
           MOVE CLG-STATION   TO RPT-LINE (46:16)
           MOVE CLG-OPERATOR  TO RPT-LINE (63:10)
           MOVE CLG-REFERENCE TO RPT-LINE (74:20)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * AUDIT LOG ROWS ABOUT THE BORROWER - THE BORROWER-KEYED ACTIONS *
      * (ANONYMIZATION, EARLIER EXPORTS) CARRY THE ID, THE REST NAME   *
      * THE BORROWER IN THE TITLE COLUMNS                              *
      *----------------------------------------------------------------*
       PRINT-AUDIT-ROWS.
           MOVE "AUDIT LOG ENTRIES" TO SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD

           OPEN INPUT AUDIT-LOG

           IF NOT VALID-STATUS-AUDIT
              PERFORM PRINT-NOT-ON-FILE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RPT-LINE
           MOVE "  DATE"       TO RPT-LINE (1:6)
           MOVE "TIME"         TO RPT-LINE (14:4)
           MOVE "OPERATOR"     TO RPT-LINE (23:8)
           MOVE "ACTION"       TO RPT-LINE (34:6)
           MOVE "WAS"          TO RPT-LINE (41:3)
           MOVE "NOW"          TO RPT-LINE (72:3)
           WRITE RPT-LINE

           SET FILE-AT-END TO FALSE

           READ AUDIT-LOG
                AT END SET FILE-AT-END TO TRUE
           END-READ

           PERFORM UNTIL FILE-AT-END
              SET ROW-MENTIONS-BORROWER TO FALSE
              IF (AUD-ACTION = "ANONYM" OR AUD-ACTION = "SAREXP"
                  OR AUD-ACTION = "WRTOFF" OR AUD-ACTION = "REINST"
                  OR AUD-ACTION = "CATCHG" OR AUD-ACTION = "HHLEFT")
                 AND AUD-CODIGO = SAR-BRW-ID
                 SET ROW-MENTIONS-BORROWER TO TRUE
              END-IF
              IF SAR-BRW-NAME NOT = SPACES
                 AND (AUD-OLD-TITULO = SAR-BRW-NAME
                      OR AUD-NEW-TITULO = SAR-BRW-NAME)
                 SET ROW-MENTIONS-BORROWER TO TRUE
              END-IF

              IF ROW-MENTIONS-BORROWER
                 ADD 1 TO SECTION-COUNT
                 MOVE AUD-TIME TO TIME-PARTS
                 PERFORM FORMAT-TIME-TEXT
                 MOVE SPACES TO RPT-LINE
                 MOVE AUD-DATE TO WK-DATE-YMD
                 PERFORM FORMAT-DATE-TEXT
                 MOVE WK-DATE-TEXT   TO RPT-LINE (3:10)
                 MOVE TIME-TEXT      TO RPT-LINE (14:8)
                 MOVE AUD-OPERATOR   TO RPT-LINE (23:10)
                 MOVE AUD-ACTION     TO RPT-LINE (34:6)
                 MOVE AUD-OLD-TITULO TO RPT-LINE (41:30)
                 MOVE AUD-NEW-TITULO TO RPT-LINE (72:29)
                 WRITE RPT-LINE
              END-IF

              READ AUDIT-LOG
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE AUDIT-LOG

           PERFORM PRINT-SECTION-COUNT
           .
      /
      *----------------------------------------------------------------*
      * SECURITY LOG ROWS WHOSE DETAIL NAMES THE BORROWER, BY ID       *
      * ("BRW NNNNN") OR BY NAME                                       *
      *----------------------------------------------------------------*
       PRINT-SECURITY-ROWS.
           MOVE "SECURITY LOG ENTRIES" TO SECTION-TITLE
           PERFORM PRINT-SECTION-HEAD

           OPEN INPUT SECLOG

           IF NOT VALID-STATUS-SECLOG
              PERFORM PRINT-NOT-ON-FILE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RPT-LINE
           MOVE "  DATE"       TO RPT-LINE (1:6)
           MOVE "TIME"         TO RPT-LINE (14:4)
           MOVE "STATION"      TO RPT-LINE (23:7)
           MOVE "OPERATOR"     TO RPT-LINE (40:8)
           MOVE "EVENT"        TO RPT-LINE (51:5)
           MOVE "DETAIL"       TO RPT-LINE (60:6)
           WRITE RPT-LINE

           SET FILE-AT-END TO FALSE

           READ SECLOG
                AT END SET FILE-AT-END TO TRUE
           END-READ

           PERFORM UNTIL FILE-AT-END
              MOVE ZERO TO MATCH-COUNT
              INSPECT SEC-DETAIL TALLYING MATCH-COUNT
                  FOR ALL SEC-MATCH-TEXT
              IF SAR-NAME-LEN > ZERO
                 INSPECT SEC-DETAIL TALLYING MATCH-COUNT
                     FOR ALL SAR-BRW-NAME (1:SAR-NAME-LEN)
              END-IF

              IF MATCH-COUNT > ZERO
                 ADD 1 TO SECTION-COUNT
                 MOVE SEC-TIME TO TIME-PARTS
                 PERFORM FORMAT-TIME-TEXT
                 MOVE SPACES TO RPT-LINE
                 MOVE SEC-DATE TO WK-DATE-YMD
                 PERFORM FORMAT-DATE-TEXT
                 MOVE WK-DATE-TEXT  TO RPT-LINE (3:10)
                 MOVE TIME-TEXT     TO RPT-LINE (14:8)
                 MOVE SEC-STATION   TO RPT-LINE (23:16)
                 MOVE SEC-OPERATOR  TO RPT-LINE (40:10)
                 MOVE SEC-EVENT     TO RPT-LINE (51:8)
                 MOVE SEC-DETAIL    TO RPT-LINE (60:40)
                 WRITE RPT-LINE
              END-IF

              READ SECLOG
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE SECLOG

           PERFORM PRINT-SECTION-COUNT
           .
      /
      *----------------------------------------------------------------*
      * PROOF OF ANSWER - ONE SAREXP ROW ON THE AUDIT LOG PER RUN,     *
      * KEYED BY THE BORROWER ID LIKE THE ANONYMIZATION ROWS           *
      *----------------------------------------------------------------*
       LOG-EXPORT-RUN.
           OPEN EXTEND AUDIT-LOG
           IF STATUS-AUDIT = "35"
              OPEN OUTPUT AUDIT-LOG
           END-IF

           IF NOT VALID-STATUS-AUDIT
              DISPLAY "UNABLE TO LOG THE EXPORT ON AUDIT.LOG - STATUS "
                      STATUS-AUDIT
              EXIT PARAGRAPH
           END-IF

           MOVE TODAY-DATE     TO AUD-DATE
           MOVE NOW-TIME (1:6) TO AUD-TIME
           MOVE RUN-OPERATOR   TO AUD-OPERATOR
           MOVE "SAREXP"       TO AUD-ACTION
           MOVE SAR-BRW-ID     TO AUD-CODIGO
           MOVE SAR-BRW-NAME   TO AUD-OLD-TITULO
           MOVE SPACES         TO AUD-OLD-GENERO
           MOVE ZERO           TO AUD-OLD-NOTA
           MOVE SAREXP-RPT-PATH TO AUD-NEW-TITULO
           MOVE SPACES         TO AUD-NEW-GENERO
           MOVE ZERO           TO AUD-NEW-NOTA

           WRITE AUD-REC

           CLOSE AUDIT-LOG
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE BORROWERS
           CLOSE SAREXP-RPT

           IF MOVIES-OPEN
              CLOSE MOVIES
           END-IF

           IF EVENTS-OPEN
              CLOSE EVENTS
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
      * BORROWER SUSPENSIONS                                           *
      *----------------------------------------------------------------*
          COPY 'CPVIDSUP.CPY'.
