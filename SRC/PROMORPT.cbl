       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          PROMORPT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  PROMOTION REPORT - ONE LINE PER CAMPAIGN ON THE PROMOTIONS    *
      *  FILE: HOW MANY RENTALS IT WAS REDEEMED ON, WHAT THOSE RENTALS *
      *  WOULD HAVE COST AT LIST PRICE, THE REVENUE GIVEN AWAY AND     *
      *  WHAT WAS STILL TAKEN.  A CAMPAIGN NOBODY USED SHOWS ZERO, SO  *
      *  MARKETING SEES THE FLYERS THAT DID NOTHING AS WELL.           *
      *                                                                *
      *  AN OPTIONAL PROMORPT.CTL TAKES FROM=YYYYMMDD AND TO=YYYYMMDD  *
      *  TO COUNT ONLY REDEMPTIONS IN THAT WINDOW (DEFAULT ALL).       *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDPMA.CPY'.
          COPY 'CPVIDPUA.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "PROMORPT.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT PROMORPT-RPT ASSIGN TO PROMORPT-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD PROMOS.
          COPY 'CPVIDPMO.CPY'.
      *
       FD PROMOUSE.
          COPY 'CPVIDPUS.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD PROMORPT-RPT.
       01 RPT-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 PROMORPT-RPT-PATH PIC X(40) VALUE "PROMORPT.LST".
       77 STATUS-PROMOS    PIC X(2).
           88 VALID-STATUS-PROMOS VALUE IS "00" THRU "09".
       77 STATUS-PROMOUSE  PIC X(2).
           88 VALID-STATUS-PROMOUSE VALUE IS "00" THRU "09".
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 SW-PMO-EOF       PIC 9 VALUE ZERO.
           88 PROMOS-AT-END VALUE 1, FALSE 0.
       77 SW-PUS-EOF       PIC 9 VALUE ZERO.
           88 USES-AT-END   VALUE 1, FALSE 0.
       77 SW-PUS-OPEN      PIC 9 VALUE ZERO.
           88 PROMOUSE-OPEN VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 FROM-DATE        PIC 9(08) VALUE ZERO.
       77 TO-DATE          PIC 9(08) VALUE 99999999.
       77 CAMPAIGN-USES    PIC 9(5) VALUE ZERO.
       77 CAMPAIGN-LIST    PIC 9(7)V99 VALUE ZERO.
       77 CAMPAIGN-GIVEN   PIC 9(7)V99 VALUE ZERO.
       77 CAMPAIGN-TAKEN   PIC 9(7)V99 VALUE ZERO.
       77 CAMPAIGN-COUNT   PIC 9(5) VALUE ZERO.
       77 TOTAL-USES       PIC 9(5) VALUE ZERO.
       77 TOTAL-LIST       PIC 9(7)V99 VALUE ZERO.
       77 TOTAL-GIVEN      PIC 9(7)V99 VALUE ZERO.
       77 TOTAL-TAKEN      PIC 9(7)V99 VALUE ZERO.
       77 COUNT-TEXT       PIC ZZZZ9.
       77 AMOUNT-TEXT      PIC ZZZZZZ9,99.

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

           PERFORM WRITE-REPORT-HEADING

           SET PROMOS-AT-END TO FALSE
           READ PROMOS NEXT RECORD
                AT END SET PROMOS-AT-END TO TRUE
           END-READ

           PERFORM UNTIL PROMOS-AT-END
              PERFORM LIST-ONE-CAMPAIGN

              READ PROMOS NEXT RECORD
                   AT END SET PROMOS-AT-END TO TRUE
              END-READ
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS

           PERFORM CLOSE-FILES

           DISPLAY "PROMOTION REPORT WRITTEN TO " PROMORPT-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - THE REDEMPTION DATE WINDOW             *
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

           OPEN INPUT  PROMOS
           OPEN INPUT  PROMOUSE
           OPEN OUTPUT PROMORPT-RPT

           IF NOT VALID-STATUS-PROMOS
              DISPLAY "UNABLE TO OPEN PROMO.DAT - STATUS "
                      STATUS-PROMOS
              STOP RUN
           END-IF

      *> NO REDEMPTION FILE YET JUST MEANS NOTHING HAS BEEN REDEEMED
           IF VALID-STATUS-PROMOUSE
              SET PROMOUSE-OPEN TO TRUE
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " PROMORPT-RPT-PATH
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
           MOVE "FILMOTECA.EDUC360 - PROMOTION REDEMPTIONS" TO RPT-LINE
           WRITE RPT-LINE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "RUN ON "    DELIMITED BY SIZE
                  WK-DATE-TEXT DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           IF FROM-DATE NOT = ZERO OR TO-DATE NOT = 99999999
              MOVE SPACES TO RPT-LINE
              STRING "REDEEMED FROM " DELIMITED BY SIZE
                     FROM-DATE        DELIMITED BY SIZE
                     " TO "           DELIMITED BY SIZE
                     TO-DATE          DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES        TO RPT-LINE
           MOVE "CODE"        TO RPT-LINE (1:4)
           MOVE "DESCRIPTION" TO RPT-LINE (12:11)
           MOVE "USES"        TO RPT-LINE (38:4)
           MOVE "LIST PRICE"  TO RPT-LINE (44:10)
           MOVE "GIVEN AWAY"  TO RPT-LINE (55:10)
           MOVE "COLLECTED"   TO RPT-LINE (67:9)
           WRITE RPT-LINE

           MOVE ALL "-" TO RPT-LINE
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE CAMPAIGN - ITS REDEMPTIONS ARE THE PROMOUSE ROWS STARTING  *
      * WITH ITS CODE                                                  *
      *----------------------------------------------------------------*
       LIST-ONE-CAMPAIGN.
           MOVE ZERO TO CAMPAIGN-USES
           MOVE ZERO TO CAMPAIGN-LIST
           MOVE ZERO TO CAMPAIGN-GIVEN

           IF PROMOUSE-OPEN
              PERFORM ADD-UP-REDEMPTIONS
           END-IF

           COMPUTE CAMPAIGN-TAKEN = CAMPAIGN-LIST - CAMPAIGN-GIVEN

           MOVE SPACES             TO RPT-LINE
           MOVE PMO-CODE           TO RPT-LINE (1:10)
           MOVE PMO-DESC (1:24)    TO RPT-LINE (12:24)
           MOVE CAMPAIGN-USES      TO COUNT-TEXT
           MOVE COUNT-TEXT         TO RPT-LINE (37:5)
           MOVE CAMPAIGN-LIST      TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT        TO RPT-LINE (44:10)
           MOVE CAMPAIGN-GIVEN     TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT        TO RPT-LINE (55:10)
           MOVE CAMPAIGN-TAKEN     TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT        TO RPT-LINE (66:10)
           WRITE RPT-LINE

           ADD 1              TO CAMPAIGN-COUNT
           ADD CAMPAIGN-USES  TO TOTAL-USES
           ADD CAMPAIGN-LIST  TO TOTAL-LIST
           ADD CAMPAIGN-GIVEN TO TOTAL-GIVEN
           ADD CAMPAIGN-TAKEN TO TOTAL-TAKEN
           .
      /
      *----------------------------------------------------------------*
      * ADD UP THE REDEMPTIONS OF THE CAMPAIGN IN PMO-REC THAT FALL IN *
      * THE DATE WINDOW                                                *
      *----------------------------------------------------------------*
       ADD-UP-REDEMPTIONS.
           MOVE PMO-CODE TO PUS-CODE
           MOVE ZERO     TO PUS-BORROWER-ID
           MOVE ZERO     TO PUS-CODIGO
           MOVE ZERO     TO PUS-SEQ

           SET USES-AT-END TO FALSE
           START PROMOUSE KEY >= PUS-KEY
                 INVALID KEY
                     SET USES-AT-END TO TRUE
           END-START

           IF NOT USES-AT-END
              READ PROMOUSE NEXT RECORD
                   AT END SET USES-AT-END TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL USES-AT-END
                      OR PUS-CODE NOT = PMO-CODE
              IF PUS-DATE NOT < FROM-DATE
                 AND PUS-DATE NOT > TO-DATE
                 ADD 1            TO CAMPAIGN-USES
                 ADD PUS-LIST-FEE TO CAMPAIGN-LIST
                 ADD PUS-DISCOUNT TO CAMPAIGN-GIVEN
              END-IF

              READ PROMOUSE NEXT RECORD
                   AT END SET USES-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * TOTALS AT THE FOOT                                             *
      *----------------------------------------------------------------*
       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES             TO RPT-LINE
           MOVE "ALL CAMPAIGNS"    TO RPT-LINE (1:13)
           MOVE TOTAL-USES         TO COUNT-TEXT
           MOVE COUNT-TEXT         TO RPT-LINE (37:5)
           MOVE TOTAL-LIST         TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT        TO RPT-LINE (44:10)
           MOVE TOTAL-GIVEN        TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT        TO RPT-LINE (55:10)
           MOVE TOTAL-TAKEN        TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT        TO RPT-LINE (66:10)
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE CAMPAIGN-COUNT TO COUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "CAMPAIGNS LISTED: " DELIMITED BY SIZE
                  COUNT-TEXT           DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE PROMOS
           IF PROMOUSE-OPEN
              CLOSE PROMOUSE
           END-IF
           CLOSE PROMORPT-RPT
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
