       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          DONACK.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 OCTOBER 15
      /
      ******************************************************************
      *                                                                *
      *  DONATION ACKNOWLEDGEMENT LETTERS - ONE THANK-YOU LETTER PER   *
      *  DONOR WITH ANYTHING TAKEN IN THAT HAS NOT BEEN ACKNOWLEDGED   *
      *  YET, PRINTED TO DONACK.LST ONE LETTER A PAGE IN THE SAME      *
      *  WINDOW-ENVELOPE LAYOUT THE LETTERS RUN USES.  THE LETTER      *
      *  LISTS EVERY DISC ITEM BY ITEM WITH THE DAY IT CAME IN AND ITS *
      *  ESTIMATED VALUE, THEN THE TOTAL.  THE SENDER LINES AND THE    *
      *  OPENING AND CLOSING SENTENCES ARE THE DESK'S PRINT TEMPLATES  *
      *  (LETHEAD, DONOPEN/DONCLOSE - &NAME IS THE DONOR, &BAL THE     *
      *  TOTAL ESTIMATE), WITH BUILT-IN WORDING WHEN NOT SET.  EACH    *
      *  DISC PRINTED IS STAMPED WITH TODAY'S DATE SO IT IS THANKED    *
      *  FOR ONCE.                                                     *
      *                                                                *
      *  THE LETTER GOES TO THE CONTACT ON THE DONOR REGISTER (THE     *
      *  EXECUTOR FOR AN ESTATE) OR ELSE THE DONOR, AT THE ADDRESS ON  *
      *  THE REGISTER OR ELSE THE PATRON DONOR'S OWN FROM THE BORROWER *
      *  FILE.  A DONOR WITH NO ADDRESS, OR WHOSE POST HAS COME BACK   *
      *  UNDELIVERED, IS HELD INSTEAD; THE ITEMS STAY UNACKNOWLEDGED   *
      *  FOR THE NEXT RUN.  DONACKS.LST COUNTS THE LETTERS AND LISTS   *
      *  THE HELD ONES FOR A PHONE CALL.                               *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDDNA.CPY'.
          COPY 'CPVIDDIA.CPY'.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDTPA.CPY'.
          SELECT DONACK-RPT ASSIGN TO DONACK-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.
          SELECT SUMMARY-RPT ASSIGN TO SUMMARY-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-SUM.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD DONORS.
          COPY 'CPVIDDNR.CPY'.
      *
       FD DONITEM.
          COPY 'CPVIDDIT.CPY'.
      *
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD TMPLATE.
          COPY 'CPVIDTPL.CPY'.
      *
       FD DONACK-RPT.
       01 RPT-LINE                  PIC X(80).
      *
       FD SUMMARY-RPT.
       01 SUM-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 DONACK-RPT-PATH  PIC X(40) VALUE "DONACK.LST".
       77 SUMMARY-RPT-PATH PIC X(40) VALUE "DONACKS.LST".
       77 STATUS-DONORS    PIC X(2).
           88 VALID-STATUS-DONORS VALUE IS "00" THRU "09".
       77 STATUS-DONITEM   PIC X(2).
           88 VALID-STATUS-DONITEM VALUE IS "00" THRU "09".
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 STATUS-SUM       PIC X(2).
           88 VALID-STATUS-SUM VALUE IS "00" THRU "09".
       77 SW-DNR-EOF       PIC 9 VALUE ZERO.
           88 DONORS-AT-END  VALUE 1, FALSE 0.
       77 SW-DIT-EOF       PIC 9 VALUE ZERO.
           88 DIT-AT-END     VALUE 1, FALSE 0.

       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 LETTER-COUNT     PIC 9(5) VALUE ZERO.
       77 HELD-COUNT       PIC 9(5) VALUE ZERO.
       77 ITEMS-THANKED    PIC 9(5) VALUE ZERO.
       77 VALUE-THANKED    PIC 9(7)V99 VALUE ZERO.
       77 DONOR-ITEMS      PIC 9(5) VALUE ZERO.
       77 DONOR-VALUE      PIC 9(7)V99 VALUE ZERO.
       77 MONEY-TEXT       PIC ZZZZZZ9,99.
       77 ITEM-VALUE-TEXT  PIC ZZZZ9,99.
       77 HEAD-SUB         PIC 9(2) VALUE ZERO.
       77 HELD-REASON      PIC X(30) VALUE SPACES.

      * WHO THE LETTER IS ADDRESSED TO, AND WHERE - OFF THE DONOR
      * REGISTER, OR THE PATRON DONOR'S BORROWER RECORD
       77 LTR-NAME         PIC X(30) VALUE SPACES.
       01 LTR-ADDRESS.
           05 LTR-ADDR-LINE1 PIC X(30).
           05 LTR-ADDR-LINE2 PIC X(30).
           05 LTR-ADDR-TOWN  PIC X(25).
           05 LTR-ADDR-POSTCODE PIC X(10).

      * THE PAGE IS LAID OUT BY LINE NUMBER SO THE ADDRESS BLOCK
      * ALWAYS LANDS IN THE ENVELOPE WINDOW, HOWEVER MANY SENDER
      * LINES THE LETTERHEAD TEMPLATE HAS
       77 PAGE-LINE        PIC 9(3) VALUE ZERO.
       77 PAD-TO-LINE      PIC 9(3) VALUE ZERO.
       77 WINDOW-TOP       PIC 9(3) VALUE 10.
       77 BODY-TOP         PIC 9(3) VALUE 18.

      * EDITABLE LETTER WORDING
          COPY 'CPVIDTVV.CPY'.
       77 SW-TPL-FOUND     PIC 9 VALUE ZERO.
           88 TPL-LINE-FOUND VALUE 1, FALSE 0.
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

           SET DONORS-AT-END TO FALSE
           MOVE ZERO TO DNR-ID

           START DONORS KEY >= DNR-ID
                 INVALID KEY
                     SET DONORS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ DONORS NEXT RECORD
                          AT END SET DONORS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL DONORS-AT-END
              PERFORM ACKNOWLEDGE-ONE-DONOR

              READ DONORS NEXT RECORD
                   AT END SET DONORS-AT-END TO TRUE
              END-READ
           END-PERFORM

           PERFORM PRINT-RUN-SUMMARY

           PERFORM CLOSE-FILES

           DISPLAY LETTER-COUNT " LETTER(S) PRINTED TO "
                   DONACK-RPT-PATH ", " HELD-COUNT " HELD - SEE "
                   SUMMARY-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES                                                 *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  DONORS
           OPEN I-O    DONITEM
           OPEN INPUT  BORROWERS
           OPEN INPUT  TMPLATE
           OPEN OUTPUT DONACK-RPT
           OPEN OUTPUT SUMMARY-RPT

           IF NOT VALID-STATUS-DONORS
              DISPLAY "UNABLE TO OPEN DONORS.DAT - STATUS "
                      STATUS-DONORS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-DONITEM
              DISPLAY "UNABLE TO OPEN DONITEM.DAT - STATUS "
                      STATUS-DONITEM
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-BORROWERS
              DISPLAY "UNABLE TO OPEN BORROWER.DAT - STATUS "
                      STATUS-BORROWERS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " DONACK-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-SUM
              DISPLAY "UNABLE TO OPEN " SUMMARY-RPT-PATH
                      " - STATUS " STATUS-SUM
              STOP RUN
           END-IF

           MOVE "FILMOTECA.EDUC360 - DONATION ACKNOWLEDGEMENTS"
             TO SUM-LINE
           WRITE SUM-LINE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO SUM-LINE
           STRING "RUN ON " DELIMITED BY SIZE
                  WK-DATE-TEXT DELIMITED BY SIZE
             INTO SUM-LINE
           END-STRING
           WRITE SUM-LINE

           MOVE SPACES TO SUM-LINE
           WRITE SUM-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE DONOR - ANYTHING NOT YET THANKED FOR?  THEN WORK OUT WHERE *
      * THE LETTER GOES AND PRINT IT, OR HOLD IT                       *
      *----------------------------------------------------------------*
       ACKNOWLEDGE-ONE-DONOR.
           PERFORM TALLY-UNTHANKED-ITEMS

           IF DONOR-ITEMS = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO HELD-REASON
           MOVE SPACES TO LTR-ADDRESS

           IF DNR-CONTACT NOT = SPACES
              MOVE DNR-CONTACT TO LTR-NAME
           ELSE
              MOVE DNR-NAME    TO LTR-NAME
           END-IF

           EVALUATE TRUE
           WHEN DNR-ADDR-LINE1 NOT = SPACES
                MOVE DNR-ADDRESS TO LTR-ADDRESS
           WHEN DNR-BRW-ID = ZERO
                MOVE "NO POSTAL ADDRESS ON FILE" TO HELD-REASON
           WHEN OTHER
                PERFORM TAKE-BORROWER-ADDRESS
           END-EVALUATE

           IF HELD-REASON NOT = SPACES
              PERFORM HOLD-ONE-LETTER
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO LETTER-COUNT
           ADD DONOR-ITEMS TO ITEMS-THANKED
           ADD DONOR-VALUE TO VALUE-THANKED

           PERFORM PRINT-SENDER-BLOCK
           PERFORM PRINT-ADDRESS-BLOCK
           PERFORM PRINT-LETTER-BODY
           .

      *> A PATRON DONOR WITH NO ADDRESS OF THEIR OWN ON THE REGISTER
      *> GETS THE LETTER AT THE ADDRESS ON THEIR BORROWER CARD
       TAKE-BORROWER-ADDRESS.
           MOVE DNR-BRW-ID TO BRW-ID

           READ BORROWERS
                INVALID
                    MOVE "BORROWER NO LONGER ON FILE" TO HELD-REASON
                NOT INVALID
                    EVALUATE TRUE
                    WHEN BRW-ADDR-RETURNED-DT > ZERO
                         MOVE "POST CAME BACK UNDELIVERED"
                           TO HELD-REASON
                    WHEN BRW-ADDR-LINE1 = SPACES
                         MOVE "NO POSTAL ADDRESS ON FILE"
                           TO HELD-REASON
                    WHEN OTHER
                         MOVE BRW-ADDRESS TO LTR-ADDRESS
                    END-EVALUATE
           END-READ
           .

      *> HOW MANY OF THE DONOR'S DISCS AWAIT A THANK-YOU, AND THEIR
      *> ESTIMATED VALUE
       TALLY-UNTHANKED-ITEMS.
           MOVE ZERO TO DONOR-ITEMS
           MOVE ZERO TO DONOR-VALUE

           PERFORM START-DONOR-ITEMS

           PERFORM UNTIL DIT-AT-END
              IF DIT-ACK-DT = ZERO
                 ADD 1             TO DONOR-ITEMS
                 ADD DIT-EST-VALUE TO DONOR-VALUE
              END-IF

              PERFORM READ-NEXT-DONOR-ITEM
           END-PERFORM
           .

       START-DONOR-ITEMS.
           SET DIT-AT-END TO FALSE
           MOVE DNR-ID TO DIT-DNR-ID
           MOVE ZERO   TO DIT-SEQ

           START DONITEM KEY >= DIT-KEY
                 INVALID KEY
                     SET DIT-AT-END TO TRUE
           END-START

           PERFORM READ-NEXT-DONOR-ITEM
           .

       READ-NEXT-DONOR-ITEM.
           IF DIT-AT-END
              EXIT PARAGRAPH
           END-IF

           READ DONITEM NEXT RECORD
                AT END
                    SET DIT-AT-END TO TRUE
                NOT AT END
                    IF DIT-DNR-ID NOT = DNR-ID
                       SET DIT-AT-END TO TRUE
                    END-IF
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * A LETTER THAT CANNOT GO - LIST IT ON THE SUMMARY SO THE DESK   *
      * CAN PHONE OR FIX THE ADDRESS; THE ITEMS WAIT FOR THE NEXT RUN  *
      *----------------------------------------------------------------*
       HOLD-ONE-LETTER.
           ADD 1 TO HELD-COUNT

           IF HELD-COUNT = 1
              MOVE "HELD BACK - NOT PRINTED:" TO SUM-LINE
              WRITE SUM-LINE
           END-IF

           MOVE SPACES TO SUM-LINE
           STRING "  "            DELIMITED BY SIZE
                  DNR-ID          DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  DNR-NAME        DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  HELD-REASON     DELIMITED BY SIZE
             INTO SUM-LINE
           END-STRING
           WRITE SUM-LINE
           .
      /
      *----------------------------------------------------------------*
      * TOP OF A NEW PAGE - THE SENDER LINES FROM THE LETHEAD TEMPLATE *
      * (UP TO FOUR), OR JUST THE SHOP NAME                            *
      *----------------------------------------------------------------*
       PRINT-SENDER-BLOCK.
           IF LETTER-COUNT > 1
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE BEFORE ADVANCING PAGE
           END-IF

           MOVE ZERO TO PAGE-LINE

           MOVE "LETHEAD " TO TPL-NAME
           MOVE 1 TO TPL-SEQ
           PERFORM FETCH-LETTER-LINE

           IF NOT TPL-LINE-FOUND
              MOVE "FILMOTECA.EDUC360" TO RPT-LINE
              PERFORM WRITE-LETTER-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING HEAD-SUB FROM 1 BY 1
                     UNTIL HEAD-SUB > 4
              MOVE "LETHEAD " TO TPL-NAME
              MOVE HEAD-SUB   TO TPL-SEQ
              PERFORM FETCH-LETTER-LINE
              IF TPL-LINE-FOUND
                 MOVE TPLV-OUT TO RPT-LINE
                 PERFORM WRITE-LETTER-LINE
              END-IF
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * THE ADDRESS BLOCK, TEN COLUMNS IN, STARTING ON THE WINDOW LINE *
      *----------------------------------------------------------------*
       PRINT-ADDRESS-BLOCK.
           MOVE WINDOW-TOP TO PAD-TO-LINE
           PERFORM PAD-LETTER-PAGE

           MOVE SPACES TO RPT-LINE
           MOVE LTR-NAME TO RPT-LINE (11:30)
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO RPT-LINE
           MOVE LTR-ADDR-LINE1 TO RPT-LINE (11:30)
           PERFORM WRITE-LETTER-LINE

           IF LTR-ADDR-LINE2 NOT = SPACES
              MOVE SPACES TO RPT-LINE
              MOVE LTR-ADDR-LINE2 TO RPT-LINE (11:30)
              PERFORM WRITE-LETTER-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           STRING LTR-ADDR-POSTCODE DELIMITED BY "  "
                  "  "              DELIMITED BY SIZE
                  LTR-ADDR-TOWN     DELIMITED BY SIZE
             INTO RPT-LINE (11:40)
           END-STRING
           PERFORM WRITE-LETTER-LINE
           .
      /
      *----------------------------------------------------------------*
      * DATE, REFERENCE, SUBJECT, SALUTATION, THE OPENING SENTENCE,    *
      * ONE LINE PER DISC NOT YET THANKED FOR (STAMPED AS IT PRINTS),  *
      * THE TOTAL ESTIMATE AND THE CLOSING SENTENCE                    *
      *----------------------------------------------------------------*
       PRINT-LETTER-BODY.
           MOVE BODY-TOP TO PAD-TO-LINE
           PERFORM PAD-LETTER-PAGE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           MOVE SPACES TO RPT-LINE
           STRING "OUR REF: D"      DELIMITED BY SIZE
                  DNR-ID            DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           MOVE WK-DATE-TEXT TO RPT-LINE (61:10)
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE "RE: YOUR DONATION TO THE FILMOTECA" TO RPT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO RPT-LINE
           STRING "DEAR "  DELIMITED BY SIZE
                  LTR-NAME DELIMITED BY "  "
                  ","      DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE "DONOPEN " TO TPL-NAME
           MOVE 1 TO TPL-SEQ
           PERFORM FETCH-LETTER-LINE

           MOVE SPACES TO RPT-LINE
           IF TPL-LINE-FOUND
              MOVE TPLV-OUT TO RPT-LINE
           ELSE
              MOVE "THANK YOU FOR YOUR GENEROUS GIFT OF THE FOLLOWING:"
                TO RPT-LINE
           END-IF
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-LETTER-LINE

           PERFORM START-DONOR-ITEMS

           PERFORM UNTIL DIT-AT-END
              IF DIT-ACK-DT = ZERO
                 PERFORM PRINT-ONE-ITEM
              END-IF

              PERFORM READ-NEXT-DONOR-ITEM
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE DONOR-VALUE TO MONEY-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL ESTIMATED VALUE: " DELIMITED BY SIZE
                  MONEY-TEXT                DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE "DONCLOSE" TO TPL-NAME
           MOVE 1 TO TPL-SEQ
           PERFORM FETCH-LETTER-LINE

           MOVE SPACES TO RPT-LINE
           IF TPL-LINE-FOUND
              MOVE TPLV-OUT TO RPT-LINE
           ELSE
              MOVE "THEY WILL BE ENJOYED BY OUR BORROWERS FOR YEARS."
                TO RPT-LINE
           END-IF
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE "FILMOTECA.EDUC360" TO RPT-LINE
           PERFORM WRITE-LETTER-LINE
           .

      *> ONE DISC: THE DAY IT CAME IN, TITLE, FORMAT AND ESTIMATE -
      *> THEN STAMPED SO THE NEXT RUN DOES NOT THANK FOR IT AGAIN
       PRINT-ONE-ITEM.
           MOVE DIT-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE DIT-EST-VALUE TO ITEM-VALUE-TEXT

           MOVE SPACES TO RPT-LINE
           STRING "  "            DELIMITED BY SIZE
                  WK-DATE-TEXT    DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  DIT-TITLE       DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  DIT-FORMAT      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  ITEM-VALUE-TEXT DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE

           MOVE TODAY-DATE TO DIT-ACK-DT
           REWRITE DIT-REC
              INVALID KEY CONTINUE
           END-REWRITE
           .
      /
      *----------------------------------------------------------------*
      * PAGE LINE BOOKKEEPING                                          *
      *----------------------------------------------------------------*
       WRITE-LETTER-LINE.
           WRITE RPT-LINE
           ADD 1 TO PAGE-LINE
           .

       PAD-LETTER-PAGE.
           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-LETTER-LINE
              UNTIL PAGE-LINE >= PAD-TO-LINE - 1
           .
      /
      *----------------------------------------------------------------*
      * ONE EDITABLE LINE (TPL-NAME / TPL-SEQ SET BY THE CALLER) -     *
      * LOCALE SET FIRST, THEN THE BLANK-LANGUAGE FALLBACK, WITH THE   *
      * MARKS FILLED FROM THE DONOR ON THE PAGE                        *
      *----------------------------------------------------------------*
       FETCH-LETTER-LINE.
           SET TPL-LINE-FOUND TO FALSE

           IF NOT VALID-STATUS-TMPLATE
              EXIT PARAGRAPH
           END-IF

           MOVE FMT-LOCALE TO TPL-LANG

           READ TMPLATE
                INVALID
                    MOVE SPACES TO TPL-LANG
                    READ TMPLATE
                         INVALID
                             EXIT PARAGRAPH
                    END-READ
           END-READ

           IF TPL-TEXT = SPACES
              EXIT PARAGRAPH
           END-IF

           SET TPL-LINE-FOUND TO TRUE

           MOVE DONOR-VALUE TO MONEY-TEXT

           MOVE TPL-TEXT   TO TPLV-RAW
           MOVE DNR-NAME   TO TPLV-NAME
           MOVE SPACES     TO TPLV-TITLE
           MOVE SPACES     TO TPLV-DUE
           MOVE MONEY-TEXT TO TPLV-BAL
           PERFORM FILL-TEMPLATE-LINE
           .
      /
      *----------------------------------------------------------------*
      * THE RUN COUNT FOR THE POST TRAY                                *
      *----------------------------------------------------------------*
       PRINT-RUN-SUMMARY.
           IF HELD-COUNT > ZERO
              MOVE SPACES TO SUM-LINE
              WRITE SUM-LINE
           END-IF

           MOVE SPACES TO SUM-LINE
           STRING "LETTERS TO POST       " DELIMITED BY SIZE
                  LETTER-COUNT            DELIMITED BY SIZE
             INTO SUM-LINE
           END-STRING
           WRITE SUM-LINE

           MOVE SPACES TO SUM-LINE
           STRING "HELD BACK             " DELIMITED BY SIZE
                  HELD-COUNT              DELIMITED BY SIZE
             INTO SUM-LINE
           END-STRING
           WRITE SUM-LINE

           MOVE SPACES TO SUM-LINE
           STRING "DISCS ACKNOWLEDGED    " DELIMITED BY SIZE
                  ITEMS-THANKED           DELIMITED BY SIZE
             INTO SUM-LINE
           END-STRING
           WRITE SUM-LINE

           MOVE VALUE-THANKED TO MONEY-TEXT
           MOVE SPACES TO SUM-LINE
           STRING "ESTIMATED VALUE    "   DELIMITED BY SIZE
                  MONEY-TEXT              DELIMITED BY SIZE
             INTO SUM-LINE
           END-STRING
           WRITE SUM-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE DONORS
           CLOSE DONITEM
           CLOSE BORROWERS
           CLOSE DONACK-RPT
           CLOSE SUMMARY-RPT

           IF VALID-STATUS-TMPLATE
              CLOSE TMPLATE
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
      * TEMPLATE SUBSTITUTION                                          *
      *----------------------------------------------------------------*
          COPY 'CPVIDTVP.CPY'.
