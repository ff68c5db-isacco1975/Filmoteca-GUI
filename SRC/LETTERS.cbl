       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          LETTERS.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  POSTAL LETTER PRINT RUN - EVERY LETTER NOTICES, REMIND AND    *
      *  COLLOUT QUEUED FOR A BORROWER WITHOUT AN E-MAIL ADDRESS IS    *
      *  PRINTED TO LETTERS.LST, ONE LETTER A PAGE, LAID OUT FOR A     *
      *  WINDOW ENVELOPE: THE SENDER LINES AT THE TOP, THE ADDRESS     *
      *  BLOCK INDENTED WHERE THE WINDOW FALLS, THEN THE DATE, THE     *
      *  SUBJECT AND THE BODY.  THE SENDER LINES AND THE OPENING AND   *
      *  CLOSING SENTENCES ARE THE DESK'S PRINT TEMPLATES (LETHEAD,    *
      *  NTCOPEN/NTCCLOSE, RMDOPEN/RMDCLOSE, COLOPEN/COLCLOSE), WITH   *
      *  BUILT-IN WORDING WHEN A TEMPLATE IS NOT SET.                  *
      *                                                                *
      *  THE ADDRESS IS TAKEN FRESH FROM THE BORROWER FILE AT PRINT    *
      *  TIME; A LETTER FOR A BORROWER WHOSE POST HAS SINCE COME BACK  *
      *  UNDELIVERED (OR WHO IS NO LONGER ON FILE) IS HELD INSTEAD OF  *
      *  PRINTED.  POSTAGE.LST COUNTS THE LETTERS BY KIND FOR THE      *
      *  FRANKING MACHINE AND LISTS THE HELD ONES FOR A PHONE CALL; AN *
      *  OPTIONAL LETTERS.CTL (RATE=N,NN) PRICES THE POSTAGE.          *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDLTA.CPY'.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDTPA.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "LETTERS.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT LETTERS-RPT ASSIGN TO LETTERS-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.
          SELECT POSTAGE-RPT ASSIGN TO POSTAGE-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-PST.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD LETTERQ.
          COPY 'CPVIDLTQ.CPY'.
      *
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD TMPLATE.
          COPY 'CPVIDTPL.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD LETTERS-RPT.
       01 RPT-LINE                  PIC X(80).
      *
       FD POSTAGE-RPT.
       01 PST-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 LETTERS-RPT-PATH PIC X(40) VALUE "LETTERS.LST".
       77 POSTAGE-RPT-PATH PIC X(40) VALUE "POSTAGE.LST".
          COPY 'CPVIDLTV.CPY'.
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 STATUS-PST       PIC X(2).
           88 VALID-STATUS-PST VALUE IS "00" THRU "09".
       77 SW-LTQ-EOF       PIC 9 VALUE ZERO.
           88 LETTERQ-AT-END VALUE 1, FALSE 0.

      * OPTIONAL CONTROL FILE (KEYWORD=VALUE LINES)
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.
       77 POSTAGE-RATE     PIC 9(3)V99 VALUE ZERO.

       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 LETTER-COUNT     PIC 9(5) VALUE ZERO.
       77 NOTICE-COUNT     PIC 9(5) VALUE ZERO.
       77 REMINDER-COUNT   PIC 9(5) VALUE ZERO.
       77 COLLECT-COUNT    PIC 9(5) VALUE ZERO.
       77 HELD-COUNT       PIC 9(5) VALUE ZERO.
       77 POSTAGE-TOTAL    PIC 9(7)V99 VALUE ZERO.
       77 MONEY-TEXT       PIC ZZZZZZ9,99.
       77 RATE-TEXT        PIC ZZ9,99.
       77 BODY-SUB         PIC 9(1) VALUE ZERO.
       77 HEAD-SUB         PIC 9(2) VALUE ZERO.
       77 HELD-REASON      PIC X(30) VALUE SPACES.

      * THE PAGE IS LAID OUT BY LINE NUMBER SO THE ADDRESS BLOCK
      * ALWAYS LANDS IN THE ENVELOPE WINDOW, HOWEVER MANY SENDER
      * LINES THE LETTERHEAD TEMPLATE HAS
       77 PAGE-LINE        PIC 9(2) VALUE ZERO.
       77 PAD-TO-LINE      PIC 9(2) VALUE ZERO.
       77 WINDOW-TOP       PIC 9(2) VALUE 10.
       77 BODY-TOP         PIC 9(2) VALUE 18.

      * THE TWO TEMPLATE NAMES FOR THE KIND OF LETTER ON THE PAGE
       77 OPEN-TPL-NAME    PIC X(08) VALUE SPACES.
       77 CLOSE-TPL-NAME   PIC X(08) VALUE SPACES.

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

           PERFORM READ-CONTROL-FILE
           PERFORM OPEN-FILES

           SET LETTERQ-AT-END TO FALSE
           MOVE ZERO TO LTQ-ID

           START LETTERQ KEY >= LTQ-ID
                 INVALID KEY
                     SET LETTERQ-AT-END TO TRUE
                 NOT INVALID KEY
                     READ LETTERQ NEXT RECORD
                          AT END SET LETTERQ-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL LETTERQ-AT-END
              IF LTQ-IS-QUEUED
                 PERFORM PRINT-ONE-LETTER
              END-IF

              READ LETTERQ NEXT RECORD
                   AT END SET LETTERQ-AT-END TO TRUE
              END-READ
           END-PERFORM

           PERFORM PRINT-POSTAGE-SUMMARY

           PERFORM CLOSE-FILES

           DISPLAY LETTER-COUNT " LETTER(S) PRINTED TO "
                   LETTERS-RPT-PATH ", " HELD-COUNT " HELD - SEE "
                   POSTAGE-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - POSTAGE PER LETTER                     *
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
              WHEN "RATE        "
                   COMPUTE POSTAGE-RATE = FUNCTION NUMVAL (CTL-VALUE)
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
      * OPEN ALL FILES - NO QUEUE YET MEANS NOTHING HAS BEEN QUEUED    *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

      *> NOTHING LEAVES THE BUILDING FROM THE TRAINING SANDBOX
           IF FMT-TRAIN-FLAG = "Y"
              DISPLAY "TRAINING MODE - NO LETTERS ARE PRINTED"
              GOBACK
           END-IF

           OPEN I-O LETTERQ
           IF STATUS-LETTERQ = "35"
              OPEN OUTPUT LETTERQ
                IF VALID-STATUS-LETTERQ
                   CLOSE LETTERQ
                   OPEN I-O LETTERQ
                END-IF
           END-IF

           OPEN INPUT  BORROWERS
           OPEN INPUT  TMPLATE
           OPEN OUTPUT LETTERS-RPT
           OPEN OUTPUT POSTAGE-RPT

           IF NOT VALID-STATUS-LETTERQ
              DISPLAY "UNABLE TO OPEN LETTERQ.DAT - STATUS "
                      STATUS-LETTERQ
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-BORROWERS
              DISPLAY "UNABLE TO OPEN BORROWER.DAT - STATUS "
                      STATUS-BORROWERS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " LETTERS-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-PST
              DISPLAY "UNABLE TO OPEN " POSTAGE-RPT-PATH
                      " - STATUS " STATUS-PST
              STOP RUN
           END-IF

           MOVE "FILMOTECA.EDUC360 - POSTAGE SUMMARY" TO PST-LINE
           WRITE PST-LINE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO PST-LINE
           STRING "RUN ON " DELIMITED BY SIZE
                  WK-DATE-TEXT DELIMITED BY SIZE
             INTO PST-LINE
           END-STRING
           WRITE PST-LINE

           MOVE SPACES TO PST-LINE
           WRITE PST-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE QUEUED LETTER - CHECK THE BORROWER'S ADDRESS IS STILL GOOD *
      * AND PRINT THE PAGE, OR HOLD IT                                 *
      *----------------------------------------------------------------*
       PRINT-ONE-LETTER.
           MOVE SPACES TO HELD-REASON
           MOVE LTQ-BORROWER-ID TO BRW-ID

           READ BORROWERS
                INVALID
                    MOVE "BORROWER NO LONGER ON FILE" TO HELD-REASON
                NOT INVALID
                    IF BRW-ADDR-RETURNED-DT > ZERO
                       MOVE "POST CAME BACK UNDELIVERED"
                         TO HELD-REASON
                    ELSE
                       IF BRW-ADDR-LINE1 = SPACES
                          MOVE "NO POSTAL ADDRESS ON FILE"
                            TO HELD-REASON
                       ELSE
      *> THE DESK MAY HAVE CORRECTED THE ADDRESS SINCE THE LETTER
      *> WAS QUEUED - THE NEWEST ONE WINS
                          MOVE BRW-ADDRESS TO LTQ-ADDRESS
                       END-IF
                    END-IF
           END-READ

           IF HELD-REASON NOT = SPACES
              PERFORM HOLD-ONE-LETTER
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO LETTER-COUNT

           EVALUATE TRUE
           WHEN LTQ-IS-REMINDER
                ADD 1 TO REMINDER-COUNT
                MOVE "RMDOPEN " TO OPEN-TPL-NAME
                MOVE "RMDCLOSE" TO CLOSE-TPL-NAME
           WHEN LTQ-IS-COLLECTION
                ADD 1 TO COLLECT-COUNT
                MOVE "COLOPEN " TO OPEN-TPL-NAME
                MOVE "COLCLOSE" TO CLOSE-TPL-NAME
           WHEN OTHER
                ADD 1 TO NOTICE-COUNT
                MOVE "NTCOPEN " TO OPEN-TPL-NAME
                MOVE "NTCCLOSE" TO CLOSE-TPL-NAME
           END-EVALUATE

           PERFORM PRINT-SENDER-BLOCK
           PERFORM PRINT-ADDRESS-BLOCK
           PERFORM PRINT-LETTER-BODY

           MOVE "P"        TO LTQ-STATUS
           MOVE TODAY-DATE TO LTQ-PRINTED-DT
           REWRITE LTQ-REC
              INVALID KEY CONTINUE
           END-REWRITE
           .
      /
      *----------------------------------------------------------------*
      * A LETTER THAT CANNOT GO - MARK IT HELD AND LIST IT ON THE      *
      * POSTAGE SUMMARY SO THE DESK CAN PHONE INSTEAD                  *
      *----------------------------------------------------------------*
       HOLD-ONE-LETTER.
           ADD 1 TO HELD-COUNT

           IF HELD-COUNT = 1
              MOVE "HELD BACK - NOT PRINTED:" TO PST-LINE
              WRITE PST-LINE
           END-IF

           MOVE SPACES TO PST-LINE
           STRING "  "            DELIMITED BY SIZE
                  LTQ-BORROWER-ID DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  LTQ-NAME        DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  HELD-REASON     DELIMITED BY SIZE
             INTO PST-LINE
           END-STRING
           WRITE PST-LINE

           MOVE "H" TO LTQ-STATUS
           REWRITE LTQ-REC
              INVALID KEY CONTINUE
           END-REWRITE
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
           MOVE LTQ-NAME TO RPT-LINE (11:30)
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO RPT-LINE
           MOVE LTQ-ADDR-LINE1 TO RPT-LINE (11:30)
           PERFORM WRITE-LETTER-LINE

           IF LTQ-ADDR-LINE2 NOT = SPACES
              MOVE SPACES TO RPT-LINE
              MOVE LTQ-ADDR-LINE2 TO RPT-LINE (11:30)
              PERFORM WRITE-LETTER-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           STRING LTQ-ADDR-POSTCODE DELIMITED BY "  "
                  "  "              DELIMITED BY SIZE
                  LTQ-ADDR-TOWN     DELIMITED BY SIZE
             INTO RPT-LINE (11:40)
           END-STRING
           PERFORM WRITE-LETTER-LINE
           .
      /
      *----------------------------------------------------------------*
      * DATE, REFERENCE, SUBJECT, SALUTATION, THE BODY LINES AND THE   *
      * TEMPLATE OPENING AND CLOSING SENTENCES                         *
      *----------------------------------------------------------------*
       PRINT-LETTER-BODY.
           MOVE BODY-TOP TO PAD-TO-LINE
           PERFORM PAD-LETTER-PAGE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           MOVE SPACES TO RPT-LINE
           STRING "OUR REF: L"      DELIMITED BY SIZE
                  LTQ-ID            DELIMITED BY SIZE
                  " / "             DELIMITED BY SIZE
                  LTQ-BORROWER-ID   DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           MOVE WK-DATE-TEXT TO RPT-LINE (61:10)
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO RPT-LINE
           STRING "RE: "      DELIMITED BY SIZE
                  LTQ-SUBJECT DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO RPT-LINE
           STRING "DEAR "  DELIMITED BY SIZE
                  LTQ-NAME DELIMITED BY "  "
                  ","      DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE OPEN-TPL-NAME TO TPL-NAME
           MOVE 1 TO TPL-SEQ
           PERFORM FETCH-LETTER-LINE

           MOVE SPACES TO RPT-LINE
           IF TPL-LINE-FOUND
              MOVE TPLV-OUT TO RPT-LINE
           ELSE
              EVALUATE TRUE
              WHEN LTQ-IS-REMINDER
                   MOVE "THE FOLLOWING ITEM(S) ARE DUE BACK SHORTLY:"
                     TO RPT-LINE
              WHEN LTQ-IS-COLLECTION
                   MOVE "WE HAVE HAD TO TAKE THE FOLLOWING STEP:"
                     TO RPT-LINE
              WHEN OTHER
                   MOVE
                     "OUR RECORDS SHOW THE FOLLOWING ITEM(S) OVERDUE:"
                     TO RPT-LINE
              END-EVALUATE
           END-IF
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-LETTER-LINE

           PERFORM VARYING BODY-SUB FROM 1 BY 1
                     UNTIL BODY-SUB > 6
              IF LTQ-BODY-LINE (BODY-SUB) NOT = SPACES
                 MOVE LTQ-BODY-LINE (BODY-SUB) TO RPT-LINE
                 PERFORM WRITE-LETTER-LINE
              END-IF
           END-PERFORM

           IF LTQ-AMOUNT > ZERO
              MOVE SPACES TO RPT-LINE
              PERFORM WRITE-LETTER-LINE

              MOVE LTQ-AMOUNT TO MONEY-TEXT
              MOVE SPACES TO RPT-LINE
              STRING "AMOUNT OUTSTANDING: " DELIMITED BY SIZE
                     MONEY-TEXT             DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              PERFORM WRITE-LETTER-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE CLOSE-TPL-NAME TO TPL-NAME
           MOVE 1 TO TPL-SEQ
           PERFORM FETCH-LETTER-LINE

           MOVE SPACES TO RPT-LINE
           IF TPL-LINE-FOUND
              MOVE TPLV-OUT TO RPT-LINE
           ELSE
              EVALUATE TRUE
              WHEN LTQ-IS-REMINDER
                   MOVE "A QUICK RETURN KEEPS YOUR ACCOUNT FINE-FREE."
                     TO RPT-LINE
              WHEN LTQ-IS-COLLECTION
                   MOVE
                     "PLEASE CONTACT THE AGENCY OR THE DESK TO SETTLE."
                     TO RPT-LINE
              WHEN OTHER
                   MOVE "PLEASE RETURN THE ITEM(S) AS SOON AS POSSIBLE."
                     TO RPT-LINE
              END-EVALUATE
           END-IF
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE "FILMOTECA.EDUC360" TO RPT-LINE
           PERFORM WRITE-LETTER-LINE
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
      * MARKS FILLED FROM THE LETTER ON THE PAGE                       *
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

           MOVE LTQ-AMOUNT TO MONEY-TEXT

           MOVE TPL-TEXT   TO TPLV-RAW
           MOVE LTQ-NAME   TO TPLV-NAME
           MOVE SPACES     TO TPLV-TITLE
           MOVE SPACES     TO TPLV-DUE
           MOVE MONEY-TEXT TO TPLV-BAL
           PERFORM FILL-TEMPLATE-LINE
           .
      /
      *----------------------------------------------------------------*
      * THE POSTAGE COUNT FOR THE FRANKING MACHINE                     *
      *----------------------------------------------------------------*
       PRINT-POSTAGE-SUMMARY.
           IF HELD-COUNT > ZERO
              MOVE SPACES TO PST-LINE
              WRITE PST-LINE
           END-IF

           MOVE SPACES TO PST-LINE
           STRING "OVERDUE NOTICES       " DELIMITED BY SIZE
                  NOTICE-COUNT            DELIMITED BY SIZE
             INTO PST-LINE
           END-STRING
           WRITE PST-LINE

           MOVE SPACES TO PST-LINE
           STRING "DUE-SOON REMINDERS    " DELIMITED BY SIZE
                  REMINDER-COUNT          DELIMITED BY SIZE
             INTO PST-LINE
           END-STRING
           WRITE PST-LINE

           MOVE SPACES TO PST-LINE
           STRING "COLLECTIONS LETTERS   " DELIMITED BY SIZE
                  COLLECT-COUNT           DELIMITED BY SIZE
             INTO PST-LINE
           END-STRING
           WRITE PST-LINE

           MOVE SPACES TO PST-LINE
           STRING "LETTERS TO POST       " DELIMITED BY SIZE
                  LETTER-COUNT            DELIMITED BY SIZE
             INTO PST-LINE
           END-STRING
           WRITE PST-LINE

           MOVE SPACES TO PST-LINE
           STRING "HELD BACK             " DELIMITED BY SIZE
                  HELD-COUNT              DELIMITED BY SIZE
             INTO PST-LINE
           END-STRING
           WRITE PST-LINE

           IF POSTAGE-RATE > ZERO
              COMPUTE POSTAGE-TOTAL = LETTER-COUNT * POSTAGE-RATE
              MOVE POSTAGE-RATE  TO RATE-TEXT
              MOVE POSTAGE-TOTAL TO MONEY-TEXT

              MOVE SPACES TO PST-LINE
              WRITE PST-LINE

              MOVE SPACES TO PST-LINE
              STRING "POSTAGE AT "  DELIMITED BY SIZE
                     RATE-TEXT      DELIMITED BY SIZE
                     " A LETTER  "  DELIMITED BY SIZE
                     MONEY-TEXT     DELIMITED BY SIZE
                INTO PST-LINE
              END-STRING
              WRITE PST-LINE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE LETTERQ
           CLOSE BORROWERS
           CLOSE LETTERS-RPT
           CLOSE POSTAGE-RPT

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
