          COPY 'CPVIDJRA.CPY'.
          COPY 'CPVIDCPA.CPY'.
          COPY 'CPVIDRPA.CPY'.
          COPY 'CPVIDVRA.CPY'.
          COPY 'CPVIDBXA.CPY'.
          COPY 'CPVIDTGA.CPY'.
          COPY 'CPVIDMTA.CPY'.
          COPY 'CPVIDSRA.CPY'.
          COPY 'CPVIDNOA.CPY'.
          COPY 'CPVIDAQA.CPY'.
          COPY 'CPVIDSDA.CPY'.
          COPY 'CPVIDSLA.CPY'.
          COPY 'CPVIDTRA.CPY'.
          COPY 'CPVIDDXA.CPY'.
          COPY 'CPVIDRLA.CPY'.
          COPY 'CPVIDPRA.CPY'.
          COPY 'CPVIDMQA.CPY'.
          COPY 'CPVIDSBA.CPY'.
          COPY 'CPVIDAVA.CPY'.
          SELECT STICKER-RPT ASSIGN TO "LABELS.LST"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-STICKER.
      *
       FD REPAIRS.
          COPY 'CPVIDRPR.CPY'.
      *
       FD VENDRET.
          COPY 'CPVIDVRT.CPY'.
      *
       FD BOXSETS.
          COPY 'CPVIDBXS.CPY'.
      *
       FD ACQUIS.
          COPY 'CPVIDAQN.CPY'.
      *
       FD STREET.
          COPY 'CPVIDSDT.CPY'.
      *
       FD SALES.
          COPY 'CPVIDSLE.CPY'.
      *
       FD TRANSFERS.
          COPY 'CPVIDTRF.CPY'.
      *
       FD DISPOSE.
          COPY 'CPVIDDSX.CPY'.
      *
       FD RELIAB.
          COPY 'CPVIDREL.CPY'.
      *
       FD PARAMS.
          COPY 'CPVIDPRM.CPY'.
      *
       FD MAILQ.
          COPY 'CPVIDMLQ.CPY'.
      *
       FD SUBSCRIBE.
          COPY 'CPVIDSBS.CPY'.
      *
       FD AVAIL.
          COPY 'CPVIDAVL.CPY'.
      *
       FD STICKER-RPT.
       01 STICKER-LINE              PIC X(40).
       01 SAVE-KEY.
           10 SAVE-COD     PIC  9(5).
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.
      * THIS STATION'S BRANCH AND THE INTER-BRANCH TRANSFER FILE
          COPY 'CPVIDBNV.CPY'.
          COPY 'CPVIDTFV.CPY'.
       77 STATUS-MOVIES    PIC  X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-GENRES    PIC  X(2).
       77 RPR-VENDOR-IN     PIC X(15) VALUE SPACES.
       77 RPR-COST-IN       PIC 9(5)V99 VALUE ZERO.

      * RETURN-TO-VENDOR - A DEFECTIVE NEW COPY GOES BACK TO ITS
      * DISTRIBUTOR UNDER AN RMA NUMBER AND WAITS FOR THE CREDIT NOTE;
      * EVERY RETURN GOES ON THE RETURN-TO-VENDOR LOG
       77 STATUS-VENDRET    PIC X(2).
           88 VALID-STATUS-VENDRET VALUE IS "00" THRU "09".
       77 VRT-NEXT-SEQ      PIC 9(3) VALUE ZERO.
       77 VRT-OPEN-SEQ      PIC 9(3) VALUE ZERO.
       77 SW-VRT-EOF        PIC 9 VALUE ZERO.
           88 VENDRET-AT-END VALUE 1, FALSE 0.
       77 SW-VRT-FOUND      PIC 9 VALUE ZERO.
           88 OPEN-RETURN-FOUND VALUE 1, FALSE 0.
       77 VRT-RMA-IN        PIC X(15) VALUE SPACES.
       77 VRT-CREDIT-IN     PIC 9(5)V99 VALUE ZERO.
       77 VRT-CREDIT-TEXT   PIC ZZZZ9,99.

      * BOX-SET MEMBERSHIP - WHICH SET THIS TITLE BELONGS TO AND WHO
      * ELSE IS IN THE BOX; THE LOANS SCREEN LENDS THE WHOLE SET OFF
      * ONE SCAN FROM THESE ROWS
           88 VALID-STATUS-SALES VALUE IS "00" THRU "09".
       77 SALE-ASK-WORK     PIC 9(5)V99 VALUE ZERO.
       77 SALE-ASK-TEXT     PIC ZZZZ9,99.
      * A SCRAPPED COPY'S DEPRECIATION FIGURES GO ON THE DISPOSAL LOG
      * BEFORE ITS ROW IS DELETED
       77 STATUS-DISPOSE    PIC X(2).
           88 VALID-STATUS-DISPOSE VALUE IS "00" THRU "09".
       77 STATUS-STICKER    PIC X(2).
           88 VALID-STATUS-STICKER VALUE IS "00" THRU "09".
       77 ACQ-FORM-HANDLE   USAGE IS HANDLE OF WINDOW.
       77 SW-ACQ-DONE       PIC 9 VALUE ZERO.
           88 ACQ-DONE       VALUE 1, FALSE 0.
      * STREET DATE DIALOG - THE DISTRIBUTOR'S RELEASE DATE, ONE ROW
      * PER TITLE IN THE STREET FILE; NO ROW MEANS NO EMBARGO
       77 STATUS-STREET     PIC X(2).
           88 VALID-STATUS-STREET VALUE IS "00" THRU "09".
       77 SDT-FORM-HANDLE   USAGE IS HANDLE OF WINDOW.
       77 SW-SDT-DONE       PIC 9 VALUE ZERO.
           88 SDT-DONE       VALUE 1, FALSE 0.
       77 EF-GEN-BUF PIC 9(3) VALUE ZERO.

       77 OLD-MOV-REC PIC X(370).
       77 SW-MOVIE-LOAN     PIC 9 VALUE ZERO.
           88 MOVIE-ON-LOAN     VALUE 1, FALSE 0.
           88 MOVIE-NOT-ON-LOAN VALUE 0.
       77 SW-CPY-HERE       PIC 9 VALUE ZERO.
           88 COPY-ON-SHELF-HERE VALUE 1, FALSE 0.
       77 SW-MOVGEN-EOF     PIC 9 VALUE ZERO.
           88 MOVGEN-AT-END VALUE 1, FALSE 0.
       77 SW-MOVACT-EOF     PIC 9 VALUE ZERO.
       77 LOGIN-PWD         PIC X(10) VALUE SPACES.
       77 LOGIN-TRIES       PIC 9     VALUE ZERO.

      * TRAINING MODE - TICKED AT LOGIN, THE STATION THEN WORKS ON
      * THE TRAINING SANDBOX (CUT BY TRNRESET THE FIRST TIME)
       77 LOGIN-TRAIN-SW    PIC 9     VALUE ZERO.
       77 TRN-PROBE-PATH    PIC X(80) VALUE SPACES.
       77 TRN-CALL-RC       PIC S9(9) COMP-4 VALUE ZERO.
       01 TRN-FILE-INFO.
           05 TFI-SIZE              PIC X(8) COMP-X.
           05 TFI-DAY               PIC X(1) COMP-X.
           05 TFI-MONTH             PIC X(1) COMP-X.
           05 TFI-YEAR              PIC X(2) COMP-X.
           05 TFI-HOURS             PIC X(1) COMP-X.
           05 TFI-MINUTES           PIC X(1) COMP-X.
           05 TFI-SECONDS           PIC X(1) COMP-X.
           05 TFI-HUNDREDTHS        PIC X(1) COMP-X.

      * ONE-WAY PASSWORD HASHING AND THE CHANGE-PASSWORD DIALOG
      * (FORCED AT FIRST LOGIN AND WHEN THE PASSWORD HAS EXPIRED)
          COPY 'CPVIDHSV.CPY'.
           10 SAVE-RSV-CODIGO PIC 9(05).
           10 SAVE-RSV-SEQ    PIC 9(05).

      * EXPECTED-AVAILABLE DATE - WHEN EVERY COPY IS OUT, THE STATUS
      * BAR SAYS WHEN ONE SHOULD BE BACK, AND A NEW HOLD IS TOLD (AND
      * MAILED) WHEN ITS TURN SHOULD COME.  THE SHOP LOAN PERIOD AND
      * RENEWAL LIMIT COME FROM PARAMS, THE BORROWERS' LATENESS FROM
      * THE RELIAB FILE
       77 STATUS-RELIAB     PIC X(2).
           88 VALID-STATUS-RELIAB VALUE IS "00" THRU "09".
       77 STATUS-PARAMS     PIC X(2).
           88 VALID-STATUS-PARAMS VALUE IS "00" THRU "09".
       77 ETA-PANEL-TEXT    PIC X(60) VALUE SPACES.
       77 ETA-TURN-TEXT     PIC X(45) VALUE SPACES.
       77 ETA-POS-TEXT      PIC ZZZZ9.
          COPY 'CPVIDETV.CPY'.
          COPY 'CPVIDMQV.CPY'.
          COPY 'CPVIDSBV.CPY'.
          COPY 'CPVIDAVV.CPY'.
       77 PREV-SERIES-CODE  PIC 9(05) VALUE ZERO.

       LINKAGE          SECTION.

       SCREEN           SECTION.
           TITLE "ACQ...",
           .

      * PUSH BUTTON
       05
           PB-STREET,
           PUSH-BUTTON,
           COL 52,00,
           LINE 6,00,
           LINES 1,31 ,
           SIZE 14,00 ,
           EXCEPTION-VALUE 1037,
           FONT IS SMALL-FONT,
           ID IS 5044,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "RELEASE...",
           .

      * PUSH BUTTON
       05
           PB-FILMOG,
           MAX-TEXT 10,
           .

      * CHECK BOX
       05
           CB-LOGIN-TRAIN,
           CHECK-BOX,
           COL 22,00,
           LINE 6,40,
           SIZE 20,00,
           FONT IS SMALL-FONT,
           ID IS 7005,
           TITLE "TRAINING MODE",
           VALUE LOGIN-TRAIN-SW,
           .

      * PUSH BUTTON
       05
           PB-LOGIN-OK,
           TITLE "CLOSE",
           .

      * STREET DATE DIALOG (THE DATE NO COPY MAY GO OUT BEFORE)
       01
           SDT-FORM,
           .

      * LABEL
       05
           LBL-SDT-TITLE,
           LABEL,
           COL 2,00,
           LINE 1,00,
           SIZE 45,00,
           TITLE "STREET DATE FOR THIS TITLE",
           FONT IS SMALL-FONT,
           .

      * LABEL
       05
           LBL-SDT-DATE,
           LABEL,
           COL 2,00,
           LINE 3,00,
           SIZE 18,00,
           TITLE "STREET DATE",
           FONT IS SMALL-FONT,
           .

      * ENTRY FIELD
       05
           EF-SDT-DATE,
           ENTRY-FIELD,
           COL 22,00,
           LINE 3,00,
           SIZE 12,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 7905,
           MAX-TEXT 10,
           .

      * LABEL
       05
           LBL-SDT-HINT,
           LABEL,
           COL 2,00,
           LINE 5,00,
           SIZE 45,00,
           TITLE "NO COPY GOES OUT BEFORE IT - BLANK FOR NONE",
           FONT IS SMALL-FONT,
           .

      * PUSH BUTTON
       05
           PB-SDT-SAVE,
           PUSH-BUTTON,
           COL 2,00,
           LINE 7,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7049,
           ID IS 7049,
           TITLE "SAVE",
           .

      * PUSH BUTTON
       05
           PB-SDT-CLOSE,
           PUSH-BUTTON,
           COL 18,00,
           LINE 7,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7050,
           ID IS 7050,
           TITLE "CLOSE",
           .

      * FILMOGRAPHY DIALOG (SEARCH THE CATALOG BY ACTOR)
       01
           FILMOG-FORM,
           COL 2,00,
           LINE 1,00,
           SIZE 50,00,
           TITLE "COPIES (NO/COND/LOCATION/STATUS/BRANCH)",
           FONT IS SMALL-FONT,
           .

           TITLE "FOR SALE",
           .

      * TRANSFER ROW - SEND THE SELECTED COPY TO ANOTHER BRANCH, OR
      * OPEN THE TRANSFER SCREEN TO SHIP / RECEIVE / CANCEL
       05
           LBL-CPY-TOBR,
           LABEL,
           COL 2,00,
           LINE 19,60,
           SIZE 10,00,
           TITLE "TO BRANCH",
           FONT IS SMALL-FONT,
           .

       05
           EF-CPY-TOBR,
           ENTRY-FIELD,
           COL 12,00,
           LINE 19,60,
           SIZE 6,00,
           BOXED,
           UPPER,
           FONT IS SMALL-FONT,
           ID IS 7506,
           MAX-TEXT 4,
           .

       05
           PB-CPY-TRFREQ,
           PUSH-BUTTON,
           COL 20,00,
           LINE 19,60,
           SIZE 18,00,
           EXCEPTION-VALUE 7047,
           ID IS 7047,
           TITLE "REQUEST TRANSFER",
           .

       05
           PB-CPY-TRFS,
           PUSH-BUTTON,
           COL 40,00,
           LINE 19,60,
           SIZE 14,00,
           EXCEPTION-VALUE 7048,
           ID IS 7048,
           TITLE "TRANSFERS...",
           .

      * RETURN-TO-VENDOR ROW - THE DISTRIBUTOR'S RMA NUMBER AND THE
      * CREDIT (EXPECTED ON THE RETURN, RECEIVED ON THE CREDIT NOTE)
       05
           LBL-RTV-RMA,
           LABEL,
           COL 2,00,
           LINE 21,30,
           SIZE 5,00,
           TITLE "RMA",
           FONT IS SMALL-FONT,
           .

       05
           EF-RTV-RMA,
           ENTRY-FIELD,
           COL 7,00,
           LINE 21,30,
           SIZE 17,00,
           BOXED,
           UPPER,
           FONT IS SMALL-FONT,
           ID IS 7507,
           MAX-TEXT 15,
           .

       05
           LBL-RTV-CREDIT,
           LABEL,
           COL 26,00,
           LINE 21,30,
           SIZE 8,00,
           TITLE "CREDIT",
           FONT IS SMALL-FONT,
           .

       05
           EF-RTV-CREDIT,
           ENTRY-FIELD,
           COL 34,00,
           LINE 21,30,
           SIZE 10,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 7508,
           MAX-TEXT 8,
           .

       05
           PB-CPY-RTV,
           PUSH-BUTTON,
           COL 2,00,
           LINE 22,80,
           SIZE 18,00,
           EXCEPTION-VALUE 7051,
           ID IS 7051,
           TITLE "RETURN TO VENDOR",
           .

       05
           PB-CPY-RTVCR,
           PUSH-BUTTON,
           COL 22,00,
           LINE 22,80,
           SIZE 18,00,
           EXCEPTION-VALUE 7052,
           ID IS 7052,
           TITLE "CREDIT RECEIVED",
           .

      * BOX-SET DIALOG (WHICH SET THIS TITLE BELONGS TO, AND WHO
      * ELSE IS IN THE BOX)
       01
      *----------------------------------------------------------------*
       OPEN-FILE-RTN.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM SET-SCREEN-TITLE
           PERFORM GET-THIS-BRANCH

           PERFORM CHECK-BUSINESS-DATE

               PERFORM EXIT-STOP-ROUTINE
           END-IF

      *> NO RELIABILITY FIGURES YET (RELCALC NOT RUN) - NOBODY'S
      *> LATENESS COUNTS TOWARDS THE EXPECTED-BACK DATES
           SET ETA-RELIAB-OPEN TO FALSE
           OPEN INPUT RELIAB
           IF VALID-STATUS-RELIAB
              SET ETA-RELIAB-OPEN TO TRUE
           END-IF

      *> THE SHOP LOAN PERIOD AND RENEWAL LIMIT THE EXPECTED-BACK
      *> DATES ARE WORKED OUT WITH - THE SHOP DEFAULTS WITHOUT PARAMS
           MOVE 7 TO ETA-LOAN-DAYS
           MOVE 2 TO ETA-MAX-RENEWALS
           OPEN INPUT PARAMS
           IF VALID-STATUS-PARAMS
              MOVE 1 TO PRM-ID
              READ PARAMS
                   INVALID
                       CONTINUE
                   NOT INVALID
                       MOVE PRM-LOAN-DAYS    TO ETA-LOAN-DAYS
                       MOVE PRM-MAX-RENEWALS TO ETA-MAX-RENEWALS
              END-READ
              CLOSE PARAMS
           END-IF

           OPEN  I-O MAILQ
           IF STATUS-MAILQ = "35"
              OPEN OUTPUT MAILQ
                IF VALID-STATUS-MAILQ
                   CLOSE MAILQ
                   OPEN I-O MAILQ
                END-IF
           END-IF

           IF NOT VALID-STATUS-MAILQ
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN INPUT SERIES
           IF STATUS-SERIES = "35"
              OPEN OUTPUT SERIES
               PERFORM EXIT-STOP-ROUTINE
           END-IF

      *> A NEW TITLE IN A SERIES PLACES HOLDS FOR ITS SUBSCRIBERS
           OPEN  I-O SUBSCRIBE
           IF STATUS-SUBSCRIBE = "35"
              OPEN OUTPUT SUBSCRIBE
                IF VALID-STATUS-SUBSCRIBE
                   CLOSE SUBSCRIBE
                   OPEN I-O SUBSCRIBE
                END-IF
           END-IF

           IF NOT VALID-STATUS-SUBSCRIBE
               PERFORM EXIT-STOP-ROUTINE
           END-IF

      *> COPY AND HOLD CHANGES HERE KEEP THE NIGHT'S AVAILABILITY
      *> SUMMARY CURRENT; NOT BUILT YET - THE FILES ARE WALKED INSTEAD
           SET AVAIL-IS-OPEN TO FALSE
           OPEN  I-O AVAIL
           IF VALID-STATUS-AVAIL
              SET AVAIL-IS-OPEN TO TRUE
           END-IF

           OPEN  I-O ACQUIS
           IF STATUS-ACQUIS = "35"
              OPEN OUTPUT ACQUIS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O STREET
           IF STATUS-STREET = "35"
              OPEN OUTPUT STREET
                IF VALID-STATUS-STREET
                   CLOSE STREET
                   OPEN I-O STREET
                END-IF
           END-IF
      *
           IF NOT VALID-STATUS-STREET
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O SALES
           IF STATUS-SALES = "35"
              OPEN OUTPUT SALES
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O TRANSFERS
           IF STATUS-TRANSFERS = "35"
              OPEN OUTPUT TRANSFERS
                IF VALID-STATUS-TRANSFERS
                   CLOSE TRANSFERS
                   OPEN I-O TRANSFERS
                END-IF
           END-IF
      *
           IF NOT VALID-STATUS-TRANSFERS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O REPAIRS
           IF STATUS-REPAIRS = "35"
              OPEN OUTPUT REPAIRS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O VENDRET
           IF STATUS-VENDRET = "35"
              OPEN OUTPUT VENDRET
                IF VALID-STATUS-VENDRET
                   CLOSE VENDRET
                   OPEN I-O VENDRET
                END-IF
           END-IF

           IF NOT VALID-STATUS-VENDRET
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O DISPOSE
           IF STATUS-DISPOSE = "35"
              OPEN OUTPUT DISPOSE
                IF VALID-STATUS-DISPOSE
                   CLOSE DISPOSE
                   OPEN I-O DISPOSE
                END-IF
           END-IF

           IF NOT VALID-STATUS-DISPOSE
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O MSGBOARD
           IF STATUS-MSGBOARD = "35"
              OPEN OUTPUT MSGBOARD
           CLOSE MOVACT
           CLOSE BORROWERS
           CLOSE RESERVES
           IF ETA-RELIAB-OPEN
              CLOSE RELIAB
           END-IF
           CLOSE MAILQ
           CLOSE MOV-JOURNAL
           CLOSE COPIES
           CLOSE TRANSFERS
           CLOSE REPAIRS
           CLOSE VENDRET
           CLOSE DISPOSE
           CLOSE SALES
           CLOSE BOXSETS
           CLOSE LOCMAST
           CLOSE TAGS
           CLOSE MOVTAGS
           CLOSE SERIES
           CLOSE SUBSCRIBE
           IF AVAIL-IS-OPEN
              CLOSE AVAIL
           END-IF
           CLOSE NOTES
           CLOSE ACQUIS
           CLOSE STREET
           .
      /
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * THE MAIN WINDOW'S TITLE, WITH THE TRAINING BANNER              *
      *----------------------------------------------------------------*
          COPY 'CPVIDTNP.CPY'.
      /
      *----------------------------------------------------------------*
      * LOAD THE SCREEN CAPTIONS FOR THE SELECTED LANGUAGE             *
      *----------------------------------------------------------------*
          COPY 'CPVIDLNP.CPY'.
          COPY 'CPVIDVSP.CPY'.
      /
      *----------------------------------------------------------------*
      * THIS STATION'S BRANCH                                          *
      *----------------------------------------------------------------*
          COPY 'CPVIDBNP.CPY'.
      /
      *----------------------------------------------------------------*
      * INTER-BRANCH TRANSFER ROUTINES                                 *
      *----------------------------------------------------------------*
          COPY 'CPVIDTFP.CPY'.
      /
      *----------------------------------------------------------------*
      * WHEN A TITLE THAT IS OUT SHOULD BE BACK                        *
      *----------------------------------------------------------------*
          COPY 'CPVIDETP.CPY'.
      /
      *----------------------------------------------------------------*
      * APPEND ONE MESSAGE TO THE OUTBOUND MAIL QUEUE                  *
      *----------------------------------------------------------------*
          COPY 'CPVIDMQP.CPY'.
      /
      *----------------------------------------------------------------*
      * HOLDS FOR SERIES SUBSCRIBERS                                   *
      *----------------------------------------------------------------*
          COPY 'CPVIDSBH.CPY'.
      /
      *----------------------------------------------------------------*
      * TITLE AVAILABILITY SUMMARY AND RECOUNT                         *
      *----------------------------------------------------------------*
          COPY 'CPVIDAVP.CPY'.
          COPY 'CPVIDAVC.CPY'.
      /
      *----------------------------------------------------------------*
      * AUTOMATIC RECOVERY FOR AN "INDEXED FILE CORRUPT" (STATUS 98)   *
      * ERROR ON MOVIES - SALVAGE EVERY RECORD THAT CAN STILL BE READ  *
      * TO A SEQUENTIAL EXTRACT, THEN REBUILD A FRESH INDEXED FILE     *
      *> DESK STAMPS IT ON EVERY TILL JOURNAL ROW)
           SET ENVIRONMENT "FILMOTECA_OPERATOR" TO OPR-CURRENT-ID

      *> TRAINING MODE - FROM HERE ON THE STATION, AND EVERY SCREEN
      *> IT OPENS, WORKS ON THE SANDBOX
           INQUIRE CB-LOGIN-TRAIN VALUE IN LOGIN-TRAIN-SW
           IF LOGIN-TRAIN-SW = 1
              PERFORM ENTER-TRAINING-MODE
           END-IF

           PERFORM REGISTER-SESSION

      *> THE HANDOVER BOARD GREETS EVERY SIGN-IN ONCE
           .
      /
      *----------------------------------------------------------------*
      * SWITCH THIS STATION TO THE TRAINING SANDBOX.  THE FIRST TIME   *
      * THERE IS NO SANDBOX YET, SO TRNRESET CUTS ONE FROM THE LIVE    *
      * FILES.  THE FILES OPENED FOR THE LOGIN ARE THEN CLOSED AND     *
      * OPENED AGAIN ON THE SANDBOX, AND THE VARIABLE IS PASSED DOWN   *
      * TO EVERY SCREEN AND JOB STARTED FROM HERE.                     *
      *----------------------------------------------------------------*
       ENTER-TRAINING-MODE.
           MOVE SPACES TO TRN-PROBE-PATH
           STRING FMT-DATA-DIR            DELIMITED BY SPACE
                  "/TRAINING/MOVIES.dat"  DELIMITED BY SIZE
             INTO TRN-PROBE-PATH
           END-STRING

           CALL "CBL_CHECK_FILE_EXIST" USING TRN-PROBE-PATH
                                             TRN-FILE-INFO
                                      GIVING TRN-CALL-RC

           IF TRN-CALL-RC NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              CALL   "TRNRESET.ACU"
                     ON EXCEPTION MOVE 16 TO RETURN-CODE
              END-CALL
              CANCEL "TRNRESET.ACU"

              IF RETURN-CODE NOT = ZERO
                 DISPLAY MESSAGE BOX
                    "The training sandbox could not be made - you are "
                    "signed in to the live files"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF
           END-IF

           SET ENVIRONMENT "FILMOTECA_TRAINING" TO "Y"

           PERFORM CLOSE-FILE-RTN
           PERFORM OPEN-FILE-RTN

           DISPLAY MESSAGE BOX
              "TRAINING MODE - you are working on a practice copy of "
              "the files.  Nothing here reaches the till, the "
              "receipt register or the ledger, and no mail is sent."
              TITLE SCREEN-TITLE
              ICON  1
           .
      /
      *----------------------------------------------------------------*
      * THE HANDOVER BOARD - SHOWN ONCE AFTER SIGN-IN WHEN ANYTHING    *
      * ADDRESSED TO THIS OPERATOR, THIS STATION OR EVERYONE IS        *
      * STILL LIVE.  ACKNOWLEDGING STAMPS WHO SAW IT; EXPIRED NOTES    *
      /
      *----------------------------------------------------------------*
      * RESERVE DIALOG - PLACE A HOLD ON THE CURRENT MOVIE.  ONLY      *
      * OFFERED WHEN EVERY COPY IS OUT ON LOAN, OR WHEN NONE IS ON     *
      * THIS BRANCH'S SHELF BUT ANOTHER BRANCH HAS ONE TO SEND OVER;   *
      * OTHERWISE THE DISC IS HERE AND THERE IS NOTHING TO QUEUE FOR.  *
      *----------------------------------------------------------------*
       RESERVE-PROMPT.
           PERFORM CHECK-MOVIE-ON-LOAN
           PERFORM CHECK-COPY-ON-SHELF-HERE

           IF MOVIE-NOT-ON-LOAN
              AND COPY-ON-SHELF-HERE
              DISPLAY MESSAGE BOX
                 "A copy is on the shelf here - no hold needed"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE CODIGO      TO TRF-SEEK-CODIGO
           MOVE THIS-BRANCH TO TRF-SEEK-BRANCH
           PERFORM FIND-COPY-ELSEWHERE

           IF MOVIE-NOT-ON-LOAN
              AND NOT COPY-ELSEWHERE-FOUND
              DISPLAY MESSAGE BOX
                 "This title is not out on loan - no hold needed"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
              EXIT PARAGRAPH
           END-IF

           IF BRW-IS-PENDING
              DISPLAY MESSAGE BOX
                 "This application has not been approved yet - hold not taken!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE CODIGO TO RSV-CODIGO
           PERFORM GET-NEXT-RSV-SEQ

           MOVE "W"    TO RSV-STATUS
           MOVE ZERO   TO RSV-FILLED-DT
           MOVE ZERO   TO RSV-PICKUP-BY
           MOVE THIS-BRANCH TO RSV-PICKUP-BRANCH
           MOVE ZERO   TO RSV-CLOSED-DT

           WRITE RSV-REC
                 INVALID KEY
                        "Error writing the hold record"
                        TITLE TITLEX
                        ICON  3
                     EXIT PARAGRAPH
           END-WRITE

           SET RSV-DONE TO TRUE

           MOVE "N" TO AVL-FROM-STATUS
           PERFORM MOVE-CATALOG-HOLD-AVAILABILITY

           PERFORM ESTIMATE-HOLD-TURN

      *> NOTHING ON THIS BRANCH'S SHELF BUT ANOTHER BRANCH HAS ONE -
      *> ASK FOR IT NOW RATHER THAN WAIT FOR A RETURN HERE
           IF NOT COPY-ON-SHELF-HERE
              MOVE CODIGO      TO TRF-SEEK-CODIGO
              MOVE THIS-BRANCH TO TRF-SEEK-BRANCH
              PERFORM FIND-COPY-ELSEWHERE
              IF COPY-ELSEWHERE-FOUND
                 PERFORM REQUEST-COPY-FOR-HOLD
                 PERFORM CONFIRM-HOLD-BY-MAIL
                 EXIT PARAGRAPH
              END-IF
           END-IF

           PERFORM CONFIRM-HOLD-BY-MAIL

           DISPLAY MESSAGE "Hold placed - queue position "
                   RSV-SEQ ETA-TURN-TEXT
                   TITLE TITLEX
           .
      /
      *----------------------------------------------------------------*
      * THE HOLD JUST WRITTEN WILL BE FILLED FROM ANOTHER BRANCH'S     *
      * SHELF: RAISE A TRANSFER REQUEST FOR THE COPY FIND-COPY-        *
      * ELSEWHERE LEFT IN CP-REC AND MARK THE HOLD IN TRANSIT SO       *
      * RETURNS HERE DO NOT FILL IT A SECOND TIME                      *
      *----------------------------------------------------------------*
       REQUEST-COPY-FOR-HOLD.
           INITIALIZE TRF-REC
           MOVE CP-CODIGO       TO TRF-CODIGO
           MOVE CP-COPY-NO      TO TRF-COPY-NO
           MOVE TRF-COPY-BRANCH TO TRF-FROM-BRANCH
           MOVE THIS-BRANCH     TO TRF-TO-BRANCH
           MOVE "R"             TO TRF-STATUS
           MOVE AUD-OPERATOR-ID TO TRF-OPERATOR
           MOVE RSV-CODIGO      TO TRF-RSV-CODIGO
           MOVE RSV-SEQ         TO TRF-RSV-SEQ
           PERFORM RAISE-TRANSFER

           IF NOT TRANSFER-RAISED
              DISPLAY MESSAGE "Hold placed - queue position "
                      RSV-SEQ ETA-TURN-TEXT
                      TITLE TITLEX
              EXIT PARAGRAPH
           END-IF

           MOVE "T" TO RSV-STATUS
           REWRITE RSV-REC
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  MOVE "W" TO AVL-FROM-STATUS
                  PERFORM MOVE-CATALOG-HOLD-AVAILABILITY
           END-REWRITE

           DISPLAY MESSAGE BOX
              "Hold placed - copy " TRF-COPY-NO " is being requested "
              "from branch " TRF-FROM-BRANCH " (transfer " TRF-NO ")"
              TITLE TITLEX
              ICON  1
           .
      /
      *----------------------------------------------------------------*
      * SET COPY-ON-SHELF-HERE IF ANY COPY OF THIS MOVIE IS ON THE     *
      * SHELF AT THIS STATION'S BRANCH                                 *
      *----------------------------------------------------------------*
       CHECK-COPY-ON-SHELF-HERE.
           SET COPY-ON-SHELF-HERE TO FALSE
           SET COPIES-AT-END TO FALSE

           MOVE CODIGO TO CP-CODIGO
           MOVE ZERO   TO CP-COPY-NO

           START COPIES KEY >= CP-KEY
                 INVALID KEY
                     SET COPIES-AT-END TO TRUE
                 NOT INVALID KEY
                     READ COPIES NEXT RECORD
                          AT END SET COPIES-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL COPIES-AT-END
                      OR COPY-ON-SHELF-HERE
                      OR CP-CODIGO NOT = CODIGO
              MOVE CP-BRANCH TO TRF-COPY-BRANCH
              IF TRF-COPY-BRANCH = SPACES
                 MOVE HOME-BRANCH TO TRF-COPY-BRANCH
              END-IF

              IF CP-IS-IN
                 AND TRF-COPY-BRANCH = THIS-BRANCH
                 SET COPY-ON-SHELF-HERE TO TRUE
              END-IF

              READ COPIES NEXT RECORD
                   AT END SET COPIES-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
           PERFORM LOAD-COPIES-LIST

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 24,50,
              SIZE 56,00,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
                   PERFORM OPEN-LOC-MAINT
              WHEN KEY-STATUS = 7046
                   PERFORM MARK-COPY-FOR-SALE
              WHEN KEY-STATUS = 7047
                   PERFORM REQUEST-COPY-TRANSFER
              WHEN KEY-STATUS = 7048
                   PERFORM OPEN-TRANSFER-MAINT
              WHEN KEY-STATUS = 7051
                   PERFORM RETURN-COPY-TO-VENDOR
              WHEN KEY-STATUS = 7052
                   PERFORM BOOK-VENDOR-CREDIT
           END-EVALUATE
           .
      /
                     CP-LOCATION  DELIMITED BY SIZE
                     "  "         DELIMITED BY SIZE
                     CP-STATUS    DELIMITED BY SIZE
                     "  "         DELIMITED BY SIZE
                     CP-BRANCH    DELIMITED BY SIZE
                INTO CPY-ROW (CPY-CNT)
              END-STRING

              END-READ
           END-IF

           MOVE "I"         TO CP-STATUS
           MOVE THIS-BRANCH TO CP-BRANCH

      *> THE DISC GOES INTO SERVICE TODAY - THE MONTHLY DEPRUN RUN
      *> STAMPS ITS COST, LIFE AND METHOD THE FIRST TIME IT SEES IT
           INITIALIZE CP-DEP-DATA
           ACCEPT CP-INSVC-DT FROM DATE YYYYMMDD
           MOVE ZERO TO CP-CIRC-COUNT

           WRITE CP-REC
                 INVALID KEY
                INVALID
                    CONTINUE
                NOT INVALID
                    EVALUATE TRUE
                    WHEN CP-IS-OUT
                       DISPLAY MESSAGE BOX
                          "That copy is out on loan - not removed!"
                          TITLE TITLEX
                          ICON  3
                    WHEN CP-IS-TRANSIT
                       DISPLAY MESSAGE BOX
                          "That copy is in transit - not removed!"
                          TITLE TITLEX
                          ICON  3
                    WHEN CP-IS-VENDOR
                       DISPLAY MESSAGE BOX
                          "That copy awaits a vendor credit - not removed!"
                          TITLE TITLEX
                          ICON  3
                    WHEN OTHER
                       DELETE COPIES RECORD
                       PERFORM RECOUNT-COPIES
                       PERFORM LOAD-COPIES-LIST
                       DISPLAY COPIES-LB
                    END-EVALUATE
           END-READ

           MOVE ZERO TO CPY-SEL-NO
           .
      /
      *----------------------------------------------------------------*
      * RAISE A TRANSFER REQUEST FOR THE SELECTED COPY TO THE BRANCH   *
      * TYPED IN "TO BRANCH".  THE COPY STAYS ON ITS SHELF UNTIL THE   *
      * SENDING BRANCH SHIPS IT FROM THE TRANSFER SCREEN               *
      *----------------------------------------------------------------*
       REQUEST-COPY-TRANSFER.
           IF CPY-SEL-NO = ZERO
              DISPLAY MESSAGE BOX
                 "Select a copy to transfer first"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO TRF-SEEK-BRANCH
           INQUIRE EF-CPY-TOBR VALUE IN TRF-SEEK-BRANCH

           IF TRF-SEEK-BRANCH = SPACES
              DISPLAY MESSAGE BOX
                 "Type the branch to send the copy to"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE CODIGO     TO CP-CODIGO
           MOVE CPY-SEL-NO TO CP-COPY-NO

           READ COPIES
                INVALID
                    EXIT PARAGRAPH
           END-READ

           IF NOT CP-IS-IN
              DISPLAY MESSAGE BOX
                 "Only a copy on the shelf can be transferred"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE CP-BRANCH TO TRF-COPY-BRANCH
           IF TRF-COPY-BRANCH = SPACES
              MOVE HOME-BRANCH TO TRF-COPY-BRANCH
           END-IF

           IF TRF-SEEK-BRANCH = TRF-COPY-BRANCH
              DISPLAY MESSAGE BOX
                 "That copy is already at branch " TRF-COPY-BRANCH
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE CODIGO     TO TRF-SEEK-CODIGO
           MOVE CPY-SEL-NO TO TRF-SEEK-COPY-NO
           PERFORM FIND-OPEN-TRANSFER

           IF OPEN-TRANSFER-FOUND
              DISPLAY MESSAGE BOX
                 "That copy already has an open transfer (no. "
                 TRF-NO ")"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           INITIALIZE TRF-REC
           MOVE CODIGO          TO TRF-CODIGO
           MOVE CPY-SEL-NO      TO TRF-COPY-NO
           MOVE TRF-COPY-BRANCH TO TRF-FROM-BRANCH
           MOVE TRF-SEEK-BRANCH TO TRF-TO-BRANCH
           MOVE "R"             TO TRF-STATUS
           MOVE AUD-OPERATOR-ID TO TRF-OPERATOR
           PERFORM RAISE-TRANSFER

           IF TRANSFER-RAISED
              DISPLAY MESSAGE BOX
                 "Transfer " TRF-NO " requested from "
                 TRF-FROM-BRANCH " to " TRF-TO-BRANCH
                 TITLE TITLEX
                 ICON  1
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE TRANSFER SCREEN (SHIP / RECEIVE / CANCEL), THEN       *
      * RELOAD THE LIST - A RECEIVING SCAN CHANGES STATUS AND BRANCH   *
      *----------------------------------------------------------------*
       OPEN-TRANSFER-MAINT.
           CLOSE TRANSFERS
           CLOSE COPIES
           CALL   "TTRANSF.ACU"
           CANCEL "TTRANSF.ACU"
           OPEN I-O COPIES
           OPEN I-O TRANSFERS

           PERFORM LOAD-COPIES-LIST
           DISPLAY COPIES-LB
           MOVE ZERO TO CPY-SEL-NO
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE SHELF-LOCATION MASTER SCREEN                          *
      *----------------------------------------------------------------*
       OPEN-LOC-MAINT.
              EXIT PARAGRAPH
           END-IF

           IF CP-IS-LOST
              DISPLAY MESSAGE BOX
                 "That copy is declared lost - not sent!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF CP-IS-TRANSIT
              DISPLAY MESSAGE BOX
                 "That copy is in transit - not sent!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF CP-IS-VENDOR
              DISPLAY MESSAGE BOX
                 "That copy went back to its distributor - not sent!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE CP-STATUS TO AVL-FROM-STATUS
           MOVE "R" TO CP-STATUS
           REWRITE CP-REC
              INVALID KEY
                  EXIT PARAGRAPH
           END-REWRITE

           PERFORM MOVE-CATALOG-COPY-AVAILABILITY

           PERFORM GET-NEXT-REPAIR-SEQ

           MOVE CODIGO        TO RPR-CODIGO
                 MOVE "B" TO CP-CONDITION
              END-IF

              MOVE "R" TO AVL-FROM-STATUS
              MOVE "I" TO CP-STATUS
              REWRITE CP-REC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     PERFORM MOVE-CATALOG-COPY-AVAILABILITY
              END-REWRITE

              IF OPEN-REPAIR-FOUND

              DISPLAY MESSAGE "Copy back on the shelf!"
           ELSE
              PERFORM LOG-SCRAPPED-COPY

              DELETE COPIES RECORD
              PERFORM RECOUNT-COPIES

           .
      /
      *----------------------------------------------------------------*
      * A SCRAPPED COPY LEAVES THE BOOKS - ITS DEPRECIATION FIGURES GO *
      * ON THE DISPOSAL LOG FOR THE NEXT DEPRUN RUN TO WRITE OFF AS A  *
      * LOSS ON DISPOSAL (A SCRAPPING FETCHES NOTHING)                 *
      *----------------------------------------------------------------*
       LOG-SCRAPPED-COPY.
           INITIALIZE DSX-REC

           ACCEPT DSX-DATE FROM DATE YYYYMMDD
           MOVE "C"             TO DSX-KIND
           MOVE CP-CODIGO       TO DSX-ITEM
           MOVE CP-COPY-NO      TO DSX-COPY-NO
           MOVE "X"             TO DSX-REASON
           MOVE ZERO            TO DSX-PROCEEDS
           MOVE AUD-OPERATOR-ID TO DSX-OPERATOR
           MOVE CP-INSVC-DT     TO DSX-INSVC-DT
           MOVE CP-DEP-LIFE     TO DSX-DEP-LIFE
           MOVE CP-DEP-METHOD   TO DSX-DEP-METHOD
           MOVE CP-DEP-COST     TO DSX-DEP-COST
           MOVE CP-DEP-ACCUM    TO DSX-DEP-ACCUM
           MOVE CP-DEP-THRU     TO DSX-DEP-THRU

           WRITE DSX-REC
              INVALID KEY CONTINUE
           END-WRITE
           .
      /
      *----------------------------------------------------------------*
      * SEND THE SELECTED COPY BACK TO ITS DISTRIBUTOR AS DEFECTIVE    *
      * NEW STOCK - THE COPY GOES UNAVAILABLE (STATUS V) AND OFF THE   *
      * ON-HAND COUNT, AND AN OPEN ROW GOES ON THE RETURN-TO-VENDOR    *
      * LOG WITH THE RMA NUMBER AND THE CREDIT EXPECTED (WHAT THE DISC *
      * COST WHEN NONE IS TYPED)                                       *
      *----------------------------------------------------------------*
       RETURN-COPY-TO-VENDOR.
           IF CPY-SEL-NO = ZERO
              DISPLAY MESSAGE BOX
                 "Select a copy to return first"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           INQUIRE EF-RTV-RMA    VALUE IN VRT-RMA-IN
           INQUIRE EF-RTV-CREDIT VALUE IN VRT-CREDIT-IN

           IF VRT-RMA-IN = SPACES
              DISPLAY MESSAGE BOX
                 "Type the distributor's RMA number first"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE CODIGO     TO CP-CODIGO
           MOVE CPY-SEL-NO TO CP-COPY-NO

           READ COPIES
                INVALID
                    EXIT PARAGRAPH
           END-READ

           IF CP-IS-VENDOR
              DISPLAY MESSAGE BOX
                 "That copy has already gone back to its distributor"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF NOT CP-IS-IN
              DISPLAY MESSAGE BOX
                 "Only a copy on the shelf can go back to its "
                 "distributor"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           PERFORM GET-NEXT-RETURN-SEQ

           INITIALIZE VRT-REC
           MOVE CODIGO        TO VRT-CODIGO
           MOVE CPY-SEL-NO    TO VRT-COPY-NO
           MOVE VRT-NEXT-SEQ  TO VRT-SEQ
           MOVE VRT-RMA-IN    TO VRT-RMA-NO
           MOVE DISTRIB       TO VRT-DISTRIB

      *> THE SUPPLIER ON THE ACQUISITION RECORD IS WHO WE BOUGHT THE
      *> BATCH FROM; THE TITLE'S DISTRIBUTOR STANDS IN WITHOUT ONE
           MOVE CODIGO TO ACQ-CODIGO
           READ ACQUIS
                INVALID
                    MOVE ZERO TO ACQ-COST
                NOT INVALID
                    IF ACQ-SOURCE NOT = SPACES
                       MOVE ACQ-SOURCE TO VRT-DISTRIB
                    END-IF
           END-READ

           IF VRT-CREDIT-IN = ZERO
              IF CP-DEP-COST > ZERO
                 MOVE CP-DEP-COST TO VRT-CREDIT-IN
              ELSE
                 MOVE ACQ-COST    TO VRT-CREDIT-IN
              END-IF
           END-IF

           MOVE VRT-CREDIT-IN TO VRT-CREDIT-TEXT

           DISPLAY MESSAGE BOX
              "Return this copy to " VRT-DISTRIB
              " for a credit of " VRT-CREDIT-TEXT "?"
              TITLE   TITLEX
              TYPE    MB-YES-NO
              DEFAULT MB-YES
              GIVING  DECISION

           IF DECISION NOT = MB-YES
              EXIT PARAGRAPH
           END-IF

           MOVE "V" TO CP-STATUS
           REWRITE CP-REC
              INVALID KEY
                  DISPLAY MESSAGE BOX
                     "Error updating the copy row"
                     TITLE TITLEX
                  EXIT PARAGRAPH
           END-REWRITE

           ACCEPT VRT-SENT-DT FROM DATE YYYYMMDD
           MOVE VRT-CREDIT-IN   TO VRT-CREDIT-EXP
           MOVE ZERO            TO VRT-CREDIT-RCVD
           MOVE ZERO            TO VRT-CREDIT-DT
           MOVE SPACE           TO VRT-STATUS
           MOVE AUD-OPERATOR-ID TO VRT-OPERATOR

           WRITE VRT-REC
                 INVALID KEY
                     DISPLAY MESSAGE BOX
                        "Error writing the return-to-vendor row"
                        TITLE TITLEX
                 NOT INVALID KEY
                     DISPLAY MESSAGE "Copy returned to the distributor!"
           END-WRITE

           PERFORM RECOUNT-COPIES
           PERFORM LOAD-COPIES-LIST
           DISPLAY COPIES-LB
           .
      /
      *----------------------------------------------------------------*
      * THE CREDIT NOTE FOR THE SELECTED COPY HAS ARRIVED - THE OPEN   *
      * RETURN IS CLOSED WITH WHAT WAS CREDITED (THE EXPECTED FIGURE   *
      * WHEN NONE IS TYPED), THE TITLE'S ACQUISITION COST COMES DOWN   *
      * BY IT, AND THE COPY LEAVES THE BOOKS THROUGH THE DISPOSAL LOG  *
      *----------------------------------------------------------------*
       BOOK-VENDOR-CREDIT.
           IF CPY-SEL-NO = ZERO
              DISPLAY MESSAGE BOX
                 "Select the copy first"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE CODIGO     TO CP-CODIGO
           MOVE CPY-SEL-NO TO CP-COPY-NO

           READ COPIES
                INVALID
                    EXIT PARAGRAPH
           END-READ

           IF NOT CP-IS-VENDOR
              DISPLAY MESSAGE BOX
                 "That copy is not waiting on a vendor credit"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OPEN-RETURN-ROW

           IF NOT OPEN-RETURN-FOUND
              DISPLAY MESSAGE BOX
                 "No open return on file for that copy"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           INQUIRE EF-RTV-CREDIT VALUE IN VRT-CREDIT-IN
           IF VRT-CREDIT-IN = ZERO
              MOVE VRT-CREDIT-EXP TO VRT-CREDIT-IN
           END-IF

           MOVE VRT-CREDIT-IN TO VRT-CREDIT-TEXT

           DISPLAY MESSAGE BOX
              "Book a credit of " VRT-CREDIT-TEXT " from "
              VRT-DISTRIB " (RMA " VRT-RMA-NO ")? "
              "The copy leaves stock for good."
              TITLE   TITLEX
              TYPE    MB-YES-NO
              DEFAULT MB-YES
              GIVING  DECISION

           IF DECISION NOT = MB-YES
              EXIT PARAGRAPH
           END-IF

           MOVE VRT-CREDIT-IN TO VRT-CREDIT-RCVD
           ACCEPT VRT-CREDIT-DT FROM DATE YYYYMMDD
           MOVE "C"           TO VRT-STATUS
           REWRITE VRT-REC
              INVALID KEY
                  DISPLAY MESSAGE BOX
                     "Error updating the return-to-vendor row"
                     TITLE TITLEX
                  EXIT PARAGRAPH
           END-REWRITE

      *> WHAT THE TITLE COST US IS WHAT WAS PAID LESS WHAT CAME BACK
           MOVE CODIGO TO ACQ-CODIGO
           READ ACQUIS
                INVALID
                    CONTINUE
                NOT INVALID
                    IF ACQ-COST > VRT-CREDIT-IN
                       SUBTRACT VRT-CREDIT-IN FROM ACQ-COST
                    ELSE
                       MOVE ZERO TO ACQ-COST
                    END-IF
                    REWRITE ACQ-REC
                       INVALID KEY CONTINUE
                    END-REWRITE
           END-READ

           PERFORM LOG-RETURNED-COPY

           DELETE COPIES RECORD
           PERFORM RECOUNT-COPIES

           DISPLAY MESSAGE "Vendor credit booked - copy retired!"

           PERFORM LOAD-COPIES-LIST
           DISPLAY COPIES-LB
           MOVE ZERO TO CPY-SEL-NO
           .
      /
      *----------------------------------------------------------------*
      * A CREDITED COPY LEAVES THE BOOKS LIKE A SCRAPPED ONE, BUT THE  *
      * CREDIT STANDS AS ITS PROCEEDS, SO DEPRUN WRITES OFF ONLY WHAT  *
      * THE DISTRIBUTOR DID NOT GIVE BACK                              *
      *----------------------------------------------------------------*
       LOG-RETURNED-COPY.
           INITIALIZE DSX-REC

           ACCEPT DSX-DATE FROM DATE YYYYMMDD
           MOVE "C"             TO DSX-KIND
           MOVE CP-CODIGO       TO DSX-ITEM
           MOVE CP-COPY-NO      TO DSX-COPY-NO
           MOVE "V"             TO DSX-REASON
           MOVE VRT-CREDIT-IN   TO DSX-PROCEEDS
           MOVE AUD-OPERATOR-ID TO DSX-OPERATOR
           MOVE CP-INSVC-DT     TO DSX-INSVC-DT
           MOVE CP-DEP-LIFE     TO DSX-DEP-LIFE
           MOVE CP-DEP-METHOD   TO DSX-DEP-METHOD
           MOVE CP-DEP-COST     TO DSX-DEP-COST
           MOVE CP-DEP-ACCUM    TO DSX-DEP-ACCUM
           MOVE CP-DEP-THRU     TO DSX-DEP-THRU

           WRITE DSX-REC
              INVALID KEY CONTINUE
           END-WRITE
           .
      /
      *----------------------------------------------------------------*
      * PULL THE SELECTED COPY FOR THE EX-RENTAL SALE BIN - THE        *
      * ASKING PRICE IS GRADED OFF THE ACQUISITION REPLACEMENT VALUE   *
      * BY CONDITION (A HALF, B A THIRD, C A FIFTH, D A TENTH), A      *
              EXIT PARAGRAPH
           END-IF

           IF CP-IS-LOST
              DISPLAY MESSAGE BOX
                 "That copy is declared lost - not pulled!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF CP-IS-TRANSIT
              DISPLAY MESSAGE BOX
                 "That copy is in transit - not pulled!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF CP-IS-VENDOR
              DISPLAY MESSAGE BOX
                 "That copy went back to its distributor - not pulled!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO   TO SALE-ASK-WORK
           MOVE CODIGO TO ACQ-CODIGO
           READ ACQUIS
              EXIT PARAGRAPH
           END-IF

           MOVE CP-STATUS TO AVL-FROM-STATUS
           MOVE "S" TO CP-STATUS
           REWRITE CP-REC
              INVALID KEY
                  EXIT PARAGRAPH
           END-REWRITE

           PERFORM MOVE-CATALOG-COPY-AVAILABILITY

           MOVE CODIGO        TO SLE-CODIGO
           MOVE CPY-SEL-NO    TO SLE-COPY-NO
           MOVE SALE-ASK-WORK TO SLE-ASK-PRICE
           .
      /
      *----------------------------------------------------------------*
      * THE NEXT RETURN SEQUENCE FOR THE SELECTED COPY'S ROWS ON THE   *
      * RETURN-TO-VENDOR LOG                                           *
      *----------------------------------------------------------------*
       GET-NEXT-RETURN-SEQ.
           MOVE 1 TO VRT-NEXT-SEQ
           SET VENDRET-AT-END TO FALSE

           MOVE CODIGO     TO VRT-CODIGO
           MOVE CPY-SEL-NO TO VRT-COPY-NO
           MOVE ZERO       TO VRT-SEQ

           START VENDRET KEY >= VRT-KEY
                 INVALID KEY
                     SET VENDRET-AT-END TO TRUE
                 NOT INVALID KEY
                     READ VENDRET NEXT RECORD
                          AT END SET VENDRET-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL VENDRET-AT-END
                      OR VRT-CODIGO NOT = CODIGO
                      OR VRT-COPY-NO NOT = CPY-SEL-NO
              COMPUTE VRT-NEXT-SEQ = VRT-SEQ + 1

              READ VENDRET NEXT RECORD
                   AT END SET VENDRET-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * THE SELECTED COPY'S RETURN STILL WAITING ON ITS CREDIT, LEFT   *
      * CURRENT IN VRT-REC WHEN FOUND                                  *
      *----------------------------------------------------------------*
       FIND-OPEN-RETURN-ROW.
           SET OPEN-RETURN-FOUND TO FALSE
           SET VENDRET-AT-END TO FALSE
           MOVE ZERO TO VRT-OPEN-SEQ

           MOVE CODIGO     TO VRT-CODIGO
           MOVE CPY-SEL-NO TO VRT-COPY-NO
           MOVE ZERO       TO VRT-SEQ

           START VENDRET KEY >= VRT-KEY
                 INVALID KEY
                     SET VENDRET-AT-END TO TRUE
                 NOT INVALID KEY
                     READ VENDRET NEXT RECORD
                          AT END SET VENDRET-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL VENDRET-AT-END
                      OR VRT-CODIGO NOT = CODIGO
                      OR VRT-COPY-NO NOT = CPY-SEL-NO
              IF VRT-IS-OPEN
                 MOVE VRT-SEQ TO VRT-OPEN-SEQ
              END-IF

              READ VENDRET NEXT RECORD
                   AT END SET VENDRET-AT-END TO TRUE
              END-READ
           END-PERFORM

           IF VRT-OPEN-SEQ = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE CODIGO       TO VRT-CODIGO
           MOVE CPY-SEL-NO   TO VRT-COPY-NO
           MOVE VRT-OPEN-SEQ TO VRT-SEQ

           READ VENDRET
                INVALID
                    CONTINUE
                NOT INVALID
                    SET OPEN-RETURN-FOUND TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * BOX-SET DIALOG - SHOW WHICH SET THE CURRENT TITLE BELONGS TO  *
      * AND THE REST OF THE BOX; ADD THE TITLE TO A SET (CREATING THE *
      * SET ON FIRST USE) OR TAKE IT OUT AGAIN                         *

           PERFORM UNTIL COPIES-AT-END
                      OR CP-CODIGO NOT = CODIGO
      *> A DISC SENT BACK TO THE DISTRIBUTOR IS NO LONGER STOCK
              IF NOT CP-IS-VENDOR
                 ADD 1 TO COPIES-ON-HAND
              END-IF
              MOVE CP-COPY-NO TO CPY-NEXT-NO

              READ COPIES NEXT RECORD
              INVALID KEY CONTINUE
           END-REWRITE

      *> A COPY ADDED, REMOVED OR RETURNED - COUNT THE TITLE AFRESH
      *> ON ITS AVAILABILITY SUMMARY (ADDING ITS ROW IF IT IS NEW)
           MOVE CODIGO TO AVL-WANT-CODIGO
           PERFORM REFRESH-AVAILABILITY

           MODIFY EF-COPIES VALUE COPIES-ON-HAND
           .

      *> THE COPY JUST REWRITTEN MOVES ITS TITLE'S SUMMARY COUNTS
       MOVE-CATALOG-COPY-AVAILABILITY.
           MOVE CP-CODIGO TO AVL-WANT-CODIGO
           MOVE CP-STATUS TO AVL-TO-STATUS
           PERFORM MOVE-COPY-AVAILABILITY
           .

      *> AND THE HOLD JUST WRITTEN OR REWRITTEN, ITS HOLD COUNTS
       MOVE-CATALOG-HOLD-AVAILABILITY.
           MOVE RSV-CODIGO TO AVL-WANT-CODIGO
           MOVE RSV-STATUS TO AVL-TO-STATUS
           PERFORM MOVE-HOLD-AVAILABILITY
           .
      /
      *----------------------------------------------------------------*
      * PRINT DIALOG - PICK THE PRINTER AND COPIES FOR THE REPORT      *
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE SCREEN-TITLE,
              AUTO-MINIMIZE,
              WITH SYSTEM MENU,
              USER-GRAY,
                  PERFORM FILMOG-PROMPT
               WHEN KEY-STATUS = 1033
                  PERFORM ACQ-PROMPT
               WHEN KEY-STATUS = 1037
                  PERFORM STREET-PROMPT
               WHEN KEY-STATUS = 1035
                  PERFORM BOXSET-PROMPT
               WHEN KEY-STATUS = 1036
                                  MOVE TITULO TO AUD-PEND-OLD-TITULO
                                  MOVE GENERO TO AUD-PEND-OLD-GENERO
                                  MOVE NOTA   TO AUD-PEND-OLD-NOTA
                                  MOVE SERIES-CODE TO PREV-SERIES-CODE

                                  DISPLAY MESSAGE BOX
                                     "Save changes to the current Entry?"
                                            MOVE "REWRIT" TO JRN-PEND-ACTION
                                            MOVE MOV-REC TO JRN-PEND-AFTER
                                            PERFORM WRITE-JOURNAL-RECORD
                                            PERFORM ANNOUNCE-TO-SUBS
                                     END-IF

                                  UNLOCK MOVIES
                         MOVE SPACES   TO JRN-PEND-BEFORE
                         MOVE MOV-REC  TO JRN-PEND-AFTER
                         PERFORM WRITE-JOURNAL-RECORD
                         MOVE ZERO TO PREV-SERIES-CODE
                         PERFORM ANNOUNCE-TO-SUBS
           END-WRITE
           .
      /
      *----------------------------------------------------------------*
      * A TITLE HAS JUST JOINED A SERIES - NEW TO THE CATALOG, OR      *
      * GIVEN A SERIES CODE IT DID NOT HAVE BEFORE THIS SAVE: A HOLD   *
      * FOR EVERY SUBSCRIBER                                           *
      *----------------------------------------------------------------*
       ANNOUNCE-TO-SUBS.
           IF SERIES-CODE = ZERO
              OR SERIES-CODE = PREV-SERIES-CODE
              EXIT PARAGRAPH
           END-IF

           PERFORM PLACE-SERIES-HOLDS

           IF SBS-PLACED-CNT > ZERO
              DISPLAY MESSAGE BOX
                 SBS-PLACED-CNT " series subscriber hold(s) placed on "
                 "this title"
                 TITLE TITLEX
                 ICON  1
           END-IF

           IF SBS-SKIPPED-CNT > ZERO
              DISPLAY MESSAGE BOX
                 SBS-SKIPPED-CNT " subscriber(s) blocked or not yet "
                 "approved - no hold placed for them"
                 TITLE TITLEX
                 ICON  2
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * SET DUP-TITLE-FOUND IF ANOTHER ENTRY ALREADY USES THIS TITLE   *
      *----------------------------------------------------------------*
       CHECK-DUPLICATE-TITLE.
           PERFORM LOAD-LOGO-BITMAP

           PERFORM UPDATE-RECORD-POSITION

           PERFORM SHOW-EXPECTED-AVAILABLE
           .
      /
      *----------------------------------------------------------------*
           .
      /
      *----------------------------------------------------------------*
      * WHEN EVERY COPY OF THE TITLE ON SCREEN IS OUT, SAY ON THE      *
      * STATUS BAR WHEN ONE SHOULD BE BACK FOR SOMEONE PLACING A HOLD  *
      * NOW, AND HOW MANY ARE ALREADY WAITING                          *
      *----------------------------------------------------------------*
       SHOW-EXPECTED-AVAILABLE.
           MOVE SPACES TO ETA-PANEL-TEXT

      *> A COPY FREE ON THE SUMMARY ROW - NOTHING TO ESTIMATE
           MOVE CODIGO TO AVL-WANT-CODIGO
           PERFORM LOOKUP-AVAILABILITY

           IF CODIGO NOT = ZERO
              AND (NOT AVL-WAS-FOUND OR AVL-FREE-NOW = ZERO)
              MOVE CODIGO         TO ETA-CODIGO
              MOVE COPIES-ON-HAND TO ETA-COPIES
              MOVE 1              TO ETA-EXTRA
              PERFORM ESTIMATE-AVAILABLE-DATE

              IF ETA-DATE > ZERO AND NOT ETA-ON-SHELF
                 MOVE ETA-DATE TO WK-DATE-YMD
                 PERFORM FORMAT-DATE-TEXT
                 MOVE ETA-QUEUE TO ETA-POS-TEXT
                 STRING "All copies out - expected around "
                                     DELIMITED BY SIZE
                        WK-DATE-TEXT DELIMITED BY SIZE
                        " ("         DELIMITED BY SIZE
                        FUNCTION TRIM (ETA-POS-TEXT)
                                     DELIMITED BY SIZE
                        " waiting)"  DELIMITED BY SIZE
                   INTO ETA-PANEL-TEXT
                 END-STRING
              END-IF
           END-IF

           MODIFY FORM1-ST-1-HANDLE,
                  PANEL-INDEX 3,
                  PANEL-TEXT  ETA-PANEL-TEXT
           .
      /
      *----------------------------------------------------------------*
      * THE HOLD JUST WRITTEN: WORK OUT WHEN ITS TURN SHOULD COME,     *
      * READY FOR THE ON-SCREEN MESSAGE (ETA-TURN-TEXT, SPACES WHEN A  *
      * COPY IS FREE NOW) AND THE CONFIRMATION MAIL                    *
      *----------------------------------------------------------------*
       ESTIMATE-HOLD-TURN.
           MOVE SPACES TO ETA-TURN-TEXT
           MOVE CODIGO         TO ETA-CODIGO
           MOVE COPIES-ON-HAND TO ETA-COPIES
           MOVE ZERO           TO ETA-EXTRA
           PERFORM ESTIMATE-AVAILABLE-DATE

           IF ETA-DATE > ZERO AND NOT ETA-ON-SHELF
              MOVE ETA-DATE TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              STRING " - your turn is expected around "
                                  DELIMITED BY SIZE
                     WK-DATE-TEXT DELIMITED BY SIZE
                INTO ETA-TURN-TEXT
              END-STRING
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * CONFIRM THE NEW HOLD TO A BORROWER WITH AN ADDRESS ON FILE -   *
      * THE TITLE, THE PLACE IN THE QUEUE AND WHEN THEIR TURN SHOULD   *
      * COME.  BRW-REC IS STILL THE HOLD'S BORROWER                    *
      *----------------------------------------------------------------*
       CONFIRM-HOLD-BY-MAIL.
           IF BRW-EMAIL = SPACES
              EXIT PARAGRAPH
           END-IF

           INITIALIZE MLQ-REC
           MOVE BRW-ID    TO MLQ-BORROWER-ID
           MOVE BRW-EMAIL TO MLQ-EMAIL
           MOVE "FILMOTECA - YOUR HOLD IS CONFIRMED" TO MLQ-SUBJECT
           MOVE TITULO TO MLQ-BODY-LINE (1)

           MOVE ETA-POSITION TO ETA-POS-TEXT
           STRING "YOUR PLACE IN THE QUEUE: " DELIMITED BY SIZE
                  FUNCTION TRIM (ETA-POS-TEXT)
                                              DELIMITED BY SIZE
             INTO MLQ-BODY-LINE (2)
           END-STRING

           EVALUATE TRUE
              WHEN RSV-IS-TRANSIT
                 MOVE "A COPY IS ON ITS WAY FROM ANOTHER BRANCH"
                   TO MLQ-BODY-LINE (3)
              WHEN ETA-DATE > ZERO AND NOT ETA-ON-SHELF
                 MOVE ETA-DATE TO WK-DATE-YMD
                 PERFORM FORMAT-DATE-TEXT
                 STRING "YOUR TURN IS EXPECTED AROUND "
                                     DELIMITED BY SIZE
                        WK-DATE-TEXT DELIMITED BY SIZE
                   INTO MLQ-BODY-LINE (3)
                 END-STRING
           END-EVALUATE

           MOVE "WE WILL WRITE AGAIN WHEN IT IS READY TO COLLECT"
             TO MLQ-BODY-LINE (4)

           PERFORM QUEUE-EMAIL
           .
      /
      *----------------------------------------------------------------*
      * PUT THE DATA FROM THE FILE INTO SCREEN FIELDS                  *
      *----------------------------------------------------------------*
       FROMREC-TOSCREEN.
           .
      /
      *----------------------------------------------------------------*
      * STREET DATE DIALOG - THE DISTRIBUTOR'S RELEASE DATE FOR THE    *
      * CURRENT TITLE.  THE LOANS SCREEN REFUSES A CHECKOUT BEFORE IT  *
      * AND RENTS THE TITLE AT THE NEW-RELEASE TIER FOR THE SETTINGS'  *
      * WINDOW AFTER IT.  CLEARING THE DATE DROPS THE ROW              *
      *----------------------------------------------------------------*
       STREET-PROMPT.
           SET SDT-DONE TO FALSE

           MOVE CODIGO TO SDT-CODIGO
           READ STREET
                INVALID
                    INITIALIZE SDT-REC
                    MOVE CODIGO TO SDT-CODIGO
           END-READ

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 10,00,
              SIZE 50,00,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE "STREET DATE",
              WITH SYSTEM MENU,
              HANDLE IS SDT-FORM-HANDLE,

           DISPLAY SDT-FORM

           MOVE SDT-STREET-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MODIFY EF-SDT-DATE   VALUE WK-DATE-TEXT

           PERFORM UNTIL SDT-DONE
              ACCEPT SDT-FORM
                 ON EXCEPTION
                    PERFORM SDT-EVALUATE-FUNC
              END-ACCEPT
           END-PERFORM

           DESTROY SDT-FORM-HANDLE
           INITIALIZE KEY-STATUS
           .

       SDT-EVALUATE-FUNC.
           EVALUATE TRUE
              WHEN EXIT-PUSHED
                   SET SDT-DONE TO TRUE
              WHEN EVENT-OCCURRED
                   IF EVENT-TYPE = CMD-CLOSE
                      SET SDT-DONE TO TRUE
                   END-IF
              WHEN KEY-STATUS = 7049
                   PERFORM SDT-SAVE
              WHEN KEY-STATUS = 7050
                   SET SDT-DONE TO TRUE
           END-EVALUATE
           .

       SDT-SAVE.
           INQUIRE EF-SDT-DATE   VALUE IN WK-DATE-TEXT
           PERFORM PARSE-DATE-TEXT
           IF WK-DATE-INVALID
              DISPLAY MESSAGE BOX
                 "That is not a real calendar date"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE CODIGO TO SDT-CODIGO

      *> A BLANK DATE LIFTS THE EMBARGO AND THE TIER ALTOGETHER
           IF WK-DATE-YMD = ZERO
              DELETE STREET
                 INVALID KEY
                     CONTINUE
              END-DELETE
              DISPLAY MESSAGE "Street date cleared!"
              SET SDT-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE WK-DATE-YMD     TO SDT-STREET-DT
           ACCEPT TODAY-DT FROM DATE YYYYMMDD
           MOVE TODAY-DT        TO SDT-UPDATED-DT
           MOVE AUD-OPERATOR-ID TO SDT-OPERATOR

           WRITE SDT-REC
                 INVALID KEY
                     REWRITE SDT-REC
                        INVALID KEY
                            DISPLAY MESSAGE BOX
                               "Error during REWRITE"
                               TITLE TITLEX
                        NOT INVALID KEY
                            DISPLAY MESSAGE "Street date saved!"
                            SET SDT-DONE TO TRUE
                     END-REWRITE
                 NOT INVALID KEY
                     DISPLAY MESSAGE "Street date saved!"
                     SET SDT-DONE TO TRUE
           END-WRITE
           .
      /
      *----------------------------------------------------------------*
      * FILMOGRAPHY DIALOG - TAKE AN ACT-ID OR A NAME FRAGMENT, LIST   *
      * EVERY CATALOG ENTRY LINKED TO THAT ACTOR THROUGH MOVACT, AND   *
      * PRINT THE FILMOGRAPHY WITH GRADE AND AVAILABILITY ON REQUEST   *
                    EXIT PARAGRAPH
           END-READ

      *> THE SUMMARY ROW WHEN THERE IS ONE, ELSE THE LOANS WALK
           MOVE CODIGO TO AVL-WANT-CODIGO
           PERFORM LOOKUP-AVAILABILITY
           IF AVL-WAS-FOUND
              IF AVL-FREE-NOW = ZERO
                 SET MOVIE-ON-LOAN TO TRUE
              ELSE
                 SET MOVIE-NOT-ON-LOAN TO TRUE
              END-IF
           ELSE
              PERFORM CHECK-MOVIE-ON-LOAN
           END-IF

           IF MOVIE-ON-LOAN
              MOVE "ON LOAN  " TO FG-AVAIL-TEXT
