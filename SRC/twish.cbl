      *          ORDER TO ARRIVAL, WITH A DUPLICATE CHECK AGAINST      *
      *          THE CATALOG AT ENTRY TIME AND A ONE-STEP CONVERT      *
      *          INTO A CATALOG RECORD WHEN THE DISC ARRIVES.          *
      *          MARKING A REQUEST ORDERED COMMITS ITS QUOTED PRICE    *
      *          AGAINST THE GENRE'S ACQUISITIONS BUDGET FOR THE       *
      *          FISCAL YEAR, WITH A WARNING WHEN IT WOULD OVERSPEND.  *
      *          ONCE A REQUEST IS ORDERED THE DESK CAN QUEUE PATRONS  *
      *          ON IT AS PRE-ORDER HOLDS; THE CONVERT MOVES THEM ONTO *
      *          THE NEW TITLE'S HOLD QUEUE IN THE ORDER THEY WERE     *
      *          TAKEN, AND THE STATUS BAR SAYS HOW MANY COPIES THE    *
      *          WAITING QUEUE CALLS FOR.                              *
      *          A REQUEST GIVEN A SERIES ALSO QUEUES THE SERIES'      *
      *          SUBSCRIBERS ON THE NEW TITLE WHEN IT IS CONVERTED.    *
      *                                                                *
      ******************************************************************
      /
          COPY 'CPVIDWSA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDDSA.CPY'.
          COPY 'CPVIDGES.CPY'.
          COPY 'CPVIDBGA.CPY'.
          COPY 'CPVIDAQA.CPY'.
          COPY 'CPVIDPRA.CPY'.
          COPY 'CPVIDPOA.CPY'.
          COPY 'CPVIDRSA.CPY'.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDSRA.CPY'.
          COPY 'CPVIDSBA.CPY'.
          COPY 'CPVIDMQA.CPY'.
          COPY 'CPVIDAVA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
      *
       FD DISTRIBS.
          COPY 'CPVIDDST.CPY'.
      *
       FD GENRES.
          COPY 'CPVIDGEN.CPY'.
      *
       FD BUDGET.
          COPY 'CPVIDBGT.CPY'.
      *
       FD ACQUIS.
          COPY 'CPVIDAQN.CPY'.
      *
       FD PARAMS.
          COPY 'CPVIDPRM.CPY'.
      *
       FD PREORD.
          COPY 'CPVIDPOH.CPY'.
      *
       FD RESERVES.
          COPY 'CPVIDRSV.CPY'.
      *
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD SERIES.
          COPY 'CPVIDSER.CPY'.
      *
       FD SUBSCRIBE.
          COPY 'CPVIDSBS.CPY'.
      *
       FD MAILQ.
          COPY 'CPVIDMLQ.CPY'.
      *
       FD AVAIL.
          COPY 'CPVIDAVL.CPY'.

       WORKING-STORAGE      SECTION.
               COPY "ACUGUI.DEF".
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-DISTRIBS   PIC X(2).
           88 VALID-STATUS-DISTRIBS VALUE IS "00" THRU "09".
       77 STATUS-GENRES     PIC X(2).
           88 VALID-STATUS-GENRES VALUE IS "00" THRU "09".
       77 STATUS-BUDGET     PIC X(2).
           88 VALID-STATUS-BUDGET VALUE IS "00" THRU "09".
       77 STATUS-ACQUIS     PIC X(2).
           88 VALID-STATUS-ACQUIS VALUE IS "00" THRU "09".
       77 STATUS-PARAMS     PIC X(2).
           88 VALID-STATUS-PARAMS VALUE IS "00" THRU "09".
       77 NEXT-CODIGO       PIC 9(5) VALUE ZERO.
       77 HOLD-WSH-TITLE    PIC X(30) VALUE SPACES.
          COPY 'CPVIDVSV.CPY'.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.
          COPY 'CPVIDFYV.CPY'.

      * THE ROW BEING SAVED, PARKED WHILE THE ON-FILE COPY AND THE
      * REST OF THE WISHLIST ARE READ FOR THE BUDGET CHECK
       01 HOLD-WSH-REC      PIC X(118).
       77 OLD-WSH-STATUS    PIC X(01) VALUE SPACE.
       77 SW-WSH-ON-FILE    PIC 9 VALUE ZERO.
           88 WSH-ON-FILE   VALUE 1, FALSE 0.
       77 SW-SCAN-EOF       PIC 9 VALUE ZERO.
           88 SCAN-AT-END   VALUE 1, FALSE 0.
       77 SW-BUDGET-OK      PIC 9 VALUE 1.
           88 BUDGET-OK     VALUE 1, FALSE 0.
       77 CHK-FISCAL-YR     PIC 9(04) VALUE ZERO.
       77 CHK-GENRE         PIC 9(03) VALUE ZERO.
       77 CHK-PRICE         PIC 9(05)V99 VALUE ZERO.
       77 CHK-ID            PIC 9(05) VALUE ZERO.
       77 CHK-GENRE-NUM     PIC 9(03) VALUE ZERO.
       77 BDG-COMMITTED     PIC 9(07)V99 VALUE ZERO.
       77 BDG-SPENT         PIC 9(07)V99 VALUE ZERO.
       77 BDG-REMAINING     PIC S9(07)V99 VALUE ZERO.
       77 BDG-OVER          PIC 9(07)V99 VALUE ZERO.
       77 BDG-OVER-ED       PIC Z(6)9,99.

       01 SAVE-KEY.
           10 SAVE-WSH-ID   PIC  9(05).

       77 DECISION          PIC 9.

      * PRE-ORDER HOLDS - PATRONS QUEUED ON AN ORDERED REQUEST, AND
      * WHAT THE WAITING QUEUE MEANS FOR THE NUMBER OF COPIES TO BUY
       77 STATUS-PREORD     PIC X(2).
           88 VALID-STATUS-PREORD VALUE IS "00" THRU "09".
       77 STATUS-RESERVES   PIC X(2).
           88 VALID-STATUS-RESERVES VALUE IS "00" THRU "09".
       77 STATUS-BORROWERS  PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
          COPY 'CPVIDPOV.CPY'.
          COPY 'CPVIDBNV.CPY'.
       77 POH-FORM-HANDLE   USAGE IS HANDLE OF WINDOW.
       77 SW-POH-DONE       PIC 9 VALUE ZERO.
           88 POH-DONE       VALUE 1, FALSE 0.
       77 MOVED-COUNT       PIC 9(05) VALUE ZERO.
       77 PRE-POS-TEXT      PIC ZZZZ9.
       77 PRE-COPIES-TEXT   PIC ZZ9.
       77 PRE-PANEL-TEXT    PIC X(60) VALUE SPACES.
       01 SAVE-RSV-KEY.
           10 SAVE-RSV-CODIGO PIC 9(05).
           10 SAVE-RSV-SEQ    PIC 9(05).

      * SERIES SUBSCRIPTIONS - A CONVERTED REQUEST THAT BELONGS TO A
      * SERIES PLACES HOLDS FOR THE PATRONS FOLLOWING IT
       77 STATUS-SERIES     PIC X(2).
           88 VALID-STATUS-SERIES VALUE IS "00" THRU "09".
          COPY 'CPVIDSBV.CPY'.
          COPY 'CPVIDMQV.CPY'.
          COPY 'CPVIDAVV.CPY'.

       LINKAGE          SECTION.

       SCREEN           SECTION.
           MAX-TEXT 1,
           .

      * ENTRY FIELD
       05
           EF-WSHGENRE,
           ENTRY-FIELD,
           COL 20,00,
           LINE 15,00,
           LINES 1,31 ,
           SIZE 5,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6307,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 3,
           .

      * ENTRY FIELD
       05
           EF-WSHPRICE,
           ENTRY-FIELD,
           COL 20,00,
           LINE 17,00,
           LINES 1,31 ,
           SIZE 10,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6308,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 8,
           .

      * ENTRY FIELD
       05
           EF-WSHSERIES,
           ENTRY-FIELD,
           COL 20,00,
           LINE 19,00,
           LINES 1,31 ,
           SIZE 7,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6312,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 5,
           .

      * ENTRY FIELD
       05
           EF-WSHEPISODE,
           ENTRY-FIELD,
           COL 29,00,
           LINE 19,00,
           LINES 1,31 ,
           SIZE 5,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6313,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 3,
           .

      * LABEL
       05
           LBL-WSHID,
           FONT DEFAULT-FONT
           .

      * LABEL
       05
           LBL-WSHGENRE,
           LABEL,
           COL 3,00,
           LINE 15,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           FONT IS SMALL-FONT,
           ID IS 607,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TRANSPARENT,
           TITLE "GENRE",
           FONT DEFAULT-FONT
           .

      * LABEL
       05
           LBL-WSHPRICE,
           LABEL,
           COL 3,00,
           LINE 17,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           FONT IS SMALL-FONT,
           ID IS 608,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TRANSPARENT,
           TITLE "QUOTED PRICE",
           FONT DEFAULT-FONT
           .

      * LABEL
       05
           LBL-WSHSERIES,
           LABEL,
           COL 3,00,
           LINE 19,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           FONT IS SMALL-FONT,
           ID IS 609,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TRANSPARENT,
           TITLE "SERIES / EPISODE",
           FONT DEFAULT-FONT
           .

      * BAR
       05
           FORM1-BR-1,
           TITLE "CONVERT TO CATALOG",
           .

      * PUSH BUTTON
       05
           TOOL-BUDGETS,
           PUSH-BUTTON,
           COL 31,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 7,
           FRAMED,
           SQUARE,
           EXCEPTION-VALUE 157,
           FLAT,
           ID IS 79,
           SELF-ACT,
           TITLE "ACQUISITIONS BUDGETS",
           .

      * PUSH BUTTON
       05
           TOOL-PREORDER,
           PUSH-BUTTON,
           COL 36,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 8,
           FRAMED,
           SQUARE,
           EXCEPTION-VALUE 158,
           FLAT,
           ID IS 80,
           SELF-ACT,
           TITLE "PRE-ORDER HOLD",
           .

      * PUSH BUTTON
       05
           TOOL-DONATIONS,
           PUSH-BUTTON,
           COL 41,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 9,
           FRAMED,
           SQUARE,
           EXCEPTION-VALUE 159,
           FLAT,
           ID IS 81,
           SELF-ACT,
           TITLE "DONATIONS",
           .

      * PRE-ORDER DIALOG (TAKES THE BORROWER ID FOR A PRE-ORDER HOLD)
       01
           POH-FORM,
           .

      * LABEL
       05
           LBL-POH-TITLE,
           LABEL,
           COL 5,00,
           LINE 1,00,
           SIZE 45,00,
           TITLE "PRE-ORDER HOLD ON THIS TITLE",
           FONT IS SMALL-FONT,
           .

      * LABEL
       05
           LBL-POH-BORRID,
           LABEL,
           COL 5,00,
           LINE 3,00,
           TITLE "BORROWER ID",
           FONT IS SMALL-FONT,
           .

      * ENTRY FIELD
       05
           EF-POH-BORRID,
           ENTRY-FIELD,
           COL 22,00,
           LINE 3,00,
           SIZE 9,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 6309,
           MAX-TEXT 5,
           .

      * LABEL - THE REQUESTED TITLE
       05
           LBL-POH-NAME,
           LABEL,
           COL 5,00,
           LINE 5,00,
           SIZE 45,00,
           TITLE SPACES,
           FONT IS SMALL-FONT,
           .

      * PUSH BUTTON
       05
           PB-POH-OK,
           PUSH-BUTTON,
           COL 10,00,
           LINE 8,00,
           SIZE 20,00,
           EXCEPTION-VALUE 6310,
           ID IS 6310,
           TITLE "OK",
           .

      * PUSH BUTTON
       05
           PB-POH-CANCEL,
           PUSH-BUTTON,
           COL 32,00,
           LINE 8,00,
           SIZE 20,00,
           EXCEPTION-VALUE 6311,
           ID IS 6311,
           TITLE "CANCEL",
           .

      * PUSH BUTTON
       05
           FORM1-PB-1A,
                GOBACK
           END-EVALUATE.

       BUDGET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON BUDGET.
           SET RECLOCKED TO FALSE.
           EVALUATE STATUS-BUDGET
           WHEN "93"
                DISPLAY MESSAGE BOX "FILE ALREADY IN USE!"
                          TITLE TITLEX
                           ICON 3
                GOBACK
           END-EVALUATE.

       MOVIES-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MOVIES.
           SET RECLOCKED TO FALSE.
      *----------------------------------------------------------------*
       OPEN-FILE-RTN.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM SET-SCREEN-TITLE
           PERFORM GET-THIS-BRANCH

           OPEN  I-O WISHLIST
           IF STATUS-WISHLIST = "35"
           IF NOT VALID-STATUS-DISTRIBS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN INPUT GENRES
           IF NOT VALID-STATUS-GENRES
               PERFORM EXIT-STOP-ROUTINE
           END-IF

      *> THE BUDGET AND ACQUISITION FILES ARE ONLY READ HERE - A SHOP
      *> THAT KEEPS NO BUDGET YET SIMPLY GETS NO WARNING
           OPEN INPUT BUDGET
           IF STATUS-BUDGET = "35"
              OPEN OUTPUT BUDGET
                IF VALID-STATUS-BUDGET
                   CLOSE BUDGET
                   OPEN INPUT BUDGET
                END-IF
           END-IF

           OPEN INPUT ACQUIS
           IF STATUS-ACQUIS = "35"
              OPEN OUTPUT ACQUIS
                IF VALID-STATUS-ACQUIS
                   CLOSE ACQUIS
                   OPEN INPUT ACQUIS
                END-IF
           END-IF

      *> PRE-ORDER HOLDS ARE KEPT HERE UNTIL THE CONVERT PUTS THEM ON
      *> THE NEW TITLE'S HOLD QUEUE
           OPEN I-O PREORD
           IF STATUS-PREORD = "35"
              OPEN OUTPUT PREORD
                IF VALID-STATUS-PREORD
                   CLOSE PREORD
                   OPEN I-O PREORD
                END-IF
           END-IF

           IF NOT VALID-STATUS-PREORD
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN I-O RESERVES
           IF STATUS-RESERVES = "35"
              OPEN OUTPUT RESERVES
                IF VALID-STATUS-RESERVES
                   CLOSE RESERVES
                   OPEN I-O RESERVES
                END-IF
           END-IF

           IF NOT VALID-STATUS-RESERVES
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN INPUT BORROWERS
           IF NOT VALID-STATUS-BORROWERS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN INPUT SERIES
           IF STATUS-SERIES = "35"
              OPEN OUTPUT SERIES
                IF VALID-STATUS-SERIES
                   CLOSE SERIES
                   OPEN INPUT SERIES
                END-IF
           END-IF

           IF NOT VALID-STATUS-SERIES
               PERFORM EXIT-STOP-ROUTINE
           END-IF

      *> A REQUEST IN A SERIES PLACES HOLDS FOR ITS SUBSCRIBERS AND
      *> MAILS THEM WHEN IT IS CONVERTED
           OPEN I-O SUBSCRIBE
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

           OPEN I-O MAILQ
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

      *> HOLDS PLACED ON A CONVERTED TITLE GO ON ITS AVAILABILITY
      *> SUMMARY WHEN THE NIGHT RUN HAS BUILT ONE
           SET AVAIL-IS-OPEN TO FALSE
           OPEN  I-O AVAIL
           IF VALID-STATUS-AVAIL
              SET AVAIL-IS-OPEN TO TRUE
           END-IF

      *> THE MONTH THE FISCAL YEAR STARTS IN, FROM THE SETTINGS SCREEN,
      *> AND THE HOLDS PER COPY THE SHOP WILL STAND BEFORE BUYING MORE
           MOVE 1 TO FY-START-MM
           OPEN INPUT PARAMS
           IF VALID-STATUS-PARAMS
              MOVE 1 TO PRM-ID
              READ PARAMS
                   INVALID CONTINUE
                   NOT INVALID
                       MOVE PRM-FY-START TO FY-START-MM
                       IF PRM-HOLD-PRESS > ZERO
                          MOVE PRM-HOLD-PRESS TO PRE-TRIGGER
                       END-IF
              END-READ
              CLOSE PARAMS
           END-IF
           .
      /
      *----------------------------------------------------------------*
           CLOSE WISHLIST
           CLOSE MOVIES
           CLOSE DISTRIBS
           CLOSE GENRES
           CLOSE BUDGET
           CLOSE ACQUIS
           CLOSE PREORD
           CLOSE RESERVES
           CLOSE BORROWERS
           CLOSE SERIES
           CLOSE SUBSCRIBE
           CLOSE MAILQ
           IF AVAIL-IS-OPEN
              CLOSE AVAIL
           END-IF
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
      * THIS DESK'S BRANCH - PRE-ORDERS TAKEN HERE ARE COLLECTED HERE  *
      *----------------------------------------------------------------*
          COPY 'CPVIDBNP.CPY'.
      /
      *----------------------------------------------------------------*
      * SCREEN ROUTINES - WINDOW CREATION AND DISPLAY                  *
      *----------------------------------------------------------------*
       FORM1-OPEN-ROUTINE.
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE SCREEN-TITLE,
              AUTO-MINIMIZE,
              WITH SYSTEM MENU,
              USER-GRAY,
                  PERFORM DELETE-ENTRY
               WHEN KEY-STATUS = 156
                  PERFORM CONVERT-ENTRY
               WHEN KEY-STATUS = 157
                  PERFORM OPEN-BUDGET-MAINT
               WHEN KEY-STATUS = 159
                  PERFORM OPEN-DONATIONS
               WHEN KEY-STATUS = 158
                  PERFORM PREORDER-ENTRY
               WHEN KEY-STATUS = 1002
                  PERFORM FIRST-ENTRY
               WHEN KEY-STATUS = 67
           MOVE 5      TO WSH-PRIORITY
           MOVE SPACES TO WSH-DISTRIB
           MOVE "W"    TO WSH-STATUS
           MOVE ZERO   TO WSH-GENRE
           MOVE ZERO   TO WSH-EST-PRICE
           MOVE ZERO   TO WSH-FISCAL-YR
           MOVE ZERO   TO WSH-CODIGO
           MOVE ZERO   TO WSH-SERIES-CODE
           MOVE ZERO   TO WSH-EPISODE-NO

           DISPLAY FORM1
           PERFORM FROMREC-TOSCREEN
              END-READ
           END-IF

           IF WSH-GENRE NOT = ZERO
              MOVE WSH-GENRE TO CODIGO-GEN
              READ GENRES
                   INVALID
                       DISPLAY MESSAGE BOX
                          "That genre is not on file"
                          " - record not saved!"
                          TITLE TITLEX
                          ICON  3
                       EXIT PARAGRAPH
              END-READ
           END-IF

           IF WSH-SERIES-CODE NOT = ZERO
              MOVE WSH-SERIES-CODE TO SER-CODE
              READ SERIES
                   INVALID
                       DISPLAY MESSAGE BOX
                          "That series is not on file"
                          " - record not saved!"
                          TITLE TITLEX
                          ICON  3
                       EXIT PARAGRAPH
              END-READ
           ELSE
              MOVE ZERO TO WSH-EPISODE-NO
           END-IF

           PERFORM FETCH-ON-FILE-ROW

      *> MARKING THE REQUEST ORDERED IS WHAT COMMITS THE MONEY - IT
      *> NEEDS A GENRE AND A PRICE, IS STAMPED WITH TODAY'S FISCAL
      *> YEAR, AND IS CHECKED AGAINST WHAT THE GENRE HAS LEFT
           IF WSH-IS-ORDERED AND NOT OLD-WSH-STATUS = "O"
              IF WSH-GENRE = ZERO OR WSH-EST-PRICE = ZERO
                 DISPLAY MESSAGE BOX
                    "An order needs a Genre and a Quoted Price"
                    " for the budget - record not saved!"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF

              ACCEPT FY-DATE FROM DATE YYYYMMDD
              PERFORM FISCAL-YEAR-OF-DATE
              MOVE FY-YEAR TO WSH-FISCAL-YR

              PERFORM CHECK-ORDER-AGAINST-BUDGET

              IF NOT BUDGET-OK
                 EXIT PARAGRAPH
              END-IF
           END-IF

      *> THE DUPLICATE CHECK THAT ENDS THE "WE BOUGHT IT TWICE"
      *> PROBLEM - AN EXACT READ ON THE TITULO ALTERNATE KEY
           PERFORM CHECK-TITLE-IN-CATALOG
           MODIFY EF-WSHPRI     VALUE WSH-PRIORITY
           MODIFY EF-WSHDISTRIB VALUE WSH-DISTRIB
           MODIFY EF-WSHSTATUS  VALUE WSH-STATUS
           MODIFY EF-WSHGENRE   VALUE WSH-GENRE
           MODIFY EF-WSHPRICE   VALUE WSH-EST-PRICE
           MODIFY EF-WSHSERIES  VALUE WSH-SERIES-CODE
           MODIFY EF-WSHEPISODE VALUE WSH-EPISODE-NO

           PERFORM SHOW-PREORDER-COUNT
           .
      /
      *----------------------------------------------------------------*
           INQUIRE EF-WSHPRI     VALUE WSH-PRIORITY
           INQUIRE EF-WSHDISTRIB VALUE WSH-DISTRIB
           INQUIRE EF-WSHSTATUS  VALUE WSH-STATUS
           INQUIRE EF-WSHGENRE   VALUE WSH-GENRE
           INQUIRE EF-WSHPRICE   VALUE WSH-EST-PRICE
           INQUIRE EF-WSHSERIES  VALUE WSH-SERIES-CODE
           INQUIRE EF-WSHEPISODE VALUE WSH-EPISODE-NO
           .
      /
      *----------------------------------------------------------------*

                         IF DECISION = MB-YES
                            DELETE  WISHLIST RECORD
                            PERFORM CANCEL-ROW-PREORDERS
                            DISPLAY MESSAGE "Deleted!"
                            PERFORM FIRST-ENTRY
                         END-IF
           MOVE NEXT-CODIGO     TO CODIGO
           MOVE HOLD-WSH-TITLE  TO TITULO
           MOVE WSH-DISTRIB     TO DISTRIB
           IF WSH-GENRE NOT = ZERO
              MOVE WSH-GENRE    TO CHK-GENRE-NUM
              MOVE CHK-GENRE-NUM TO GENERO
           END-IF
           MOVE WSH-SERIES-CODE TO SERIES-CODE
           MOVE WSH-EPISODE-NO  TO EPISODE-NO
           MOVE "P"             TO ARCHIVED
           ACCEPT LAST-UPDATED FROM DATE YYYYMMDD

                     EXIT PARAGRAPH
           END-WRITE

      *> THE CATALOG CODE IS KEPT ON THE ROW SO THE BUDGET CAN TELL
      *> WHEN THE TITLE'S ACQUISITION COST HAS BEEN CAPTURED
           MOVE "C"         TO WSH-STATUS
           MOVE NEXT-CODIGO TO WSH-CODIGO
           REWRITE WSH-REC
              INVALID KEY CONTINUE
           END-REWRITE

           PERFORM MOVE-PREORDERS-TO-HOLDS

           DISPLAY MESSAGE BOX
              "Catalog record " NEXT-CODIGO
              " created, pending review on the MOVIES screen"
              TITLE TITLEX

           IF MOVED-COUNT > ZERO
              MOVE MOVED-COUNT TO PRE-POS-TEXT
              MOVE SPACES      TO PRE-PANEL-TEXT
              STRING FUNCTION TRIM (PRE-POS-TEXT)
                                    DELIMITED BY SIZE
                     " pre-order hold(s) moved onto its hold queue"
                                    DELIMITED BY SIZE
                INTO PRE-PANEL-TEXT
              END-STRING
              DISPLAY MESSAGE BOX
                 PRE-PANEL-TEXT
                 TITLE TITLEX
           END-IF

      *> THE SERIES SUBSCRIBERS QUEUE BEHIND THE PRE-ORDERS; ANYONE
      *> WHO PRE-ORDERED THE TITLE ALREADY HOLDS IT AND IS PASSED OVER
           PERFORM PLACE-SERIES-HOLDS

           IF SBS-PLACED-CNT > ZERO
              DISPLAY MESSAGE BOX
                 SBS-PLACED-CNT " series subscriber hold(s) placed on "
                 "the new title"
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

           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * THE STATUS THE ROW HAS ON FILE BEFORE THIS SAVE, SO ONLY THE   *
      * SAVE THAT FIRST MARKS IT ORDERED COMMITS MONEY.  THE FISCAL    *
      * YEAR AND CATALOG LINK ARE NOT ON THE SCREEN AND ARE CARRIED    *
      * OVER FROM THE FILE                                             *
      *----------------------------------------------------------------*
       FETCH-ON-FILE-ROW.
           MOVE WSH-REC TO HOLD-WSH-REC
           MOVE SPACE   TO OLD-WSH-STATUS
           SET WSH-ON-FILE TO FALSE

           READ WISHLIST
                INVALID
                    MOVE ZERO TO CHK-FISCAL-YR
                    MOVE ZERO TO CHK-ID
                NOT INVALID
                    SET WSH-ON-FILE TO TRUE
                    MOVE WSH-STATUS    TO OLD-WSH-STATUS
                    MOVE WSH-FISCAL-YR TO CHK-FISCAL-YR
                    MOVE WSH-CODIGO    TO CHK-ID
           END-READ

           MOVE HOLD-WSH-REC  TO WSH-REC
           MOVE CHK-FISCAL-YR TO WSH-FISCAL-YR
           MOVE CHK-ID        TO WSH-CODIGO
           .
      /
      *----------------------------------------------------------------*
      * WOULD THIS ORDER OVERSPEND THE GENRE?  WHAT IS LEFT IS THE     *
      * ALLOCATION LESS EVERY OTHER COMMITTED ORDER AND EVERY COST     *
      * ALREADY SPENT IN THE SAME FISCAL YEAR.  NO BUDGET ROW FOR THE  *
      * GENRE MEANS THE SHOP DOES NOT BUDGET IT - NO WARNING           *
      *----------------------------------------------------------------*
       CHECK-ORDER-AGAINST-BUDGET.
           SET BUDGET-OK TO TRUE

           MOVE WSH-FISCAL-YR TO BDG-FISCAL-YR
           MOVE WSH-GENRE     TO BDG-GENRE
           READ BUDGET
                INVALID
                    EXIT PARAGRAPH
           END-READ

           MOVE WSH-REC       TO HOLD-WSH-REC
           MOVE WSH-ID        TO CHK-ID
           MOVE WSH-FISCAL-YR TO CHK-FISCAL-YR
           MOVE WSH-GENRE     TO CHK-GENRE
           MOVE WSH-EST-PRICE TO CHK-PRICE

           PERFORM SUM-GENRE-COMMITTED
           PERFORM SUM-GENRE-SPENT

      *> PUT THE ROW BACK AND THE BROWSE POSITION WITH IT
           MOVE HOLD-WSH-REC TO WSH-REC
           START WISHLIST KEY >= WSH-ID
                 INVALID KEY CONTINUE
           END-START

           COMPUTE BDG-REMAINING = BDG-ALLOCATION
                                 - BDG-COMMITTED
                                 - BDG-SPENT

           IF CHK-PRICE > BDG-REMAINING
              COMPUTE BDG-OVER = CHK-PRICE - BDG-REMAINING
              MOVE BDG-OVER TO BDG-OVER-ED

              DISPLAY MESSAGE BOX
                 "This order overspends the genre's budget for "
                 "fiscal " CHK-FISCAL-YR " by " BDG-OVER-ED
                 " - order it anyway?"
                 TITLE   TITLEX
                 TYPE    MB-YES-NO
                 DEFAULT MB-NO
                 GIVING  DECISION

              IF DECISION NOT = MB-YES
                 SET BUDGET-OK TO FALSE
              END-IF
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * COMMITTED - EVERY OTHER ROW OF THE GENRE AND FISCAL YEAR THAT  *
      * IS ORDERED OR RECEIVED, OR CONVERTED BUT WITH NO ACQUISITION   *
      * COST CAPTURED YET                                              *
      *----------------------------------------------------------------*
       SUM-GENRE-COMMITTED.
           MOVE ZERO TO BDG-COMMITTED
           SET SCAN-AT-END TO FALSE

           MOVE ZERO TO WSH-ID
           START WISHLIST KEY >= WSH-ID
                 INVALID KEY
                     SET SCAN-AT-END TO TRUE
                 NOT INVALID KEY
                     READ WISHLIST NEXT RECORD
                          AT END SET SCAN-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL SCAN-AT-END
              IF WSH-ID NOT = CHK-ID
                 AND WSH-GENRE = CHK-GENRE
                 AND WSH-FISCAL-YR = CHK-FISCAL-YR
                 EVALUATE TRUE
                    WHEN WSH-IS-ORDERED
                    WHEN WSH-IS-RECEIVED
                         ADD WSH-EST-PRICE TO BDG-COMMITTED
                    WHEN WSH-IS-CONVERTED
                         IF WSH-CODIGO NOT = ZERO
                            MOVE WSH-CODIGO TO ACQ-CODIGO
                            READ ACQUIS
                                 INVALID
                                     ADD WSH-EST-PRICE TO BDG-COMMITTED
                            END-READ
                         END-IF
                 END-EVALUATE
              END-IF

              READ WISHLIST NEXT RECORD
                   AT END SET SCAN-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * SPENT - EVERY ACQUISITION COST DATED IN THE FISCAL YEAR FOR A  *
      * CATALOG TITLE OF THE GENRE                                     *
      *----------------------------------------------------------------*
       SUM-GENRE-SPENT.
           MOVE ZERO TO BDG-SPENT
           SET SCAN-AT-END TO FALSE

           MOVE ZERO TO ACQ-CODIGO
           START ACQUIS KEY >= ACQ-CODIGO
                 INVALID KEY
                     SET SCAN-AT-END TO TRUE
                 NOT INVALID KEY
                     READ ACQUIS NEXT RECORD
                          AT END SET SCAN-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL SCAN-AT-END
              MOVE ACQ-DATE TO FY-DATE
              PERFORM FISCAL-YEAR-OF-DATE

              IF FY-YEAR = CHK-FISCAL-YR
                 MOVE ACQ-CODIGO TO CODIGO
                 READ MOVIES
                      INVALID CONTINUE
                      NOT INVALID
                          IF GENERO IS NUMERIC
                             MOVE GENERO TO CHK-GENRE-NUM
                             IF CHK-GENRE-NUM = CHK-GENRE
                                ADD ACQ-COST TO BDG-SPENT
                             END-IF
                          END-IF
                 END-READ
              END-IF

              READ ACQUIS NEXT RECORD
                   AT END SET SCAN-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * A PRE-ORDER HOLD ON THE REQUEST ON SCREEN - ONLY ONCE IT IS    *
      * ORDERED, SO PATRONS QUEUE FOR DISCS THAT ARE REALLY COMING     *
      *----------------------------------------------------------------*
       PREORDER-ENTRY.
           INQUIRE EF-WSHID VALUE IN WSH-ID
           READ WISHLIST
                INVALID
                    DISPLAY MESSAGE BOX
                       "This Entry does not exist!"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           IF NOT WSH-IS-ORDERED
              DISPLAY MESSAGE BOX
                 "Pre-order holds are taken on ordered requests only"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           SET POH-DONE TO FALSE

           PERFORM POH-CREATE-WINDOW

           PERFORM UNTIL POH-DONE
              ACCEPT POH-FORM
                 ON EXCEPTION
                    PERFORM POH-EVALUATE-FUNC
              END-ACCEPT
           END-PERFORM

           DESTROY POH-FORM-HANDLE
           INITIALIZE KEY-STATUS

           PERFORM SHOW-PREORDER-COUNT
           .

       POH-CREATE-WINDOW.
           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 12,50,
              SIZE 55,50,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE "FILMOTECA.EDUC360 - PRE-ORDER",
              WITH SYSTEM MENU,
              HANDLE IS POH-FORM-HANDLE,

           MODIFY LBL-POH-NAME TITLE WSH-TITLE

           DISPLAY POH-FORM
           .

       POH-EVALUATE-FUNC.
           EVALUATE TRUE
              WHEN EXIT-PUSHED
                   SET POH-DONE TO TRUE
              WHEN EVENT-OCCURRED
                   IF EVENT-TYPE = CMD-CLOSE
                      SET POH-DONE TO TRUE
                   END-IF
              WHEN KEY-STATUS = 6310
                   PERFORM SAVE-PREORDER
              WHEN KEY-STATUS = 6311
                   SET POH-DONE TO TRUE
           END-EVALUATE
           .
      /
      *----------------------------------------------------------------*
      * VALIDATE THE TYPED BORROWER ID AND QUEUE THE PRE-ORDER AT THE  *
      * END OF THE REQUEST'S LIST.  A BORROWER ALREADY WAITING IS      *
      * OFFERED THE CANCEL INSTEAD                                     *
      *----------------------------------------------------------------*
       SAVE-PREORDER.
           INQUIRE EF-POH-BORRID VALUE IN BRW-ID

           READ BORROWERS
                INVALID
                    DISPLAY MESSAGE BOX
                       "Invalid Borrower ID - hold not taken!"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           IF BRW-IS-BLOCKED
              DISPLAY MESSAGE BOX
                 "This borrower is blocked - hold not taken!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF BRW-IS-PENDING
              DISPLAY MESSAGE BOX
                 "This application has not been approved yet - hold not taken!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE WSH-ID TO PRE-WSH-ID
           MOVE BRW-ID TO PRE-BORROWER-ID
           PERFORM COUNT-PREORDERS

           IF PRE-ALREADY-QUEUED
              DISPLAY MESSAGE BOX
                 "This borrower already has a pre-order hold on this"
                 " title - cancel it?"
                 TITLE   TITLEX
                 TYPE    MB-YES-NO
                 DEFAULT MB-NO
                 GIVING  DECISION

              IF DECISION = MB-YES
                 PERFORM CANCEL-PREORDERS
                 SET POH-DONE TO TRUE
                 DISPLAY MESSAGE "Pre-order hold cancelled"
                         TITLE TITLEX
              END-IF
              EXIT PARAGRAPH
           END-IF

           INITIALIZE POH-REC
           MOVE WSH-ID      TO POH-WSH-ID
           COMPUTE POH-SEQ  = PRE-LAST-SEQ + 1
           MOVE BRW-ID      TO POH-BORROWER-ID
           ACCEPT POH-DATE FROM DATE YYYYMMDD
           MOVE "W"         TO POH-STATUS
           MOVE "D"         TO POH-TAKEN-AT
           MOVE THIS-BRANCH TO POH-PICKUP-BRANCH

           WRITE POH-REC
                 INVALID KEY
                     DISPLAY MESSAGE BOX
                        "Error writing the pre-order record"
                        TITLE TITLEX
                        ICON  3
                     EXIT PARAGRAPH
           END-WRITE

           SET POH-DONE TO TRUE

           ADD 1 TO PRE-WAITING
           MOVE PRE-WAITING TO PRE-POS-TEXT
           DISPLAY MESSAGE "Pre-order hold taken - queue position "
                   PRE-POS-TEXT
                   TITLE TITLEX
           .
      /
      *----------------------------------------------------------------*
      * CANCEL THE WAITING PRE-ORDERS ON PRE-WSH-ID - THOSE OF         *
      * PRE-BORROWER-ID, OR ALL OF THEM WHEN IT IS ZERO                *
      *----------------------------------------------------------------*
       CANCEL-PREORDERS.
           SET PRE-AT-END TO FALSE

           MOVE PRE-WSH-ID TO POH-WSH-ID
           MOVE ZERO       TO POH-SEQ

           START PREORD KEY >= POH-KEY
                 INVALID KEY
                     SET PRE-AT-END TO TRUE
           END-START

           PERFORM UNTIL PRE-AT-END
              READ PREORD NEXT RECORD
                   AT END
                       SET PRE-AT-END TO TRUE
                   NOT AT END
                       IF POH-WSH-ID NOT = PRE-WSH-ID
                          SET PRE-AT-END TO TRUE
                       ELSE
                          IF POH-IS-WAITING
                             AND (PRE-BORROWER-ID = ZERO
                              OR POH-BORROWER-ID = PRE-BORROWER-ID)
                             MOVE "C" TO POH-STATUS
                             REWRITE POH-REC
                                INVALID KEY CONTINUE
                             END-REWRITE
                          END-IF
                       END-IF
              END-READ
           END-PERFORM
           .

      *> A REQUEST DELETED FROM THE WISHLIST IS NOT COMING - NOBODY
      *> STAYS QUEUED FOR IT
       CANCEL-ROW-PREORDERS.
           MOVE WSH-ID TO PRE-WSH-ID
           MOVE ZERO   TO PRE-BORROWER-ID
           PERFORM CANCEL-PREORDERS
           .
      /
      *----------------------------------------------------------------*
      * THE WAITING PRE-ORDERS ON THE REQUEST ON SCREEN, AND THE       *
      * COPIES THEY CALL FOR, ON THE STATUS BAR                        *
      *----------------------------------------------------------------*
       SHOW-PREORDER-COUNT.
           MOVE SPACES TO PRE-PANEL-TEXT

           MOVE WSH-ID TO PRE-WSH-ID
           MOVE ZERO   TO PRE-BORROWER-ID
           PERFORM COUNT-PREORDERS

           IF PRE-WAITING > ZERO
              MOVE PRE-WAITING TO PRE-POS-TEXT
              MOVE PRE-COPIES  TO PRE-COPIES-TEXT
              STRING FUNCTION TRIM (PRE-POS-TEXT)
                                  DELIMITED BY SIZE
                     " pre-order hold(s) - order at least "
                                  DELIMITED BY SIZE
                     FUNCTION TRIM (PRE-COPIES-TEXT)
                                  DELIMITED BY SIZE
                     " copies"    DELIMITED BY SIZE
                INTO PRE-PANEL-TEXT
              END-STRING
           END-IF

           MODIFY FORM1-ST-1-HANDLE,
                  PANEL-INDEX 3,
                  PANEL-TEXT  PRE-PANEL-TEXT
           .
      /
      *----------------------------------------------------------------*
      * THE REQUEST IS NOW CATALOG TITLE NEXT-CODIGO: EVERY WAITING    *
      * PRE-ORDER BECOMES A NORMAL HOLD ON IT, IN THE ORDER THE        *
      * PRE-ORDERS WERE TAKEN AND KEEPING THE DAY EACH WAS PLACED      *
      *----------------------------------------------------------------*
       MOVE-PREORDERS-TO-HOLDS.
           MOVE ZERO TO MOVED-COUNT
           SET PRE-AT-END TO FALSE

           MOVE WSH-ID TO POH-WSH-ID
           MOVE ZERO   TO POH-SEQ

           START PREORD KEY >= POH-KEY
                 INVALID KEY
                     SET PRE-AT-END TO TRUE
           END-START

           PERFORM UNTIL PRE-AT-END
              READ PREORD NEXT RECORD
                   AT END
                       SET PRE-AT-END TO TRUE
                   NOT AT END
                       IF POH-WSH-ID NOT = WSH-ID
                          SET PRE-AT-END TO TRUE
                       ELSE
                          IF POH-IS-WAITING
                             PERFORM MOVE-ONE-PREORDER
                          END-IF
                       END-IF
              END-READ
           END-PERFORM
           .

       MOVE-ONE-PREORDER.
           MOVE NEXT-CODIGO TO RSV-CODIGO
           PERFORM GET-NEXT-RSV-SEQ

           MOVE POH-BORROWER-ID   TO RSV-BORROWER-ID
           MOVE POH-DATE          TO RSV-DATE
           MOVE "W"               TO RSV-STATUS
           MOVE ZERO              TO RSV-FILLED-DT
           MOVE ZERO              TO RSV-PICKUP-BY
           MOVE POH-PICKUP-BRANCH TO RSV-PICKUP-BRANCH
           MOVE ZERO              TO RSV-CLOSED-DT

           WRITE RSV-REC
                 INVALID KEY
                     EXIT PARAGRAPH
           END-WRITE

           MOVE RSV-CODIGO  TO AVL-WANT-CODIGO
           MOVE "N"         TO AVL-FROM-STATUS
           MOVE "W"         TO AVL-TO-STATUS
           PERFORM MOVE-HOLD-AVAILABILITY

           MOVE "M"         TO POH-STATUS
           MOVE NEXT-CODIGO TO POH-CODIGO
           MOVE RSV-SEQ     TO POH-RSV-SEQ
           ACCEPT POH-MOVED-DT FROM DATE YYYYMMDD
           REWRITE POH-REC
              INVALID KEY CONTINUE
           END-REWRITE

           ADD 1 TO MOVED-COUNT
           .
      /
      *----------------------------------------------------------------*
      * ASSIGN THE NEXT QUEUE SEQUENCE FOR THIS TITLE'S HOLD LIST,     *
      * THE SAME WAY THE STAFF RESERVE DIALOG DOES                     *
      *----------------------------------------------------------------*
       GET-NEXT-RSV-SEQ.
           MOVE RSV-CODIGO  TO SAVE-RSV-CODIGO
           MOVE HIGH-VALUES TO RSV-SEQ

           START RESERVES KEY <= RSV-KEY
                 INVALID KEY
                     MOVE 1 TO RSV-SEQ
                 NOT INVALID KEY
                     READ RESERVES PREVIOUS RECORD
                          AT END
                              MOVE 1 TO RSV-SEQ
                          NOT AT END
                              IF RSV-CODIGO = SAVE-RSV-CODIGO
                                 ADD 1 TO RSV-SEQ
                              ELSE
                                 MOVE 1 TO RSV-SEQ
                              END-IF
                     END-READ
           END-START

           MOVE SAVE-RSV-CODIGO TO RSV-CODIGO
           .
      /
      *----------------------------------------------------------------*
      * THE BUDGET MAINTENANCE SCREEN, IF INSTALLED                    *
      *----------------------------------------------------------------*
       OPEN-BUDGET-MAINT.
           CALL   "TBUDGET.ACU"
                  ON EXCEPTION
                     DISPLAY MESSAGE BOX
                        "The budgets screen is not installed"
                        TITLE TITLEX
                        ICON  3
           END-CALL
           CANCEL "TBUDGET.ACU"
           .
      /
      *----------------------------------------------------------------*
      * THE DONATIONS SCREEN, IF INSTALLED - DONATED DISCS COME IN     *
      * THROUGH THE DONOR REGISTER, NOT AS WISHLIST REQUESTS           *
      *----------------------------------------------------------------*
       OPEN-DONATIONS.
           CALL   "TDONATE.ACU"
                  ON EXCEPTION
                     DISPLAY MESSAGE BOX
                        "The donations screen is not installed"
                        TITLE TITLEX
                        ICON  3
           END-CALL
           CANCEL "TDONATE.ACU"
           .
      /
      *----------------------------------------------------------------*
      * MOVIES LAYOUT-VERSION STAMP CHECK                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDVSP.CPY'.
      /
      *----------------------------------------------------------------*
      * THE FISCAL YEAR A DATE FALLS IN                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDFYP.CPY'.
      /
      *----------------------------------------------------------------*
      * PRE-ORDER HOLDS WAITING ON A REQUEST                           *
      *----------------------------------------------------------------*
          COPY 'CPVIDPOP.CPY'.
      /
      *----------------------------------------------------------------*
      * APPEND ONE MESSAGE TO THE OUTBOUND MAIL QUEUE                  *
      *----------------------------------------------------------------*
          COPY 'CPVIDMQP.CPY'.
      /
      *----------------------------------------------------------------*
      * TITLE AVAILABILITY SUMMARY                                     *
      *----------------------------------------------------------------*
          COPY 'CPVIDAVP.CPY'.
      /
      *----------------------------------------------------------------*
      * HOLDS FOR SERIES SUBSCRIBERS                                   *
      *----------------------------------------------------------------*
          COPY 'CPVIDSBH.CPY'.
      /
      *----------------------------------------------------------------*
      * EXIT PROGRAM                                                   *
      *----------------------------------------------------------------*
       EXIT-STOP-ROUTINE.
