      *          FROM LOANS - NO EDIT KEYS AND NO TOOLBAR.  A PATRON   *
      *          WHO SIGNS IN WITH BORROWER ID AND PIN CAN ALSO RENEW  *
      *          AN OWN LOAN AND PLACE A HOLD, UNDER EXACTLY THE SAME  *
      *          RULES THE DESK APPLIES.  A NEW PATRON CAN JOIN HERE   *
      *          TOO: THE APPLICATION IS FILED AS A PENDING BORROWER   *
      *          THAT CANNOT SIGN IN OR BORROW UNTIL THE DESK HAS SEEN *
      *          ID AND ACTIVATED IT, AND THE APPLICANT'S ANSWER ON    *
      *          NEWS BY E-MAIL IS KEPT AS A KIOSK MARKETING CONSENT.  *
      *          A SIGNED-IN PATRON CAN ALSO CHECK THE LOYALTY POINTS  *
      *          BALANCE.  TITLES WE HAVE ORDERED BUT NOT YET GOT IN   *
      *          SHOW UP IN THE SEARCH AS ON ORDER, AND A HOLD PLACED  *
      *          ON ONE IS FILED AS A PRE-ORDER HOLD THAT JOINS THE    *
      *          TITLE'S QUEUE WHEN IT IS CATALOGUED.  WHILE NOBODY    *
      *          IS SEARCHING THE GRID FEATURES THE THEMED DISPLAYS    *
      *          RUNNING TODAY WITH THE TITLES ON THEIR TABLES.  ESC   *
      *          ONLY RESTARTS THE SEARCH; THE STATION IS CLOSED FROM  *
      *          THE WINDOW'S OWN CLOSE BUTTON.  A SIGNED-IN PATRON    *
      *          CAN FOLLOW THE SERIES A TITLE BELONGS TO, AND GETS A  *
      *          HOLD ON EVERY NEW EPISODE AS IT IS CATALOGUED.        *
      *                                                                *
      ******************************************************************
      /
          COPY 'CPVIDCLA.CPY'.
          COPY 'CPVIDRTA.CPY'.
          COPY 'CPVIDBDA.CPY'.
          COPY 'CPVIDABA.CPY'.
          COPY 'CPVIDCNA.CPY'.
          COPY 'CPVIDCGA.CPY'.
          COPY 'CPVIDPTA.CPY'.
          COPY 'CPVIDRLA.CPY'.
          COPY 'CPVIDMQA.CPY'.
          COPY 'CPVIDWSA.CPY'.
          COPY 'CPVIDPOA.CPY'.
          COPY 'CPVIDDYA.CPY'.
          COPY 'CPVIDDMA.CPY'.
          COPY 'CPVIDBAA.CPY'.
          COPY 'CPVIDSRA.CPY'.
          COPY 'CPVIDSBA.CPY'.
          COPY 'CPVIDAVA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
      *
       FD BUSDATE.
          COPY 'CPVIDBDT.CPY'.
      *
       FD ALSOBRW.
          COPY 'CPVIDABW.CPY'.
      *
       FD CONSENT.
          COPY 'CPVIDCNS.CPY'.
      *
       FD CONSLOG.
          COPY 'CPVIDCLG.CPY'.
      *
       FD POINTS.
          COPY 'CPVIDPTS.CPY'.
      *
       FD RELIAB.
          COPY 'CPVIDREL.CPY'.
      *
       FD MAILQ.
          COPY 'CPVIDMLQ.CPY'.
      *
       FD WISHLIST.
          COPY 'CPVIDWSH.CPY'.
      *
       FD PREORD.
          COPY 'CPVIDPOH.CPY'.
      *
       FD DISPLAYS.
          COPY 'CPVIDDYR.CPY'.
      *
       FD DISPMEM.
          COPY 'CPVIDDMB.CPY'.
      *
       FD ALERTS.
          COPY 'CPVIDBAL.CPY'.
      *
       FD SERIES.
          COPY 'CPVIDSER.CPY'.
      *
       FD SUBSCRIBE.
          COPY 'CPVIDSBS.CPY'.
      *
       FD AVAIL.
          COPY 'CPVIDAVL.CPY'.

       WORKING-STORAGE      SECTION.
               COPY "ACUGUI.DEF".
       77 SW-STATION-DONE   PIC 9 VALUE ZERO.
           88 STATION-DONE   VALUE 1, FALSE 0.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.
          COPY 'CPVIDVSV.CPY'.
          COPY 'CPVIDBNV.CPY'.

      * THE SEARCH - A TITLE FRAGMENT AND/OR A GENRE CODE
       77 SRCH-TITLE        PIC X(30) VALUE SPACES.
                        PIC X(60).
       77 GRID-ROW-CNT      PIC 9(4) VALUE ZERO.
       77 GRID-SEL-CODE     PIC 9(5) VALUE ZERO.
      * WHAT EACH SEARCH ROW IS - A CATALOG TITLE, A WISHLIST ROW
      * ON ORDER (THE FIRST FIVE BYTES ARE THEN ITS WSH-ID), OR THE
      * NAME OF A THEMED DISPLAY HEADING ITS TITLES
       01 GRID-KIND-TABLE.
           05 GRID-KIND         PIC X(1) OCCURS 200 TIMES.
               88 GRID-IS-TITLE    VALUE "T".
               88 GRID-IS-ON-ORDER VALUE "O".
               88 GRID-IS-DISPLAY  VALUE "D".
       77 GRID-SEL-WSH-ID   PIC 9(5) VALUE ZERO.
       77 RPT-DESC-GEN      PIC X(8) VALUE SPACES.
       77 DETAIL-TEXT       PIC X(60) VALUE SPACES.
       77 AVAIL-TEXT        PIC X(20) VALUE SPACES.
       77 STATUS-CALENDAR   PIC X(2).
           88 VALID-STATUS-CALENDAR VALUE IS "00" THRU "09".
          COPY 'CPVIDHSV.CPY'.

      * A NEW HOLD IS TOLD (AND MAILED) WHEN ITS TURN SHOULD COME -
      * THE SHOP LOAN PERIOD AND RENEWAL LIMIT, NOT THE SIGNED-IN
      * PATRON'S CATEGORY, SINCE THE COPIES ARE OUT WITH OTHERS
       77 STATUS-RELIAB     PIC X(2).
           88 VALID-STATUS-RELIAB VALUE IS "00" THRU "09".
       77 ETA-TURN-TEXT     PIC X(45) VALUE SPACES.
       77 ETA-POS-TEXT      PIC ZZZZ9.
          COPY 'CPVIDETV.CPY'.
          COPY 'CPVIDMQV.CPY'.
          COPY 'CPVIDAVV.CPY'.
       77 SW-SIGNED-IN      PIC 9 VALUE ZERO.
           88 SIGNED-IN      VALUE 1, FALSE 0.
       77 SIGNED-BRW-ID     PIC 9(5) VALUE ZERO.
       77 KIOSK-PIN-TYPED   PIC X(10) VALUE SPACES.
       77 WHO-TEXT          PIC X(44) VALUE SPACES.
       77 KIOSK-TODAY       PIC 9(8) VALUE ZERO.

      * THE SAME EFFECTIVE POLICY THE DESK APPLIES - HOUSE PRM-REC
      * VALUES OVERLAID FROM THE BORROWER'S CATPOL CATEGORY ROW
       77 RTG-AVG           PIC 9V9 VALUE ZERO.
       77 RTG-AVG-TEXT      PIC 9,9.
       77 STARS-TEXT        PIC X(42) VALUE SPACES.

      * PATRONS WHO BORROWED THIS ALSO BORROWED - THE NIGHTLY ALSOBRW
      * TABLE, EACH SUGGESTION SHOWN WITH ITS LIVE AVAILABILITY
       77 STATUS-ALSOBRW    PIC X(2).
           88 VALID-STATUS-ALSOBRW VALUE IS "00" THRU "09".
       01 ALSO-TABLE.
           05 ALSO-ROW OCCURS 1 TO 5 TIMES
                        DEPENDING ON ALSO-CNT
                        INDEXED BY ALSO-IDX
                        PIC X(60).
       77 ALSO-CNT          PIC 9(1) VALUE ZERO.
       77 ALSO-SUB          PIC 9(1) VALUE ZERO.

      * JOIN NOW - WHAT THE NEW PATRON TYPED, AND THE BRW-ID THE
      * APPLICATION WAS FILED UNDER
       77 JOIN-FORM-HANDLE  USAGE IS HANDLE OF WINDOW.
       77 SW-JOIN-DONE      PIC 9 VALUE ZERO.
           88 JOIN-DONE      VALUE 1, FALSE 0.
       77 SW-JOIN-WRITTEN   PIC 9 VALUE ZERO.
           88 JOIN-WRITTEN   VALUE 1, FALSE 0.
       77 SW-JOIN-DUP       PIC 9 VALUE ZERO.
           88 JOIN-DUPLICATE VALUE 1, FALSE 0.
       77 SW-JOIN-EOF       PIC 9 VALUE ZERO.
           88 JOIN-NAMES-AT-END VALUE 1, FALSE 0.
       77 JOIN-NAME         PIC X(30) VALUE SPACES.
       77 JOIN-PHONE        PIC X(15) VALUE SPACES.
       77 JOIN-EMAIL        PIC X(40) VALUE SPACES.
       77 JOIN-BIRTH-DT     PIC 9(8) VALUE ZERO.
       77 JOIN-PIN          PIC X(10) VALUE SPACES.
       77 JOIN-PIN-AGAIN    PIC X(10) VALUE SPACES.
       77 JOIN-AT-COUNT     PIC 9(2) VALUE ZERO.
       77 JOIN-NEW-ID       PIC 9(5) VALUE ZERO.
       77 JOIN-TRIES        PIC 9(1) VALUE ZERO.
      * THE "NEWS BY E-MAIL" BOX - THE APPLICANT'S ANSWER IS STORED
      * AS A KIOSK CONSENT EITHER WAY, SO THE QUESTION COUNTS AS ASKED
       77 JOIN-NEWS-SW      PIC 9 VALUE ZERO.

      * MY POINTS - THE SIGNED-IN PATRON'S LOYALTY BALANCE, READ THE
      * SAME WAY THE DESK READS IT, AND WHAT IS STILL WAITING ON LOANS
      * THAT ARE OUT
       77 STATUS-POINTS     PIC X(2).
           88 VALID-STATUS-POINTS VALUE IS "00" THRU "09".
       77 SW-PTS-EOF        PIC 9 VALUE ZERO.
           88 POINTS-AT-END  VALUE 1, FALSE 0.
       77 KIOSK-PTS-BAL     PIC S9(7) VALUE ZERO.
       77 KIOSK-PTS-WAIT    PIC 9(7) VALUE ZERO.
       77 KIOSK-PTS-WORTH   PIC 9(7)V99 VALUE ZERO.
       77 KIOSK-PTS-VALUE   PIC 9(1)V9(4) VALUE ZERO.
       77 KIOSK-BAL-TEXT    PIC Z(6)9.
       77 KIOSK-WAIT-TEXT   PIC Z(6)9.
       77 KIOSK-WORTH-TEXT  PIC ZZZZZZ9,99.

      * PRE-ORDER HOLDS - A SIGNED-IN PATRON QUEUEING FOR A TITLE ON
      * ORDER; THE QUEUE MOVES ONTO THE TITLE WHEN IT IS CATALOGUED
       77 STATUS-WISHLIST   PIC X(2).
           88 VALID-STATUS-WISHLIST VALUE IS "00" THRU "09".
       77 STATUS-PREORD     PIC X(2).
           88 VALID-STATUS-PREORD VALUE IS "00" THRU "09".
       77 SW-WSH-EOF        PIC 9 VALUE ZERO.
           88 WISHLIST-AT-END VALUE 1, FALSE 0.
       77 PRE-POS-TEXT      PIC ZZZZ9.

      * THEMED DISPLAYS RUNNING TODAY - FEATURED IN THE GRID WHILE
      * NOBODY IS SEARCHING
       77 STATUS-DISPLAYS   PIC X(2).
           88 VALID-STATUS-DISPLAYS VALUE IS "00" THRU "09".
       77 STATUS-DISPMEM    PIC X(2).
           88 VALID-STATUS-DISPMEM VALUE IS "00" THRU "09".
       77 SW-DSP-EOF        PIC 9 VALUE ZERO.
           88 DISPLAYS-AT-END VALUE 1, FALSE 0.
       77 SW-DPM-EOF        PIC 9 VALUE ZERO.
           88 DISPMEM-AT-END VALUE 1, FALSE 0.

      * BORROWER ALERTS - ONLY THE ONES THE DESK MARKED FOR THE PATRON
      * ARE WORDED HERE; A STOP KEEPS THEM OFF THE KIOSK ALTOGETHER
       77 STATUS-ALERTS     PIC X(2).
           88 VALID-STATUS-ALERTS VALUE IS "00" THRU "09".
          COPY 'CPVIDBAV.CPY'.
          COPY 'CPVIDPOV.CPY'.
          COPY 'CPVIDCNV.CPY'.
          COPY 'CPVIDBDV.CPY'.
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.

      * FOLLOW THIS SERIES - THE SIGNED-IN PATRON GETS A HOLD ON EACH
      * NEW TITLE IN THE SERIES AS IT ARRIVES
       77 STATUS-SERIES     PIC X(2).
           88 VALID-STATUS-SERIES VALUE IS "00" THRU "09".
          COPY 'CPVIDSBV.CPY'.
       77 DECISION          PIC 9.
       77 KIOSK-SBS-MSG     PIC X(90) VALUE SPACES.

       LINKAGE          SECTION.

       SCREEN           SECTION.
           TITLE "RATE IT",
           .

      * LIST-BOX - PATRONS WHO BORROWED THIS ALSO BORROWED
       05
           LBL-K-ALSO,
           LABEL,
           COL 2,00,
           LINE 24,00,
           SIZE 60,00,
           TITLE "PATRONS WHO BORROWED THIS ALSO BORROWED",
           ID IS 6419,
           FONT IS SMALL-FONT,
           .
       05
           ALSO-LB,
           LIST-BOX,
           COL 2,00,
           LINE 25,00,
           LINES 5,00 ,
           SIZE 80,00 ,
           OCCURS 1 TO 5 TIMES DEPENDING ON ALSO-CNT,
           INDEXED BY ALSO-IDX,
           VALUE ALSO-ROW (ALSO-IDX),
           FRAMED,
           EXCEPTION-VALUE 1087,
           ID IS 6420,
           FONT SMALL-FONT,
           .

      * JOIN NOW - SELF-REGISTRATION FOR A PATRON WITH NO ACCOUNT
       05
           LBL-K-JOIN,
           LABEL,
           COL 2,00,
           LINE 31,00,
           SIZE 40,00,
           TITLE "NOT A MEMBER YET? JOIN HERE",
           FONT IS SMALL-FONT,
           .

       05
           PB-K-JOIN,
           PUSH-BUTTON,
           COL 44,00,
           LINE 31,00,
           SIZE 16,00,
           EXCEPTION-VALUE 1088,
           ID IS 6421,
           SELF-ACT,
           TITLE "JOIN NOW",
           .

      * LOYALTY BALANCE FOR THE SIGNED-IN PATRON
       05
           PB-K-POINTS,
           PUSH-BUTTON,
           COL 62,00,
           LINE 31,00,
           SIZE 20,00,
           EXCEPTION-VALUE 1091,
           ID IS 6430,
           SELF-ACT,
           TITLE "MY POINTS",
           .

      * THE THEMED DISPLAYS RUNNING TODAY, BACK IN THE GRID
       05
           PB-K-DISPLAYS,
           PUSH-BUTTON,
           COL 2,00,
           LINE 33,00,
           SIZE 20,00,
           EXCEPTION-VALUE 1092,
           ID IS 6431,
           SELF-ACT,
           TITLE "ON DISPLAY NOW",
           .

      * SIGN UP FOR (OR STOP) HOLDS ON EACH NEW TITLE IN THE SERIES
       05
           PB-K-SERIES,
           PUSH-BUTTON,
           COL 24,00,
           LINE 33,00,
           SIZE 20,00,
           EXCEPTION-VALUE 1093,
           ID IS 6432,
           SELF-ACT,
           TITLE "FOLLOW THIS SERIES",
           .

      * JOIN NOW DIALOG - THE NEW PATRON'S OWN DETAILS AND CHOSEN PIN
       01
           JOIN-FORM,
           .

       05
           LBL-J-TITLE,
           LABEL,
           COL 2,00,
           LINE 1,00,
           SIZE 56,00,
           TITLE "JOIN NOW - SHOW PHOTO ID AT THE DESK TO BORROW",
           FONT IS SMALL-FONT,
           .

       05
           LBL-J-NAME,
           LABEL,
           COL 2,00,
           LINE 3,00,
           SIZE 16,00,
           TITLE "FULL NAME",
           FONT IS SMALL-FONT,
           .

       05
           EF-J-NAME,
           ENTRY-FIELD,
           COL 19,00,
           LINE 3,00,
           SIZE 36,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 6422,
           MAX-TEXT 30,
           .

       05
           LBL-J-PHONE,
           LABEL,
           COL 2,00,
           LINE 5,00,
           SIZE 16,00,
           TITLE "PHONE",
           FONT IS SMALL-FONT,
           .

       05
           EF-J-PHONE,
           ENTRY-FIELD,
           COL 19,00,
           LINE 5,00,
           SIZE 20,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 6423,
           MAX-TEXT 15,
           .

       05
           LBL-J-EMAIL,
           LABEL,
           COL 2,00,
           LINE 7,00,
           SIZE 16,00,
           TITLE "E-MAIL",
           FONT IS SMALL-FONT,
           .

       05
           EF-J-EMAIL,
           ENTRY-FIELD,
           COL 19,00,
           LINE 7,00,
           SIZE 36,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 6424,
           MAX-TEXT 40,
           .

       05
           LBL-J-BIRTH,
           LABEL,
           COL 2,00,
           LINE 9,00,
           SIZE 16,00,
           TITLE "BIRTH DATE",
           FONT IS SMALL-FONT,
           .

       05
           EF-J-BIRTH,
           ENTRY-FIELD,
           COL 19,00,
           LINE 9,00,
           SIZE 12,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 6425,
           MAX-TEXT 10,
           .

       05
           LBL-J-PIN,
           LABEL,
           COL 2,00,
           LINE 11,00,
           SIZE 16,00,
           TITLE "CHOOSE A PIN",
           FONT IS SMALL-FONT,
           .

       05
           EF-J-PIN,
           ENTRY-FIELD,
           COL 19,00,
           LINE 11,00,
           SIZE 8,00,
           BOXED,
           SECURE,
           FONT IS SMALL-FONT,
           ID IS 6426,
           MAX-TEXT 6,
           .

       05
           LBL-J-PIN2,
           LABEL,
           COL 2,00,
           LINE 13,00,
           SIZE 16,00,
           TITLE "PIN AGAIN",
           FONT IS SMALL-FONT,
           .

       05
           EF-J-PIN2,
           ENTRY-FIELD,
           COL 19,00,
           LINE 13,00,
           SIZE 8,00,
           BOXED,
           SECURE,
           FONT IS SMALL-FONT,
           ID IS 6427,
           MAX-TEXT 6,
           .

       05
           CB-J-NEWS,
           CHECK-BOX,
           COL 19,00,
           LINE 15,00,
           SIZE 38,00,
           FONT IS SMALL-FONT,
           ID IS 6430,
           TITLE "SEND ME NEWS AND INVITATIONS BY E-MAIL",
           VALUE JOIN-NEWS-SW,
           .

       05
           PB-J-SEND,
           PUSH-BUTTON,
           COL 2,00,
           LINE 17,50,
           SIZE 20,00,
           EXCEPTION-VALUE 1089,
           ID IS 6428,
           SELF-ACT,
           TITLE "SEND APPLICATION",
           .

       05
           PB-J-CANCEL,
           PUSH-BUTTON,
           COL 24,00,
           LINE 17,50,
           SIZE 14,00,
           EXCEPTION-VALUE 1090,
           ID IS 6429,
           SELF-ACT,
           TITLE "CANCEL",
           .

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
           .
      /
      *----------------------------------------------------------------*
      * MAIN OPENING FILE ROUTINE                                      *
      *----------------------------------------------------------------*
       OPEN-FILE-RTN.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM SET-SCREEN-TITLE
           PERFORM GET-THIS-BRANCH

           PERFORM CHECK-BUSINESS-DATE

           OPEN INPUT GENRES

      *> LOANS OPENS I-O NOW - A SIGNED-IN PATRON'S RENEWAL REWRITES
      *> THE LOAN ROW, EXACTLY AS THE DESK WOULD; BORROWERS TOO, FOR
      *> THE APPLICATIONS JOIN NOW FILES
           OPEN I-O   LOANS
           OPEN I-O   BORROWERS
           OPEN I-O   RESERVES
           OPEN INPUT PARAMS
           OPEN INPUT CATPOL
           OPEN INPUT CALENDAR

      *> THE NIGHT'S AVAILABILITY SUMMARY SAVES WALKING LOANS FOR EACH
      *> TITLE SHOWN; NOT BUILT YET - THE LOANS ARE WALKED AS BEFORE
           SET AVAIL-IS-OPEN TO FALSE
           OPEN I-O AVAIL
           IF VALID-STATUS-AVAIL
              SET AVAIL-IS-OPEN TO TRUE
           END-IF

           OPEN I-O RATINGS
           IF STATUS-RATINGS = "35"
              OPEN OUTPUT RATINGS
                END-IF
           END-IF

      *> NO SUGGESTION TABLE YET (ALSOBRW NOT RUN) - NO SUGGESTIONS
           OPEN INPUT ALSOBRW

      *> NO LEDGER YET (NO POINTS EVER EARNED) - EVERY BALANCE IS NIL
           OPEN INPUT POINTS

      *> NO RELIABILITY FIGURES YET (RELCALC NOT RUN) - NOBODY'S
      *> LATENESS COUNTS TOWARDS A HOLD'S EXPECTED TURN
           SET ETA-RELIAB-OPEN TO FALSE
           OPEN INPUT RELIAB
           IF VALID-STATUS-RELIAB
              SET ETA-RELIAB-OPEN TO TRUE
           END-IF

      *> TITLES ON ORDER - NO WISHLIST YET MEANS NOTHING IS ON ORDER
           OPEN INPUT WISHLIST

      *> THEMED DISPLAYS - NONE SET UP YET MEANS NOTHING IS FEATURED
           OPEN INPUT DISPLAYS
           OPEN INPUT DISPMEM

      *> BORROWER ALERTS - NONE ON FILE YET MEANS NOBODY HAS ONE
           OPEN INPUT ALERTS

      *> NO SERIES MASTER YET - THE SERIES IS NAMED BY ITS CODE
           OPEN INPUT SERIES

           OPEN I-O SUBSCRIBE
           IF STATUS-SUBSCRIBE = "35"
              OPEN OUTPUT SUBSCRIBE
                IF VALID-STATUS-SUBSCRIBE
                   CLOSE SUBSCRIBE
                   OPEN I-O SUBSCRIBE
                END-IF
           END-IF

           OPEN I-O PREORD
           IF STATUS-PREORD = "35"
              OPEN OUTPUT PREORD
                IF VALID-STATUS-PREORD
                   CLOSE PREORD
                   OPEN I-O PREORD
                END-IF
           END-IF

      *> A PLACED HOLD IS CONFIRMED BY MAIL
           OPEN I-O MAILQ
           IF STATUS-MAILQ = "35"
              OPEN OUTPUT MAILQ
                IF VALID-STATUS-MAILQ
                   CLOSE MAILQ
                   OPEN I-O MAILQ
                END-IF
           END-IF

      *> A JOIN NOW APPLICANT'S ANSWER ON MARKETING E-MAIL
           OPEN I-O CONSENT
           IF STATUS-CONSENT = "35"
              OPEN OUTPUT CONSENT
                IF VALID-STATUS-CONSENT
                   CLOSE CONSENT
                   OPEN I-O CONSENT
                END-IF
           END-IF

           IF NOT VALID-STATUS-LOANS
              OR NOT VALID-STATUS-BORROWERS
              OR NOT VALID-STATUS-RESERVES
           END-IF

      *> THE HOUSE POLICY - OVERLAID PER CATEGORY AT SIGN-IN
           MOVE 7 TO ETA-LOAN-DAYS
           MOVE 2 TO ETA-MAX-RENEWALS
           IF VALID-STATUS-PARAMS
              MOVE 1 TO PRM-ID
              READ PARAMS
                   NOT INVALID
                       MOVE PRM-LOAN-DAYS    TO EFF-LOAN-DAYS
                       MOVE PRM-MAX-RENEWALS TO EFF-MAX-RENEWALS
                       MOVE PRM-PTS-VALUE    TO KIOSK-PTS-VALUE
                       MOVE PRM-LOAN-DAYS    TO ETA-LOAN-DAYS
                       MOVE PRM-MAX-RENEWALS TO ETA-MAX-RENEWALS
                       IF PRM-HOLD-PRESS > ZERO
                          MOVE PRM-HOLD-PRESS TO PRE-TRIGGER
                       END-IF
              END-READ
           END-IF
           .
           CLOSE LOANS
           CLOSE BORROWERS
           CLOSE RESERVES
           IF AVAIL-IS-OPEN
              CLOSE AVAIL
           END-IF
           CLOSE PARAMS
           CLOSE CATPOL
           CLOSE CALENDAR
           CLOSE RATINGS
           CLOSE ALSOBRW
           CLOSE CONSENT
           CLOSE POINTS
           IF ETA-RELIAB-OPEN
              CLOSE RELIAB
           END-IF
           CLOSE MAILQ
           CLOSE WISHLIST
           CLOSE PREORD
           CLOSE DISPLAYS
           CLOSE DISPMEM
           CLOSE ALERTS
           CLOSE SERIES
           CLOSE SUBSCRIBE
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
      * MOVIES LAYOUT-VERSION STAMP CHECK                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDVSP.CPY'.
      /
      *----------------------------------------------------------------*
      * THIS KIOSK'S BRANCH - HOLDS TAKEN HERE ARE COLLECTED HERE      *
      *----------------------------------------------------------------*
          COPY 'CPVIDBNP.CPY'.
      /
      *----------------------------------------------------------------*
      * SCREEN ROUTINES - WINDOW CREATION AND DISPLAY                  *
      *----------------------------------------------------------------*
       FORM1-OPEN-ROUTINE.
           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 34,00,
              SIZE 83,50,
              COLOR 65793,
              CONTROL FONT SMALL-FONT,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE SCREEN-TITLE,
              WITH SYSTEM MENU,
              USER-GRAY,
              USER-WHITE,
              HANDLE IS FORM1-HANDLE,

           DISPLAY FORM1
           PERFORM SHOW-DISPLAYS-NOW
           PERFORM FORM1-PROC
           .
      /
                  PERFORM KIOSK-SIGN-OUT
               WHEN KEY-STATUS = 1086
                  PERFORM KIOSK-RATE-TITLE
               WHEN KEY-STATUS = 1087
                  PERFORM SHOW-SUGGESTED-TITLE
               WHEN KEY-STATUS = 1088
                  PERFORM KIOSK-JOIN-NOW
               WHEN KEY-STATUS = 1091
                  PERFORM KIOSK-MY-POINTS
               WHEN KEY-STATUS = 1092
                  PERFORM SHOW-DISPLAYS-NOW
               WHEN KEY-STATUS = 1093
                  PERFORM KIOSK-FOLLOW-SERIES
           END-EVALUATE

      * AVOID CHANGING FOCUS
           .
      /
      *----------------------------------------------------------------*
      * ESC - WIPE THE SEARCH AND START OVER FROM THE DISPLAYS       *
      *----------------------------------------------------------------*
       RESTART-SEARCH.
           MODIFY EF-K-TITLE VALUE SPACES
           MODIFY EF-K-GENRE VALUE SPACES
           PERFORM SHOW-DISPLAYS-NOW
           MODIFY LBL-K-TITLE TITLE SPACES
           MODIFY LBL-K-LINE2 TITLE SPACES
           MODIFY LBL-K-AVAIL TITLE SPACES
           MOVE ZERO TO ALSO-CNT
           DISPLAY ALSO-LB
           .
      /
      *----------------------------------------------------------------*
              END-READ
           END-PERFORM

           PERFORM SEARCH-TITLES-ON-ORDER

           DISPLAY GRID-LB
           .

           END-READ

           ADD 1 TO GRID-ROW-CNT
           MOVE "T"    TO GRID-KIND (GRID-ROW-CNT)
           MOVE SPACES TO GRID-ROW (GRID-ROW-CNT)
           STRING CODIGO       DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
           .
      /
      *----------------------------------------------------------------*
      * THE SAME SEARCH OVER THE WISHLIST ROWS ON ORDER - THOSE TITLES *
      * ARE NOT ON THE SHELF YET BUT CAN BE HELD AHEAD OF ARRIVAL      *
      *----------------------------------------------------------------*
       SEARCH-TITLES-ON-ORDER.
           IF NOT VALID-STATUS-WISHLIST
              EXIT PARAGRAPH
           END-IF

           SET WISHLIST-AT-END TO FALSE
           MOVE ZERO TO WSH-ID

           START WISHLIST KEY >= WSH-ID
                 INVALID KEY
                     SET WISHLIST-AT-END TO TRUE
                 NOT INVALID KEY
                     READ WISHLIST NEXT RECORD
                          AT END SET WISHLIST-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL WISHLIST-AT-END
                      OR GRID-ROW-CNT = 200
              PERFORM MATCH-ONE-ORDERED-TITLE

              READ WISHLIST NEXT RECORD
                   AT END SET WISHLIST-AT-END TO TRUE
              END-READ
           END-PERFORM
           .

       MATCH-ONE-ORDERED-TITLE.
           IF NOT WSH-IS-ORDERED
              EXIT PARAGRAPH
           END-IF

           IF SRCH-GENRE NOT = SPACES
              AND WSH-GENRE NOT = SRCH-GENRE
              EXIT PARAGRAPH
           END-IF

           IF SRCH-LEN > ZERO
              SET ROW-HIT TO FALSE
              MOVE FUNCTION UPPER-CASE (WSH-TITLE) TO SCAN-TITLE-UC

              PERFORM VARYING SCAN-POS FROM 1 BY 1
                        UNTIL SCAN-POS > 31 - SRCH-LEN
                           OR ROW-HIT
                 IF SCAN-TITLE-UC (SCAN-POS:SRCH-LEN)
                    = SRCH-TITLE-UC (1:SRCH-LEN)
                    SET ROW-HIT TO TRUE
                 END-IF
              END-PERFORM

              IF NOT ROW-HIT
                 EXIT PARAGRAPH
              END-IF
           END-IF

           ADD 1 TO GRID-ROW-CNT
           MOVE "O"    TO GRID-KIND (GRID-ROW-CNT)
           MOVE SPACES TO GRID-ROW (GRID-ROW-CNT)
           STRING WSH-ID       DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  WSH-TITLE    DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  "ON ORDER"   DELIMITED BY SIZE
             INTO GRID-ROW (GRID-ROW-CNT)
           END-STRING
           .
      /
      *----------------------------------------------------------------*
      * THE THEMED DISPLAYS RUNNING TODAY - EACH NAMED ON A ROW OF ITS *
      * OWN WITH ITS CLOSING DATE, THEN THE TITLES ON ITS TABLE THAT   *
      * ARE STILL ON THE CATALOG, LISTED THE WAY A SEARCH LISTS THEM   *
      *----------------------------------------------------------------*
       SHOW-DISPLAYS-NOW.
           MOVE ZERO TO GRID-ROW-CNT
           MOVE SPACES TO SRCH-GENRE
           MOVE ZERO   TO SRCH-LEN

           IF NOT VALID-STATUS-DISPLAYS
              OR NOT VALID-STATUS-DISPMEM
              DISPLAY GRID-LB
              EXIT PARAGRAPH
           END-IF

           ACCEPT KIOSK-TODAY FROM DATE YYYYMMDD
           SET DISPLAYS-AT-END TO FALSE
           MOVE LOW-VALUES TO DSP-CODE

           START DISPLAYS KEY >= DSP-CODE
                 INVALID KEY
                     SET DISPLAYS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ DISPLAYS NEXT RECORD
                          AT END SET DISPLAYS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL DISPLAYS-AT-END
                      OR GRID-ROW-CNT = 200
              IF DSP-FROM-DT NOT > KIOSK-TODAY
                 AND DSP-TO-DT NOT < KIOSK-TODAY
                 PERFORM FEATURE-ONE-DISPLAY
              END-IF

              READ DISPLAYS NEXT RECORD
                   AT END SET DISPLAYS-AT-END TO TRUE
              END-READ
           END-PERFORM

           DISPLAY GRID-LB
           .

       FEATURE-ONE-DISPLAY.
           MOVE DSP-TO-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           ADD 1 TO GRID-ROW-CNT
           MOVE "D"    TO GRID-KIND (GRID-ROW-CNT)
           MOVE SPACES TO GRID-ROW (GRID-ROW-CNT)
           STRING "ON DISPLAY: " DELIMITED BY SIZE
                  DSP-NAME       DELIMITED BY "  "
                  " - UNTIL "    DELIMITED BY SIZE
                  WK-DATE-TEXT   DELIMITED BY SIZE
             INTO GRID-ROW (GRID-ROW-CNT)
           END-STRING

           SET DISPMEM-AT-END TO FALSE
           MOVE DSP-CODE TO DPM-DSP-CODE
           MOVE ZERO     TO DPM-CODIGO

           START DISPMEM KEY >= DPM-KEY
                 INVALID KEY
                     SET DISPMEM-AT-END TO TRUE
                 NOT INVALID KEY
                     READ DISPMEM NEXT RECORD
                          AT END SET DISPMEM-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL DISPMEM-AT-END
                      OR DPM-DSP-CODE NOT = DSP-CODE
                      OR GRID-ROW-CNT = 200
              MOVE DPM-CODIGO TO CODIGO
              READ MOVIES
                   INVALID
                       CONTINUE
                   NOT INVALID
                       PERFORM MATCH-ONE-TITLE
              END-READ

              READ DISPMEM NEXT RECORD
                   AT END SET DISPMEM-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * SHOW THE PICKED TITLE THE PREVIEW WAY - POSTER, DETAILS AND    *
      * LIVE AVAILABILITY FROM LOANS                                   *
      *----------------------------------------------------------------*
       SHOW-SELECTED-TITLE.
           IF GRID-IDX = ZERO OR GRID-IDX > GRID-ROW-CNT
              EXIT PARAGRAPH
           END-IF

           IF GRID-IS-DISPLAY (GRID-IDX)
              EXIT PARAGRAPH
           END-IF

           IF GRID-IS-ON-ORDER (GRID-IDX)
              MOVE ZERO TO GRID-SEL-CODE
              MOVE GRID-ROW (GRID-IDX) (1:5) TO GRID-SEL-WSH-ID
              PERFORM SHOW-ORDERED-TITLE
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO GRID-SEL-WSH-ID
           MOVE GRID-ROW (GRID-IDX) (1:5) TO GRID-SEL-CODE
           PERFORM SHOW-GRID-SEL-TITLE
           .
      /
      *----------------------------------------------------------------*
      * A TITLE ON ORDER - WHAT THE WISHLIST KNOWS OF IT, AND HOW MANY *
      * PATRONS ARE ALREADY QUEUED FOR IT                              *
      *----------------------------------------------------------------*
       SHOW-ORDERED-TITLE.
           MOVE GRID-SEL-WSH-ID TO WSH-ID
           READ WISHLIST
                INVALID
                    EXIT PARAGRAPH
           END-READ

           MODIFY LBL-K-TITLE TITLE WSH-TITLE

           MOVE WSH-GENRE TO CODIGO-GEN
           READ GENRES
                INVALID     MOVE SPACES   TO RPT-DESC-GEN
                NOT INVALID MOVE DESC-GEN TO RPT-DESC-GEN
           END-READ

           MOVE WSH-ID TO PRE-WSH-ID
           MOVE ZERO   TO PRE-BORROWER-ID
           PERFORM COUNT-PREORDERS
           MOVE PRE-WAITING TO PRE-POS-TEXT

           MOVE SPACES TO DETAIL-TEXT
           STRING RPT-DESC-GEN  DELIMITED BY SIZE
                  "  ON ORDER - "
                                DELIMITED BY SIZE
                  FUNCTION TRIM (PRE-POS-TEXT)
                                DELIMITED BY SIZE
                  " PRE-ORDER HOLD(S) SO FAR"
                                DELIMITED BY SIZE
             INTO DETAIL-TEXT
           END-STRING
           MODIFY LBL-K-LINE2 TITLE DETAIL-TEXT

           MOVE "NOT YET IN - HOLD IT NOW" TO AVAIL-TEXT
           MODIFY LBL-K-AVAIL TITLE AVAIL-TEXT
           MODIFY LBL-K-STARS TITLE SPACES

           MOVE SPACES TO IMAGEN
           PERFORM LOAD-POSTER

           MOVE ZERO TO ALSO-CNT
           DISPLAY ALSO-LB
           .
      /
      *----------------------------------------------------------------*
      * A SUGGESTION PICKED FROM THE ALSO-BORROWED LIST BECOMES THE    *
      * SELECTED TITLE, SO THE PATRON CAN HOLD OR RATE IT AS USUAL     *
      *----------------------------------------------------------------*
       SHOW-SUGGESTED-TITLE.
           IF ALSO-IDX = ZERO OR ALSO-IDX > ALSO-CNT
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO GRID-SEL-WSH-ID
           MOVE ALSO-ROW (ALSO-IDX) (1:5) TO GRID-SEL-CODE
           PERFORM SHOW-GRID-SEL-TITLE
           .
      /
      *----------------------------------------------------------------*
      * SHOW THE TITLE IN GRID-SEL-CODE                                *
      *----------------------------------------------------------------*
       SHOW-GRID-SEL-TITLE.
           MOVE GRID-SEL-CODE TO CODIGO

           READ MOVIES
                KEY IS CODIGO
                INVALID
                    EXIT PARAGRAPH
           END-READ

           MODIFY LBL-K-TITLE TITLE TITULO

           MOVE GENERO TO CODIGO-GEN
           READ GENRES
                INVALID     MOVE "????????" TO RPT-DESC-GEN
                NOT INVALID MOVE DESC-GEN   TO RPT-DESC-GEN
           END-READ

           MOVE SPACES TO DETAIL-TEXT
           STRING RPT-DESC-GEN  DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  DURACAO       DELIMITED BY SIZE
                  " MIN  GRADE " DELIMITED BY SIZE
                  NOTA          DELIMITED BY SIZE
                  "/10  "       DELIMITED BY SIZE
                  CERTIFICATION DELIMITED BY SIZE
             INTO DETAIL-TEXT
           END-STRING
           MODIFY LBL-K-LINE2 TITLE DETAIL-TEXT

           PERFORM CHECK-MOVIE-ON-LOAN

           IF MOVIE-ON-LOAN
              MOVE "OUT ON LOAN" TO AVAIL-TEXT
           ELSE
              MOVE "ON THE SHELF" TO AVAIL-TEXT
           PERFORM SHOW-PATRON-AVERAGE

           PERFORM LOAD-POSTER

           PERFORM SHOW-ALSO-BORROWED
           .
      /
      *----------------------------------------------------------------*
      * UP TO FIVE TITLES THE SAME PATRONS ALSO TOOK, EACH WITH ITS    *
      * AVAILABILITY, SO THERE IS SOMETHING ON THE SHELF WHEN THE      *
      * FIRST CHOICE IS OUT.  READS OVER MOV-REC, SO THE SELECTED      *
      * TITLE IS READ BACK AT THE END                                  *
      *----------------------------------------------------------------*
       SHOW-ALSO-BORROWED.
           MOVE ZERO TO ALSO-CNT

           IF NOT VALID-STATUS-ALSOBRW
              DISPLAY ALSO-LB
              EXIT PARAGRAPH
           END-IF

           MOVE GRID-SEL-CODE TO ABW-CODIGO
           READ ALSOBRW
                INVALID
                    DISPLAY ALSO-LB
                    EXIT PARAGRAPH
           END-READ

           PERFORM VARYING ALSO-SUB FROM 1 BY 1
                     UNTIL ALSO-SUB > 5
              IF ABW-SUG-CODIGO (ALSO-SUB) > ZERO
                 PERFORM FORMAT-ALSO-ROW
              END-IF
           END-PERFORM

           DISPLAY ALSO-LB

           MOVE GRID-SEL-CODE TO CODIGO
           READ MOVIES
                KEY IS CODIGO
                INVALID
                    CONTINUE
           END-READ
           .

       FORMAT-ALSO-ROW.
           MOVE ABW-SUG-CODIGO (ALSO-SUB) TO CODIGO
           READ MOVIES
                KEY IS CODIGO
                INVALID
                    EXIT PARAGRAPH
           END-READ

      *> ARCHIVED SINCE LAST NIGHT'S BUILD - NOT WORTH SUGGESTING
           IF NOT REC-ACTIVE
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-MOVIE-ON-LOAN

           IF MOVIE-ON-LOAN
              MOVE "OUT ON LOAN" TO AVAIL-TEXT
           ELSE
              MOVE "ON THE SHELF" TO AVAIL-TEXT
           END-IF

           ADD 1 TO ALSO-CNT
           MOVE SPACES TO ALSO-ROW (ALSO-CNT)
           STRING CODIGO       DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  TITULO       DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  AVAIL-TEXT   DELIMITED BY SIZE
             INTO ALSO-ROW (ALSO-CNT)
           END-STRING
           .
      /
      *----------------------------------------------------------------*
              END-IF
           END-IF

           MODIFY MOVIEBMP BITMAP-HANDLE LOGO-BMP

           CALL "W$BITMAP"
                USING WBITMAP-DESTROY
                      LOGO-BMP
           .
      /
      *----------------------------------------------------------------*
      * PATRON SIGN-IN - THE TYPED PIN IS HASHED WITH THE SAME ONE-    *
      * WAY HASH THE DESK USES AND COMPARED AGAINST THE BORROWER       *
      * MASTER; A BLOCKED BORROWER, A LAPSED MEMBERSHIP OR AN ACCOUNT  *
      * WITH NO PIN IS REFUSED TO THE DESK                             *
      *----------------------------------------------------------------*
       KIOSK-SIGN-IN.
           INQUIRE EF-K-BRWID VALUE IN BRW-ID
           INQUIRE EF-K-PIN   VALUE IN KIOSK-PIN-TYPED

           MODIFY EF-K-PIN VALUE SPACES

           READ BORROWERS
                INVALID
                    DISPLAY MESSAGE BOX
                       "Unknown borrower ID - please ask at the desk"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           IF BRW-IS-BLOCKED
              DISPLAY MESSAGE BOX
                 "This account is blocked - please ask at the desk"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

      *> A JOIN NOW APPLICATION WAITS FOR THE DESK TO SEE PHOTO ID
           IF BRW-IS-PENDING
              DISPLAY MESSAGE BOX
                 "Your application is waiting - please show photo ID at the desk"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

      *> RENEWING A MEMBERSHIP TAKES MONEY - ONLY THE DESK DOES THAT
           ACCEPT KIOSK-TODAY FROM DATE YYYYMMDD
           IF BRW-MBR-EXPIRY-DT < KIOSK-TODAY
              DISPLAY MESSAGE BOX
                 "Your membership has run out - please renew at the desk"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF BRW-PIN = SPACES
              DISPLAY MESSAGE BOX
                 "No PIN is set on this account - the desk can set one"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE KIOSK-PIN-TYPED TO HASH-PWD-IN
           PERFORM HASH-PASSWORD
           MOVE SPACES TO KIOSK-PIN-TYPED

           IF HASH-PWD-OUT NOT = BRW-PIN
              DISPLAY MESSAGE BOX
                 "That PIN does not match - please try again"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

      *> ALERTS COME AFTER THE PIN SO ONLY THE PATRON SEES THEIR OWN.
      *> A STOP NEEDS A STAFF OVERRIDE THE KIOSK CANNOT TAKE
           IF VALID-STATUS-ALERTS
              MOVE BRW-ID      TO BAL-WANT-ID
              MOVE KIOSK-TODAY TO BAL-ASOF-DT
              SET BAL-FOR-PATRON TO TRUE
              PERFORM GATHER-BORROWER-ALERTS

              IF BAL-STOP-CNT > ZERO
                 DISPLAY MESSAGE BOX
                    BAL-MSG-TEXT
                    "Please see the desk before borrowing today"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF

              IF BAL-SHOWN-CNT > ZERO
                 DISPLAY MESSAGE BOX
                    BAL-MSG-TEXT
                    TITLE TITLEX
                    ICON  1
              END-IF

              IF BAL-HIDDEN-CNT > ZERO
                 DISPLAY MESSAGE BOX
                    "There is a note on your account - please call "
                    "at the desk when you are next passing"
                    TITLE TITLEX
                    ICON  1
              END-IF
           END-IF

           SET SIGNED-IN TO TRUE
           MOVE BRW-ID TO SIGNED-BRW-ID

           MOVE SPACES TO WHO-TEXT
           STRING "SIGNED IN: " DELIMITED BY SIZE
                  BRW-NAME      DELIMITED BY SIZE
             INTO WHO-TEXT
           END-STRING
           MODIFY LBL-K-WHO TITLE WHO-TEXT

      *> THE SAME CATEGORY POLICY THE DESK APPLIES
           MOVE BRW-CATEGORY TO CAT-CODE
           IF CAT-CODE = SPACE
              MOVE "A" TO CAT-CODE
           END-IF

           IF VALID-STATUS-CATPOL
              READ CATPOL
                   INVALID
                       CONTINUE
                   NOT INVALID
                       MOVE CAT-LOAN-DAYS    TO EFF-LOAN-DAYS
                       MOVE CAT-MAX-RENEWALS TO EFF-MAX-RENEWALS
              END-READ
           END-IF
           .

       KIOSK-SIGN-OUT.
           SET SIGNED-IN TO FALSE
           MOVE ZERO TO SIGNED-BRW-ID
           MODIFY LBL-K-WHO  TITLE SPACES
           MODIFY EF-K-BRWID VALUE SPACES
           MODIFY EF-K-PIN   VALUE SPACES
           .
      /
      *----------------------------------------------------------------*
      * MY POINTS - THE SIGNED-IN PATRON'S LOYALTY BALANCE: AVAILABLE  *
      * EARNINGS LESS WHAT WAS REDEEMED OR EXPIRED, WHAT IT IS WORTH   *
      * OFF A RENTAL, AND THE POINTS STILL WAITING ON LOANS THAT ARE   *
      * OUT (THEY COUNT ONCE THE LOAN COMES BACK ON TIME)              *
      *----------------------------------------------------------------*
       KIOSK-MY-POINTS.
           IF NOT SIGNED-IN
              DISPLAY MESSAGE BOX
                 "Please sign in first"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO KIOSK-PTS-BAL
           MOVE ZERO TO KIOSK-PTS-WAIT
           SET POINTS-AT-END TO FALSE

           IF NOT VALID-STATUS-POINTS
              SET POINTS-AT-END TO TRUE
           ELSE
              MOVE SIGNED-BRW-ID TO PTS-BORROWER-ID
              MOVE ZERO          TO PTS-SEQ
              START POINTS KEY >= PTS-KEY
                    INVALID KEY
                        SET POINTS-AT-END TO TRUE
                    NOT INVALID KEY
                        READ POINTS NEXT RECORD
                             AT END SET POINTS-AT-END TO TRUE
                        END-READ
              END-START
           END-IF

           PERFORM UNTIL POINTS-AT-END
                      OR PTS-BORROWER-ID NOT = SIGNED-BRW-ID
              EVALUATE TRUE
                 WHEN PTS-IS-EARNED
                    IF PTS-IS-AVAILABLE
                       ADD PTS-POINTS TO KIOSK-PTS-BAL
                    END-IF
                    IF PTS-IS-PENDING
                       ADD PTS-POINTS TO KIOSK-PTS-WAIT
                    END-IF
                 WHEN PTS-IS-REDEEMED
                 WHEN PTS-IS-EXPIRED
                    SUBTRACT PTS-POINTS FROM KIOSK-PTS-BAL
              END-EVALUATE

              READ POINTS NEXT RECORD
                   AT END SET POINTS-AT-END TO TRUE
              END-READ
           END-PERFORM

           IF KIOSK-PTS-BAL < ZERO
              MOVE ZERO TO KIOSK-PTS-BAL
           END-IF

           COMPUTE KIOSK-PTS-WORTH = KIOSK-PTS-BAL * KIOSK-PTS-VALUE

           MOVE KIOSK-PTS-BAL   TO KIOSK-BAL-TEXT
           MOVE KIOSK-PTS-WAIT  TO KIOSK-WAIT-TEXT
           MOVE KIOSK-PTS-WORTH TO KIOSK-WORTH-TEXT

           DISPLAY MESSAGE BOX
              "You have " KIOSK-BAL-TEXT " points, worth "
              KIOSK-WORTH-TEXT " off a rental - and "
              KIOSK-WAIT-TEXT " more once your loans are back on time"
              TITLE TITLEX
           .
      /
      *----------------------------------------------------------------*
      * JOIN NOW - A NEW PATRON FILLS IN THE BORROWER FORM THEMSELVES. *
      * THE APPLICATION IS FILED AS A PENDING BORROWER UNDER THE NEXT  *
      * FREE BRW-ID WITH THE CHOSEN PIN ALREADY HASHED; IT CANNOT SIGN *
      * IN OR BORROW UNTIL THE DESK HAS CHECKED ID, SET THE CATEGORY   *
      * AND ACTIVATED IT.  WHOEVER WAS SIGNED IN IS SIGNED OUT FIRST   *
      *----------------------------------------------------------------*
       KIOSK-JOIN-NOW.
           PERFORM KIOSK-SIGN-OUT
           SET JOIN-DONE TO FALSE
           MOVE ZERO TO JOIN-NEWS-SW

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 19,50,
              SIZE 60,00,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE "FILMOTECA.EDUC360 - JOIN NOW",
              WITH SYSTEM MENU,
              HANDLE IS JOIN-FORM-HANDLE,

           DISPLAY JOIN-FORM

           PERFORM UNTIL JOIN-DONE
              ACCEPT JOIN-FORM
                 ON EXCEPTION
                    PERFORM JOIN-EVALUATE-FUNC
              END-ACCEPT
           END-PERFORM

           DESTROY JOIN-FORM-HANDLE
           INITIALIZE KEY-STATUS
           .

       JOIN-EVALUATE-FUNC.
           EVALUATE TRUE
              WHEN EXIT-PUSHED
                   SET JOIN-DONE TO TRUE
              WHEN EVENT-OCCURRED
                   IF EVENT-TYPE = CMD-CLOSE
                      SET JOIN-DONE TO TRUE
                   END-IF
              WHEN KEY-STATUS = 1089
                   PERFORM SEND-APPLICATION
              WHEN KEY-STATUS = 1090
                   SET JOIN-DONE TO TRUE
           END-EVALUATE
           .

       SEND-APPLICATION.
           INQUIRE EF-J-NAME  VALUE IN JOIN-NAME
           INQUIRE EF-J-PHONE VALUE IN JOIN-PHONE
           INQUIRE EF-J-EMAIL VALUE IN JOIN-EMAIL
           INQUIRE EF-J-PIN   VALUE IN JOIN-PIN
           INQUIRE EF-J-PIN2  VALUE IN JOIN-PIN-AGAIN
           INQUIRE CB-J-NEWS  VALUE IN JOIN-NEWS-SW

           MODIFY EF-J-PIN  VALUE SPACES
           MODIFY EF-J-PIN2 VALUE SPACES

           IF JOIN-NAME = SPACES
              DISPLAY MESSAGE BOX
                 "Please type your full name"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF JOIN-PHONE = SPACES AND JOIN-EMAIL = SPACES
              DISPLAY MESSAGE BOX
                 "Please give a phone number or an e-mail address"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF JOIN-NEWS-SW = 1 AND JOIN-EMAIL = SPACES
              DISPLAY MESSAGE BOX
                 "Please give an e-mail address for the news, or untick the box"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO JOIN-AT-COUNT
           INSPECT JOIN-EMAIL TALLYING JOIN-AT-COUNT FOR ALL "@"
           IF JOIN-EMAIL NOT = SPACES AND JOIN-AT-COUNT NOT = 1
              DISPLAY MESSAGE BOX
                 "That e-mail address does not look right"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           ACCEPT KIOSK-TODAY FROM DATE YYYYMMDD

           INQUIRE EF-J-BIRTH VALUE IN WK-DATE-TEXT
           PERFORM PARSE-DATE-TEXT
           IF NOT WK-DATE-VALID
              OR WK-DATE-YMD = ZERO
              OR WK-DATE-YMD NOT < KIOSK-TODAY
              DISPLAY MESSAGE BOX
                 "Please type your birth date as a real calendar date"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF
           MOVE WK-DATE-YMD TO JOIN-BIRTH-DT

      *> THE SAME SIX PLACES THE SIGN-IN ROW TAKES; FOUR AT LEAST
           IF JOIN-PIN (4:1) = SPACE
              DISPLAY MESSAGE BOX
                 "Please choose a PIN of 4 to 6 characters"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF JOIN-PIN NOT = JOIN-PIN-AGAIN
              DISPLAY MESSAGE BOX
                 "The two PINs do not match - please type them again"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ALREADY-JOINED

           IF JOIN-DUPLICATE
              DISPLAY MESSAGE BOX
                 "You seem to be registered already - please ask at the desk"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE JOIN-PIN TO HASH-PWD-IN
           PERFORM HASH-PASSWORD
           MOVE SPACES TO JOIN-PIN
           MOVE SPACES TO JOIN-PIN-AGAIN

      *> ANOTHER STATION OR THE DESK MAY TAKE THE SAME NEXT ID
      *> BETWEEN THE LOOKUP AND THE WRITE - TRY THE ONE AFTER
           SET JOIN-WRITTEN TO FALSE
           MOVE ZERO TO JOIN-TRIES

           PERFORM UNTIL JOIN-WRITTEN
                      OR JOIN-TRIES = 5
              ADD 1 TO JOIN-TRIES
              PERFORM GET-NEXT-BRW-ID
              PERFORM BUILD-APPLICATION-REC

              WRITE BRW-REC
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET JOIN-WRITTEN TO TRUE
              END-WRITE
           END-PERFORM

           IF NOT JOIN-WRITTEN
              DISPLAY MESSAGE BOX
                 "The application could not be saved - please ask the desk"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

      *> ONLY AN APPLICANT WITH AN E-MAIL ADDRESS WAS REALLY ASKED
           IF JOIN-EMAIL NOT = SPACES
              MOVE JOIN-NEW-ID TO CONSENT-BRW-ID
              SET CONSENT-BY-EMAIL TO TRUE
              IF JOIN-NEWS-SW = 1
                 MOVE "Y" TO CONSENT-ANSWER
              ELSE
                 MOVE "N" TO CONSENT-ANSWER
              END-IF
              MOVE "K"     TO CONSENT-SOURCE
              MOVE "KIOSK" TO CONSENT-OPERATOR
              MOVE SPACES  TO CONSENT-REFERENCE
              PERFORM RECORD-CONSENT
           END-IF

           DISPLAY MESSAGE BOX
              "Thank you! Your application number is " JOIN-NEW-ID
              " - show photo ID at the desk to start borrowing"
              TITLE TITLEX

           SET JOIN-DONE TO TRUE
           .

      *> THE SAME NAME AND BIRTH DATE ALREADY ON FILE, THROUGH THE
      *> BRW-NAME ALTERNATE INDEX
       CHECK-ALREADY-JOINED.
           SET JOIN-DUPLICATE TO FALSE
           SET JOIN-NAMES-AT-END TO FALSE

           MOVE JOIN-NAME TO BRW-NAME

           START BORROWERS KEY = BRW-NAME
                 INVALID KEY
                     SET JOIN-NAMES-AT-END TO TRUE
                 NOT INVALID KEY
                     READ BORROWERS NEXT RECORD
                          AT END SET JOIN-NAMES-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL JOIN-NAMES-AT-END
                      OR JOIN-DUPLICATE
                      OR BRW-NAME NOT = JOIN-NAME
              IF BRW-BIRTH-DT = JOIN-BIRTH-DT
                 SET JOIN-DUPLICATE TO TRUE
              END-IF

              READ BORROWERS NEXT RECORD
                   AT END SET JOIN-NAMES-AT-END TO TRUE
              END-READ
           END-PERFORM
           .

      *> ONE PAST THE HIGHEST BRW-ID ON FILE, THE SAME AS THE DESK'S
      *> NEW BORROWER
       GET-NEXT-BRW-ID.
           MOVE 99999 TO BRW-ID

           START BORROWERS KEY <= BRW-ID
                 INVALID KEY
                     MOVE 1 TO JOIN-NEW-ID
                 NOT INVALID KEY
                     READ BORROWERS PREVIOUS RECORD
                          AT END
                              MOVE 1 TO JOIN-NEW-ID
                          NOT AT END
                              COMPUTE JOIN-NEW-ID = BRW-ID + 1
                     END-READ
           END-START
           .

       BUILD-APPLICATION-REC.
           MOVE JOIN-NEW-ID   TO BRW-ID
           MOVE JOIN-NAME     TO BRW-NAME
           MOVE JOIN-PHONE    TO BRW-PHONE
           MOVE JOIN-EMAIL    TO BRW-EMAIL
           MOVE "P"           TO BRW-STATUS
           MOVE JOIN-BIRTH-DT TO BRW-BIRTH-DT
           MOVE "A"           TO BRW-CATEGORY
           MOVE HASH-PWD-OUT  TO BRW-PIN

      *> NO TERM UNTIL THE FIRST FEE IS TAKEN AT THE LOANS DESK
           MOVE "A"           TO BRW-MBR-PLAN
           MOVE ZERO          TO BRW-MBR-START-DT
           MOVE ZERO          TO BRW-MBR-EXPIRY-DT
           MOVE ZERO          TO BRW-MBR-NOTICE-DT
           MOVE ZERO          TO BRW-HOUSEHOLD-ID
           MOVE KIOSK-TODAY   TO BRW-APPLIED-DT
           MOVE SPACES        TO BRW-ADDRESS
           MOVE ZERO          TO BRW-ADDR-RETURNED-DT
           .
      /
      *----------------------------------------------------------------*
              EXIT PARAGRAPH
           END-IF

           IF GRID-SEL-WSH-ID NOT = ZERO
              PERFORM KIOSK-PLACE-PREORDER
              EXIT PARAGRAPH
           END-IF

           IF GRID-SEL-CODE = ZERO
              DISPLAY MESSAGE BOX
                 "Pick a title from the search list first"
           MOVE "W"  TO RSV-STATUS
           MOVE ZERO TO RSV-FILLED-DT
           MOVE ZERO TO RSV-PICKUP-BY
           MOVE THIS-BRANCH TO RSV-PICKUP-BRANCH
           MOVE ZERO TO RSV-CLOSED-DT

           WRITE RSV-REC
                 INVALID KEY
                        TITLE TITLEX
                        ICON  3
                 NOT INVALID KEY
                     MOVE RSV-CODIGO TO AVL-WANT-CODIGO
                     MOVE "N"        TO AVL-FROM-STATUS
                     MOVE "W"        TO AVL-TO-STATUS
                     PERFORM MOVE-HOLD-AVAILABILITY
                     PERFORM ESTIMATE-KIOSK-TURN
                     PERFORM CONFIRM-KIOSK-HOLD
                     DISPLAY MESSAGE "Hold placed - queue position "
                             RSV-SEQ ETA-TURN-TEXT
                             TITLE TITLEX
           END-WRITE
           .
      /
      *----------------------------------------------------------------*
      * FOLLOW THE SERIES THE SELECTED TITLE BELONGS TO - EACH NEW     *
      * TITLE IN IT IS HELD FOR THE PATRON, FOR PICKUP AT THIS BRANCH. *
      * A PATRON ALREADY FOLLOWING IT IS OFFERED TO STOP INSTEAD       *
      *----------------------------------------------------------------*
       KIOSK-FOLLOW-SERIES.
           IF NOT SIGNED-IN
              DISPLAY MESSAGE BOX
                 "Please sign in first"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF GRID-SEL-CODE = ZERO OR GRID-SEL-WSH-ID NOT = ZERO
              DISPLAY MESSAGE BOX
                 "Pick a catalogued title from the search list first"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF NOT VALID-STATUS-SUBSCRIBE
              DISPLAY MESSAGE BOX
                 "Series holds are not available - please ask the desk"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE GRID-SEL-CODE TO CODIGO
           READ MOVIES
                KEY IS CODIGO
                INVALID
                    MOVE ZERO TO SERIES-CODE
           END-READ

           IF SERIES-CODE = ZERO
              DISPLAY MESSAGE BOX
                 "This title is not part of a series"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE SERIES-CODE   TO SBS-WANT-SER
           MOVE SIGNED-BRW-ID TO SBS-WANT-ID

           MOVE SPACES TO SBS-SER-NAME
           IF VALID-STATUS-SERIES
              MOVE SERIES-CODE TO SER-CODE
              READ SERIES
                   INVALID CONTINUE
                   NOT INVALID
                       MOVE SER-NAME TO SBS-SER-NAME
              END-READ
           END-IF
           IF SBS-SER-NAME = SPACES
              MOVE SERIES-CODE TO SBS-POS-TEXT
              STRING "SERIES "   DELIMITED BY SIZE
                     FUNCTION TRIM (SBS-POS-TEXT)
                                 DELIMITED BY SIZE
                INTO SBS-SER-NAME
              END-STRING
           END-IF

           PERFORM FIND-SUBSCRIPTION

           IF SBS-WAS-FOUND
              MOVE SPACES TO KIOSK-SBS-MSG
              STRING "You already follow " DELIMITED BY SIZE
                     FUNCTION TRIM (SBS-SER-NAME)
                                           DELIMITED BY SIZE
                     " - stop the holds on its new titles?"
                                           DELIMITED BY SIZE
                INTO KIOSK-SBS-MSG
              END-STRING
              DISPLAY MESSAGE BOX
                 KIOSK-SBS-MSG
                 TITLE   TITLEX
                 TYPE    MB-YES-NO
                 DEFAULT MB-NO
                 GIVING  DECISION
              IF DECISION = MB-YES
                 PERFORM CANCEL-SUBSCRIPTION
                 IF SBS-WAS-DONE
                    DISPLAY MESSAGE BOX
                       "You no longer follow this series"
                       TITLE TITLEX
                 END-IF
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE "K"         TO SBS-WANT-AT
           MOVE THIS-BRANCH TO SBS-WANT-BRANCH
           PERFORM ADD-SUBSCRIPTION

           IF SBS-WAS-DONE
              MOVE SPACES TO KIOSK-SBS-MSG
              STRING "You now follow " DELIMITED BY SIZE
                     FUNCTION TRIM (SBS-SER-NAME)
                                       DELIMITED BY SIZE
                     " - each new title will be held for you here"
                                       DELIMITED BY SIZE
                INTO KIOSK-SBS-MSG
              END-STRING
              DISPLAY MESSAGE BOX
                 KIOSK-SBS-MSG
                 TITLE TITLEX
           ELSE
              DISPLAY MESSAGE BOX
                 "The series could not be followed - ask the desk"
                 TITLE TITLEX
                 ICON  3
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE HOLD JUST WRITTEN: WORK OUT WHEN ITS TURN SHOULD COME      *
      * (ETA-TURN-TEXT STAYS SPACES WHEN A COPY IS FREE NOW)           *
      *----------------------------------------------------------------*
       ESTIMATE-KIOSK-TURN.
           MOVE SPACES TO ETA-TURN-TEXT
           MOVE ZERO   TO ETA-DATE

           MOVE GRID-SEL-CODE TO CODIGO
           READ MOVIES
                KEY IS CODIGO
                INVALID
                    EXIT PARAGRAPH
           END-READ

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
      * CONFIRM THE NEW HOLD TO A PATRON WITH AN ADDRESS ON FILE -     *
      * THE SAME MESSAGE THE STAFF RESERVE DIALOG QUEUES               *
      *----------------------------------------------------------------*
       CONFIRM-KIOSK-HOLD.
           MOVE SIGNED-BRW-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    EXIT PARAGRAPH
           END-READ

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

           IF ETA-DATE > ZERO AND NOT ETA-ON-SHELF
              MOVE ETA-DATE TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              STRING "YOUR TURN IS EXPECTED AROUND "
                                  DELIMITED BY SIZE
                     WK-DATE-TEXT DELIMITED BY SIZE
                INTO MLQ-BODY-LINE (3)
              END-STRING
           END-IF

           MOVE "WE WILL WRITE AGAIN WHEN IT IS READY TO COLLECT"
             TO MLQ-BODY-LINE (4)

           PERFORM QUEUE-EMAIL
           .
      /
      *----------------------------------------------------------------*
      * QUEUE THE SIGNED-IN PATRON FOR A TITLE ON ORDER - THE SAME     *
      * PRE-ORDER ROW THE WISHLIST SCREEN TAKES AT THE DESK            *
      *----------------------------------------------------------------*
       KIOSK-PLACE-PREORDER.
           MOVE GRID-SEL-WSH-ID TO WSH-ID
           READ WISHLIST
                INVALID
                    MOVE SPACE TO WSH-STATUS
           END-READ

      *> CONVERTED SINCE THE SEARCH - IT IS A CATALOG TITLE NOW
           IF NOT WSH-IS-ORDERED
              DISPLAY MESSAGE BOX
                 "This title is no longer on order - please search again"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE WSH-ID        TO PRE-WSH-ID
           MOVE SIGNED-BRW-ID TO PRE-BORROWER-ID
           PERFORM COUNT-PREORDERS

           IF PRE-ALREADY-QUEUED
              DISPLAY MESSAGE BOX
                 "You are already in the queue for this title"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           INITIALIZE POH-REC
           MOVE WSH-ID        TO POH-WSH-ID
           COMPUTE POH-SEQ    = PRE-LAST-SEQ + 1
           MOVE SIGNED-BRW-ID TO POH-BORROWER-ID
           ACCEPT POH-DATE FROM DATE YYYYMMDD
           MOVE "W"           TO POH-STATUS
           MOVE "K"           TO POH-TAKEN-AT
           MOVE THIS-BRANCH   TO POH-PICKUP-BRANCH

           WRITE POH-REC
                 INVALID KEY
                     DISPLAY MESSAGE BOX
                        "The hold could not be saved - please ask the desk"
                        TITLE TITLEX
                        ICON  3
                     EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO PRE-WAITING
           MOVE PRE-WAITING TO PRE-POS-TEXT
           PERFORM CONFIRM-KIOSK-PREORDER

           DISPLAY MESSAGE "Pre-order hold placed - queue position "
                   PRE-POS-TEXT
                   " - we will write when it arrives"
                   TITLE TITLEX

           PERFORM SHOW-ORDERED-TITLE
           .
      /
      *----------------------------------------------------------------*
      * CONFIRM THE PRE-ORDER TO A PATRON WITH AN ADDRESS ON FILE      *
      *----------------------------------------------------------------*
       CONFIRM-KIOSK-PREORDER.
           MOVE SIGNED-BRW-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    EXIT PARAGRAPH
           END-READ

           IF BRW-EMAIL = SPACES
              EXIT PARAGRAPH
           END-IF

           INITIALIZE MLQ-REC
           MOVE BRW-ID    TO MLQ-BORROWER-ID
           MOVE BRW-EMAIL TO MLQ-EMAIL
           MOVE "FILMOTECA - YOUR PRE-ORDER HOLD IS CONFIRMED"
             TO MLQ-SUBJECT
           MOVE WSH-TITLE TO MLQ-BODY-LINE (1)

           STRING "YOUR PLACE IN THE QUEUE: " DELIMITED BY SIZE
                  FUNCTION TRIM (PRE-POS-TEXT)
                                              DELIMITED BY SIZE
             INTO MLQ-BODY-LINE (2)
           END-STRING

           MOVE "THE TITLE IS ON ORDER AND NOT YET ON OUR SHELVES"
             TO MLQ-BODY-LINE (3)
           MOVE "WE WILL WRITE AGAIN WHEN IT IS READY TO COLLECT"
             TO MLQ-BODY-LINE (4)

           PERFORM QUEUE-EMAIL
           .
      /
      *----------------------------------------------------------------*
      * ASSIGN THE NEXT QUEUE SEQUENCE FOR THIS TITLE'S HOLD LIST,     *
      * THE SAME WAY THE STAFF RESERVE DIALOG DOES                     *
      *----------------------------------------------------------------*
          COPY 'CPVIDHSP.CPY'.
      /
      *----------------------------------------------------------------*
      * MARKETING CONSENT                                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDCNP.CPY'.
      /
      *----------------------------------------------------------------*
      * BUSINESS-DATE CHECK                                            *
      *----------------------------------------------------------------*
          COPY 'CPVIDBDP.CPY'.
          COPY 'CPVIDDTP.CPY'.
      /
      *----------------------------------------------------------------*
      * BORROWER ALERTS IN FORCE                                       *
      *----------------------------------------------------------------*
          COPY 'CPVIDBAP.CPY'.
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
      * PRE-ORDER HOLDS WAITING ON A TITLE ON ORDER                    *
      *----------------------------------------------------------------*
          COPY 'CPVIDPOP.CPY'.
      /
      *----------------------------------------------------------------*
      * SERIES SUBSCRIPTIONS                                           *
      *----------------------------------------------------------------*
          COPY 'CPVIDSBP.CPY'.
      /
      *----------------------------------------------------------------*
      * TITLE AVAILABILITY SUMMARY                                     *
      *----------------------------------------------------------------*
          COPY 'CPVIDAVP.CPY'.
      /
      *----------------------------------------------------------------*
      * SET MOVIE-ON-LOAN WHEN THE CURRENT CODIGO HAS NO COPY FREE ON  *
      * THE SHELF - FROM ITS AVAILABILITY SUMMARY ROW WHEN THERE IS    *
      * ONE, OTHERWISE WHEN ANY LOAN FOR IT IS OUT                     *
      *----------------------------------------------------------------*
       CHECK-MOVIE-ON-LOAN.
           SET MOVIE-NOT-ON-LOAN TO TRUE

           MOVE CODIGO TO AVL-WANT-CODIGO
           PERFORM LOOKUP-AVAILABILITY
           IF AVL-WAS-FOUND
              IF AVL-FREE-NOW = ZERO
                 SET MOVIE-ON-LOAN TO TRUE
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE CODIGO TO LOAN-CODIGO
           MOVE ZERO   TO LOAN-SEQ
           SET LOANS-AT-END TO FALSE
