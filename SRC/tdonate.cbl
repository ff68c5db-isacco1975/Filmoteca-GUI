       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          DONMAINT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 OCTOBER 15
      /
      ******************************************************************
      *                                                                *
      *  DONATIONS SCREEN - PART OF FILMOTECA.EDUC360 GUI              *
      *                                                                *
      *          BUILT THE SAME WAY THE ACQUISITIONS BUDGET FORM IS;   *
      *          ONE ROW PER DONOR ON THE DONOR REGISTER - A PATRON,   *
      *          AN ESTATE OR ANYONE ELSE WHO GIVES THE SHOP FILMS.    *
      *          "DONATED ITEMS..." TAKES IN WHAT THEY BROUGHT, ONE    *
      *          DISC AT A TIME: EITHER ONE MORE COPY OF A TITLE THE   *
      *          CATALOG ALREADY HAS, OR A NEW CATALOG ENTRY PENDING   *
      *          REVIEW ON THE MOVIES SCREEN THE WAY A CONVERTED       *
      *          WISHLIST REQUEST IS.  EVERY COPY WRITTEN HERE IS      *
      *          FLAGGED DONATED WITH THE DONOR NUMBER ON IT, GOES     *
      *          INTO SERVICE WITH NOTHING TO DEPRECIATE, AND A NEW    *
      *          TITLE GETS A ZERO-COST ACQUISITION ROW WITH THE       *
      *          ESTIMATE AS ITS REPLACEMENT VALUE.  THE DONACK BATCH  *
      *          PRINTS THE THANK-YOU LETTERS AND DONRPT THE YEARLY    *
      *          REPORT FOR THE TRUSTEES.                              *
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
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDCPA.CPY'.
          COPY 'CPVIDAQA.CPY'.
          COPY 'CPVIDBRA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD DONORS.
          COPY 'CPVIDDNR.CPY'.
      *
       FD DONITEM.
          COPY 'CPVIDDIT.CPY'.
      *
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD COPIES.
          COPY 'CPVIDCPN.CPY'.
      *
       FD ACQUIS.
          COPY 'CPVIDAQN.CPY'.
      *
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.

       WORKING-STORAGE      SECTION.
               COPY "ACUGUI.DEF".
               COPY "ACUCOBOL.DEF".
               COPY "CRTVARS.DEF".
               COPY "COMUNE.DEF".

      * KEY STATUS
       77 KEY-STATUS IS SPECIAL-NAMES CRT STATUS PIC 9(5) VALUE 0.
          88 ENTER-PUSHED VALUE 13.
          88 EXIT-PUSHED VALUE 27.
          88 MESSAGE-RECEIVED VALUE 95.
          88 EVENT-OCCURRED VALUE 96.
          88 SCREEN-NO-INPUT-FIELD VALUE 97.

      * PROPERTIES & USER DEFINED WORKING STORAGE
       77 FORM1-HANDLE           USAGE IS HANDLE OF WINDOW.
       77 FORM1-TB-1-HANDLE      USAGE IS HANDLE OF WINDOW.
       77 INT-FORM-HANDLE        USAGE IS HANDLE OF WINDOW.
       77 TOOLBAR-BMP            PIC S9(9) COMP-4.
       77 DEFAULT-FONT           USAGE IS HANDLE OF FONT DEFAULT-FONT.
       77 SMALL-FONT             USAGE IS HANDLE OF FONT SMALL-FONT.
       78 TITLEX VALUE IS "FILMOTECA.EDUC360 - DONATIONS".

       77 E-ESC             PIC  9 VALUE 1.
       77 E-NEW             PIC  9 VALUE 1.
       77 E-DELETE          PIC  9 VALUE 1.
       77 E-SAVE            PIC  9 VALUE 1.
       77 E-EDIT            PIC  9 VALUE 1.

       77 STATUS-DONORS     PIC X(2).
           88 VALID-STATUS-DONORS VALUE IS "00" THRU "09".
       77 STATUS-DONITEM    PIC X(2).
           88 VALID-STATUS-DONITEM VALUE IS "00" THRU "09".
       77 STATUS-MOVIES     PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-COPIES     PIC X(2).
           88 VALID-STATUS-COPIES VALUE IS "00" THRU "09".
       77 STATUS-ACQUIS     PIC X(2).
           88 VALID-STATUS-ACQUIS VALUE IS "00" THRU "09".
       77 STATUS-BORROWERS  PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 DESK-OPERATOR     PIC X(10) VALUE SPACES.
       77 NEXT-DNR-ID       PIC 9(5) VALUE ZERO.
       77 NEXT-CODIGO       PIC 9(5) VALUE ZERO.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.
          COPY 'CPVIDVSV.CPY'.
          COPY 'CPVIDBNV.CPY'.
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.

      * WHAT THE DONOR HAS GIVEN SO FAR - THE SUMMARY UNDER THE FORM
      * AND THE TOTAL IN THE INTAKE DIALOG
       77 SW-DIT-EOF        PIC 9 VALUE ZERO.
           88 DIT-AT-END     VALUE 1, FALSE 0.
       77 DNR-ITEM-CNT      PIC 9(5) VALUE ZERO.
       77 DNR-UNACK-CNT     PIC 9(5) VALUE ZERO.
       77 DNR-VALUE-TOT     PIC 9(7)V99 VALUE ZERO.
       77 DNR-LAST-SEQ      PIC 9(5) VALUE ZERO.
       77 DNR-CNT-TEXT      PIC ZZZZ9.
       77 DNR-UNACK-TEXT    PIC ZZZZ9.
       77 DNR-VALUE-TEXT    PIC ZZZZZZ9,99.
       77 DNR-SUMMARY-TEXT  PIC X(80) VALUE SPACES.

      * DONATED ITEMS DIALOG
       77 SW-INT-DONE       PIC 9 VALUE ZERO.
           88 INT-DONE       VALUE 1, FALSE 0.
       01 INT-TABLE.
           05 INT-ROW OCCURS 1 TO 300 TIMES
                        DEPENDING ON INT-CNT
                        INDEXED BY INT-IDX
                                 PIC X(100).
       77 INT-CNT           PIC 9(3) VALUE ZERO.
       77 INT-CODE-IN       PIC 9(5) VALUE ZERO.
       77 INT-TITLE-IN      PIC X(30) VALUE SPACES.
       77 INT-FORMAT-IN     PIC X(07) VALUE SPACES.
       77 INT-COND-IN       PIC X(01) VALUE SPACE.
       77 INT-VALUE-IN      PIC 9(5)V99 VALUE ZERO.
       77 INT-TODAY         PIC 9(8) VALUE ZERO.
       77 INT-COPY-NO       PIC 9(3) VALUE ZERO.
       77 INT-LAST-COPY     PIC 9(3) VALUE ZERO.
       77 INT-DISPOSITION   PIC X(01) VALUE SPACE.
       77 INT-KIND-TEXT     PIC X(05) VALUE SPACES.
       77 INT-ACK-TEXT      PIC X(08) VALUE SPACES.
       77 INT-VALUE-TEXT    PIC ZZZZ9,99.
       77 INT-HEAD-TEXT     PIC X(70) VALUE SPACES.
       77 SW-COPIES-EOF     PIC 9 VALUE ZERO.
           88 COPIES-AT-END  VALUE 1, FALSE 0.
       77 SW-INT-WRITTEN    PIC 9 VALUE ZERO.
           88 INT-COPY-WRITTEN VALUE 1, FALSE 0.

       77 DECISION          PIC 9.

       LINKAGE          SECTION.

       SCREEN           SECTION.
      * FORM
       01
           FORM1,
           .

      * ENTRY FIELD
       05
           EF-DNRID,
           ENTRY-FIELD,
           COL 20,00,
           LINE 2,00,
           LINES 1,31 ,
           SIZE 8,00 ,
           BOXED,
           COLOR 5,
           ENABLED MOD-K,
           ID IS 6501,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 5,
           FONT SMALL-FONT
           .

      * ENTRY FIELD
       05
           EF-DNRNAME,
           ENTRY-FIELD,
           COL 20,00,
           LINE 5,00,
           LINES 1,31 ,
           SIZE 34,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6502,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 30,
           .

      * ENTRY FIELD
       05
           EF-DNRKIND,
           ENTRY-FIELD,
           COL 20,00,
           LINE 7,00,
           LINES 1,31 ,
           SIZE 4,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6503,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 1,
           .

      * ENTRY FIELD
       05
           EF-DNRBRW,
           ENTRY-FIELD,
           COL 20,00,
           LINE 9,00,
           LINES 1,31 ,
           SIZE 8,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6504,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 5,
           .

      * ENTRY FIELD
       05
           EF-DNRCONTACT,
           ENTRY-FIELD,
           COL 20,00,
           LINE 11,00,
           LINES 1,31 ,
           SIZE 34,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6505,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 30,
           .

      * ENTRY FIELD
       05
           EF-DNRADDR1,
           ENTRY-FIELD,
           COL 20,00,
           LINE 13,00,
           LINES 1,31 ,
           SIZE 34,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6506,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 30,
           .

      * ENTRY FIELD
       05
           EF-DNRADDR2,
           ENTRY-FIELD,
           COL 20,00,
           LINE 14,50,
           LINES 1,31 ,
           SIZE 34,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6507,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 30,
           .

      * ENTRY FIELD
       05
           EF-DNRTOWN,
           ENTRY-FIELD,
           COL 20,00,
           LINE 16,00,
           LINES 1,31 ,
           SIZE 28,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6508,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 25,
           .

      * ENTRY FIELD
       05
           EF-DNRPOST,
           ENTRY-FIELD,
           COL 62,00,
           LINE 16,00,
           LINES 1,31 ,
           SIZE 12,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6509,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 10,
           .

      * ENTRY FIELD
       05
           EF-DNRPHONE,
           ENTRY-FIELD,
           COL 20,00,
           LINE 18,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6510,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 15,
           .

      * LABEL
       05
           LBL-DNRID,
           LABEL,
           COL 3,00,
           LINE 2,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           ID IS 651,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "DONOR NO.",
           .

      * LABEL
       05
           LBL-DNRNAME,
           LABEL,
           COL 3,00,
           LINE 5,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           ID IS 652,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "NAME",
           .

      * LABEL
       05
           LBL-DNRKIND,
           LABEL,
           COL 3,00,
           LINE 7,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           ID IS 653,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "KIND",
           .

      * LABEL - WHAT THE KIND LETTERS MEAN
       05
           LBL-DNRKINDS,
           LABEL,
           COL 26,00,
           LINE 7,00,
           LINES 1,31 ,
           SIZE 40,00 ,
           ID IS 654,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "P PATRON   E ESTATE   O OTHER",
           .

      * LABEL
       05
           LBL-DNRBRW,
           LABEL,
           COL 3,00,
           LINE 9,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           ID IS 655,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "BORROWER ID",
           .

      * LABEL
       05
           LBL-DNRCONTACT,
           LABEL,
           COL 3,00,
           LINE 11,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           ID IS 656,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "CONTACT",
           .

      * LABEL
       05
           LBL-DNRADDR,
           LABEL,
           COL 3,00,
           LINE 13,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           ID IS 657,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "ADDRESS",
           .

      * LABEL
       05
           LBL-DNRTOWN,
           LABEL,
           COL 3,00,
           LINE 16,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           ID IS 658,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "TOWN",
           .

      * LABEL
       05
           LBL-DNRPOST,
           LABEL,
           COL 51,00,
           LINE 16,00,
           LINES 1,31 ,
           SIZE 10,00 ,
           ID IS 659,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "POSTCODE",
           .

      * LABEL
       05
           LBL-DNRPHONE,
           LABEL,
           COL 3,00,
           LINE 18,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           ID IS 660,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "PHONE",
           .

      * LABEL - HOW MUCH THE DONOR HAS GIVEN, FOR THE EYE ONLY
       05
           LBL-DNRSUMMARY,
           LABEL,
           COL 3,00,
           LINE 20,50,
           LINES 1,31 ,
           SIZE 78,00 ,
           ID IS 661,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE SPACES,
           .

      * BAR
       05
           FORM1-BR-1,
           BAR,
           COL 1,00,
           LINE 3,50,
           SIZE 83,50 ,
           ID IS 4,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           COLORS (8, 8),
           SHADING (-1, 1),
           WIDTH 2,
           .

      * TOOLBAR
       01
           FORM1-TB-1,
           .

      * PUSH BUTTON
       05
           TOOL-ESC,
           PUSH-BUTTON,
           COL 1,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 1,
           FRAMED,
           SQUARE,
           ENABLED E-ESC,
           EXCEPTION-VALUE 27,
           FLAT,
           ID IS 2223,
           SELF-ACT,
           ESCAPE-BUTTON,
           TITLE "EXIT (ESC)",
           .

      * PUSH BUTTON
       05
           TOOL-NEW,
           PUSH-BUTTON,
           COL 6,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 2,
           FRAMED,
           SQUARE,
           ENABLED E-NEW,
           EXCEPTION-VALUE 2,
           FLAT,
           ID IS 208,
           SELF-ACT,
           TITLE "NEW (F2)",
           .

      * PUSH BUTTON
       05
           TOOL-DELETE,
           PUSH-BUTTON,
           COL 16,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 4,
           FRAMED,
           SQUARE,
           ENABLED E-DELETE,
           EXCEPTION-VALUE 4,
           FLAT,
           ID IS 106,
           SELF-ACT,
           TITLE "DELETE (F4)",
           .

      * PUSH BUTTON
       05
           TOOL-SAVE,
           PUSH-BUTTON,
           COL 11,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 3,
           FRAMED,
           SQUARE,
           ENABLED MOD,
           EXCEPTION-VALUE 3,
           FLAT,
           ID IS 75,
           SELF-ACT,
           TITLE "SAVE (F3)",
           .

      * CHECK BOX
       05
           TOOL-EDIT,
           CHECK-BOX,
           COL 21,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 5,
           FRAMED,
           SQUARE,
           ENABLED E-EDIT,
           EXCEPTION-VALUE 150
           FLAT,
           ID IS 77,
           SELF-ACT,
           TITLE "EDIT (F5)",
           VALUE MOD,
           .

      * PUSH BUTTON
       05
           TOOL-INTAKE,
           PUSH-BUTTON,
           COL 26,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 6,
           FRAMED,
           SQUARE,
           EXCEPTION-VALUE 1040,
           FLAT,
           ID IS 78,
           SELF-ACT,
           TITLE "DONATED ITEMS...",
           .

      * PUSH BUTTON
       05
           FORM1-PB-1A,
           PUSH-BUTTON,
           COL 46,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 10,
           FRAMED,
           SQUARE,
           EXCEPTION-VALUE 1002,
           FLAT,
           ID IS 113,
           SELF-ACT,
           TITLE "&FIRST",
           .

      * PUSH BUTTON
       05
           FORM1-PB-1B,
           PUSH-BUTTON,
           COL 51,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 11,
           FRAMED,
           SQUARE,
           EXCEPTION-VALUE 67,
           FLAT,
           ID IS 114,
           SELF-ACT,
           TITLE "PREVIOUS (PGDN)",
           .

      * PUSH BUTTON
       05
           FORM1-PB-1C,
           PUSH-BUTTON,
           COL 56,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 12,
           FRAMED,
           SQUARE,
           EXCEPTION-VALUE 68,
           FLAT,
           ID IS 115,
           SELF-ACT,
           TITLE "NEXT (PGUP)",
           .

      * PUSH BUTTON
       05
           FORM1-PB-1D,
           PUSH-BUTTON,
           COL 61,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 13,
           FRAMED,
           SQUARE,
           EXCEPTION-VALUE 1006,
           FLAT,
           ID IS 116,
           SELF-ACT,
           TITLE "&LAST",
           .

      * DONATED ITEMS DIALOG (WHAT THE DONOR HAS GIVEN, THEN ONE MORE
      * DISC TO TAKE IN)
       01
           INT-FORM,
           .

       05
           LBL-INT-TITLE,
           LABEL,
           COL 2,00,
           LINE 1,00,
           SIZE 90,00,
           TITLE SPACES,
           ID IS 8401,
           FONT IS SMALL-FONT,
           .

       05
           INT-LB,
           LIST-BOX,
           COL 2,00,
           LINE 2,50,
           LINES 9,00 ,
           SIZE 90,00 ,
           OCCURS 1 TO 300 TIMES DEPENDING ON INT-CNT,
           INDEXED BY INT-IDX,
           VALUE INT-ROW (INT-IDX),
           FRAMED,
           EXCEPTION-VALUE 7060,
           ID IS 8402,
           FONT SMALL-FONT,
           .

       05
           LBL-INT-TOTAL,
           LABEL,
           COL 2,00,
           LINE 11,80,
           SIZE 90,00,
           TITLE SPACES,
           ID IS 8403,
           FONT IS SMALL-FONT,
           .

       05
           LBL-INT-CODE,
           LABEL,
           COL 2,00,
           LINE 13,50,
           SIZE 34,00,
           TITLE "MOVIE CODE (BLANK FOR A NEW TITLE)",
           FONT IS SMALL-FONT,
           .

       05
           EF-INT-CODE,
           ENTRY-FIELD,
           COL 37,00,
           LINE 13,50,
           SIZE 8,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 8404,
           MAX-TEXT 5,
           .

       05
           LBL-INT-TITLE-IN,
           LABEL,
           COL 2,00,
           LINE 15,00,
           SIZE 34,00,
           TITLE "TITLE (NEW TITLE ONLY)",
           FONT IS SMALL-FONT,
           .

       05
           EF-INT-TITLE,
           ENTRY-FIELD,
           COL 37,00,
           LINE 15,00,
           SIZE 34,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 8405,
           MAX-TEXT 30,
           .

       05
           LBL-INT-FORMAT,
           LABEL,
           COL 2,00,
           LINE 16,50,
           SIZE 34,00,
           TITLE "FORMAT (NEW TITLE ONLY)",
           FONT IS SMALL-FONT,
           .

       05
           EF-INT-FORMAT,
           ENTRY-FIELD,
           COL 37,00,
           LINE 16,50,
           SIZE 10,00,
           BOXED,
           UPPER,
           FONT IS SMALL-FONT,
           ID IS 8406,
           MAX-TEXT 7,
           .

       05
           LBL-INT-COND,
           LABEL,
           COL 50,00,
           LINE 16,50,
           SIZE 20,00,
           TITLE "CONDITION (A-D)",
           FONT IS SMALL-FONT,
           .

       05
           EF-INT-COND,
           ENTRY-FIELD,
           COL 71,00,
           LINE 16,50,
           SIZE 4,00,
           BOXED,
           UPPER,
           FONT IS SMALL-FONT,
           ID IS 8407,
           MAX-TEXT 1,
           .

       05
           LBL-INT-VALUE,
           LABEL,
           COL 2,00,
           LINE 18,00,
           SIZE 34,00,
           TITLE "ESTIMATED VALUE",
           FONT IS SMALL-FONT,
           .

       05
           EF-INT-VALUE,
           ENTRY-FIELD,
           COL 37,00,
           LINE 18,00,
           SIZE 12,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 8408,
           MAX-TEXT 8,
           .

       05
           PB-INT-COPY,
           PUSH-BUTTON,
           COL 2,00,
           LINE 20,00,
           SIZE 22,00,
           EXCEPTION-VALUE 7061,
           ID IS 7061,
           TITLE "ADD AS EXTRA COPY",
           .

       05
           PB-INT-NEW,
           PUSH-BUTTON,
           COL 26,00,
           LINE 20,00,
           SIZE 22,00,
           EXCEPTION-VALUE 7062,
           ID IS 7062,
           TITLE "ADD AS NEW TITLE",
           .

       05
           PB-INT-CLOSE,
           PUSH-BUTTON,
           COL 50,00,
           LINE 20,00,
           SIZE 14,00,
           EXCEPTION-VALUE 7063,
           ID IS 7063,
           TITLE "CLOSE",
           .

       PROCEDURE  DIVISION.
       DECLARATIVES.
      /
      *----------------------------------------------------------------*
      * DECLARATIVES TO HANDLE COMMON FILE ERRORS                      *
      *----------------------------------------------------------------*
       DONORS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DONORS.
           SET RECLOCKED TO FALSE.
           EVALUATE STATUS-DONORS
           WHEN "93"
                DISPLAY MESSAGE BOX "FILE ALREADY IN USE!"
                          TITLE TITLEX
                           ICON 3
                GOBACK
           END-EVALUATE.

       INPUT-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INPUT.
       0100-DECL.
           EXIT.
       I-O-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON I-O.
       0200-DECL.
           EXIT.
       OUTPUT-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUTPUT.
       0300-DECL.
           EXIT.
       TRANSACTION-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON TRANSACTION.
       0400-DECL.
           EXIT.
       END DECLARATIVES.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM INITIALIZE-ROUTINE
           PERFORM FORM1-OPEN-ROUTINE
           .
      /
      *----------------------------------------------------------------*
      * INITIALIZE                                                     *
      *----------------------------------------------------------------*
       INITIALIZE-ROUTINE.
           ACCEPT SYSTEM-INFORMATION FROM SYSTEM-INFO.
           ACCEPT TERMINAL-ABILITIES FROM TERMINAL-INFO.
           ACCEPT DESK-OPERATOR FROM ENVIRONMENT "FILMOTECA_OPERATOR"
           IF DESK-OPERATOR = SPACES
              MOVE "DESK" TO DESK-OPERATOR
           END-IF
           PERFORM LOAD-CAPTIONS
           PERFORM GET-THIS-BRANCH
           PERFORM INIT-BMP.
           PERFORM OPEN-FILE-RTN.
           .
      /
      *----------------------------------------------------------------*
      * INITIALIZE BITMAPS                                             *
      *----------------------------------------------------------------*
       INIT-BMP.
           CALL "W$BITMAP" USING WBITMAP-LOAD "..\RESOURCE\TOOLBAR.BMP",
                   GIVING TOOLBAR-BMP.
           .
      /
      *----------------------------------------------------------------*
      * MAIN OPENING FILE ROUTINE                                      *
      *----------------------------------------------------------------*
       OPEN-FILE-RTN.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM SET-SCREEN-TITLE

           OPEN  I-O DONORS
           IF STATUS-DONORS = "35"
              OPEN OUTPUT DONORS
                IF VALID-STATUS-DONORS
                   CLOSE DONORS
                   OPEN I-O DONORS
                END-IF
           END-IF

           IF NOT VALID-STATUS-DONORS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O DONITEM
           IF STATUS-DONITEM = "35"
              OPEN OUTPUT DONITEM
                IF VALID-STATUS-DONITEM
                   CLOSE DONITEM
                   OPEN I-O DONITEM
                END-IF
           END-IF

           IF NOT VALID-STATUS-DONITEM
               PERFORM EXIT-STOP-ROUTINE
           END-IF

      *> I-O: THE INTAKE WRITES NEW CATALOG RECORDS AND RECOUNTS THE
      *> COPIES ON HAND STRAIGHT FROM THIS SCREEN
           OPEN I-O MOVIES
           IF NOT VALID-STATUS-MOVIES
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           PERFORM VERIFY-MOVIES-LAYOUT

           IF VSN-UNSTAMPED OR VSN-MISMATCH
              DISPLAY MESSAGE BOX
                 "MOVIES.dat does not match this program's layout"
                 " - run MIGMOV first"
                 TITLE TITLEX
                 ICON  3
              PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O COPIES
           IF STATUS-COPIES = "35"
              OPEN OUTPUT COPIES
                IF VALID-STATUS-COPIES
                   CLOSE COPIES
                   OPEN I-O COPIES
                END-IF
           END-IF

           IF NOT VALID-STATUS-COPIES
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O ACQUIS
           IF STATUS-ACQUIS = "35"
              OPEN OUTPUT ACQUIS
                IF VALID-STATUS-ACQUIS
                   CLOSE ACQUIS
                   OPEN I-O ACQUIS
                END-IF
           END-IF

           IF NOT VALID-STATUS-ACQUIS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  INPUT BORROWERS
           IF NOT VALID-STATUS-BORROWERS
               PERFORM EXIT-STOP-ROUTINE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * MAIN CLOSING FILE ROUTINE                                      *
      *----------------------------------------------------------------*
       CLOSE-FILE-RTN.
           CLOSE DONORS
           CLOSE DONITEM
           CLOSE MOVIES
           CLOSE COPIES
           CLOSE ACQUIS
           CLOSE BORROWERS
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * THE MAIN WINDOW'S TITLE, WITH THE TRAINING BANNER              *
      *----------------------------------------------------------------*
          COPY 'CPVIDTNP.CPY'.
      /
      *----------------------------------------------------------------*
      * SCREEN ROUTINES - WINDOW CREATION AND DISPLAY                  *
      *----------------------------------------------------------------*
       FORM1-OPEN-ROUTINE.
           PERFORM FORM1-CREATE-WINDOW
           PERFORM FORM1-PROC
           .

       FORM1-CREATE-WINDOW.
           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 23,62,
              SIZE 83,50,
              COLOR 65793,
              CONTROL FONT SMALL-FONT,
              CONTROLS-UNCROPPED,
              LABEL-OFFSET 23,
              LINK TO THREAD,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE SCREEN-TITLE,
              AUTO-MINIMIZE,
              WITH SYSTEM MENU,
              USER-GRAY,
              USER-WHITE,
              NO WRAP,
              HANDLE IS FORM1-HANDLE,

      * TOOL BAR
           DISPLAY TOOL-BAR
              LINES 2,69,
              HANDLE IN FORM1-TB-1-HANDLE
           DISPLAY FORM1-TB-1 UPON FORM1-TB-1-HANDLE

           DISPLAY FORM1 UPON FORM1-HANDLE

           DISPLAY FORM1
           PERFORM FIRST-ENTRY

           MOVE ZERO TO MOD
           MOVE 1    TO MOD-K

           MODIFY TOOL-EDIT,    VALUE   MOD
           MODIFY TOOL-DELETE,  ENABLED MOD
           MODIFY TOOL-SAVE     ENABLED MOD
           .
      /
      *----------------------------------------------------------------*
      * ACCEPT SCREEN                                                  *
      *----------------------------------------------------------------*
       FORM1-PROC.
           PERFORM UNTIL EXIT-PUSHED
              ACCEPT FORM1
                 ON EXCEPTION
                    PERFORM FORM1-EVALUATE-FUNC
              END-ACCEPT
           END-PERFORM

           DESTROY FORM1-HANDLE
           INITIALIZE KEY-STATUS
           .
      /
      *----------------------------------------------------------------*
      * EVALUATE KEY PRESSED ON THE SCREEN (BUTTONS)                   *
      *----------------------------------------------------------------*
       FORM1-EVALUATE-FUNC.
           EVALUATE KEY-STATUS
           WHEN 150 *> THE EDIT FUNCTION
                INQUIRE TOOL-EDIT, ENABLED IN E-EDIT

                IF E-EDIT = 1
                   IF MOD = 0
                      MOVE 1 TO MOD
                      MOVE 1 TO E-DELETE
                      MOVE 0 TO MOD-K
                   ELSE
                      MOVE 0 TO MOD
                      MOVE 1 TO MOD-K
                      MOVE 0 TO E-DELETE
                   END-IF

                   MODIFY TOOL-EDIT,    VALUE   MOD
                   MODIFY TOOL-DELETE,  ENABLED MOD
                   MODIFY TOOL-SAVE     ENABLED MOD

                   DISPLAY FORM1
                END-IF
           END-EVALUATE.

           EVALUATE TRUE
              WHEN EXIT-PUSHED
                 PERFORM FORM1-EXIT
              WHEN EVENT-OCCURRED
                 IF EVENT-TYPE = CMD-CLOSE
                    PERFORM FORM1-EXIT
                 END-IF
               WHEN KEY-STATUS = 2
                  PERFORM NEW-ENTRY
               WHEN KEY-STATUS = 3
                  PERFORM SAVE-ENTRY
               WHEN KEY-STATUS = 4
                  PERFORM DELETE-ENTRY
               WHEN KEY-STATUS = 1040
                  PERFORM INTAKE-PROMPT
               WHEN KEY-STATUS = 1002
                  PERFORM FIRST-ENTRY
               WHEN KEY-STATUS = 67
                  PERFORM PREV-ENTRY
               WHEN KEY-STATUS = 68
                  PERFORM NEXT-ENTRY
               WHEN KEY-STATUS = 1006
                  PERFORM LAST-ENTRY
           END-EVALUATE

      * AVOID CHANGING FOCUS
           MOVE 4 TO ACCEPT-CONTROL
           .
      /
      *----------------------------------------------------------------*
      * ADD A NEW DONOR UNDER THE NEXT FREE NUMBER                     *
      *----------------------------------------------------------------*
       NEW-ENTRY.
           MOVE HIGH-VALUES TO DNR-ID
           START DONORS KEY <= DNR-ID
                 INVALID KEY
                     MOVE 1 TO NEXT-DNR-ID
                 NOT INVALID KEY
                     READ DONORS PREVIOUS RECORD
                          AT END
                              MOVE 1 TO NEXT-DNR-ID
                          NOT AT END
                              COMPUTE NEXT-DNR-ID = DNR-ID + 1
                     END-READ
           END-START

           INITIALIZE DNR-REC
           MOVE NEXT-DNR-ID TO DNR-ID
           MOVE "P"         TO DNR-KIND

           DISPLAY FORM1
           PERFORM FROMREC-TOSCREEN

           MOVE 1 TO MOD
           MOVE 1 TO MOD-K
           MODIFY EF-DNRID ENABLED 1

           MOVE 6502   TO CONTROL-ID
           MOVE 4      TO ACCEPT-CONTROL
           .
      /
      *----------------------------------------------------------------*
      * SAVE THE CURRENT RECORD FROM THE SCREEN TO THE FILE            *
      *----------------------------------------------------------------*
       SAVE-ENTRY.
           PERFORM FROMSCREEN-TORECORD

           IF DNR-ID = ZERO
              DISPLAY MESSAGE BOX
                 "A donor needs a number - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF NOT DNR-KIND-VALID
              DISPLAY MESSAGE BOX
                 "Kind must be P, E or O - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF DNR-IS-PATRON AND DNR-BRW-ID = ZERO
              DISPLAY MESSAGE BOX
                 "A patron donor needs their borrower ID"
                 " - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

      *> A PATRON'S NAME COMES OFF THEIR CARD WHEN NONE IS TYPED
           IF DNR-BRW-ID NOT = ZERO
              MOVE DNR-BRW-ID TO BRW-ID
              READ BORROWERS
                   INVALID
                       DISPLAY MESSAGE BOX
                          "That borrower is not on file"
                          " - record not saved!"
                          TITLE TITLEX
                          ICON  3
                       EXIT PARAGRAPH
              END-READ
              IF DNR-NAME = SPACES
                 MOVE BRW-NAME TO DNR-NAME
              END-IF
           END-IF

           IF DNR-NAME = SPACES
              DISPLAY MESSAGE BOX
                 "A donor needs a name - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           ACCEPT DNR-UPDATED-DT FROM DATE YYYYMMDD
           MOVE DESK-OPERATOR TO DNR-OPERATOR

           WRITE DNR-REC
                 INVALID KEY
                         DISPLAY MESSAGE BOX
                            "Save changes to the current Entry?"
                            TITLE   TITLEX
                            TYPE    MB-YES-NO
                            DEFAULT MB-NO
                            GIVING  DECISION

                         IF DECISION = MB-YES
                            REWRITE DNR-REC
                               INVALID KEY
                                   DISPLAY MESSAGE BOX
                                    "Error during REWRITE"
                                    TITLE   TITLEX
                         END-IF
           END-WRITE

           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * POSITION ON THE FIRST RECORD                                   *
      *----------------------------------------------------------------*
       START-DONORS-LESS.
           MOVE LOW-VALUES TO DNR-ID

           START DONORS KEY >= DNR-ID
                 INVALID KEY
                     INITIALIZE DNR-REC
                 NOT INVALID KEY
                     READ DONORS NEXT RECORD
           END-START
           .
      /
      *----------------------------------------------------------------*
      * POSITION ON THE LAST RECORD                                    *
      *----------------------------------------------------------------*
       START-DONORS-GREATER.
           MOVE HIGH-VALUES TO DNR-ID

           START DONORS KEY <= DNR-ID
                 INVALID KEY
                     INITIALIZE DNR-REC
                 NOT INVALID KEY
                     READ DONORS PREVIOUS RECORD
           END-START
           .
      /
      *----------------------------------------------------------------*
      * SHOW FIRST RECORD                                              *
      *----------------------------------------------------------------*
       FIRST-ENTRY.
           PERFORM START-DONORS-LESS
           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * SHOW NEXT RECORD                                               *
      *----------------------------------------------------------------*
       NEXT-ENTRY.
           READ DONORS NEXT
                AT END
                   DISPLAY MESSAGE "Reached the End of File"
                   TITLE TITLEX
                NOT AT END
                   PERFORM FROMREC-TOSCREEN
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * SHOW PREVIOUS RECORD                                           *
      *----------------------------------------------------------------*
       PREV-ENTRY.
           READ DONORS PREVIOUS
                AT END
                   DISPLAY MESSAGE "Reached the Beginning of File"
                   TITLE TITLEX
                NOT AT END
                   PERFORM FROMREC-TOSCREEN
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * SHOW LAST  RECORD                                              *
      *----------------------------------------------------------------*
       LAST-ENTRY.
           PERFORM START-DONORS-GREATER
           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * PUT THE DATA FROM THE FILE INTO SCREEN FIELDS                  *
      *----------------------------------------------------------------*
       FROMREC-TOSCREEN.
           MOVE ZERO       TO MOD-K
           MOVE 1          TO MOD

           MODIFY EF-DNRID      VALUE DNR-ID
           MODIFY EF-DNRNAME    VALUE DNR-NAME
           MODIFY EF-DNRKIND    VALUE DNR-KIND
           MODIFY EF-DNRBRW     VALUE DNR-BRW-ID
           MODIFY EF-DNRCONTACT VALUE DNR-CONTACT
           MODIFY EF-DNRADDR1   VALUE DNR-ADDR-LINE1
           MODIFY EF-DNRADDR2   VALUE DNR-ADDR-LINE2
           MODIFY EF-DNRTOWN    VALUE DNR-ADDR-TOWN
           MODIFY EF-DNRPOST    VALUE DNR-ADDR-POSTCODE
           MODIFY EF-DNRPHONE   VALUE DNR-PHONE

           PERFORM SHOW-DONOR-SUMMARY
           .
      /
      *----------------------------------------------------------------*
      * PUT THE DATA FROM THE SCREEN INTO THE FILE.  THE INTAKE DATES  *
      * ARE NOT ON THE SCREEN AND ARE CARRIED OVER FROM THE FILE       *
      *----------------------------------------------------------------*
       FROMSCREEN-TORECORD.
           INQUIRE EF-DNRID      VALUE DNR-ID

           READ DONORS
                INVALID
                    MOVE DNR-ID TO NEXT-DNR-ID
                    INITIALIZE DNR-REC
                    MOVE NEXT-DNR-ID TO DNR-ID
           END-READ

           INQUIRE EF-DNRNAME    VALUE DNR-NAME
           INQUIRE EF-DNRKIND    VALUE DNR-KIND
           INQUIRE EF-DNRBRW     VALUE DNR-BRW-ID
           INQUIRE EF-DNRCONTACT VALUE DNR-CONTACT
           INQUIRE EF-DNRADDR1   VALUE DNR-ADDR-LINE1
           INQUIRE EF-DNRADDR2   VALUE DNR-ADDR-LINE2
           INQUIRE EF-DNRTOWN    VALUE DNR-ADDR-TOWN
           INQUIRE EF-DNRPOST    VALUE DNR-ADDR-POSTCODE
           INQUIRE EF-DNRPHONE   VALUE DNR-PHONE
           .
      /
      *----------------------------------------------------------------*
      * DELETE THE CURRENT DONOR - ONLY ONE WHO HAS GIVEN NOTHING YET; *
      * ONCE ANYTHING IS LOGGED AGAINST THEM THE ROW IS THE RECORD OF  *
      * WHERE THOSE DISCS CAME FROM                                    *
      *----------------------------------------------------------------*
       DELETE-ENTRY.
           INQUIRE EF-DNRID VALUE IN DNR-ID
           READ DONORS
                INVALID DISPLAY MESSAGE BOX
                        "This Entry does not exist!"
                NOT INVALID
                         PERFORM TALLY-DONOR-ITEMS
                         IF DNR-ITEM-CNT > ZERO
                            DISPLAY MESSAGE BOX
                               "This donor has donations on file"
                               " - not deleted!"
                               TITLE TITLEX
                               ICON  3
                            EXIT PARAGRAPH
                         END-IF

                         DISPLAY MESSAGE BOX
                            "Are You SURE? DELETE current Entry?"
                            TITLE   TITLEX
                            TYPE    MB-YES-NO
                            DEFAULT MB-NO
                            GIVING  DECISION

                         IF DECISION = MB-YES
                            DELETE  DONORS RECORD
                            DISPLAY MESSAGE "Deleted!"
                            PERFORM FIRST-ENTRY
                         END-IF
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * THE LINE UNDER THE FORM: HOW MANY DISCS THE DONOR HAS GIVEN,   *
      * WHAT THEY ARE ESTIMATED TO BE WORTH AND HOW MANY STILL WAIT    *
      * FOR A THANK-YOU LETTER                                         *
      *----------------------------------------------------------------*
       SHOW-DONOR-SUMMARY.
           PERFORM TALLY-DONOR-ITEMS

           MOVE SPACES TO DNR-SUMMARY-TEXT
           IF DNR-ITEM-CNT > ZERO
              MOVE DNR-ITEM-CNT  TO DNR-CNT-TEXT
              MOVE DNR-VALUE-TOT TO DNR-VALUE-TEXT
              MOVE DNR-UNACK-CNT TO DNR-UNACK-TEXT
              STRING DNR-CNT-TEXT   DELIMITED BY SIZE
                     " ITEM(S) GIVEN, ESTIMATED VALUE "
                                    DELIMITED BY SIZE
                     DNR-VALUE-TEXT DELIMITED BY SIZE
                     " - "          DELIMITED BY SIZE
                     DNR-UNACK-TEXT DELIMITED BY SIZE
                     " NOT YET ACKNOWLEDGED"
                                    DELIMITED BY SIZE
                INTO DNR-SUMMARY-TEXT
              END-STRING
           END-IF

           MODIFY LBL-DNRSUMMARY TITLE DNR-SUMMARY-TEXT
           .

      *> COUNTS AND VALUES EVERYTHING LOGGED AGAINST DNR-ID AND LEAVES
      *> THE HIGHEST RUNNING NUMBER IN DNR-LAST-SEQ FOR THE NEXT ONE
       TALLY-DONOR-ITEMS.
           MOVE ZERO TO DNR-ITEM-CNT
           MOVE ZERO TO DNR-UNACK-CNT
           MOVE ZERO TO DNR-VALUE-TOT
           MOVE ZERO TO DNR-LAST-SEQ
           SET DIT-AT-END TO FALSE

           MOVE DNR-ID TO DIT-DNR-ID
           MOVE ZERO   TO DIT-SEQ

           START DONITEM KEY >= DIT-KEY
                 INVALID KEY
                     SET DIT-AT-END TO TRUE
           END-START

           PERFORM UNTIL DIT-AT-END
              READ DONITEM NEXT RECORD
                   AT END
                       SET DIT-AT-END TO TRUE
                   NOT AT END
                       IF DIT-DNR-ID NOT = DNR-ID
                          SET DIT-AT-END TO TRUE
                       ELSE
                          ADD 1             TO DNR-ITEM-CNT
                          ADD DIT-EST-VALUE TO DNR-VALUE-TOT
                          IF DIT-ACK-DT = ZERO
                             ADD 1 TO DNR-UNACK-CNT
                          END-IF
                          MOVE DIT-SEQ TO DNR-LAST-SEQ
                       END-IF
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * DONATED ITEMS - EVERYTHING THE DONOR HAS GIVEN, AND ONE MORE   *
      * DISC TO TAKE IN: "ADD AS EXTRA COPY" PUTS IT ON THE SHELF AS   *
      * THE NEXT COPY OF THE MOVIE CODE TYPED; "ADD AS NEW TITLE"      *
      * OPENS A CATALOG ENTRY PENDING REVIEW AND MAKES IT COPY 1       *
      *----------------------------------------------------------------*
       INTAKE-PROMPT.
           INQUIRE EF-DNRID VALUE IN DNR-ID

           READ DONORS
                INVALID
                    DISPLAY MESSAGE BOX
                       "Save the donor before taking in donations!"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           SET INT-DONE TO FALSE
           ACCEPT INT-TODAY FROM DATE YYYYMMDD

           PERFORM LOAD-INTAKE-LIST

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 22,00,
              SIZE 94,00,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE "FILMOTECA.EDUC360 - DONATED ITEMS",
              WITH SYSTEM MENU,
              HANDLE IS INT-FORM-HANDLE,

           DISPLAY INT-FORM

           MOVE SPACES TO INT-HEAD-TEXT
           STRING "DONATED BY " DELIMITED BY SIZE
                  DNR-ID        DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  DNR-NAME      DELIMITED BY SIZE
             INTO INT-HEAD-TEXT
           END-STRING
           MODIFY LBL-INT-TITLE TITLE INT-HEAD-TEXT

           PERFORM SHOW-INTAKE-TOTAL
           PERFORM CLEAR-INTAKE-FIELDS

           PERFORM UNTIL INT-DONE
              ACCEPT INT-FORM
                 ON EXCEPTION
                    PERFORM INT-EVALUATE-FUNC
              END-ACCEPT
           END-PERFORM

           DESTROY INT-FORM-HANDLE
           INITIALIZE KEY-STATUS

           PERFORM SHOW-DONOR-SUMMARY
           .

       INT-EVALUATE-FUNC.
           EVALUATE TRUE
              WHEN EXIT-PUSHED
                   SET INT-DONE TO TRUE
              WHEN EVENT-OCCURRED
                   IF EVENT-TYPE = CMD-CLOSE
                      SET INT-DONE TO TRUE
                   END-IF
              WHEN KEY-STATUS = 7061
                   PERFORM INTAKE-EXTRA-COPY
              WHEN KEY-STATUS = 7062
                   PERFORM INTAKE-NEW-TITLE
              WHEN KEY-STATUS = 7063
                   SET INT-DONE TO TRUE
           END-EVALUATE
           .

      *> ONE ROW PER ITEM: RUNNING NUMBER, DATE TAKEN IN, COPY OR NEW
      *> TITLE, MOVIE CODE/COPY, TITLE, FORMAT, CONDITION, ESTIMATE
      *> AND WHETHER THE DONOR HAS BEEN THANKED FOR IT YET
       LOAD-INTAKE-LIST.
           MOVE ZERO TO INT-CNT
           SET DIT-AT-END TO FALSE

           MOVE DNR-ID TO DIT-DNR-ID
           MOVE ZERO   TO DIT-SEQ

           START DONITEM KEY >= DIT-KEY
                 INVALID KEY
                     SET DIT-AT-END TO TRUE
           END-START

           PERFORM UNTIL DIT-AT-END
              READ DONITEM NEXT RECORD
                   AT END
                       SET DIT-AT-END TO TRUE
                   NOT AT END
                       IF DIT-DNR-ID NOT = DNR-ID
                          SET DIT-AT-END TO TRUE
                       ELSE
                          IF INT-CNT < 300
                             PERFORM ADD-INTAKE-ROW
                          END-IF
                       END-IF
              END-READ
           END-PERFORM
           .

       ADD-INTAKE-ROW.
           ADD 1 TO INT-CNT

           IF DIT-IS-NEW-TITLE
              MOVE "NEW"  TO INT-KIND-TEXT
           ELSE
              MOVE "COPY" TO INT-KIND-TEXT
           END-IF

           IF DIT-ACK-DT = ZERO
              MOVE "TO THANK" TO INT-ACK-TEXT
           ELSE
              MOVE "THANKED"  TO INT-ACK-TEXT
           END-IF

           MOVE DIT-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE DIT-EST-VALUE TO INT-VALUE-TEXT

           MOVE SPACES TO INT-ROW (INT-CNT)
           STRING DIT-SEQ         DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WK-DATE-TEXT    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  INT-KIND-TEXT   DELIMITED BY SIZE
                  DIT-CODIGO      DELIMITED BY SIZE
                  "/"             DELIMITED BY SIZE
                  DIT-COPY-NO     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  DIT-TITLE       DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  DIT-FORMAT      DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  DIT-CONDITION   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  INT-VALUE-TEXT  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  INT-ACK-TEXT    DELIMITED BY SIZE
             INTO INT-ROW (INT-CNT)
           END-STRING
           .

       SHOW-INTAKE-TOTAL.
           PERFORM TALLY-DONOR-ITEMS

           MOVE SPACES TO DNR-SUMMARY-TEXT
           MOVE DNR-ITEM-CNT  TO DNR-CNT-TEXT
           MOVE DNR-VALUE-TOT TO DNR-VALUE-TEXT
           STRING DNR-CNT-TEXT   DELIMITED BY SIZE
                  " ITEM(S) ON FILE, ESTIMATED VALUE "
                                 DELIMITED BY SIZE
                  DNR-VALUE-TEXT DELIMITED BY SIZE
             INTO DNR-SUMMARY-TEXT
           END-STRING
           MODIFY LBL-INT-TOTAL TITLE DNR-SUMMARY-TEXT
           .

       CLEAR-INTAKE-FIELDS.
           MODIFY EF-INT-CODE   VALUE SPACES
           MODIFY EF-INT-TITLE  VALUE SPACES
           MODIFY EF-INT-FORMAT VALUE SPACES
           MODIFY EF-INT-COND   VALUE "A"
           MODIFY EF-INT-VALUE  VALUE SPACES
           .

       INQUIRE-INTAKE-FIELDS.
           MOVE ZERO   TO INT-CODE-IN
           MOVE ZERO   TO INT-VALUE-IN
           INQUIRE EF-INT-CODE   VALUE IN INT-CODE-IN
           INQUIRE EF-INT-TITLE  VALUE IN INT-TITLE-IN
           INQUIRE EF-INT-FORMAT VALUE IN INT-FORMAT-IN
           INQUIRE EF-INT-COND   VALUE IN INT-COND-IN
           INQUIRE EF-INT-VALUE  VALUE IN INT-VALUE-IN

           IF INT-COND-IN = SPACE
              MOVE "A" TO INT-COND-IN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * ONE MORE COPY OF A TITLE THE CATALOG ALREADY HAS               *
      *----------------------------------------------------------------*
       INTAKE-EXTRA-COPY.
           PERFORM INQUIRE-INTAKE-FIELDS

           IF INT-CODE-IN = ZERO
              DISPLAY MESSAGE BOX
                 "Type the movie code this disc is a copy of"
                 " - not added!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

      *> THE 90000 BAND IS EQUIPMENT, NOT FILMS ON DISC
           IF INT-CODE-IN NOT < 90000
              DISPLAY MESSAGE BOX
                 "That code is in the equipment band - not added!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE INT-CODE-IN TO CODIGO
           READ MOVIES
                INVALID
                    DISPLAY MESSAGE BOX
                       "That movie code is not in the catalog"
                       " - not added!"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           IF MEDIA-FORMAT = "DIGITAL"
              DISPLAY MESSAGE BOX
                 "A digital title has no discs to add to - not added!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE INT-COND-IN TO CP-CONDITION
           IF NOT CP-COND-IS-VALID
              DISPLAY MESSAGE BOX
                 "Condition must be A, B, C or D"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-DONATED-COPY
           IF NOT INT-COPY-WRITTEN
              EXIT PARAGRAPH
           END-IF

           MOVE "C" TO INT-DISPOSITION
           PERFORM LOG-DONATED-ITEM

           DISPLAY MESSAGE BOX
              "Added as copy " INT-COPY-NO " of " TITULO
              TITLE TITLEX
           .
      /
      *----------------------------------------------------------------*
      * A TITLE THE CATALOG DOES NOT HAVE - THE RECORD IS CREATED      *
      * UNDER THE NEXT FREE CODIGO BELOW THE EQUIPMENT BAND, FLAGGED   *
      * FOR THE SAME REVIEW PASS A CONVERTED WISHLIST REQUEST GETS, SO *
      * THE GENRE AND THE REST ARE FILLED IN BEFORE IT GOES LIVE.  ITS *
      * ACQUISITION ROW SHOWS IT COST NOTHING AND WHAT IT IS WORTH     *
      *----------------------------------------------------------------*
       INTAKE-NEW-TITLE.
           PERFORM INQUIRE-INTAKE-FIELDS

           IF INT-CODE-IN NOT = ZERO
              DISPLAY MESSAGE BOX
                 "Clear the movie code to add a new title - not added!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF INT-TITLE-IN = SPACES
              DISPLAY MESSAGE BOX
                 "A new title needs its title - not added!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE INT-FORMAT-IN TO MEDIA-FORMAT
           IF NOT FORMAT-IS-VALID OR MEDIA-FORMAT = "DIGITAL"
              DISPLAY MESSAGE BOX
                 "Format must be VHS, DVD or BLU-RAY - not added!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE INT-COND-IN TO CP-CONDITION
           IF NOT CP-COND-IS-VALID
              DISPLAY MESSAGE BOX
                 "Condition must be A, B, C or D"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

      *> A BOX OF OLD FILMS OFTEN HOLDS SOMETHING ALREADY ON THE SHELF
           MOVE INT-TITLE-IN TO TITULO
           START MOVIES KEY = TITULO
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     READ MOVIES NEXT RECORD
                          AT END CONTINUE
                          NOT AT END
                              DISPLAY MESSAGE BOX
                                 "The catalog already has this exact"
                                 " title (code " CODIGO
                                 ") - add it as a new title anyway?"
                                 TITLE   TITLEX
                                 TYPE    MB-YES-NO
                                 DEFAULT MB-NO
                                 GIVING  DECISION
                              IF DECISION NOT = MB-YES
                                 EXIT PARAGRAPH
                              END-IF
                     END-READ
           END-START

      *> THE 90000 BAND IS EQUIPMENT - THE NEXT CODE COMES OFF THE
      *> HIGHEST ONE BELOW IT
           MOVE 89999 TO CODIGO
           START MOVIES KEY <= CODIGO
                 INVALID KEY
                     MOVE 1 TO NEXT-CODIGO
                 NOT INVALID KEY
                     READ MOVIES PREVIOUS RECORD
                          AT END
                              MOVE 1 TO NEXT-CODIGO
                          NOT AT END
                              COMPUTE NEXT-CODIGO = CODIGO + 1
                     END-READ
           END-START

           IF NEXT-CODIGO NOT < 90000
              DISPLAY MESSAGE BOX
                 "The catalog code space is exhausted - not added!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           INITIALIZE MOV-REC
           MOVE NEXT-CODIGO     TO CODIGO
           MOVE INT-TITLE-IN    TO TITULO
           MOVE INT-FORMAT-IN   TO MEDIA-FORMAT
           MOVE "P"             TO ARCHIVED
           ACCEPT LAST-UPDATED FROM DATE YYYYMMDD

           WRITE MOV-REC
                 INVALID KEY
                     DISPLAY MESSAGE BOX
                        "Error creating the catalog record"
                        TITLE TITLEX
                        ICON  3
                     EXIT PARAGRAPH
           END-WRITE

           INITIALIZE ACQ-REC
           MOVE NEXT-CODIGO  TO ACQ-CODIGO
           MOVE ZERO         TO ACQ-COST
           MOVE INT-TODAY    TO ACQ-DATE
           MOVE "DONATION"   TO ACQ-SOURCE
           MOVE INT-VALUE-IN TO ACQ-REPL-VALUE
           WRITE ACQ-REC
              INVALID KEY CONTINUE
           END-WRITE

           PERFORM WRITE-DONATED-COPY
           IF NOT INT-COPY-WRITTEN
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO INT-DISPOSITION
           PERFORM LOG-DONATED-ITEM

           DISPLAY MESSAGE BOX
              "Catalog record " NEXT-CODIGO
              " created, pending review on the MOVIES screen"
              TITLE TITLEX
           .
      /
      *----------------------------------------------------------------*
      * THE DONATED DISC AS THE NEXT COPY OF THE TITLE IN MOV-REC,     *
      * ON THIS BRANCH'S SHELF.  IT COST THE SHOP NOTHING, SO IT GOES  *
      * INTO SERVICE WITH THE NO-DEPRECIATION METHOD ALREADY STAMPED   *
      * AND THE MONTHLY DEPRUN RUN LEAVES IT ALONE.  COPIES-ON-HAND IS *
      * RE-DERIVED FROM THE COPY ROWS THE WAY THE MOVIES SCREEN DOES   *
      *----------------------------------------------------------------*
       WRITE-DONATED-COPY.
           SET INT-COPY-WRITTEN TO FALSE

           PERFORM RECOUNT-TITLE-COPIES

           INITIALIZE CP-REC
           MOVE CODIGO      TO CP-CODIGO
           COMPUTE CP-COPY-NO = INT-LAST-COPY + 1
           MOVE INT-COND-IN TO CP-CONDITION
           MOVE "I"         TO CP-STATUS
           MOVE THIS-BRANCH TO CP-BRANCH

           MOVE INT-TODAY   TO CP-INSVC-DT
           MOVE "N"         TO CP-DEP-METHOD
           MOVE ZERO        TO CP-DEP-COST
           MOVE ZERO        TO CP-CIRC-COUNT

           MOVE "D"         TO CP-SOURCE
           MOVE DNR-ID      TO CP-DONOR-ID

           WRITE CP-REC
                 INVALID KEY
                     DISPLAY MESSAGE BOX
                        "Error writing the copy row"
                        TITLE TITLEX
                        ICON  3
                     EXIT PARAGRAPH
           END-WRITE

           SET INT-COPY-WRITTEN TO TRUE
           MOVE CP-COPY-NO TO INT-COPY-NO

           PERFORM RECOUNT-TITLE-COPIES
           .

      *> COUNTS THE TITLE'S COPIES INTO COPIES-ON-HAND (A DISC SENT
      *> BACK TO THE DISTRIBUTOR IS NO LONGER STOCK), REWRITES THE
      *> MOVIE RECORD AND LEAVES THE HIGHEST COPY NUMBER IN
      *> INT-LAST-COPY
       RECOUNT-TITLE-COPIES.
           MOVE ZERO TO INT-LAST-COPY
           MOVE ZERO TO COPIES-ON-HAND
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
                      OR CP-CODIGO NOT = CODIGO
              IF NOT CP-IS-VENDOR
                 ADD 1 TO COPIES-ON-HAND
              END-IF
              MOVE CP-COPY-NO TO INT-LAST-COPY

              READ COPIES NEXT RECORD
                   AT END SET COPIES-AT-END TO TRUE
              END-READ
           END-PERFORM

           REWRITE MOV-REC
              INVALID KEY CONTINUE
           END-REWRITE
           .
      /
      *----------------------------------------------------------------*
      * LOG THE DISC AGAINST THE DONOR (INT-DISPOSITION IS SET BY THE  *
      * CALLER) AND STAMP THE DONOR'S FIRST AND LATEST INTAKE DAYS     *
      *----------------------------------------------------------------*
       LOG-DONATED-ITEM.
           PERFORM TALLY-DONOR-ITEMS

           MOVE DNR-ID        TO DIT-DNR-ID
           COMPUTE DIT-SEQ    =  DNR-LAST-SEQ + 1
           MOVE INT-TODAY     TO DIT-DATE
           MOVE CODIGO        TO DIT-CODIGO
           MOVE INT-COPY-NO   TO DIT-COPY-NO
           MOVE TITULO        TO DIT-TITLE
           MOVE MEDIA-FORMAT  TO DIT-FORMAT
           MOVE INT-COND-IN   TO DIT-CONDITION
           MOVE INT-VALUE-IN  TO DIT-EST-VALUE
           MOVE INT-DISPOSITION TO DIT-DISPOSITION
           MOVE ZERO          TO DIT-ACK-DT
           MOVE DESK-OPERATOR TO DIT-OPERATOR

           WRITE DIT-REC
                 INVALID KEY
                     DISPLAY MESSAGE BOX
                        "Error logging the donated item"
                        TITLE TITLEX
                        ICON  3
           END-WRITE

           READ DONORS
                INVALID CONTINUE
                NOT INVALID
                    IF DNR-FIRST-DT = ZERO
                       MOVE INT-TODAY TO DNR-FIRST-DT
                    END-IF
                    MOVE INT-TODAY TO DNR-LAST-DT
                    REWRITE DNR-REC
                       INVALID KEY CONTINUE
                    END-REWRITE
           END-READ

           PERFORM LOAD-INTAKE-LIST
           DISPLAY INT-LB
           PERFORM SHOW-INTAKE-TOTAL
           PERFORM CLEAR-INTAKE-FIELDS
           .
      /
      *----------------------------------------------------------------*
      * MOVIES LAYOUT-VERSION STAMP CHECK                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDVSP.CPY'.
      /
      *----------------------------------------------------------------*
      * THE BRANCH THIS STATION BELONGS TO                             *
      *----------------------------------------------------------------*
          COPY 'CPVIDBNP.CPY'.
      /
      *----------------------------------------------------------------*
      * SCREEN CAPTIONS AND DATE STYLE FOR THE LOCALE                  *
      *----------------------------------------------------------------*
          COPY 'CPVIDLNP.CPY'.
      /
      *----------------------------------------------------------------*
      * DATES IN AND OUT IN THE LOCALE'S STYLE                         *
      *----------------------------------------------------------------*
          COPY 'CPVIDDTP.CPY'.
      /
      *----------------------------------------------------------------*
      * EXIT PROGRAM                                                   *
      *----------------------------------------------------------------*
       EXIT-STOP-ROUTINE.
           PERFORM CLOSE-FILE-RTN
           CALL "W$BITMAP" USING WBITMAP-DESTROY, TOOLBAR-BMP
           STOP RUN
           .
      /
      *----------------------------------------------------------------*
      * EXITING PROGRAM                                                *
      *----------------------------------------------------------------*
       FORM1-EXIT.
           IF ERRORI
              MOVE 26 TO KEY-STATUS
              EXIT PARAGRAPH
           END-IF.

           PERFORM CLOSE-FILE-RTN
           MOVE 27 TO KEY-STATUS
           .
