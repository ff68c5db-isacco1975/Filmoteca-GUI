       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          INCMAINT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  INCIDENT LOG SCREEN - PART OF FILMOTECA.EDUC360 GUI           *
      *                                                                *
      *          BUILT THE SAME WAY THE PROMOTIONS FORM IS; ONE ROW    *
      *          PER COMPLAINT OR INCIDENT TAKEN AT THE DESK, NUMBERED *
      *          AS IT IS SAVED.  OPENED FROM THE BORROWERS AND LOANS  *
      *          SCREENS, WHICH HAND OVER THE BORROWER, TITLE, COPY    *
      *          AND RECEIPT ON THEIR SCREEN SO A NEW ENTRY STARTS OUT *
      *          LINKED.  AN ENTRY MOVES FROM OPEN TO INVESTIGATING TO *
      *          RESOLVED; A RESOLVED ONE STAYS ON THE LOG, SO THE     *
      *          MONTHLY INCIDENT REPORT CAN TIME IT.                  *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDICA.CPY'.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDRCA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD INCIDENTS.
          COPY 'CPVIDINC.CPY'.
      *
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD RECEIPTS.
          COPY 'CPVIDRCP.CPY'.

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
       77 TOOLBAR-BMP            PIC S9(9) COMP-4.
       77 DEFAULT-FONT           USAGE IS HANDLE OF FONT DEFAULT-FONT.
       77 SMALL-FONT             USAGE IS HANDLE OF FONT SMALL-FONT.
       78 TITLEX VALUE IS "FILMOTECA.EDUC360 - INCIDENT LOG".

       77 E-ESC             PIC  9 VALUE 1.
       77 E-NEW             PIC  9 VALUE 1.
       77 E-DELETE          PIC  9 VALUE 1.
       77 E-SAVE            PIC  9 VALUE 1.
       77 E-EDIT            PIC  9 VALUE 1.

       77 STATUS-INCIDENTS  PIC X(2).
           88 VALID-STATUS-INCIDENTS VALUE IS "00" THRU "09".
       77 STATUS-BORROWERS  PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-MOVIES     PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-RECEIPTS   PIC X(2).
           88 VALID-STATUS-RECEIPTS VALUE IS "00" THRU "09".
       77 DESK-OPERATOR     PIC X(10) VALUE SPACES.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.

       77 DECISION          PIC 9.
      * THE ROW ON SCREEN - ZERO WHILE A NEW ENTRY IS BEING TYPED
       77 SHOWN-INC-NO      PIC 9(06) VALUE ZERO.
       77 HOLD-INC-REC      PIC X(200) VALUE SPACES.
       77 INCIDENT-NEXT-NO  PIC 9(06) VALUE ZERO.
       77 INC-DATE-BAD      PIC 9 VALUE ZERO.
           88 INCIDENT-DATE-BAD VALUE 1, FALSE 0.
       77 SW-INC-EOF        PIC 9 VALUE ZERO.
           88 INCIDENTS-AT-END VALUE 1, FALSE 0.
       77 SW-RCP-OPEN       PIC 9 VALUE ZERO.
           88 RECEIPTS-OPEN VALUE 1, FALSE 0.
       77 OPEN-COUNT        PIC 9(5) VALUE ZERO.
       77 COUNT-BRW-ID      PIC 9(5) VALUE ZERO.
       77 COUNT-TEXT        PIC ZZZZ9.
       77 OPEN-TEXT         PIC X(60) VALUE SPACES.
       77 RESOLVED-TEXT     PIC X(40) VALUE SPACES.
       77 SHOWN-BRW-NAME    PIC X(30) VALUE SPACES.
       77 SHOWN-TITULO      PIC X(30) VALUE SPACES.

       LINKAGE          SECTION.
          COPY 'CPVIDICV.CPY'.

       SCREEN           SECTION.
      * FORM
       01
           FORM1,
           .
      * ENTRY FIELD - NUMBERED WHEN SAVED, NEVER TYPED
       05
           EF-INCNO,
           ENTRY-FIELD,
           COL 22,00,
           LINE 2,00,
           LINES 1,31 ,
           SIZE 8,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED 0,
           FONT IS SMALL-FONT,
           ID IS 9001,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 6,
           .

      * ENTRY FIELD
       05
           EF-INCOPENED,
           ENTRY-FIELD,
           COL 22,00,
           LINE 4,00,
           LINES 1,31 ,
           SIZE 12,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9002,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 10,
           .

      * ENTRY FIELD
       05
           EF-INCBRW,
           ENTRY-FIELD,
           COL 22,00,
           LINE 6,00,
           LINES 1,31 ,
           SIZE 7,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9003,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 5,
           .

      * ENTRY FIELD
       05
           EF-INCCODE,
           ENTRY-FIELD,
           COL 22,00,
           LINE 8,00,
           LINES 1,31 ,
           SIZE 7,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9004,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 5,
           .

      * ENTRY FIELD
       05
           EF-INCCOPY,
           ENTRY-FIELD,
           COL 22,00,
           LINE 10,00,
           LINES 1,31 ,
           SIZE 5,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9005,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 3,
           .

      * ENTRY FIELD
       05
           EF-INCRCP,
           ENTRY-FIELD,
           COL 22,00,
           LINE 12,00,
           LINES 1,31 ,
           SIZE 9,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9006,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 7,
           .

      * ENTRY FIELD
       05
           EF-INCCAT,
           ENTRY-FIELD,
           COL 22,00,
           LINE 14,00,
           LINES 1,31 ,
           SIZE 5,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9007,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 3,
           .

      * ENTRY FIELD
       05
           EF-INCDESC,
           ENTRY-FIELD,
           COL 22,00,
           LINE 16,00,
           LINES 1,31 ,
           SIZE 60,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9008,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 60,
           .

      * ENTRY FIELD - WHO TOOK THE COMPLAINT, STAMPED ON THE FIRST SAVE
       05
           EF-INCOPER,
           ENTRY-FIELD,
           COL 22,00,
           LINE 18,00,
           LINES 1,31 ,
           SIZE 12,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED 0,
           FONT IS SMALL-FONT,
           ID IS 9009,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 10,
           .

      * ENTRY FIELD
       05
           EF-INCSTATUS,
           ENTRY-FIELD,
           COL 22,00,
           LINE 20,00,
           LINES 1,31 ,
           SIZE 3,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9010,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 1,
           .

      * ENTRY FIELD
       05
           EF-INCRESOL,
           ENTRY-FIELD,
           COL 22,00,
           LINE 22,00,
           LINES 1,31 ,
           SIZE 60,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9011,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 60,
           .

      * LABEL
       05
           LBL-INCNO,
           LABEL,
           COL 3,00,
           LINE 2,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9051,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "INCIDENT NO.",
           .
      * LABEL
       05
           LBL-INCOPENED,
           LABEL,
           COL 3,00,
           LINE 4,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9052,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "OPENED ON",
           .
      * LABEL
       05
           LBL-INCBRW,
           LABEL,
           COL 3,00,
           LINE 6,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9053,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "BORROWER ID",
           .
      * LABEL
       05
           LBL-INCCODE,
           LABEL,
           COL 3,00,
           LINE 8,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9054,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "TITLE CODE",
           .
      * LABEL
       05
           LBL-INCCOPY,
           LABEL,
           COL 3,00,
           LINE 10,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9055,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "COPY NO.",
           .
      * LABEL
       05
           LBL-INCRCP,
           LABEL,
           COL 3,00,
           LINE 12,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9056,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "RECEIPT NO.",
           .
      * LABEL
       05
           LBL-INCCAT,
           LABEL,
           COL 3,00,
           LINE 14,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9057,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "CATEGORY",
           .
      * LABEL
       05
           LBL-INCDESC,
           LABEL,
           COL 3,00,
           LINE 16,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9058,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "DESCRIPTION",
           .
      * LABEL
       05
           LBL-INCOPER,
           LABEL,
           COL 3,00,
           LINE 18,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9059,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "TAKEN BY",
           .
      * LABEL
       05
           LBL-INCSTATUS,
           LABEL,
           COL 3,00,
           LINE 20,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9060,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "STATUS O/I/R",
           .
      * LABEL
       05
           LBL-INCRESOL,
           LABEL,
           COL 3,00,
           LINE 22,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9061,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "RESOLUTION",
           .
      * LABEL - THE BORROWER'S NAME, LOOKED UP FROM THE ID
       05
           LBL-INCBRWNAME,
           LABEL,
           COL 31,00,
           LINE 6,00,
           LINES 1,31 ,
           SIZE 40,00 ,
           ID IS 9062,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE SPACES,
           .
      * LABEL - THE TITLE, LOOKED UP FROM THE CODE
       05
           LBL-INCTITLE,
           LABEL,
           COL 31,00,
           LINE 8,00,
           LINES 1,31 ,
           SIZE 40,00 ,
           ID IS 9063,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE SPACES,
           .
      * LABEL
       05
           LBL-INCRCPHINT,
           LABEL,
           COL 33,00,
           LINE 12,00,
           LINES 1,31 ,
           SIZE 45,00 ,
           ID IS 9064,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "A RECEIPT ALONE FILLS IN BORROWER AND TITLE",
           .
      * LABEL
       05
           LBL-INCCATHINT,
           LABEL,
           COL 28,00,
           LINE 14,00,
           LINES 1,31 ,
           SIZE 54,00 ,
           ID IS 9065,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "DMG DAMAGED DISC, BIL BILLING, LAT LATE FEE,",
           .
      * LABEL
       05
           LBL-INCCATHINT2,
           LABEL,
           COL 28,00,
           LINE 15,00,
           LINES 1,31 ,
           SIZE 54,00 ,
           ID IS 9069,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "SVC SERVICE, STK NOT IN STOCK, OTH OTHER",
           .
      * LABEL
       05
           LBL-INCSTATHINT,
           LABEL,
           COL 28,00,
           LINE 20,00,
           LINES 1,31 ,
           SIZE 45,00 ,
           ID IS 9066,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "O = OPEN, I = INVESTIGATING, R = RESOLVED",
           .
      * LABEL - WHEN AND BY WHOM IT WAS RESOLVED
       05
           LBL-INCRESOLVED,
           LABEL,
           COL 22,00,
           LINE 24,00,
           LINES 1,31 ,
           SIZE 40,00 ,
           ID IS 9067,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE SPACES,
           .
      * LABEL - HOW MANY ENTRIES THE SAME BORROWER STILL HAS OPEN
       05
           LBL-INCOPENCNT,
           LABEL,
           COL 3,00,
           LINE 25,50,
           LINES 1,31 ,
           SIZE 60,00 ,
           ID IS 9068,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE SPACES,
           .
      * BAR
       05
           FORM1-BR-1,
           BAR,
           COL 1,00,
           LINE 3,00,
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

       PROCEDURE  DIVISION USING INC-CALL-AREA.
       DECLARATIVES.
      /
      *----------------------------------------------------------------*
      * DECLARATIVES TO HANDLE COMMON FILE ERRORS                      *
      *----------------------------------------------------------------*
       INCIDENTS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON INCIDENTS.
           SET RECLOCKED TO FALSE.
           EVALUATE STATUS-INCIDENTS
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
           GOBACK
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
           PERFORM LOAD-CAPTIONS.
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
      * MAIN OPENING FILE ROUTINE - THE RECEIPT REGISTER IS ONLY READ  *
      * TO CHECK A NUMBER, SO A SHOP THAT HAS NEVER PRINTED A SLIP CAN *
      * STILL LOG INCIDENTS                                            *
      *----------------------------------------------------------------*
       OPEN-FILE-RTN.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM SET-SCREEN-TITLE
           OPEN  I-O INCIDENTS
           IF STATUS-INCIDENTS = "35"
              OPEN OUTPUT INCIDENTS
                IF VALID-STATUS-INCIDENTS
                   CLOSE INCIDENTS
                   OPEN I-O INCIDENTS
                END-IF
           END-IF

           IF NOT VALID-STATUS-INCIDENTS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  INPUT BORROWERS
           IF NOT VALID-STATUS-BORROWERS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  INPUT MOVIES
           IF NOT VALID-STATUS-MOVIES
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           SET RECEIPTS-OPEN TO FALSE
           OPEN  INPUT RECEIPTS
           IF VALID-STATUS-RECEIPTS
              SET RECEIPTS-OPEN TO TRUE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * MAIN CLOSING FILE ROUTINE                                      *
      *----------------------------------------------------------------*
       CLOSE-FILE-RTN.
           CLOSE INCIDENTS
           CLOSE BORROWERS
           CLOSE MOVIES
           IF RECEIPTS-OPEN
              CLOSE RECEIPTS
              SET RECEIPTS-OPEN TO FALSE
           END-IF
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
      * SHARED LANGUAGE AND DATE-HANDLING ROUTINES                     *
      *----------------------------------------------------------------*
          COPY 'CPVIDLNP.CPY'.
      /
          COPY 'CPVIDDTP.CPY'.
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
              LINES 27,50,
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
           PERFORM LAST-ENTRY

           MOVE ZERO TO MOD
           MOVE 1    TO MOD-K

           MODIFY TOOL-EDIT,    VALUE   MOD
           MODIFY TOOL-DELETE,  ENABLED MOD
           MODIFY TOOL-SAVE     ENABLED MOD

      *> OPENED FROM A BORROWER OR A LOAN - THE DESK IS HERE TO LOG
      *> SOMETHING ABOUT IT, SO START A NEW ENTRY ALREADY LINKED
           IF INC-CALL-BORROWER-ID NOT = ZERO
              OR INC-CALL-CODIGO   NOT = ZERO
              OR INC-CALL-RCP-NO   NOT = ZERO
              PERFORM NEW-ENTRY
              MODIFY TOOL-EDIT,    VALUE   MOD
              MODIFY TOOL-DELETE,  ENABLED MOD
              MODIFY TOOL-SAVE     ENABLED MOD
           END-IF
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
      * ADD A NEW ENTRY - OPENED TODAY BY THIS OPERATOR, AND LINKED TO *
      * WHATEVER THE CALLING SCREEN HAD IN FRONT OF IT                 *
      *----------------------------------------------------------------*
       NEW-ENTRY.
           INITIALIZE INC-REC
           ACCEPT INC-OPENED-DT FROM DATE YYYYMMDD
           MOVE INC-CALL-BORROWER-ID TO INC-BORROWER-ID
           MOVE INC-CALL-CODIGO      TO INC-CODIGO
           MOVE INC-CALL-COPY-NO     TO INC-COPY-NO
           MOVE INC-CALL-RCP-NO      TO INC-RCP-NO
           MOVE DESK-OPERATOR        TO INC-OPERATOR
           MOVE "O"                  TO INC-STATUS

      *> HANDED ONLY A RECEIPT - THE SLIP SAYS WHO AND WHAT
           IF INC-RCP-NO NOT = ZERO
              AND INC-BORROWER-ID = ZERO
              AND RECEIPTS-OPEN
              MOVE INC-RCP-NO TO RCP-NO
              READ RECEIPTS
                   INVALID
                       CONTINUE
                   NOT INVALID
                       MOVE RCP-BORROWER-ID TO INC-BORROWER-ID
                       MOVE RCP-CODIGO      TO INC-CODIGO
              END-READ
           END-IF

           DISPLAY FORM1
           PERFORM FROMREC-TOSCREEN
           MOVE 1 TO MOD
           MOVE 1 TO MOD-K
           MOVE 9007   TO CONTROL-ID
           MOVE 4      TO ACCEPT-CONTROL
           .
      /
      *----------------------------------------------------------------*
      * SAVE THE CURRENT ENTRY - A NEW ONE TAKES THE NEXT NUMBER; AN   *
      * EXISTING ONE IS RE-READ FIRST SO WHO TOOK IT AND WHEN IT WAS   *
      * RESOLVED SURVIVE THE EDIT                                      *
      *----------------------------------------------------------------*
       SAVE-ENTRY.
           IF SHOWN-INC-NO = ZERO
              INITIALIZE INC-REC
              MOVE DESK-OPERATOR TO INC-OPERATOR
           ELSE
              MOVE SHOWN-INC-NO TO INC-NO
              READ INCIDENTS
                   INVALID
                       DISPLAY MESSAGE BOX
                          "This Entry does not exist!"
                          TITLE TITLEX
                          ICON  3
                       EXIT PARAGRAPH
              END-READ
           END-IF

           PERFORM FROMSCREEN-TORECORD

           IF INCIDENT-DATE-BAD
              DISPLAY MESSAGE BOX
                 "The Opened On date must be a real calendar date - "
                 "record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF NOT INC-CATEGORY-IS-VALID
              DISPLAY MESSAGE BOX
                 "The category must be DMG, BIL, LAT, SVC, STK or "
                 "OTH - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF INC-DESC = SPACES
              DISPLAY MESSAGE BOX
                 "Describe what happened - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF NOT INC-STATUS-IS-VALID
              DISPLAY MESSAGE BOX
                 "The status must be O, I or R - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

      *> A RECEIPT NUMBER ON ITS OWN IS ENOUGH - THE SLIP SAYS WHO
      *> AND WHAT IT WAS FOR
           IF INC-RCP-NO NOT = ZERO
              AND RECEIPTS-OPEN
              MOVE INC-RCP-NO TO RCP-NO
              READ RECEIPTS
                   INVALID
                       DISPLAY MESSAGE BOX
                          "Receipt " INC-RCP-NO " is not on the "
                          "register - record not saved!"
                          TITLE TITLEX
                          ICON  3
                       EXIT PARAGRAPH
              END-READ
              IF INC-BORROWER-ID = ZERO
                 MOVE RCP-BORROWER-ID TO INC-BORROWER-ID
              END-IF
              IF INC-CODIGO = ZERO
                 MOVE RCP-CODIGO TO INC-CODIGO
              END-IF
           END-IF

           IF INC-BORROWER-ID NOT = ZERO
              MOVE INC-BORROWER-ID TO BRW-ID
              READ BORROWERS
                   INVALID
                       DISPLAY MESSAGE BOX
                          "Borrower " INC-BORROWER-ID " does not "
                          "exist - record not saved!"
                          TITLE TITLEX
                          ICON  3
                       EXIT PARAGRAPH
              END-READ
           END-IF

           IF INC-CODIGO NOT = ZERO
              MOVE INC-CODIGO TO CODIGO
              READ MOVIES
                   INVALID
                       DISPLAY MESSAGE BOX
                          "Title " INC-CODIGO " does not exist - "
                          "record not saved!"
                          TITLE TITLEX
                          ICON  3
                       EXIT PARAGRAPH
              END-READ
           END-IF

           IF INC-COPY-NO NOT = ZERO
              AND INC-CODIGO = ZERO
              DISPLAY MESSAGE BOX
                 "A copy number needs the Title Code too - "
                 "record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF INC-IS-RESOLVED
              IF INC-RESOLUTION = SPACES
                 DISPLAY MESSAGE BOX
                    "Say how it was resolved before closing it - "
                    "record not saved!"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF
              IF INC-RESOLVED-DT = ZERO
                 ACCEPT INC-RESOLVED-DT FROM DATE YYYYMMDD
                 MOVE DESK-OPERATOR TO INC-RESOLVED-BY
              END-IF
           ELSE
      *> REOPENED - THE CLOCK RUNS AGAIN FROM THE ORIGINAL DATE
              MOVE ZERO   TO INC-RESOLVED-DT
              MOVE SPACES TO INC-RESOLVED-BY
           END-IF

           IF INC-NO = ZERO
              PERFORM ASSIGN-INCIDENT-NUMBER
              IF INC-NO = ZERO
                 DISPLAY MESSAGE BOX
                    "Error during WRITE - record not saved!"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF
              DISPLAY MESSAGE BOX
                 "Logged as incident " INC-NO
                 TITLE TITLEX
                 ICON  1
           ELSE
              REWRITE INC-REC
                 INVALID KEY
                     DISPLAY MESSAGE BOX
                      "Error during REWRITE"
                      TITLE   TITLEX
              END-REWRITE
           END-IF

           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * NUMBER AND WRITE A NEW ENTRY - THE HIGHEST NUMBER ON FILE IS   *
      * THE COUNTER, THE SAME WAY TRANSFERS NUMBER THEMSELVES.  INC-NO *
      * COMES BACK ZERO IF THE WRITE FAILED                            *
      *----------------------------------------------------------------*
       ASSIGN-INCIDENT-NUMBER.
           MOVE INC-REC TO HOLD-INC-REC
           MOVE HIGH-VALUES TO INC-NO

           START INCIDENTS KEY <= INC-NO
                 INVALID KEY
                     MOVE 1 TO INCIDENT-NEXT-NO
                 NOT INVALID KEY
                     READ INCIDENTS PREVIOUS RECORD
                          AT END
                              MOVE 1 TO INCIDENT-NEXT-NO
                          NOT AT END
                              COMPUTE INCIDENT-NEXT-NO = INC-NO + 1
                     END-READ
           END-START

           MOVE HOLD-INC-REC     TO INC-REC
           MOVE INCIDENT-NEXT-NO TO INC-NO

           WRITE INC-REC
                 INVALID KEY
                     MOVE ZERO TO INC-NO
           END-WRITE
           .
      /
      *----------------------------------------------------------------*
      * POSITION ON THE FIRST RECORD                                   *
      *----------------------------------------------------------------*
       START-INCIDENTS-LESS.
           MOVE LOW-VALUES TO INC-NO

           START INCIDENTS KEY >= INC-NO
                 INVALID KEY
                     INITIALIZE INC-REC
                 NOT INVALID KEY
                     READ INCIDENTS NEXT RECORD
           END-START
           .
      /
      *----------------------------------------------------------------*
      * POSITION ON THE LAST RECORD                                    *
      *----------------------------------------------------------------*
       START-INCIDENTS-GREATER.
           MOVE HIGH-VALUES TO INC-NO

           START INCIDENTS KEY <= INC-NO
                 INVALID KEY
                     INITIALIZE INC-REC
                 NOT INVALID KEY
                     READ INCIDENTS PREVIOUS RECORD
           END-START
           .
      /
      *----------------------------------------------------------------*
      * SHOW FIRST RECORD                                              *
      *----------------------------------------------------------------*
       FIRST-ENTRY.
           PERFORM START-INCIDENTS-LESS
           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * SHOW NEXT RECORD - POSITIONED FROM THE NUMBER ON SCREEN, AS    *
      * THE OPEN COUNT BELOW BROWSES THE FILE BY BORROWER              *
      *----------------------------------------------------------------*
       NEXT-ENTRY.
           MOVE SHOWN-INC-NO TO INC-NO
           SET INCIDENTS-AT-END TO FALSE

           START INCIDENTS KEY > INC-NO
                 INVALID KEY
                     SET INCIDENTS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ INCIDENTS NEXT RECORD
                          AT END SET INCIDENTS-AT-END TO TRUE
                     END-READ
           END-START

           IF INCIDENTS-AT-END
              DISPLAY MESSAGE "Reached the End of File"
              TITLE TITLEX
           ELSE
              PERFORM FROMREC-TOSCREEN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * SHOW PREVIOUS RECORD                                           *
      *----------------------------------------------------------------*
       PREV-ENTRY.
           MOVE SHOWN-INC-NO TO INC-NO
           SET INCIDENTS-AT-END TO FALSE

           IF SHOWN-INC-NO = ZERO
              MOVE HIGH-VALUES TO INC-NO
              START INCIDENTS KEY <= INC-NO
                    INVALID KEY
                        SET INCIDENTS-AT-END TO TRUE
              END-START
           ELSE
              START INCIDENTS KEY < INC-NO
                    INVALID KEY
                        SET INCIDENTS-AT-END TO TRUE
              END-START
           END-IF

           IF NOT INCIDENTS-AT-END
              READ INCIDENTS PREVIOUS RECORD
                   AT END SET INCIDENTS-AT-END TO TRUE
              END-READ
           END-IF

           IF INCIDENTS-AT-END
              DISPLAY MESSAGE "Reached the Beginning of File"
              TITLE TITLEX
           ELSE
              PERFORM FROMREC-TOSCREEN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * SHOW LAST  RECORD                                              *
      *----------------------------------------------------------------*
       LAST-ENTRY.
           PERFORM START-INCIDENTS-GREATER
           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * PUT THE DATA FROM THE FILE INTO SCREEN FIELDS                  *
      *----------------------------------------------------------------*
       FROMREC-TOSCREEN.
           MOVE ZERO       TO MOD-K
           MOVE 1          TO MOD
           MOVE INC-NO     TO SHOWN-INC-NO

           MODIFY EF-INCNO      VALUE INC-NO
           MOVE INC-OPENED-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MODIFY EF-INCOPENED  VALUE WK-DATE-TEXT
           MODIFY EF-INCBRW     VALUE INC-BORROWER-ID
           MODIFY EF-INCCODE    VALUE INC-CODIGO
           MODIFY EF-INCCOPY    VALUE INC-COPY-NO
           MODIFY EF-INCRCP     VALUE INC-RCP-NO
           MODIFY EF-INCCAT     VALUE INC-CATEGORY
           MODIFY EF-INCDESC    VALUE INC-DESC
           MODIFY EF-INCOPER    VALUE INC-OPERATOR
           MODIFY EF-INCSTATUS  VALUE INC-STATUS
           MODIFY EF-INCRESOL   VALUE INC-RESOLUTION

           MOVE SPACES TO RESOLVED-TEXT
           IF INC-RESOLVED-DT NOT = ZERO
              MOVE INC-RESOLVED-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              STRING "RESOLVED ON " DELIMITED BY SIZE
                     WK-DATE-TEXT   DELIMITED BY SIZE
                     " BY "         DELIMITED BY SIZE
                     INC-RESOLVED-BY DELIMITED BY SPACE
                INTO RESOLVED-TEXT
              END-STRING
           END-IF
           MODIFY LBL-INCRESOLVED TITLE RESOLVED-TEXT

           PERFORM SHOW-LINKED-NAMES
           PERFORM SHOW-OPEN-COUNT
           .
      /
      *----------------------------------------------------------------*
      * NAME THE BORROWER AND THE TITLE THE ENTRY IS LINKED TO         *
      *----------------------------------------------------------------*
       SHOW-LINKED-NAMES.
           MOVE SPACES TO SHOWN-BRW-NAME
           IF INC-BORROWER-ID NOT = ZERO
              MOVE INC-BORROWER-ID TO BRW-ID
              READ BORROWERS
                   INVALID
                       MOVE "?? NOT ON FILE ??" TO SHOWN-BRW-NAME
                   NOT INVALID
                       MOVE BRW-NAME TO SHOWN-BRW-NAME
              END-READ
           END-IF
           MODIFY LBL-INCBRWNAME TITLE SHOWN-BRW-NAME

           MOVE SPACES TO SHOWN-TITULO
           IF INC-CODIGO NOT = ZERO
              MOVE INC-CODIGO TO CODIGO
              READ MOVIES
                   INVALID
                       MOVE "?? NOT ON FILE ??" TO SHOWN-TITULO
                   NOT INVALID
                       MOVE TITULO TO SHOWN-TITULO
              END-READ
           END-IF
           MODIFY LBL-INCTITLE TITLE SHOWN-TITULO
           .
      /
      *----------------------------------------------------------------*
      * HOW MANY ENTRIES THE SAME BORROWER STILL HAS OPEN - A START ON *
      * THE BORROWER KEY AND A READ TO THE NEXT BORROWER.  THE ROW ON  *
      * SCREEN IS PUT BACK AFTERWARDS                                  *
      *----------------------------------------------------------------*
       SHOW-OPEN-COUNT.
           MOVE SPACES TO OPEN-TEXT
           IF INC-BORROWER-ID = ZERO
              MODIFY LBL-INCOPENCNT TITLE OPEN-TEXT
              EXIT PARAGRAPH
           END-IF

           MOVE INC-REC         TO HOLD-INC-REC
           MOVE INC-BORROWER-ID TO COUNT-BRW-ID
           MOVE ZERO            TO OPEN-COUNT
           SET INCIDENTS-AT-END TO FALSE

           START INCIDENTS KEY = INC-BORROWER-ID
                 INVALID KEY
                     SET INCIDENTS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ INCIDENTS NEXT RECORD
                          AT END SET INCIDENTS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL INCIDENTS-AT-END
                      OR INC-BORROWER-ID NOT = COUNT-BRW-ID
              IF NOT INC-IS-RESOLVED
                 ADD 1 TO OPEN-COUNT
              END-IF
              READ INCIDENTS NEXT RECORD
                   AT END SET INCIDENTS-AT-END TO TRUE
              END-READ
           END-PERFORM

           MOVE HOLD-INC-REC TO INC-REC

           MOVE OPEN-COUNT TO COUNT-TEXT
           STRING "THIS BORROWER HAS "  DELIMITED BY SIZE
                  COUNT-TEXT            DELIMITED BY SIZE
                  " INCIDENT(S) NOT YET RESOLVED" DELIMITED BY SIZE
             INTO OPEN-TEXT
           END-STRING
           MODIFY LBL-INCOPENCNT TITLE OPEN-TEXT
           .
      /
      *----------------------------------------------------------------*
      * PUT THE DATA FROM THE SCREEN INTO THE FILE                     *
      *----------------------------------------------------------------*
       FROMSCREEN-TORECORD.
           SET INCIDENT-DATE-BAD TO FALSE

           INQUIRE EF-INCOPENED  VALUE WK-DATE-TEXT
           PERFORM PARSE-DATE-TEXT
           IF WK-DATE-VALID
              MOVE WK-DATE-YMD TO INC-OPENED-DT
           ELSE
              SET INCIDENT-DATE-BAD TO TRUE
           END-IF

           INQUIRE EF-INCBRW     VALUE INC-BORROWER-ID
           INQUIRE EF-INCCODE    VALUE INC-CODIGO
           INQUIRE EF-INCCOPY    VALUE INC-COPY-NO
           INQUIRE EF-INCRCP     VALUE INC-RCP-NO
           INQUIRE EF-INCCAT     VALUE INC-CATEGORY
           INQUIRE EF-INCDESC    VALUE INC-DESC
           INQUIRE EF-INCSTATUS  VALUE INC-STATUS
           INQUIRE EF-INCRESOL   VALUE INC-RESOLUTION
           .
      /
      *----------------------------------------------------------------*
      * DELETE THE CURRENT ENTRY - ONLY ONE LOGGED BY MISTAKE; A       *
      * RESOLVED INCIDENT STAYS ON THE LOG FOR THE MONTHLY REPORT      *
      *----------------------------------------------------------------*
       DELETE-ENTRY.
           MOVE SHOWN-INC-NO TO INC-NO

           READ INCIDENTS
                INVALID DISPLAY MESSAGE BOX
                        "This Entry does not exist!"
                        EXIT PARAGRAPH
           END-READ

           IF INC-IS-RESOLVED
              DISPLAY MESSAGE BOX
                 "A resolved incident stays on the log - "
                 "it cannot be deleted"
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
              DELETE  INCIDENTS RECORD
              DISPLAY MESSAGE "Deleted!"
              PERFORM LAST-ENTRY
           END-IF
           .
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
