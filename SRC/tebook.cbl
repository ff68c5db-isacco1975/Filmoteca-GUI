       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EBKMAINT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  EQUIPMENT BOOKINGS SCREEN - PART OF FILMOTECA.EDUC360 GUI     *
      *                                                                *
      *          BUILT THE SAME WAY THE INCIDENT LOG IS; ONE ROW PER   *
      *          ADVANCE BOOKING OF A PROJECTOR OR PLAYER FOR A DATE   *
      *          RANGE, NUMBERED AS IT IS SAVED.  A BOOKING NAMES ONE  *
      *          ASSET, OR ONLY ITS CLASS WHEN ANY UNIT WILL DO.  A    *
      *          LIVE BOOKING IS CHECKED AGAINST THE OTHER BOOKINGS    *
      *          AND THE LOANS STILL OUT BEFORE IT IS SAVED (SEE       *
      *          CPVIDEBP.CPY).  OPENED FROM THE EQUIPMENT SCREEN,     *
      *          WHICH HANDS OVER THE ASSET ON ITS SCREEN.  THE LOANS  *
      *          SCREEN MARKS A BOOKING COLLECTED WHEN IT LENDS THE    *
      *          UNIT, AND FROM THEN ON IT CANNOT BE CHANGED HERE.     *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDEBA.CPY'.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDEQA.CPY'.
          COPY 'CPVIDLOA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD EQBOOK.
          COPY 'CPVIDEBK.CPY'.
      *
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD EQUIP.
          COPY 'CPVIDEQP.CPY'.
      *
       FD LOANS.
          COPY 'CPVIDLON.CPY'.

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
       78 TITLEX VALUE IS "FILMOTECA.EDUC360 - EQUIPMENT BOOKINGS".

       77 E-ESC             PIC  9 VALUE 1.
       77 E-NEW             PIC  9 VALUE 1.
       77 E-DELETE          PIC  9 VALUE 1.
       77 E-SAVE            PIC  9 VALUE 1.
       77 E-EDIT            PIC  9 VALUE 1.

       77 STATUS-EQBOOK     PIC X(2).
           88 VALID-STATUS-EQBOOK VALUE IS "00" THRU "09".
       77 STATUS-BORROWERS  PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-EQUIP      PIC X(2).
           88 VALID-STATUS-EQUIP VALUE IS "00" THRU "09".
       77 STATUS-LOANS      PIC X(2).
           88 VALID-STATUS-LOANS VALUE IS "00" THRU "09".
       77 DESK-OPERATOR     PIC X(10) VALUE SPACES.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.
          COPY 'CPVIDEBV.CPY'.

       77 DECISION          PIC 9.
      * THE ROW ON SCREEN - ZERO WHILE A NEW BOOKING IS BEING TYPED
       77 SHOWN-EBK-NO      PIC 9(06) VALUE ZERO.
       77 HOLD-EBK-REC      PIC X(200) VALUE SPACES.
       77 BOOKING-NEXT-NO   PIC 9(06) VALUE ZERO.
       77 TODAY-DT          PIC 9(08) VALUE ZERO.
       77 EBK-DATE-BAD      PIC 9 VALUE ZERO.
           88 BOOKING-DATE-BAD VALUE 1, FALSE 0.
       77 SW-EBK-EOF        PIC 9 VALUE ZERO.
           88 EQBOOK-AT-END VALUE 1, FALSE 0.
       77 SHOWN-BRW-NAME    PIC X(30) VALUE SPACES.
       77 SHOWN-ASSET-TEXT  PIC X(40) VALUE SPACES.
       77 COLLECTED-TEXT    PIC X(60) VALUE SPACES.
       77 TAKEN-TEXT        PIC X(30) VALUE SPACES.

       LINKAGE          SECTION.
          COPY 'CPVIDEBC.CPY'.

       SCREEN           SECTION.
      * FORM
       01
           FORM1,
           .
      * ENTRY FIELD - NUMBERED WHEN SAVED, NEVER TYPED
       05
           EF-EBKNO,
           ENTRY-FIELD,
           COL 22,00,
           LINE 2,00,
           LINES 1,31 ,
           SIZE 8,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED 0,
           FONT IS SMALL-FONT,
           ID IS 9101,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 6,
           .

      * ENTRY FIELD
       05
           EF-EBKBRW,
           ENTRY-FIELD,
           COL 22,00,
           LINE 4,00,
           LINES 1,31 ,
           SIZE 7,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9102,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 5,
           .

      * ENTRY FIELD - ZERO WHEN ANY UNIT OF THE CLASS WILL DO
       05
           EF-EBKASSET,
           ENTRY-FIELD,
           COL 22,00,
           LINE 6,00,
           LINES 1,31 ,
           SIZE 7,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9103,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 5,
           .

      * ENTRY FIELD - TAKEN FROM THE ASSET WHEN ONE IS NAMED
       05
           EF-EBKCLASS,
           ENTRY-FIELD,
           COL 22,00,
           LINE 8,00,
           LINES 1,31 ,
           SIZE 6,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9104,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 4,
           .

      * ENTRY FIELD
       05
           EF-EBKFROM,
           ENTRY-FIELD,
           COL 22,00,
           LINE 10,00,
           LINES 1,31 ,
           SIZE 12,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9105,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 10,
           .

      * ENTRY FIELD
       05
           EF-EBKTO,
           ENTRY-FIELD,
           COL 22,00,
           LINE 12,00,
           LINES 1,31 ,
           SIZE 12,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9106,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 10,
           .

      * ENTRY FIELD
       05
           EF-EBKFOR,
           ENTRY-FIELD,
           COL 22,00,
           LINE 14,00,
           LINES 1,31 ,
           SIZE 32,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9107,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 30,
           .

      * ENTRY FIELD
       05
           EF-EBKSTATUS,
           ENTRY-FIELD,
           COL 22,00,
           LINE 16,00,
           LINES 1,31 ,
           SIZE 3,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9108,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 1,
           .

      * ENTRY FIELD - WHO TOOK THE BOOKING, STAMPED ON THE FIRST SAVE
       05
           EF-EBKOPER,
           ENTRY-FIELD,
           COL 22,00,
           LINE 18,00,
           LINES 1,31 ,
           SIZE 12,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED 0,
           FONT IS SMALL-FONT,
           ID IS 9109,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 10,
           .

      * LABEL
       05
           LBL-EBKNO,
           LABEL,
           COL 3,00,
           LINE 2,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9151,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "BOOKING NO.",
           .
      * LABEL
       05
           LBL-EBKBRW,
           LABEL,
           COL 3,00,
           LINE 4,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9152,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "BORROWER ID",
           .
      * LABEL
       05
           LBL-EBKASSET,
           LABEL,
           COL 3,00,
           LINE 6,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9153,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "ASSET ID",
           .
      * LABEL
       05
           LBL-EBKCLASS,
           LABEL,
           COL 3,00,
           LINE 8,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9154,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "EQUIPMENT CLASS",
           .
      * LABEL
       05
           LBL-EBKFROM,
           LABEL,
           COL 3,00,
           LINE 10,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9155,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "COLLECT ON",
           .
      * LABEL
       05
           LBL-EBKTO,
           LABEL,
           COL 3,00,
           LINE 12,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9156,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "RETURN BY",
           .
      * LABEL
       05
           LBL-EBKFOR,
           LABEL,
           COL 3,00,
           LINE 14,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9157,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "FOR (SCHOOL/CLUB)",
           .
      * LABEL
       05
           LBL-EBKSTATUS,
           LABEL,
           COL 3,00,
           LINE 16,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9158,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "STATUS B/C",
           .
      * LABEL
       05
           LBL-EBKOPER,
           LABEL,
           COL 3,00,
           LINE 18,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9159,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "TAKEN BY",
           .
      * LABEL - THE BORROWER'S NAME, LOOKED UP FROM THE ID
       05
           LBL-EBKBRWNAME,
           LABEL,
           COL 31,00,
           LINE 4,00,
           LINES 1,31 ,
           SIZE 40,00 ,
           ID IS 9160,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE SPACES,
           .
      * LABEL - THE ASSET, OR "ANY UNIT" WHEN NONE IS NAMED
       05
           LBL-EBKASSETDESC,
           LABEL,
           COL 31,00,
           LINE 6,00,
           LINES 1,31 ,
           SIZE 45,00 ,
           ID IS 9161,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE SPACES,
           .
      * LABEL
       05
           LBL-EBKCLASSHINT,
           LABEL,
           COL 31,00,
           LINE 8,00,
           LINES 1,31 ,
           SIZE 50,00 ,
           ID IS 9162,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "ASSET 0 AND A CLASS WHEN ANY UNIT WILL DO",
           .
      * LABEL
       05
           LBL-EBKSTATHINT,
           LABEL,
           COL 28,00,
           LINE 16,00,
           LINES 1,31 ,
           SIZE 50,00 ,
           ID IS 9163,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "B = BOOKED, C = CANCELLED",
           .
      * LABEL - THE DAY THE BOOKING WAS TAKEN
       05
           LBL-EBKTAKEN,
           LABEL,
           COL 36,00,
           LINE 18,00,
           LINES 1,31 ,
           SIZE 30,00 ,
           ID IS 9164,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE SPACES,
           .
      * LABEL - WHEN IT WAS COLLECTED AND THE LOAN IT BECAME
       05
           LBL-EBKCOLLECTED,
           LABEL,
           COL 3,00,
           LINE 20,50,
           LINES 1,31 ,
           SIZE 70,00 ,
           ID IS 9165,
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

       PROCEDURE  DIVISION USING EBK-CALL-AREA.
       DECLARATIVES.
      /
      *----------------------------------------------------------------*
      * DECLARATIVES TO HANDLE COMMON FILE ERRORS                      *
      *----------------------------------------------------------------*
       EQBOOK-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON EQBOOK.
           SET RECLOCKED TO FALSE.
           EVALUATE STATUS-EQBOOK
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
      * MAIN OPENING FILE ROUTINE - THE LOANS FILE IS ONLY READ, TO    *
      * SEE WHICH UNITS ARE STILL OUT                                  *
      *----------------------------------------------------------------*
       OPEN-FILE-RTN.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM SET-SCREEN-TITLE
           OPEN  I-O EQBOOK
           IF STATUS-EQBOOK = "35"
              OPEN OUTPUT EQBOOK
                IF VALID-STATUS-EQBOOK
                   CLOSE EQBOOK
                   OPEN I-O EQBOOK
                END-IF
           END-IF

           IF NOT VALID-STATUS-EQBOOK
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  INPUT BORROWERS
           IF NOT VALID-STATUS-BORROWERS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  INPUT EQUIP
           IF NOT VALID-STATUS-EQUIP
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  INPUT LOANS
           IF NOT VALID-STATUS-LOANS
               PERFORM EXIT-STOP-ROUTINE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * MAIN CLOSING FILE ROUTINE                                      *
      *----------------------------------------------------------------*
       CLOSE-FILE-RTN.
           CLOSE EQBOOK
           CLOSE BORROWERS
           CLOSE EQUIP
           CLOSE LOANS
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
      * SHARED BOOKING CLASH CHECK                                     *
      *----------------------------------------------------------------*
          COPY 'CPVIDEBP.CPY'.
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
              LINES 23,50,
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

      *> OPENED FROM AN ASSET - THE DESK IS HERE TO BOOK IT, SO START
      *> A NEW BOOKING ALREADY ON THAT UNIT
           IF EBK-CALL-ASSET-ID NOT = ZERO
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
      * ADD A NEW BOOKING - TAKEN TODAY BY THIS OPERATOR, ON THE ASSET *
      * THE CALLING SCREEN HAD IN FRONT OF IT                          *
      *----------------------------------------------------------------*
       NEW-ENTRY.
           INITIALIZE EBK-REC
           ACCEPT TODAY-DT FROM DATE YYYYMMDD
           MOVE TODAY-DT          TO EBK-TAKEN-DT
           MOVE TODAY-DT          TO EBK-FROM-DT
           MOVE TODAY-DT          TO EBK-TO-DT
           MOVE DESK-OPERATOR     TO EBK-OPERATOR
           MOVE "B"               TO EBK-STATUS
           MOVE EBK-CALL-ASSET-ID TO EBK-ASSET-ID

           IF EBK-ASSET-ID NOT = ZERO
              MOVE EBK-ASSET-ID TO EQP-ASSET-ID
              READ EQUIP
                   INVALID
                       CONTINUE
                   NOT INVALID
                       MOVE EQP-CLASS TO EBK-CLASS
              END-READ
           END-IF

           DISPLAY FORM1
           PERFORM FROMREC-TOSCREEN
           MOVE 1 TO MOD
           MOVE 1 TO MOD-K
           MOVE 9102   TO CONTROL-ID
           MOVE 4      TO ACCEPT-CONTROL
           .
      /
      *----------------------------------------------------------------*
      * SAVE THE CURRENT BOOKING - A NEW ONE TAKES THE NEXT NUMBER; AN *
      * EXISTING ONE IS RE-READ FIRST SO WHO TOOK IT AND WHEN SURVIVE  *
      * THE EDIT.  A LIVE BOOKING MUST NOT CLASH WITH ANOTHER BOOKING  *
      * OR A LOAN STILL OUT                                            *
      *----------------------------------------------------------------*
       SAVE-ENTRY.
           ACCEPT TODAY-DT FROM DATE YYYYMMDD

           IF SHOWN-EBK-NO = ZERO
              INITIALIZE EBK-REC
              MOVE DESK-OPERATOR TO EBK-OPERATOR
              MOVE TODAY-DT      TO EBK-TAKEN-DT
           ELSE
              MOVE SHOWN-EBK-NO TO EBK-NO
              READ EQBOOK
                   INVALID
                       DISPLAY MESSAGE BOX
                          "This Entry does not exist!"
                          TITLE TITLEX
                          ICON  3
                       EXIT PARAGRAPH
              END-READ

              IF EBK-IS-COLLECTED
                 DISPLAY MESSAGE BOX
                    "This booking has been collected - it is a loan "
                    "now and cannot be changed"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF
           END-IF

           PERFORM FROMSCREEN-TORECORD

           IF BOOKING-DATE-BAD
              DISPLAY MESSAGE BOX
                 "The collection and return dates must be real "
                 "calendar dates - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF NOT EBK-IS-BOOKED AND NOT EBK-IS-CANCELLED
              DISPLAY MESSAGE BOX
                 "The status must be B or C - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE EBK-BORROWER-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    DISPLAY MESSAGE BOX
                       "Borrower " EBK-BORROWER-ID " does not "
                       "exist - record not saved!"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           IF BRW-IS-BLOCKED AND EBK-IS-BOOKED
              DISPLAY MESSAGE BOX
                 "This borrower is blocked - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF BRW-IS-PENDING AND EBK-IS-BOOKED
              DISPLAY MESSAGE BOX
                 "This application has not been approved yet - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

      *> A NAMED UNIT CARRIES ITS OWN CLASS; AN ANY-UNIT BOOKING
      *> NEEDS A CLASS THAT HAS UNITS ON FILE
           IF EBK-ASSET-ID NOT = ZERO
              MOVE EBK-ASSET-ID TO EQP-ASSET-ID
              READ EQUIP
                   INVALID
                       DISPLAY MESSAGE BOX
                          "Asset " EBK-ASSET-ID " is not on file - "
                          "record not saved!"
                          TITLE TITLEX
                          ICON  3
                       EXIT PARAGRAPH
              END-READ

              IF EQP-IS-LOST AND EBK-IS-BOOKED
                 DISPLAY MESSAGE BOX
                    "That asset is declared lost - record not saved!"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF

              MOVE EQP-CLASS TO EBK-CLASS
           ELSE
              IF EBK-CLASS = SPACES
                 DISPLAY MESSAGE BOX
                    "Name the asset, or the class when any unit will "
                    "do - record not saved!"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF

              MOVE EBK-CLASS TO BKC-CLASS
              MOVE ZERO      TO BKC-ASSET-ID
              MOVE EBK-REC   TO HOLD-EBK-REC
              PERFORM LOAD-CLASS-UNITS
              MOVE HOLD-EBK-REC TO EBK-REC

              IF BKC-UNIT-CNT = ZERO
                 DISPLAY MESSAGE BOX
                    "There is no unit of class " EBK-CLASS
                    " on file - record not saved!"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF EBK-TO-DT < EBK-FROM-DT
              DISPLAY MESSAGE BOX
                 "The return date is before the collection date - "
                 "record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF EBK-NO = ZERO AND EBK-FROM-DT < TODAY-DT
              DISPLAY MESSAGE BOX
                 "A new booking cannot start in the past - "
                 "record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF EBK-IS-BOOKED
              MOVE EBK-ASSET-ID TO BKC-ASSET-ID
              MOVE EBK-CLASS    TO BKC-CLASS
              MOVE EBK-FROM-DT  TO BKC-FROM-DT
              MOVE EBK-TO-DT    TO BKC-TO-DT
              MOVE EBK-NO       TO BKC-SKIP-NO
              MOVE ZERO         TO BKC-SKIP-SEQ
              PERFORM CHECK-BOOKING-CLASH

              IF BKC-CLASHES
                 PERFORM SHOW-CLASH-MESSAGE
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF EBK-NO = ZERO
              PERFORM ASSIGN-BOOKING-NUMBER
              IF EBK-NO = ZERO
                 DISPLAY MESSAGE BOX
                    "Error during WRITE - record not saved!"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF
              DISPLAY MESSAGE BOX
                 "Taken as booking " EBK-NO
                 TITLE TITLEX
                 ICON  1
           ELSE
              REWRITE EBK-REC
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
      * TELL THE DESK WHAT IS IN THE WAY OF THE BOOKING                *
      *----------------------------------------------------------------*
       SHOW-CLASH-MESSAGE.
           EVALUATE TRUE
              WHEN BKC-CLASH-BOOKED
                 DISPLAY MESSAGE BOX
                    "That unit is already booked over those dates "
                    "(booking " BKC-CLASH-NO ") - record not saved!"
                    TITLE TITLEX
                    ICON  3
              WHEN BKC-CLASH-LOAN
                 MOVE BKC-CLASH-DT TO WK-DATE-YMD
                 PERFORM FORMAT-DATE-TEXT
                 DISPLAY MESSAGE BOX
                    "That unit is out on loan, due back "
                    WK-DATE-TEXT " - record not saved!"
                    TITLE TITLEX
                    ICON  3
              WHEN OTHER
                 DISPLAY MESSAGE BOX
                    "Not enough units of class " EBK-CLASS
                    " are free over those dates for the bookings "
                    "already taken - record not saved!"
                    TITLE TITLEX
                    ICON  3
           END-EVALUATE
           .
      /
      *----------------------------------------------------------------*
      * NUMBER AND WRITE A NEW BOOKING - THE HIGHEST NUMBER ON FILE IS *
      * THE COUNTER, THE SAME WAY THE INCIDENT LOG NUMBERS ITSELF.     *
      * EBK-NO COMES BACK ZERO IF THE WRITE FAILED                     *
      *----------------------------------------------------------------*
       ASSIGN-BOOKING-NUMBER.
           MOVE EBK-REC TO HOLD-EBK-REC
           MOVE HIGH-VALUES TO EBK-NO

           START EQBOOK KEY <= EBK-NO
                 INVALID KEY
                     MOVE 1 TO BOOKING-NEXT-NO
                 NOT INVALID KEY
                     READ EQBOOK PREVIOUS RECORD
                          AT END
                              MOVE 1 TO BOOKING-NEXT-NO
                          NOT AT END
                              COMPUTE BOOKING-NEXT-NO = EBK-NO + 1
                     END-READ
           END-START

           MOVE HOLD-EBK-REC    TO EBK-REC
           MOVE BOOKING-NEXT-NO TO EBK-NO

           WRITE EBK-REC
                 INVALID KEY
                     MOVE ZERO TO EBK-NO
           END-WRITE
           .
      /
      *----------------------------------------------------------------*
      * POSITION ON THE FIRST RECORD                                   *
      *----------------------------------------------------------------*
       START-EQBOOK-LESS.
           MOVE LOW-VALUES TO EBK-NO

           START EQBOOK KEY >= EBK-NO
                 INVALID KEY
                     INITIALIZE EBK-REC
                 NOT INVALID KEY
                     READ EQBOOK NEXT RECORD
           END-START
           .
      /
      *----------------------------------------------------------------*
      * POSITION ON THE LAST RECORD                                    *
      *----------------------------------------------------------------*
       START-EQBOOK-GREATER.
           MOVE HIGH-VALUES TO EBK-NO

           START EQBOOK KEY <= EBK-NO
                 INVALID KEY
                     INITIALIZE EBK-REC
                 NOT INVALID KEY
                     READ EQBOOK PREVIOUS RECORD
           END-START
           .
      /
      *----------------------------------------------------------------*
      * SHOW FIRST RECORD                                              *
      *----------------------------------------------------------------*
       FIRST-ENTRY.
           PERFORM START-EQBOOK-LESS
           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * SHOW NEXT RECORD - POSITIONED FROM THE NUMBER ON SCREEN, AS    *
      * THE CLASH CHECK BROWSES THE FILE ON ITS OWN                    *
      *----------------------------------------------------------------*
       NEXT-ENTRY.
           MOVE SHOWN-EBK-NO TO EBK-NO
           SET EQBOOK-AT-END TO FALSE

           START EQBOOK KEY > EBK-NO
                 INVALID KEY
                     SET EQBOOK-AT-END TO TRUE
                 NOT INVALID KEY
                     READ EQBOOK NEXT RECORD
                          AT END SET EQBOOK-AT-END TO TRUE
                     END-READ
           END-START

           IF EQBOOK-AT-END
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
           MOVE SHOWN-EBK-NO TO EBK-NO
           SET EQBOOK-AT-END TO FALSE

           IF SHOWN-EBK-NO = ZERO
              MOVE HIGH-VALUES TO EBK-NO
              START EQBOOK KEY <= EBK-NO
                    INVALID KEY
                        SET EQBOOK-AT-END TO TRUE
              END-START
           ELSE
              START EQBOOK KEY < EBK-NO
                    INVALID KEY
                        SET EQBOOK-AT-END TO TRUE
              END-START
           END-IF

           IF NOT EQBOOK-AT-END
              READ EQBOOK PREVIOUS RECORD
                   AT END SET EQBOOK-AT-END TO TRUE
              END-READ
           END-IF

           IF EQBOOK-AT-END
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
           PERFORM START-EQBOOK-GREATER
           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * PUT THE DATA FROM THE FILE INTO SCREEN FIELDS                  *
      *----------------------------------------------------------------*
       FROMREC-TOSCREEN.
           MOVE ZERO       TO MOD-K
           MOVE 1          TO MOD
           MOVE EBK-NO     TO SHOWN-EBK-NO

           MODIFY EF-EBKNO      VALUE EBK-NO
           MODIFY EF-EBKBRW     VALUE EBK-BORROWER-ID
           MODIFY EF-EBKASSET   VALUE EBK-ASSET-ID
           MODIFY EF-EBKCLASS   VALUE EBK-CLASS
           MOVE EBK-FROM-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MODIFY EF-EBKFROM    VALUE WK-DATE-TEXT
           MOVE EBK-TO-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MODIFY EF-EBKTO      VALUE WK-DATE-TEXT
           MODIFY EF-EBKFOR     VALUE EBK-FOR
           MODIFY EF-EBKSTATUS  VALUE EBK-STATUS
           MODIFY EF-EBKOPER    VALUE EBK-OPERATOR

           MOVE SPACES TO TAKEN-TEXT
           IF EBK-TAKEN-DT NOT = ZERO
              MOVE EBK-TAKEN-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              STRING "ON "          DELIMITED BY SIZE
                     WK-DATE-TEXT   DELIMITED BY SIZE
                INTO TAKEN-TEXT
              END-STRING
           END-IF
           MODIFY LBL-EBKTAKEN TITLE TAKEN-TEXT

           MOVE SPACES TO COLLECTED-TEXT
           IF EBK-IS-COLLECTED
              MOVE EBK-COLLECTED-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              STRING "COLLECTED ON " DELIMITED BY SIZE
                     WK-DATE-TEXT    DELIMITED BY SIZE
                     " AS LOAN "     DELIMITED BY SIZE
                     EBK-ASSET-ID    DELIMITED BY SIZE
                     "/"             DELIMITED BY SIZE
                     EBK-LOAN-SEQ    DELIMITED BY SIZE
                INTO COLLECTED-TEXT
              END-STRING
           END-IF
           MODIFY LBL-EBKCOLLECTED TITLE COLLECTED-TEXT

           PERFORM SHOW-LINKED-NAMES
           .
      /
      *----------------------------------------------------------------*
      * NAME THE BORROWER AND THE ASSET THE BOOKING IS FOR             *
      *----------------------------------------------------------------*
       SHOW-LINKED-NAMES.
           MOVE SPACES TO SHOWN-BRW-NAME
           IF EBK-BORROWER-ID NOT = ZERO
              MOVE EBK-BORROWER-ID TO BRW-ID
              READ BORROWERS
                   INVALID
                       MOVE "?? NOT ON FILE ??" TO SHOWN-BRW-NAME
                   NOT INVALID
                       MOVE BRW-NAME TO SHOWN-BRW-NAME
              END-READ
           END-IF
           MODIFY LBL-EBKBRWNAME TITLE SHOWN-BRW-NAME

           MOVE SPACES TO SHOWN-ASSET-TEXT
           IF EBK-ASSET-ID NOT = ZERO
              MOVE EBK-ASSET-ID TO EQP-ASSET-ID
              READ EQUIP
                   INVALID
                       MOVE "?? NOT ON FILE ??" TO SHOWN-ASSET-TEXT
                   NOT INVALID
                       MOVE EQP-DESC TO SHOWN-ASSET-TEXT
              END-READ
           ELSE
              IF EBK-CLASS NOT = SPACES
                 STRING "ANY UNIT OF CLASS " DELIMITED BY SIZE
                        EBK-CLASS            DELIMITED BY SIZE
                   INTO SHOWN-ASSET-TEXT
                 END-STRING
              END-IF
           END-IF
           MODIFY LBL-EBKASSETDESC TITLE SHOWN-ASSET-TEXT
           .
      /
      *----------------------------------------------------------------*
      * PUT THE DATA FROM THE SCREEN INTO THE FILE                     *
      *----------------------------------------------------------------*
       FROMSCREEN-TORECORD.
           SET BOOKING-DATE-BAD TO FALSE

           INQUIRE EF-EBKBRW     VALUE EBK-BORROWER-ID
           INQUIRE EF-EBKASSET   VALUE EBK-ASSET-ID
           INQUIRE EF-EBKCLASS   VALUE EBK-CLASS

           INQUIRE EF-EBKFROM    VALUE WK-DATE-TEXT
           PERFORM PARSE-DATE-TEXT
           IF WK-DATE-VALID AND WK-DATE-YMD NOT = ZERO
              MOVE WK-DATE-YMD TO EBK-FROM-DT
           ELSE
              SET BOOKING-DATE-BAD TO TRUE
           END-IF

           INQUIRE EF-EBKTO      VALUE WK-DATE-TEXT
           PERFORM PARSE-DATE-TEXT
           IF WK-DATE-VALID AND WK-DATE-YMD NOT = ZERO
              MOVE WK-DATE-YMD TO EBK-TO-DT
           ELSE
              SET BOOKING-DATE-BAD TO TRUE
           END-IF

           INQUIRE EF-EBKFOR     VALUE EBK-FOR
           INQUIRE EF-EBKSTATUS  VALUE EBK-STATUS
           .
      /
      *----------------------------------------------------------------*
      * DELETE THE CURRENT BOOKING - ONLY ONE TAKEN BY MISTAKE; A      *
      * BOOKING THAT BECAME A LOAN STAYS ON FILE                       *
      *----------------------------------------------------------------*
       DELETE-ENTRY.
           MOVE SHOWN-EBK-NO TO EBK-NO

           READ EQBOOK
                INVALID DISPLAY MESSAGE BOX
                        "This Entry does not exist!"
                        EXIT PARAGRAPH
           END-READ

           IF EBK-IS-COLLECTED
              DISPLAY MESSAGE BOX
                 "A collected booking stays on file - "
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
              DELETE  EQBOOK RECORD
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
