       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          PROMAINT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  PROMOTIONS SCREEN - PART OF FILMOTECA.EDUC360 GUI             *
      *                                                                *
      *          BUILT THE SAME WAY THE GENRES MAINTENANCE FORM IS;    *
      *          ONE ROW PER CAMPAIGN, KEYED BY THE FLYER CODE.  THE   *
      *          LOANS DESK APPLIES A PROMOTION TO THE RENTAL FEE AT   *
      *          CHECKOUT - AUTOMATIC ONES BY THEMSELVES, THE OTHERS   *
      *          WHEN THE PATRON HANDS OVER THE CODE.  A CAMPAIGN      *
      *          THAT HAS BEEN REDEEMED IS ENDED BY MOVING ITS TO-DATE *
      *          BACK, NOT BY DELETING IT, SO PROMORPT STILL NAMES IT. *
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

       DATA                 DIVISION.
       FILE                 SECTION.
       FD PROMOS.
          COPY 'CPVIDPMO.CPY'.
      *
       FD PROMOUSE.
          COPY 'CPVIDPUS.CPY'.

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
       78 TITLEX VALUE IS "FILMOTECA.EDUC360 - PROMOTIONS".

       77 E-ESC             PIC  9 VALUE 1.
       77 E-NEW             PIC  9 VALUE 1.
       77 E-DELETE          PIC  9 VALUE 1.
       77 E-SAVE            PIC  9 VALUE 1.
       77 E-EDIT            PIC  9 VALUE 1.

       77 STATUS-PROMOS     PIC X(2).
           88 VALID-STATUS-PROMOS VALUE IS "00" THRU "09".
       77 STATUS-PROMOUSE   PIC X(2).
           88 VALID-STATUS-PROMOUSE VALUE IS "00" THRU "09".
       77 DESK-OPERATOR     PIC X(10) VALUE SPACES.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.

       77 DECISION          PIC 9.
       77 PMO-DAY-IDX       PIC 9(1) VALUE ZERO.
       77 PMO-DATE-BAD      PIC 9 VALUE ZERO.
           88 PROMO-DATE-BAD VALUE 1, FALSE 0.
       77 SW-PMO-USED       PIC 9 VALUE ZERO.
           88 PROMO-REDEEMED VALUE 1, FALSE 0.
       77 USE-COUNT         PIC 9(5) VALUE ZERO.
       77 USE-AMOUNT        PIC 9(7)V99 VALUE ZERO.
       77 COUNT-TEXT        PIC ZZZZ9.
       77 AMOUNT-TEXT       PIC ZZZZZZ9,99.
       77 USES-TEXT         PIC X(60) VALUE SPACES.

       LINKAGE          SECTION.

       SCREEN           SECTION.
      * FORM
       01
           FORM1,
           .
      * ENTRY FIELD
       05
           EF-PMOCODE,
           ENTRY-FIELD,
           COL 22,00,
           LINE 2,00,
           LINES 1,31 ,
           SIZE 14,00 ,
           BOXED,
           UPPER,
           COLOR 5,
           ENABLED MOD-K,
           ID IS 6901,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 10,
           FONT SMALL-FONT
           .

      * ENTRY FIELD
       05
           EF-PMODESC,
           ENTRY-FIELD,
           COL 22,00,
           LINE 5,00,
           LINES 1,31 ,
           SIZE 34,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6902,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 30,
           .

      * ENTRY FIELD
       05
           EF-PMOFROM,
           ENTRY-FIELD,
           COL 22,00,
           LINE 7,00,
           LINES 1,31 ,
           SIZE 12,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6903,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 10,
           .

      * ENTRY FIELD
       05
           EF-PMOTO,
           ENTRY-FIELD,
           COL 22,00,
           LINE 9,00,
           LINES 1,31 ,
           SIZE 12,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6904,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 10,
           .

      * ENTRY FIELD
       05
           EF-PMODAYS,
           ENTRY-FIELD,
           COL 22,00,
           LINE 11,00,
           LINES 1,31 ,
           SIZE 9,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6905,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 7,
           .

      * ENTRY FIELD
       05
           EF-PMOFMT,
           ENTRY-FIELD,
           COL 22,00,
           LINE 13,00,
           LINES 1,31 ,
           SIZE 9,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6906,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 7,
           .

      * ENTRY FIELD
       05
           EF-PMOGENRE,
           ENTRY-FIELD,
           COL 22,00,
           LINE 15,00,
           LINES 1,31 ,
           SIZE 5,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6907,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 3,
           .

      * ENTRY FIELD
       05
           EF-PMOTYPE,
           ENTRY-FIELD,
           COL 22,00,
           LINE 17,00,
           LINES 1,31 ,
           SIZE 3,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6908,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 1,
           .

      * ENTRY FIELD
       05
           EF-PMOVALUE,
           ENTRY-FIELD,
           COL 22,00,
           LINE 19,00,
           LINES 1,31 ,
           SIZE 10,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6909,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 6,
           .

      * ENTRY FIELD
       05
           EF-PMOMAX,
           ENTRY-FIELD,
           COL 22,00,
           LINE 21,00,
           LINES 1,31 ,
           SIZE 5,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6910,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 3,
           .

      * ENTRY FIELD
       05
           EF-PMOAUTO,
           ENTRY-FIELD,
           COL 22,00,
           LINE 23,00,
           LINES 1,31 ,
           SIZE 3,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6911,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 1,
           .

      * LABEL
       05
           LBL-PMOCODE,
           LABEL,
           COL 3,00,
           LINE 2,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 691,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "PROMOTION CODE",
           .

      * LABEL
       05
           LBL-PMODESC,
           LABEL,
           COL 3,00,
           LINE 5,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 692,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "DESCRIPTION",
           .

      * LABEL
       05
           LBL-PMOFROM,
           LABEL,
           COL 3,00,
           LINE 7,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 693,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "VALID FROM",
           .

      * LABEL
       05
           LBL-PMOTO,
           LABEL,
           COL 3,00,
           LINE 9,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 694,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "VALID TO",
           .

      * LABEL
       05
           LBL-PMODAYS,
           LABEL,
           COL 3,00,
           LINE 11,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 695,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "WEEKDAYS (MTWTFSS)",
           .

      * LABEL
       05
           LBL-PMOFMT,
           LABEL,
           COL 3,00,
           LINE 13,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 696,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "MEDIA FORMAT",
           .

      * LABEL
       05
           LBL-PMOGENRE,
           LABEL,
           COL 3,00,
           LINE 15,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 697,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "GENRE",
           .

      * LABEL
       05
           LBL-PMOTYPE,
           LABEL,
           COL 3,00,
           LINE 17,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 698,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "DISCOUNT P/F/R",
           .

      * LABEL
       05
           LBL-PMOVALUE,
           LABEL,
           COL 3,00,
           LINE 19,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 699,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "PERCENT / AMOUNT",
           .

      * LABEL
       05
           LBL-PMOMAX,
           LABEL,
           COL 3,00,
           LINE 21,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 700,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "USES PER BORROWER",
           .

      * LABEL
       05
           LBL-PMOAUTO,
           LABEL,
           COL 3,00,
           LINE 23,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 701,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "AUTOMATIC (Y/N)",
           .

      * LABEL
       05
           LBL-PMOHINT,
           LABEL,
           COL 33,00,
           LINE 11,00,
           LINES 1,31 ,
           SIZE 40,00 ,
           ID IS 705,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "Y UNDER EACH DAY - ALL BLANK = EVERY DAY",
           .

      * LABEL
       05
           LBL-PMOTYPEHINT,
           LABEL,
           COL 28,00,
           LINE 17,00,
           LINES 1,31 ,
           SIZE 45,00 ,
           ID IS 706,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "P = PERCENT OFF, F = FIXED AMOUNT OFF, R = FREE",
           .

      * LABEL
       05
           LBL-PMOUSES,
           LABEL,
           COL 3,00,
           LINE 25,50,
           LINES 1,31 ,
           SIZE 60,00 ,
           ID IS 707,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE SPACES,
           .

      * BAR
       05
           FORM1-BR-1,
           BAR,
           COL 1,00,
           LINE 3,92,
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

       PROCEDURE  DIVISION.
       DECLARATIVES.
      /
      *----------------------------------------------------------------*
      * DECLARATIVES TO HANDLE COMMON FILE ERRORS                      *
      *----------------------------------------------------------------*
       PROMOS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PROMOS.
           SET RECLOCKED TO FALSE.
           EVALUATE STATUS-PROMOS
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
      * MAIN OPENING FILE ROUTINE                                      *
      *----------------------------------------------------------------*
       OPEN-FILE-RTN.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM SET-SCREEN-TITLE

           OPEN  I-O PROMOS
           IF STATUS-PROMOS = "35"
              OPEN OUTPUT PROMOS
                IF VALID-STATUS-PROMOS
                   CLOSE PROMOS
                   OPEN I-O PROMOS
                END-IF
           END-IF

           IF NOT VALID-STATUS-PROMOS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O PROMOUSE
           IF STATUS-PROMOUSE = "35"
              OPEN OUTPUT PROMOUSE
                IF VALID-STATUS-PROMOUSE
                   CLOSE PROMOUSE
                   OPEN I-O PROMOUSE
                END-IF
           END-IF

           IF NOT VALID-STATUS-PROMOUSE
               PERFORM EXIT-STOP-ROUTINE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * MAIN CLOSING FILE ROUTINE                                      *
      *----------------------------------------------------------------*
       CLOSE-FILE-RTN.
           CLOSE PROMOS
           CLOSE PROMOUSE
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
      * ADD A NEW ENTRY - A NEW CAMPAIGN STARTS TODAY, RUNS EVERY DAY  *
      * FOR A MONTH AND TAKES A PERCENTAGE OFF, UNTIL THE DESK SAYS    *
      * OTHERWISE                                                      *
      *----------------------------------------------------------------*
       NEW-ENTRY.
           INITIALIZE PMO-REC
           ACCEPT PMO-FROM-DT FROM DATE YYYYMMDD
           COMPUTE PMO-TO-DT = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (PMO-FROM-DT) + 30)
           MOVE "P" TO PMO-TYPE
           MOVE "N" TO PMO-AUTO

           DISPLAY FORM1
           PERFORM FROMREC-TOSCREEN

           MOVE 1 TO MOD
           MOVE 1 TO MOD-K
           MODIFY EF-PMOCODE ENABLED 1

           MOVE 6901   TO CONTROL-ID
           MOVE 4      TO ACCEPT-CONTROL
           .
      /
      *----------------------------------------------------------------*
      * SAVE THE CURRENT RECORD FROM THE SCREEN TO THE FILE            *
      *----------------------------------------------------------------*
       SAVE-ENTRY.
           PERFORM FROMSCREEN-TORECORD

           IF PMO-CODE = SPACES
              DISPLAY MESSAGE BOX
                 "A promotion needs a Code - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF PROMO-DATE-BAD
              DISPLAY MESSAGE BOX
                 "The Valid From and Valid To dates must be real "
                 "calendar dates - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF PMO-TO-DT < PMO-FROM-DT
              DISPLAY MESSAGE BOX
                 "Valid To is before Valid From - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF NOT PMO-TYPE-IS-VALID
              DISPLAY MESSAGE BOX
                 "The discount type must be P, F or R - "
                 "record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
           WHEN PMO-IS-PERCENT
                IF PMO-VALUE = ZERO OR PMO-VALUE > 100
                   DISPLAY MESSAGE BOX
                      "A percentage must be between 1 and 100 - "
                      "record not saved!"
                      TITLE TITLEX
                      ICON  3
                   EXIT PARAGRAPH
                END-IF
           WHEN PMO-IS-FIXED
                IF PMO-VALUE = ZERO
                   DISPLAY MESSAGE BOX
                      "A fixed discount needs an amount - "
                      "record not saved!"
                      TITLE TITLEX
                      ICON  3
                   EXIT PARAGRAPH
                END-IF
           WHEN PMO-IS-FREE
                MOVE ZERO TO PMO-VALUE
           END-EVALUATE

      *> ONLY "Y" MEANS A DAY IS ON - ANYTHING ELSE TYPED UNDER A DAY
      *> IS TAKEN AS OFF
           PERFORM VARYING PMO-DAY-IDX FROM 1 BY 1
                   UNTIL PMO-DAY-IDX > 7
              IF PMO-DAY (PMO-DAY-IDX) NOT = "Y"
                 MOVE SPACE TO PMO-DAY (PMO-DAY-IDX)
              END-IF
           END-PERFORM

           IF PMO-AUTO NOT = "Y"
              MOVE "N" TO PMO-AUTO
           END-IF

           ACCEPT PMO-UPDATED-DT FROM DATE YYYYMMDD
           MOVE DESK-OPERATOR TO PMO-OPERATOR

           WRITE PMO-REC
                 INVALID KEY
                         DISPLAY MESSAGE BOX
                            "Save changes to the current Entry?"
                            TITLE   TITLEX
                            TYPE    MB-YES-NO
                            DEFAULT MB-NO
                            GIVING  DECISION

                         IF DECISION = MB-YES
                            REWRITE PMO-REC
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
       START-PROMOS-LESS.
           MOVE LOW-VALUES TO PMO-CODE

           START PROMOS KEY >= PMO-CODE
                 INVALID KEY
                     INITIALIZE PMO-REC
                 NOT INVALID KEY
                     READ PROMOS NEXT RECORD
           END-START
           .
      /
      *----------------------------------------------------------------*
      * POSITION ON THE LAST RECORD                                    *
      *----------------------------------------------------------------*
       START-PROMOS-GREATER.
           MOVE HIGH-VALUES TO PMO-CODE

           START PROMOS KEY <= PMO-CODE
                 INVALID KEY
                     INITIALIZE PMO-REC
                 NOT INVALID KEY
                     READ PROMOS PREVIOUS RECORD
           END-START
           .
      /
      *----------------------------------------------------------------*
      * SHOW FIRST RECORD                                              *
      *----------------------------------------------------------------*
       FIRST-ENTRY.
           PERFORM START-PROMOS-LESS
           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * SHOW NEXT RECORD                                               *
      *----------------------------------------------------------------*
       NEXT-ENTRY.
           READ PROMOS NEXT
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
           READ PROMOS PREVIOUS
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
           PERFORM START-PROMOS-GREATER
           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * PUT THE DATA FROM THE FILE INTO SCREEN FIELDS                  *
      *----------------------------------------------------------------*
       FROMREC-TOSCREEN.
           MOVE ZERO       TO MOD-K
           MOVE 1          TO MOD

           MODIFY EF-PMOCODE    VALUE PMO-CODE
           MODIFY EF-PMODESC    VALUE PMO-DESC
           MOVE PMO-FROM-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MODIFY EF-PMOFROM    VALUE WK-DATE-TEXT
           MOVE PMO-TO-DT   TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MODIFY EF-PMOTO      VALUE WK-DATE-TEXT
           MODIFY EF-PMODAYS    VALUE PMO-DAYS
           MODIFY EF-PMOFMT     VALUE PMO-FORMAT
           MODIFY EF-PMOGENRE   VALUE PMO-GENRE
           MODIFY EF-PMOTYPE    VALUE PMO-TYPE
           MODIFY EF-PMOVALUE   VALUE PMO-VALUE
           MODIFY EF-PMOMAX     VALUE PMO-MAX-USES
           MODIFY EF-PMOAUTO    VALUE PMO-AUTO

           PERFORM SHOW-REDEMPTIONS
           .
      /
      *----------------------------------------------------------------*
      * HOW OFTEN THE PROMOTION ON SCREEN HAS BEEN GIVEN - A START ON  *
      * THE CODE PART OF THE REDEMPTION KEY AND A READ TO THE FIRST    *
      * ROW OF THE NEXT CODE                                           *
      *----------------------------------------------------------------*
       SHOW-REDEMPTIONS.
           MOVE ZERO TO USE-COUNT
           MOVE ZERO TO USE-AMOUNT
           SET PROMO-REDEEMED TO FALSE

           IF PMO-CODE NOT = SPACES
              MOVE PMO-CODE TO PUS-CODE
              MOVE ZERO     TO PUS-BORROWER-ID
              MOVE ZERO     TO PUS-CODIGO
              MOVE ZERO     TO PUS-SEQ

              START PROMOUSE KEY >= PUS-KEY
                    INVALID KEY
                        MOVE HIGH-VALUES TO PUS-CODE
                    NOT INVALID KEY
                        READ PROMOUSE NEXT RECORD
                             AT END MOVE HIGH-VALUES TO PUS-CODE
                        END-READ
              END-START

              PERFORM UNTIL PUS-CODE NOT = PMO-CODE
                 SET PROMO-REDEEMED TO TRUE
                 ADD 1            TO USE-COUNT
                 ADD PUS-DISCOUNT TO USE-AMOUNT
                 READ PROMOUSE NEXT RECORD
                      AT END MOVE HIGH-VALUES TO PUS-CODE
                 END-READ
              END-PERFORM
           END-IF

           MOVE USE-COUNT    TO COUNT-TEXT
           MOVE USE-AMOUNT TO AMOUNT-TEXT
           MOVE SPACES TO USES-TEXT
           STRING "REDEEMED "  DELIMITED BY SIZE
                  COUNT-TEXT   DELIMITED BY SIZE
                  " TIMES - GIVEN AWAY " DELIMITED BY SIZE
                  AMOUNT-TEXT  DELIMITED BY SIZE
             INTO USES-TEXT
           END-STRING
           MODIFY LBL-PMOUSES TITLE USES-TEXT
           .
      /
      *----------------------------------------------------------------*
      * PUT THE DATA FROM THE SCREEN INTO THE FILE                     *
      *----------------------------------------------------------------*
       FROMSCREEN-TORECORD.
           SET PROMO-DATE-BAD TO FALSE

           INQUIRE EF-PMOCODE    VALUE PMO-CODE
           INQUIRE EF-PMODESC    VALUE PMO-DESC

           INQUIRE EF-PMOFROM    VALUE WK-DATE-TEXT
           PERFORM PARSE-DATE-TEXT
           IF WK-DATE-VALID
              MOVE WK-DATE-YMD TO PMO-FROM-DT
           ELSE
              SET PROMO-DATE-BAD TO TRUE
           END-IF

           INQUIRE EF-PMOTO      VALUE WK-DATE-TEXT
           PERFORM PARSE-DATE-TEXT
           IF WK-DATE-VALID
              MOVE WK-DATE-YMD TO PMO-TO-DT
           ELSE
              SET PROMO-DATE-BAD TO TRUE
           END-IF

           INQUIRE EF-PMODAYS    VALUE PMO-DAYS
           INQUIRE EF-PMOFMT     VALUE PMO-FORMAT
           INQUIRE EF-PMOGENRE   VALUE PMO-GENRE
           INQUIRE EF-PMOTYPE    VALUE PMO-TYPE
           INQUIRE EF-PMOVALUE   VALUE PMO-VALUE
           INQUIRE EF-PMOMAX     VALUE PMO-MAX-USES
           INQUIRE EF-PMOAUTO    VALUE PMO-AUTO
           .
      /
      *----------------------------------------------------------------*
      * DELETE THE CURRENT PROMOTION - ONLY ONE NOBODY HAS REDEEMED;   *
      * A USED CAMPAIGN IS ENDED BY MOVING ITS VALID-TO DATE BACK      *
      *----------------------------------------------------------------*
       DELETE-ENTRY.
           INQUIRE EF-PMOCODE VALUE IN PMO-CODE

           READ PROMOS
                INVALID DISPLAY MESSAGE BOX
                        "This Entry does not exist!"
                        EXIT PARAGRAPH
           END-READ

           PERFORM SHOW-REDEMPTIONS

           IF PROMO-REDEEMED
              DISPLAY MESSAGE BOX
                 "This promotion has been redeemed - end it by "
                 "moving its Valid To date back instead"
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
              DELETE  PROMOS RECORD
              DISPLAY MESSAGE "Deleted!"
              PERFORM FIRST-ENTRY
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
