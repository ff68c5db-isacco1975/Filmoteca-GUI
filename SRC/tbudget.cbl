       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          BUDMAINT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  ACQUISITIONS BUDGET SCREEN - PART OF FILMOTECA.EDUC360 GUI    *
      *                                                                *
      *          BUILT THE SAME WAY THE GENRES MAINTENANCE FORM IS;    *
      *          ONE ALLOCATION PER FISCAL YEAR AND GENRE - WHAT THE   *
      *          SHOP MEANS TO SPEND ON NEW TITLES OF THAT GENRE.      *
      *          WHAT IS COMMITTED AND SPENT AGAINST IT IS WORKED OUT  *
      *          BY THE WISHLIST SCREEN AND THE BUDRPT REPORT.         *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDBGA.CPY'.
          COPY 'CPVIDGES.CPY'.
          COPY 'CPVIDPRA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD BUDGET.
          COPY 'CPVIDBGT.CPY'.
      *
       FD GENRES.
          COPY 'CPVIDGEN.CPY'.
      *
       FD PARAMS.
          COPY 'CPVIDPRM.CPY'.

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
       78 TITLEX VALUE IS "FILMOTECA.EDUC360 - ACQUISITIONS BUDGETS".

       77 E-ESC             PIC  9 VALUE 1.
       77 E-NEW             PIC  9 VALUE 1.
       77 E-DELETE          PIC  9 VALUE 1.
       77 E-SAVE            PIC  9 VALUE 1.
       77 E-EDIT            PIC  9 VALUE 1.

       77 STATUS-BUDGET     PIC X(2).
           88 VALID-STATUS-BUDGET VALUE IS "00" THRU "09".
       77 STATUS-GENRES     PIC X(2).
           88 VALID-STATUS-GENRES VALUE IS "00" THRU "09".
       77 STATUS-PARAMS     PIC X(2).
           88 VALID-STATUS-PARAMS VALUE IS "00" THRU "09".
       77 BDG-GENRE-DESC    PIC X(08) VALUE SPACES.
       77 DESK-OPERATOR     PIC X(10) VALUE SPACES.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.
          COPY 'CPVIDFYV.CPY'.

       77 DECISION          PIC 9.

       LINKAGE          SECTION.

       SCREEN           SECTION.
      * FORM
       01
           FORM1,
           .

      * ENTRY FIELD
       05
           EF-BDGFY,
           ENTRY-FIELD,
           COL 20,00,
           LINE 2,00,
           LINES 1,31 ,
           SIZE 8,00 ,
           BOXED,
           COLOR 5,
           ENABLED MOD-K,
           ID IS 6401,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 4,
           FONT SMALL-FONT
           .

      * ENTRY FIELD
       05
           EF-BDGGENRE,
           ENTRY-FIELD,
           COL 20,00,
           LINE 5,00,
           LINES 1,31 ,
           SIZE 6,00 ,
           BOXED,
           COLOR 5,
           ENABLED MOD-K,
           ID IS 6402,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 3,
           FONT SMALL-FONT
           .

      * ENTRY FIELD - WHAT THE GENRE IS CALLED, FOR THE EYE ONLY
       05
           EF-BDGGENDESC,
           ENTRY-FIELD,
           COL 28,00,
           LINE 5,00,
           LINES 1,31 ,
           SIZE 14,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED 0,
           FONT IS SMALL-FONT,
           ID IS 6403,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 8,
           .

      * ENTRY FIELD
       05
           EF-BDGALLOC,
           ENTRY-FIELD,
           COL 20,00,
           LINE 8,00,
           LINES 1,31 ,
           SIZE 14,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 6404,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 11,
           .

      * LABEL
       05
           LBL-BDGFY,
           LABEL,
           COL 3,00,
           LINE 2,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           ID IS 641,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "FISCAL YEAR",
           .

      * LABEL
       05
           LBL-BDGGENRE,
           LABEL,
           COL 3,00,
           LINE 5,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           ID IS 642,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "GENRE",
           .

      * LABEL
       05
           LBL-BDGALLOC,
           LABEL,
           COL 3,00,
           LINE 8,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           ID IS 643,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "ALLOCATION",
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

           OPEN  I-O BUDGET
           IF STATUS-BUDGET = "35"
              OPEN OUTPUT BUDGET
                IF VALID-STATUS-BUDGET
                   CLOSE BUDGET
                   OPEN I-O BUDGET
                END-IF
           END-IF

           IF NOT VALID-STATUS-BUDGET
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  INPUT GENRES
           IF NOT VALID-STATUS-GENRES
               PERFORM EXIT-STOP-ROUTINE
           END-IF

      *> THE MONTH THE FISCAL YEAR STARTS IN, FOR THE NEW-ENTRY DEFAULT
           MOVE 1 TO FY-START-MM
           OPEN  INPUT PARAMS
           IF VALID-STATUS-PARAMS
              MOVE 1 TO PRM-ID
              READ PARAMS
                   INVALID CONTINUE
                   NOT INVALID
                       MOVE PRM-FY-START TO FY-START-MM
              END-READ
              CLOSE PARAMS
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * MAIN CLOSING FILE ROUTINE                                      *
      *----------------------------------------------------------------*
       CLOSE-FILE-RTN.
           CLOSE BUDGET
           CLOSE GENRES
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
      * ADD A NEW ENTRY TO THE FILE - THE CURRENT FISCAL YEAR          *
      *----------------------------------------------------------------*
       NEW-ENTRY.
           ACCEPT FY-DATE FROM DATE YYYYMMDD
           PERFORM FISCAL-YEAR-OF-DATE

           INITIALIZE BDG-REC
           MOVE FY-YEAR TO BDG-FISCAL-YR

           DISPLAY FORM1
           PERFORM FROMREC-TOSCREEN

           MOVE 1 TO MOD
           MOVE 1 TO MOD-K
           MODIFY EF-BDGFY    ENABLED 1
           MODIFY EF-BDGGENRE ENABLED 1

           MOVE 6402   TO CONTROL-ID
           MOVE 4      TO ACCEPT-CONTROL
           .
      /
      *----------------------------------------------------------------*
      * SAVE THE CURRENT RECORD FROM THE SCREEN TO THE FILE            *
      *----------------------------------------------------------------*
       SAVE-ENTRY.
           PERFORM FROMSCREEN-TORECORD

           IF BDG-FISCAL-YR = ZERO
              DISPLAY MESSAGE BOX
                 "A budget needs a Fiscal Year - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE BDG-GENRE TO CODIGO-GEN
           READ GENRES
                INVALID
                    DISPLAY MESSAGE BOX
                       "That genre is not on file - record not saved!"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           ACCEPT BDG-UPDATED-DT FROM DATE YYYYMMDD
           MOVE DESK-OPERATOR TO BDG-OPERATOR

           WRITE BDG-REC
                 INVALID KEY
                         DISPLAY MESSAGE BOX
                            "Save changes to the current Entry?"
                            TITLE   TITLEX
                            TYPE    MB-YES-NO
                            DEFAULT MB-NO
                            GIVING  DECISION

                         IF DECISION = MB-YES
                            REWRITE BDG-REC
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
       START-BUDGET-LESS.
           MOVE LOW-VALUES TO BDG-KEY

           START BUDGET KEY >= BDG-KEY
                 INVALID KEY
                     INITIALIZE BDG-REC
                 NOT INVALID KEY
                     READ BUDGET NEXT RECORD
           END-START
           .
      /
      *----------------------------------------------------------------*
      * POSITION ON THE LAST RECORD                                    *
      *----------------------------------------------------------------*
       START-BUDGET-GREATER.
           MOVE HIGH-VALUES TO BDG-KEY

           START BUDGET KEY <= BDG-KEY
                 INVALID KEY
                     INITIALIZE BDG-REC
                 NOT INVALID KEY
                     READ BUDGET PREVIOUS RECORD
           END-START
           .
      /
      *----------------------------------------------------------------*
      * SHOW FIRST RECORD                                              *
      *----------------------------------------------------------------*
       FIRST-ENTRY.
           PERFORM START-BUDGET-LESS
           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * SHOW NEXT RECORD                                               *
      *----------------------------------------------------------------*
       NEXT-ENTRY.
           READ BUDGET NEXT
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
           READ BUDGET PREVIOUS
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
           PERFORM START-BUDGET-GREATER
           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * PUT THE DATA FROM THE FILE INTO SCREEN FIELDS                  *
      *----------------------------------------------------------------*
       FROMREC-TOSCREEN.
           MOVE ZERO       TO MOD-K
           MOVE 1          TO MOD

           MOVE SPACES     TO BDG-GENRE-DESC
           MOVE BDG-GENRE  TO CODIGO-GEN
           READ GENRES
                INVALID     CONTINUE
                NOT INVALID MOVE DESC-GEN TO BDG-GENRE-DESC
           END-READ

           MODIFY EF-BDGFY      VALUE BDG-FISCAL-YR
           MODIFY EF-BDGGENRE   VALUE BDG-GENRE
           MODIFY EF-BDGGENDESC VALUE BDG-GENRE-DESC
           MODIFY EF-BDGALLOC   VALUE BDG-ALLOCATION
           .
      /
      *----------------------------------------------------------------*
      * PUT THE DATA FROM THE SCREEN INTO THE FILE                     *
      *----------------------------------------------------------------*
       FROMSCREEN-TORECORD.
           INQUIRE EF-BDGFY      VALUE BDG-FISCAL-YR
           INQUIRE EF-BDGGENRE   VALUE BDG-GENRE
           INQUIRE EF-BDGALLOC   VALUE BDG-ALLOCATION
           .
      /
      *----------------------------------------------------------------*
      * DELETE THE CURRENT ALLOCATION                                  *
      *----------------------------------------------------------------*
       DELETE-ENTRY.
           INQUIRE EF-BDGFY    VALUE IN BDG-FISCAL-YR
           INQUIRE EF-BDGGENRE VALUE IN BDG-GENRE
           READ BUDGET
                INVALID DISPLAY MESSAGE BOX
                        "This Entry does not exist!"
                NOT INVALID
                         DISPLAY MESSAGE BOX
                            "Are You SURE? DELETE current Entry?"
                            TITLE   TITLEX
                            TYPE    MB-YES-NO
                            DEFAULT MB-NO
                            GIVING  DECISION

                         IF DECISION = MB-YES
                            DELETE  BUDGET RECORD
                            DISPLAY MESSAGE "Deleted!"
                            PERFORM FIRST-ENTRY
                         END-IF
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * THE FISCAL YEAR A DATE FALLS IN                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDFYP.CPY'.
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
