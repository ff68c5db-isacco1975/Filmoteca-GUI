       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          DSPMAINT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  THEMED DISPLAYS SCREEN - PART OF FILMOTECA.EDUC360 GUI        *
      *                                                                *
      *          BUILT THE SAME WAY THE PROMOTIONS FORM IS; ONE ROW    *
      *          PER COLLECTION ON THE DISPLAY TABLE, KEYED BY A SHORT *
      *          CODE AND RUNNING BETWEEN TWO DATES, WITH THE TITLES   *
      *          PUT ON THE TABLE LISTED UNDERNEATH THE WAY THE        *
      *          SCREENINGS FORM LISTS ITS SIGN-UPS.  THE KIOSK        *
      *          FEATURES A COLLECTION WHILE IT RUNS; ONCE IT HAS      *
      *          ENDED DSPRPT SHOWS WHETHER IT MOVED ANY STOCK.        *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDDYA.CPY'.
          COPY 'CPVIDDMA.CPY'.
          COPY 'CPVIDFCV.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD DISPLAYS.
          COPY 'CPVIDDYR.CPY'.
      *
       FD DISPMEM.
          COPY 'CPVIDDMB.CPY'.
      *
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.

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
       78 TITLEX VALUE IS "FILMOTECA.EDUC360 - THEMED DISPLAYS".

       77 E-ESC             PIC  9 VALUE 1.
       77 E-NEW             PIC  9 VALUE 1.
       77 E-DELETE          PIC  9 VALUE 1.
       77 E-SAVE            PIC  9 VALUE 1.
       77 E-EDIT            PIC  9 VALUE 1.

       77 STATUS-DISPLAYS   PIC X(2).
           88 VALID-STATUS-DISPLAYS VALUE IS "00" THRU "09".
       77 STATUS-DISPMEM    PIC X(2).
           88 VALID-STATUS-DISPMEM VALUE IS "00" THRU "09".
       77 STATUS-MOVIES     PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 DESK-OPERATOR     PIC X(10) VALUE SPACES.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.

       77 DECISION          PIC 9.
       77 TODAY-DATE        PIC 9(08) VALUE ZERO.
       77 WK-DATE-INT       PIC 9(7) VALUE ZERO.
      * THE COLLECTION ON SCREEN - SPACES WHILE A NEW ONE IS BEING
      * TYPED
       77 SHOWN-DSP-CODE    PIC X(10) VALUE SPACES.
       77 SW-DSP-DATE-BAD   PIC 9 VALUE ZERO.
           88 DISPLAY-DATE-BAD VALUE 1, FALSE 0.
       77 SW-DSP-CHECK      PIC 9 VALUE ZERO.
           88 DISPLAY-CHECK-OK VALUE 1, FALSE 0.
       77 SW-DPM-EOF        PIC 9 VALUE ZERO.
           88 DISPMEM-AT-END VALUE 1, FALSE 0.
       77 STATE-TEXT        PIC X(40) VALUE SPACES.
       77 COUNTS-TEXT       PIC X(40) VALUE SPACES.
       77 COUNT-TEXT        PIC ZZ9.

      * THE TITLES ON THE DISPLAY ON SCREEN, IN CATALOG ORDER
       01 DPM-TABLE.
           05 DPM-ROW OCCURS 1 TO 300 TIMES
                        DEPENDING ON DPM-CNT
                        INDEXED BY DPM-IDX
                        PIC X(60).
       77 DPM-CNT           PIC 9(03) VALUE ZERO.
       77 DPM-SEL-CODIGO    PIC 9(05) VALUE ZERO.
       77 ADD-CODIGO        PIC 9(05) VALUE ZERO.

       LINKAGE          SECTION.

       SCREEN           SECTION.
      * FORM
       01
           FORM1,
           .
      * ENTRY FIELD
       05
           EF-DSPCODE,
           ENTRY-FIELD,
           COL 22,00,
           LINE 2,00,
           LINES 1,31 ,
           SIZE 14,00 ,
           BOXED,
           UPPER,
           COLOR 5,
           ENABLED MOD-K,
           ID IS 9301,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 10,
           FONT SMALL-FONT
           .

      * ENTRY FIELD
       05
           EF-DSPNAME,
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
           ID IS 9302,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 30,
           .

      * ENTRY FIELD
       05
           EF-DSPFROM,
           ENTRY-FIELD,
           COL 22,00,
           LINE 7,00,
           LINES 1,31 ,
           SIZE 12,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9303,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 10,
           .

      * ENTRY FIELD
       05
           EF-DSPTO,
           ENTRY-FIELD,
           COL 22,00,
           LINE 9,00,
           LINES 1,31 ,
           SIZE 12,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9304,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 10,
           .

      * ENTRY FIELD
       05
           EF-DSPNOTE,
           ENTRY-FIELD,
           COL 22,00,
           LINE 11,00,
           LINES 1,31 ,
           SIZE 44,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9305,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 40,
           .

      * LABEL
       05
           LBL-DSPCODE,
           LABEL,
           COL 3,00,
           LINE 2,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9351,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "DISPLAY CODE",
           .

      * LABEL
       05
           LBL-DSPNAME,
           LABEL,
           COL 3,00,
           LINE 5,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9352,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "NAME ON THE TABLE",
           .

      * LABEL
       05
           LBL-DSPFROM,
           LABEL,
           COL 3,00,
           LINE 7,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9353,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "RUNS FROM",
           .

      * LABEL
       05
           LBL-DSPTO,
           LABEL,
           COL 3,00,
           LINE 9,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9354,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "RUNS TO",
           .

      * LABEL
       05
           LBL-DSPNOTE,
           LABEL,
           COL 3,00,
           LINE 11,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9355,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "NOTE",
           .

      * LABEL - RUNNING NOW, STARTING LATER OR ENDED
       05
           LBL-DSPSTATE,
           LABEL,
           COL 36,00,
           LINE 7,00,
           LINES 1,31 ,
           SIZE 40,00 ,
           ID IS 9356,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE SPACES,
           .

      * LABEL
       05
           LBL-DPMLIST,
           LABEL,
           COL 3,00,
           LINE 13,50,
           LINES 1,31 ,
           SIZE 60,00 ,
           ID IS 9362,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "TITLES ON THE DISPLAY (CODE / TITLE / GENRE)",
           .

      * LIST-BOX - THE TITLES ON THE TABLE, IN CATALOG ORDER
       05
           MEMBERS-LB,
           LIST-BOX,
           COL 3,00,
           LINE 15,00,
           LINES 9,00 ,
           SIZE 60,00 ,
           OCCURS 1 TO 300 TIMES DEPENDING ON DPM-CNT,
           INDEXED BY DPM-IDX,
           VALUE DPM-ROW (DPM-IDX),
           FRAMED,
           EXCEPTION-VALUE 7180,
           ID IS 9363,
           FONT SMALL-FONT,
           .

      * LABEL
       05
           LBL-DPMCODE,
           LABEL,
           COL 66,00,
           LINE 13,50,
           LINES 1,31 ,
           SIZE 15,00 ,
           ID IS 9364,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "TITLE CODE",
           .

      * ENTRY FIELD - THE TITLE GOING ON THE TABLE
       05
           EF-DPMCODE,
           ENTRY-FIELD,
           COL 66,00,
           LINE 15,00,
           LINES 1,31 ,
           SIZE 7,00 ,
           BOXED,
           COLOR IS 2,
           FONT IS SMALL-FONT,
           ID IS 9306,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 5,
           .

      * PUSH BUTTON
       05
           PB-DPM-ADD,
           PUSH-BUTTON,
           COL 66,00,
           LINE 17,00,
           LINES 1,31 ,
           SIZE 15,00 ,
           EXCEPTION-VALUE 7181,
           FONT IS SMALL-FONT,
           ID IS 7181,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "ADD TITLE",
           .

      * PUSH BUTTON
       05
           PB-DPM-REMOVE,
           PUSH-BUTTON,
           COL 66,00,
           LINE 19,00,
           LINES 1,31 ,
           SIZE 15,00 ,
           EXCEPTION-VALUE 7182,
           FONT IS SMALL-FONT,
           ID IS 7182,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "REMOVE TITLE",
           .

      * LABEL - HOW MANY TITLES ARE ON THE TABLE
       05
           LBL-DPMCOUNT,
           LABEL,
           COL 3,00,
           LINE 24,50,
           LINES 1,31 ,
           SIZE 60,00 ,
           ID IS 9365,
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
       DISPLAYS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DISPLAYS.
           SET RECLOCKED TO FALSE.
           EVALUATE STATUS-DISPLAYS
           WHEN "93"
                DISPLAY MESSAGE BOX "FILE ALREADY IN USE!"
                          TITLE TITLEX
                           ICON 3
                GOBACK
           END-EVALUATE.

       DISPMEM-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DISPMEM.
           SET RECLOCKED TO FALSE.
           EVALUATE STATUS-DISPMEM
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
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
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

           OPEN  I-O DISPLAYS
           IF STATUS-DISPLAYS = "35"
              OPEN OUTPUT DISPLAYS
                IF VALID-STATUS-DISPLAYS
                   CLOSE DISPLAYS
                   OPEN I-O DISPLAYS
                END-IF
           END-IF

           IF NOT VALID-STATUS-DISPLAYS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O DISPMEM
           IF STATUS-DISPMEM = "35"
              OPEN OUTPUT DISPMEM
                IF VALID-STATUS-DISPMEM
                   CLOSE DISPMEM
                   OPEN I-O DISPMEM
                END-IF
           END-IF

           IF NOT VALID-STATUS-DISPMEM
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  INPUT MOVIES
           IF NOT VALID-STATUS-MOVIES
               PERFORM EXIT-STOP-ROUTINE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * MAIN CLOSING FILE ROUTINE                                      *
      *----------------------------------------------------------------*
       CLOSE-FILE-RTN.
           CLOSE DISPLAYS
           CLOSE DISPMEM
           CLOSE MOVIES
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
              LINES 26,50,
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
               WHEN KEY-STATUS = 7180
                  PERFORM MEMBER-ROW-SELECTED
               WHEN KEY-STATUS = 7181
                  PERFORM ADD-MEMBER-TITLE
               WHEN KEY-STATUS = 7182
                  PERFORM REMOVE-MEMBER-TITLE
           END-EVALUATE

      * AVOID CHANGING FOCUS
           MOVE 4 TO ACCEPT-CONTROL
           .
      /
      *----------------------------------------------------------------*
      * ADD A NEW ENTRY - A NEW DISPLAY GOES UP TODAY AND STAYS FOR A  *
      * MONTH UNTIL THE DESK SAYS OTHERWISE                            *
      *----------------------------------------------------------------*
       NEW-ENTRY.
           INITIALIZE DSP-REC
           MOVE TODAY-DATE TO DSP-FROM-DT
           COMPUTE WK-DATE-INT =
              FUNCTION INTEGER-OF-DATE (DSP-FROM-DT) + 30
           COMPUTE DSP-TO-DT =
              FUNCTION DATE-OF-INTEGER (WK-DATE-INT)

           DISPLAY FORM1
           PERFORM FROMREC-TOSCREEN
           MOVE SPACES TO SHOWN-DSP-CODE
           PERFORM SHOW-MEMBERS

           MOVE 1 TO MOD
           MOVE 1 TO MOD-K
           MODIFY EF-DSPCODE ENABLED 1

           MOVE 9301   TO CONTROL-ID
           MOVE 4      TO ACCEPT-CONTROL
           .
      /
      *----------------------------------------------------------------*
      * SAVE THE CURRENT RECORD FROM THE SCREEN TO THE FILE            *
      *----------------------------------------------------------------*
       SAVE-ENTRY.
           PERFORM FROMSCREEN-TORECORD

           IF DSP-CODE = SPACES
              DISPLAY MESSAGE BOX
                 "A display needs a Code - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF DSP-NAME = SPACES
              DISPLAY MESSAGE BOX
                 "A display needs a Name - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF DISPLAY-DATE-BAD
              DISPLAY MESSAGE BOX
                 "The Runs From and Runs To dates must be real "
                 "calendar dates - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF DSP-TO-DT < DSP-FROM-DT
              DISPLAY MESSAGE BOX
                 "Runs To is before Runs From - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           ACCEPT DSP-UPDATED-DT FROM DATE YYYYMMDD
           MOVE DESK-OPERATOR TO DSP-OPERATOR

           WRITE DSP-REC
                 INVALID KEY
                         DISPLAY MESSAGE BOX
                            "Save changes to the current Entry?"
                            TITLE   TITLEX
                            TYPE    MB-YES-NO
                            DEFAULT MB-NO
                            GIVING  DECISION

                         IF DECISION = MB-YES
                            REWRITE DSP-REC
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
       START-DISPLAYS-LESS.
           MOVE LOW-VALUES TO DSP-CODE

           START DISPLAYS KEY >= DSP-CODE
                 INVALID KEY
                     INITIALIZE DSP-REC
                 NOT INVALID KEY
                     READ DISPLAYS NEXT RECORD
           END-START
           .
      /
      *----------------------------------------------------------------*
      * POSITION ON THE LAST RECORD                                    *
      *----------------------------------------------------------------*
       START-DISPLAYS-GREATER.
           MOVE HIGH-VALUES TO DSP-CODE

           START DISPLAYS KEY <= DSP-CODE
                 INVALID KEY
                     INITIALIZE DSP-REC
                 NOT INVALID KEY
                     READ DISPLAYS PREVIOUS RECORD
           END-START
           .
      /
      *----------------------------------------------------------------*
      * SHOW FIRST RECORD                                              *
      *----------------------------------------------------------------*
       FIRST-ENTRY.
           PERFORM START-DISPLAYS-LESS
           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * SHOW NEXT RECORD                                               *
      *----------------------------------------------------------------*
       NEXT-ENTRY.
           READ DISPLAYS NEXT
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
           READ DISPLAYS PREVIOUS
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
           PERFORM START-DISPLAYS-GREATER
           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * PUT THE DATA FROM THE FILE INTO SCREEN FIELDS                  *
      *----------------------------------------------------------------*
       FROMREC-TOSCREEN.
           MOVE ZERO       TO MOD-K
           MOVE 1          TO MOD
           MOVE DSP-CODE   TO SHOWN-DSP-CODE

           MODIFY EF-DSPCODE    VALUE DSP-CODE
           MODIFY EF-DSPNAME    VALUE DSP-NAME
           MOVE DSP-FROM-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MODIFY EF-DSPFROM    VALUE WK-DATE-TEXT
           MOVE DSP-TO-DT   TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MODIFY EF-DSPTO      VALUE WK-DATE-TEXT
           MODIFY EF-DSPNOTE    VALUE DSP-NOTE

           MOVE SPACES TO STATE-TEXT
           EVALUATE TRUE
           WHEN DSP-CODE = SPACES
                CONTINUE
           WHEN DSP-FROM-DT > TODAY-DATE
                MOVE "NOT UP YET - STARTS ON THE RUNS FROM DATE"
                  TO STATE-TEXT
           WHEN DSP-TO-DT < TODAY-DATE
                MOVE "ENDED - SEE DSPRPT FOR THE UPLIFT"
                  TO STATE-TEXT
           WHEN OTHER
                MOVE "RUNNING NOW - FEATURED ON THE KIOSK"
                  TO STATE-TEXT
           END-EVALUATE
           MODIFY LBL-DSPSTATE TITLE STATE-TEXT

           PERFORM SHOW-MEMBERS
           .
      /
      *----------------------------------------------------------------*
      * PUT THE DATA FROM THE SCREEN INTO THE FILE                     *
      *----------------------------------------------------------------*
       FROMSCREEN-TORECORD.
           SET DISPLAY-DATE-BAD TO FALSE

           INQUIRE EF-DSPCODE    VALUE DSP-CODE
           INQUIRE EF-DSPNAME    VALUE DSP-NAME

           INQUIRE EF-DSPFROM    VALUE WK-DATE-TEXT
           PERFORM PARSE-DATE-TEXT
           IF WK-DATE-VALID
              MOVE WK-DATE-YMD TO DSP-FROM-DT
           ELSE
              SET DISPLAY-DATE-BAD TO TRUE
           END-IF

           INQUIRE EF-DSPTO      VALUE WK-DATE-TEXT
           PERFORM PARSE-DATE-TEXT
           IF WK-DATE-VALID
              MOVE WK-DATE-YMD TO DSP-TO-DT
           ELSE
              SET DISPLAY-DATE-BAD TO TRUE
           END-IF

           INQUIRE EF-DSPNOTE    VALUE DSP-NOTE
           .
      /
      *----------------------------------------------------------------*
      * REFRESH THE TITLE LIST AND ITS COUNT FOR THE DISPLAY ON SCREEN *
      *----------------------------------------------------------------*
       SHOW-MEMBERS.
           PERFORM LOAD-MEMBER-LIST
           MOVE ZERO TO DPM-SEL-CODIGO

           MODIFY MEMBERS-LB RESET-LIST = 1
           DISPLAY MEMBERS-LB

           MOVE SPACES TO COUNTS-TEXT
           IF SHOWN-DSP-CODE NOT = SPACES
              MOVE DPM-CNT TO COUNT-TEXT
              STRING COUNT-TEXT               DELIMITED BY SIZE
                     " TITLE(S) ON THE DISPLAY" DELIMITED BY SIZE
                INTO COUNTS-TEXT
              END-STRING
           END-IF
           MODIFY LBL-DPMCOUNT TITLE COUNTS-TEXT
           .
      /
      *----------------------------------------------------------------*
      * FILL THE LIST WITH THE DISPLAY'S MEMBER ROWS - A START ON THE  *
      * CODE PART OF THE KEY AND A READ TO THE FIRST ROW OF THE NEXT   *
      *----------------------------------------------------------------*
       LOAD-MEMBER-LIST.
           MOVE ZERO TO DPM-CNT
           SET DISPMEM-AT-END TO FALSE

           IF SHOWN-DSP-CODE = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE SHOWN-DSP-CODE TO DPM-DSP-CODE
           MOVE ZERO           TO DPM-CODIGO

           START DISPMEM KEY >= DPM-KEY
                 INVALID KEY
                     SET DISPMEM-AT-END TO TRUE
                 NOT INVALID KEY
                     READ DISPMEM NEXT RECORD
                          AT END SET DISPMEM-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL DISPMEM-AT-END
                      OR DPM-DSP-CODE NOT = SHOWN-DSP-CODE
              IF DPM-CNT < 300
                 ADD 1 TO DPM-CNT
                 PERFORM FORMAT-MEMBER-ROW
              END-IF

              READ DISPMEM NEXT RECORD
                   AT END SET DISPMEM-AT-END TO TRUE
              END-READ
           END-PERFORM
           .

       FORMAT-MEMBER-ROW.
           MOVE DPM-CODIGO TO CODIGO
           READ MOVIES
                INVALID
                    MOVE "?? NOT ON FILE ??" TO TITULO
                    MOVE SPACES              TO GENERO
           END-READ

           MOVE SPACES TO DPM-ROW (DPM-CNT)
           STRING DPM-CODIGO        DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  TITULO            DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  GENERO            DELIMITED BY SIZE
             INTO DPM-ROW (DPM-CNT)
           END-STRING
           .
      /
      *----------------------------------------------------------------*
      * A ROW PICKED IN THE LIST - THE TITLE CODE LEADS THE ROW        *
      *----------------------------------------------------------------*
       MEMBER-ROW-SELECTED.
           IF DPM-IDX > ZERO AND DPM-IDX NOT > DPM-CNT
              MOVE DPM-ROW (DPM-IDX) (1:5) TO DPM-SEL-CODIGO
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE DISPLAY ON SCREEN MUST BE SAVED BEFORE TITLES GO ON IT     *
      *----------------------------------------------------------------*
       CHECK-DISPLAY-ON-SCREEN.
           SET DISPLAY-CHECK-OK TO FALSE

           IF SHOWN-DSP-CODE = SPACES
              DISPLAY MESSAGE BOX
                 "Save the display before putting titles on it"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE SHOWN-DSP-CODE TO DSP-CODE
           READ DISPLAYS
                INVALID
                    DISPLAY MESSAGE BOX
                       "This Entry does not exist!"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           SET DISPLAY-CHECK-OK TO TRUE
           .
      /
      *----------------------------------------------------------------*
      * PUT THE TITLE IN THE TITLE CODE BOX ON THE DISPLAY ON SCREEN - *
      * IT MUST BE ON THE CATALOG AND NOT ALREADY ON THIS TABLE        *
      *----------------------------------------------------------------*
       ADD-MEMBER-TITLE.
           PERFORM CHECK-DISPLAY-ON-SCREEN
           IF NOT DISPLAY-CHECK-OK
              EXIT PARAGRAPH
           END-IF

           INQUIRE EF-DPMCODE VALUE ADD-CODIGO
           IF ADD-CODIGO = ZERO
              DISPLAY MESSAGE BOX
                 "Type the code of the title going on the display"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE ADD-CODIGO TO CODIGO
           READ MOVIES
                INVALID
                    DISPLAY MESSAGE BOX
                       "Title " ADD-CODIGO " does not exist"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           IF NOT REC-ACTIVE
              DISPLAY MESSAGE BOX
                 "This title has been taken off the catalog"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE SHOWN-DSP-CODE TO DPM-DSP-CODE
           MOVE ADD-CODIGO     TO DPM-CODIGO
           ACCEPT DPM-ADDED-DT FROM DATE YYYYMMDD
           MOVE DESK-OPERATOR  TO DPM-OPERATOR

           WRITE DPM-REC
                 INVALID KEY
                     DISPLAY MESSAGE BOX
                        "This title is already on the display"
                        TITLE TITLEX
                        ICON  3
                     EXIT PARAGRAPH
           END-WRITE

           MODIFY EF-DPMCODE VALUE ZERO
           PERFORM SHOW-MEMBERS
           .
      /
      *----------------------------------------------------------------*
      * TAKE THE TITLE PICKED IN THE LIST OFF THE DISPLAY              *
      *----------------------------------------------------------------*
       REMOVE-MEMBER-TITLE.
           PERFORM CHECK-DISPLAY-ON-SCREEN
           IF NOT DISPLAY-CHECK-OK
              EXIT PARAGRAPH
           END-IF

           IF DPM-SEL-CODIGO = ZERO
              DISPLAY MESSAGE BOX
                 "Pick a title in the list first"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           DISPLAY MESSAGE BOX
              "Take this title off the display?"
              TITLE   TITLEX
              TYPE    MB-YES-NO
              DEFAULT MB-NO
              GIVING  DECISION

           IF DECISION NOT = MB-YES
              EXIT PARAGRAPH
           END-IF

           MOVE SHOWN-DSP-CODE TO DPM-DSP-CODE
           MOVE DPM-SEL-CODIGO TO DPM-CODIGO
           DELETE DISPMEM RECORD
                  INVALID KEY
                      DISPLAY MESSAGE BOX
                         "This Entry does not exist!"
                         TITLE TITLEX
                         ICON  3
           END-DELETE

           PERFORM SHOW-MEMBERS
           .
      /
      *----------------------------------------------------------------*
      * DELETE THE CURRENT DISPLAY AND ITS TITLE LIST - ONLY ONE THAT  *
      * NEVER WENT UP; ONE ALREADY RUNNING OR ENDED IS KEPT SO DSPRPT  *
      * CAN STILL MEASURE IT                                           *
      *----------------------------------------------------------------*
       DELETE-ENTRY.
           INQUIRE EF-DSPCODE VALUE IN DSP-CODE

           READ DISPLAYS
                INVALID DISPLAY MESSAGE BOX
                        "This Entry does not exist!"
                        EXIT PARAGRAPH
           END-READ

           IF DSP-FROM-DT NOT > TODAY-DATE
              DISPLAY MESSAGE BOX
                 "This display has already gone up - end it by "
                 "moving its Runs To date back instead"
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
              PERFORM DELETE-MEMBER-ROWS
              DELETE  DISPLAYS RECORD
              DISPLAY MESSAGE "Deleted!"
              PERFORM FIRST-ENTRY
           END-IF
           .

       DELETE-MEMBER-ROWS.
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
              DELETE DISPMEM RECORD
                     INVALID KEY CONTINUE
              END-DELETE

              READ DISPMEM NEXT RECORD
                   AT END SET DISPMEM-AT-END TO TRUE
              END-READ
           END-PERFORM
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
