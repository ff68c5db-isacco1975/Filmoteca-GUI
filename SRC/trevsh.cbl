       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          REVMAINT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  REVENUE-SHARE AGREEMENTS SCREEN - PART OF FILMOTECA.EDUC360   *
      *  GUI                                                           *
      *                                                                *
      *          BUILT THE SAME WAY THE PROMOTIONS FORM IS; ONE ROW    *
      *          PER DISTRIBUTOR THAT SUPPLIES ON REVENUE SHARE, WITH  *
      *          TITLE CODE ZERO, PLUS A ROW FOR ANY TITLE OF THEIRS   *
      *          ON DIFFERENT TERMS.  THE DISTRIBUTOR IS TYPED AS IT   *
      *          APPEARS ON THE CATALOG.  REVSET SETTLES EACH QUARTER  *
      *          AGAINST THESE ROWS, AND THE LOANS DESK STOPS LENDING  *
      *          A TITLE ONCE ITS AGREEMENT HAS ENDED - SO AN          *
      *          AGREEMENT IS ENDED BY SETTING ITS TO-DATE, NOT BY     *
      *          DELETING IT, OR THE LAST QUARTER GOES UNSETTLED.      *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDRVA.CPY'.
          COPY 'CPVIDFCV.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD REVSHR.
          COPY 'CPVIDRVG.CPY'.
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
       78 TITLEX VALUE IS "FILMOTECA.EDUC360 - REVENUE SHARE".

       77 E-ESC             PIC  9 VALUE 1.
       77 E-NEW             PIC  9 VALUE 1.
       77 E-DELETE          PIC  9 VALUE 1.
       77 E-SAVE            PIC  9 VALUE 1.
       77 E-EDIT            PIC  9 VALUE 1.

       77 STATUS-REVSHR     PIC X(2).
           88 VALID-STATUS-REVSHR VALUE IS "00" THRU "09".
       77 STATUS-MOVIES     PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 DESK-OPERATOR     PIC X(10) VALUE SPACES.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.

       77 DECISION          PIC 9.
       77 RVG-DATE-BAD      PIC 9 VALUE ZERO.
           88 AGREEMENT-DATE-BAD VALUE 1, FALSE 0.
       77 TITLE-TEXT        PIC X(60) VALUE SPACES.
       77 STAMP-TEXT        PIC X(60) VALUE SPACES.

       LINKAGE          SECTION.

       SCREEN           SECTION.
      * FORM
       01
           FORM1,
           .
      * ENTRY FIELD
       05
           EF-RVGDIST,
           ENTRY-FIELD,
           COL 22,00,
           LINE 2,00,
           LINES 1,31 ,
           SIZE 19,00 ,
           BOXED,
           UPPER,
           COLOR 5,
           ENABLED MOD-K,
           ID IS 9301,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 15,
           FONT SMALL-FONT
           .

      * ENTRY FIELD
       05
           EF-RVGCODE,
           ENTRY-FIELD,
           COL 22,00,
           LINE 5,00,
           LINES 1,31 ,
           SIZE 8,00 ,
           BOXED,
           COLOR 5,
           ENABLED MOD-K,
           ID IS 9302,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 5,
           FONT SMALL-FONT
           .

      * ENTRY FIELD
       05
           EF-RVGPCT,
           ENTRY-FIELD,
           COL 22,00,
           LINE 7,00,
           LINES 1,31 ,
           SIZE 9,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9303,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 6,
           .

      * ENTRY FIELD
       05
           EF-RVGFROM,
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
           EF-RVGTO,
           ENTRY-FIELD,
           COL 22,00,
           LINE 11,00,
           LINES 1,31 ,
           SIZE 12,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9305,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 10,
           .

      * ENTRY FIELD
       05
           EF-RVGGUAR,
           ENTRY-FIELD,
           COL 22,00,
           LINE 13,00,
           LINES 1,31 ,
           SIZE 12,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9306,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 8,
           .

      * LABEL
       05
           LBL-RVGDIST,
           LABEL,
           COL 3,00,
           LINE 2,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 931,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "DISTRIBUTOR",
           .

      * LABEL
       05
           LBL-RVGCODE,
           LABEL,
           COL 3,00,
           LINE 5,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 932,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "TITLE CODE",
           .

      * LABEL
       05
           LBL-RVGPCT,
           LABEL,
           COL 3,00,
           LINE 7,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 933,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "SHARE PERCENT",
           .

      * LABEL
       05
           LBL-RVGFROM,
           LABEL,
           COL 3,00,
           LINE 9,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 934,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "VALID FROM",
           .

      * LABEL
       05
           LBL-RVGTO,
           LABEL,
           COL 3,00,
           LINE 11,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 935,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "VALID TO",
           .

      * LABEL
       05
           LBL-RVGGUAR,
           LABEL,
           COL 3,00,
           LINE 13,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 936,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "MIN GUAR / QUARTER",
           .

      * LABEL
       05
           LBL-RVGTITLE,
           LABEL,
           COL 32,00,
           LINE 5,00,
           LINES 1,31 ,
           SIZE 45,00 ,
           ID IS 937,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE SPACES,
           .

      * LABEL
       05
           LBL-RVGTOHINT,
           LABEL,
           COL 36,00,
           LINE 11,00,
           LINES 1,31 ,
           SIZE 40,00 ,
           ID IS 938,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "BLANK = NO END DATE",
           .

      * LABEL
       05
           LBL-RVGSTAMP,
           LABEL,
           COL 3,00,
           LINE 16,00,
           LINES 1,31 ,
           SIZE 60,00 ,
           ID IS 939,
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
       REVSHR-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REVSHR.
           SET RECLOCKED TO FALSE.
           EVALUATE STATUS-REVSHR
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

           OPEN  I-O REVSHR
           IF STATUS-REVSHR = "35"
              OPEN OUTPUT REVSHR
                IF VALID-STATUS-REVSHR
                   CLOSE REVSHR
                   OPEN I-O REVSHR
                END-IF
           END-IF

           IF NOT VALID-STATUS-REVSHR
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
           CLOSE REVSHR
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
              LINES 19,00,
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
      * ADD A NEW ENTRY - A NEW AGREEMENT STARTS TODAY AND RUNS ON,    *
      * UNTIL THE DESK SAYS OTHERWISE                                  *
      *----------------------------------------------------------------*
       NEW-ENTRY.
           INITIALIZE RVG-REC
           ACCEPT RVG-FROM-DT FROM DATE YYYYMMDD

           DISPLAY FORM1
           PERFORM FROMREC-TOSCREEN

           MOVE 1 TO MOD
           MOVE 1 TO MOD-K
           MODIFY EF-RVGDIST ENABLED 1
           MODIFY EF-RVGCODE ENABLED 1

           MOVE 9301   TO CONTROL-ID
           MOVE 4      TO ACCEPT-CONTROL
           .
      /
      *----------------------------------------------------------------*
      * SAVE THE CURRENT RECORD FROM THE SCREEN TO THE FILE            *
      *----------------------------------------------------------------*
       SAVE-ENTRY.
           PERFORM FROMSCREEN-TORECORD

           IF RVG-DISTRIB = SPACES
              DISPLAY MESSAGE BOX
                 "An agreement needs a Distributor - "
                 "record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

      *> A TITLE ROW MUST NAME ONE OF THE DISTRIBUTOR'S OWN TITLES -
      *> ANY OTHER WOULD NEVER BE LOOKED UP
           IF RVG-CODIGO NOT = ZERO
              IF RVG-CODIGO NOT < 90000
                 DISPLAY MESSAGE BOX
                    "Equipment is not held on revenue share - "
                    "record not saved!"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF

              MOVE RVG-CODIGO TO CODIGO
              READ MOVIES
                   INVALID
                       DISPLAY MESSAGE BOX
                          "That Title Code is not in the catalog - "
                          "record not saved!"
                          TITLE TITLEX
                          ICON  3
                       EXIT PARAGRAPH
              END-READ

              IF DISTRIB NOT = RVG-DISTRIB
                 DISPLAY MESSAGE BOX
                    "That title comes from " DISTRIB
                    ", not this distributor - record not saved!"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF RVG-SHARE-PCT = ZERO OR RVG-SHARE-PCT > 100
              DISPLAY MESSAGE BOX
                 "The share must be between 1 and 100 percent - "
                 "record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF AGREEMENT-DATE-BAD
              DISPLAY MESSAGE BOX
                 "The Valid From and Valid To dates must be real "
                 "calendar dates - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF RVG-FROM-DT = ZERO
              DISPLAY MESSAGE BOX
                 "An agreement needs a Valid From date - "
                 "record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF RVG-TO-DT NOT = ZERO
              AND RVG-TO-DT < RVG-FROM-DT
              DISPLAY MESSAGE BOX
                 "Valid To is before Valid From - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           ACCEPT RVG-UPDATED-DT FROM DATE YYYYMMDD
           MOVE DESK-OPERATOR TO RVG-OPERATOR

           WRITE RVG-REC
                 INVALID KEY
                         DISPLAY MESSAGE BOX
                            "Save changes to the current Entry?"
                            TITLE   TITLEX
                            TYPE    MB-YES-NO
                            DEFAULT MB-NO
                            GIVING  DECISION

                         IF DECISION = MB-YES
                            REWRITE RVG-REC
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
       START-REVSHR-LESS.
           MOVE LOW-VALUES TO RVG-KEY

           START REVSHR KEY >= RVG-KEY
                 INVALID KEY
                     INITIALIZE RVG-REC
                 NOT INVALID KEY
                     READ REVSHR NEXT RECORD
           END-START
           .
      /
      *----------------------------------------------------------------*
      * POSITION ON THE LAST RECORD                                    *
      *----------------------------------------------------------------*
       START-REVSHR-GREATER.
           MOVE HIGH-VALUES TO RVG-KEY

           START REVSHR KEY <= RVG-KEY
                 INVALID KEY
                     INITIALIZE RVG-REC
                 NOT INVALID KEY
                     READ REVSHR PREVIOUS RECORD
           END-START
           .
      /
      *----------------------------------------------------------------*
      * SHOW FIRST RECORD                                              *
      *----------------------------------------------------------------*
       FIRST-ENTRY.
           PERFORM START-REVSHR-LESS
           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * SHOW NEXT RECORD                                               *
      *----------------------------------------------------------------*
       NEXT-ENTRY.
           READ REVSHR NEXT
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
           READ REVSHR PREVIOUS
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
           PERFORM START-REVSHR-GREATER
           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * PUT THE DATA FROM THE FILE INTO SCREEN FIELDS                  *
      *----------------------------------------------------------------*
       FROMREC-TOSCREEN.
           MOVE ZERO       TO MOD-K
           MOVE 1          TO MOD

           MODIFY EF-RVGDIST    VALUE RVG-DISTRIB
           MODIFY EF-RVGCODE    VALUE RVG-CODIGO
           MODIFY EF-RVGPCT     VALUE RVG-SHARE-PCT
           MOVE RVG-FROM-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MODIFY EF-RVGFROM    VALUE WK-DATE-TEXT
           MOVE RVG-TO-DT   TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MODIFY EF-RVGTO      VALUE WK-DATE-TEXT
           MODIFY EF-RVGGUAR    VALUE RVG-MIN-GUAR

           PERFORM SHOW-TITLE
           .
      /
      *----------------------------------------------------------------*
      * WHAT THE ROW ON SCREEN COVERS, AND WHO LAST CHANGED IT         *
      *----------------------------------------------------------------*
       SHOW-TITLE.
           MOVE SPACES TO TITLE-TEXT

           IF RVG-CODIGO = ZERO
              MOVE "EVERY TITLE WITHOUT A ROW OF ITS OWN" TO TITLE-TEXT
           ELSE
              MOVE RVG-CODIGO TO CODIGO
              READ MOVIES
                   INVALID
                       MOVE "NOT IN THE CATALOG" TO TITLE-TEXT
                   NOT INVALID
                       MOVE TITULO TO TITLE-TEXT
              END-READ
           END-IF
           MODIFY LBL-RVGTITLE TITLE TITLE-TEXT

           MOVE SPACES TO STAMP-TEXT
           IF RVG-UPDATED-DT NOT = ZERO
              MOVE RVG-UPDATED-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              STRING "LAST CHANGED "  DELIMITED BY SIZE
                     WK-DATE-TEXT     DELIMITED BY SPACE
                     " BY "           DELIMITED BY SIZE
                     RVG-OPERATOR     DELIMITED BY SPACE
                INTO STAMP-TEXT
              END-STRING
           END-IF
           MODIFY LBL-RVGSTAMP TITLE STAMP-TEXT
           .
      /
      *----------------------------------------------------------------*
      * PUT THE DATA FROM THE SCREEN INTO THE FILE                     *
      *----------------------------------------------------------------*
       FROMSCREEN-TORECORD.
           SET AGREEMENT-DATE-BAD TO FALSE

           INQUIRE EF-RVGDIST    VALUE RVG-DISTRIB
           INQUIRE EF-RVGCODE    VALUE RVG-CODIGO
           INQUIRE EF-RVGPCT     VALUE RVG-SHARE-PCT

           INQUIRE EF-RVGFROM    VALUE WK-DATE-TEXT
           PERFORM PARSE-DATE-TEXT
           IF WK-DATE-VALID
              MOVE WK-DATE-YMD TO RVG-FROM-DT
           ELSE
              SET AGREEMENT-DATE-BAD TO TRUE
           END-IF

           INQUIRE EF-RVGTO      VALUE WK-DATE-TEXT
           PERFORM PARSE-DATE-TEXT
           IF WK-DATE-VALID
              MOVE WK-DATE-YMD TO RVG-TO-DT
           ELSE
              SET AGREEMENT-DATE-BAD TO TRUE
           END-IF

           INQUIRE EF-RVGGUAR    VALUE RVG-MIN-GUAR
           .
      /
      *----------------------------------------------------------------*
      * DELETE THE CURRENT AGREEMENT - MEANT FOR ONE KEYED IN BY       *
      * MISTAKE; A REAL ONE IS ENDED BY SETTING ITS VALID-TO DATE      *
      *----------------------------------------------------------------*
       DELETE-ENTRY.
           INQUIRE EF-RVGDIST VALUE IN RVG-DISTRIB
           INQUIRE EF-RVGCODE VALUE IN RVG-CODIGO

           READ REVSHR
                INVALID DISPLAY MESSAGE BOX
                        "This Entry does not exist!"
                        EXIT PARAGRAPH
           END-READ

           DISPLAY MESSAGE BOX
              "Deleting drops the agreement from every quarter not "
              "yet settled - to end it, set Valid To instead. "
              "DELETE current Entry?"
              TITLE   TITLEX
              TYPE    MB-YES-NO
              DEFAULT MB-NO
              GIVING  DECISION

           IF DECISION = MB-YES
              DELETE  REVSHR RECORD
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
