       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EVTMAINT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  IN-STORE SCREENINGS SCREEN - PART OF FILMOTECA.EDUC360 GUI    *
      *                                                                *
      *          BUILT THE SAME WAY THE INCIDENT LOG IS; ONE ROW PER   *
      *          FILM NIGHT IN THE BACK ROOM, NUMBERED AS IT IS SAVED, *
      *          WITH THE PATRONS SIGNED UP FOR IT LISTED UNDERNEATH.  *
      *          A SIGN-UP TAKES A SEAT WHILE THE ROOM HAS ONE AND     *
      *          GOES ON THE WAITING LIST AFTER THAT; A SEAT GIVEN     *
      *          BACK MOVES THE FIRST ONE WAITING UP.  TICKET MONEY    *
      *          GOES ON THE TILL JOURNAL AS A "T" ROW (HANDED BACK AS *
      *          A NEGATIVE ONE) AND EVERY SIGN-UP, MOVE-UP AND        *
      *          WAITING-LIST PLACE IS CONFIRMED THROUGH THE MAIL      *
      *          QUEUE.  OPENED FROM THE LOANS SCREEN, WHICH HANDS     *
      *          OVER THE BORROWER ON ITS SCREEN FOR THE SIGN-UP BOX.  *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDEVA.CPY'.
          COPY 'CPVIDATA.CPY'.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDTJA.CPY'.
          COPY 'CPVIDMQA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD EVENTS.
          COPY 'CPVIDEVT.CPY'.
      *
       FD ATTENDEES.
          COPY 'CPVIDATT.CPY'.
      *
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD TILLJRN.
          COPY 'CPVIDTLJ.CPY'.
      *
       FD MAILQ.
          COPY 'CPVIDMLQ.CPY'.

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
       78 TITLEX VALUE IS "FILMOTECA.EDUC360 - SCREENINGS".

       77 E-ESC             PIC  9 VALUE 1.
       77 E-NEW             PIC  9 VALUE 1.
       77 E-DELETE          PIC  9 VALUE 1.
       77 E-SAVE            PIC  9 VALUE 1.
       77 E-EDIT            PIC  9 VALUE 1.

       77 STATUS-EVENTS     PIC X(2).
           88 VALID-STATUS-EVENTS VALUE IS "00" THRU "09".
       77 STATUS-ATTENDEES  PIC X(2).
           88 VALID-STATUS-ATTENDEES VALUE IS "00" THRU "09".
       77 STATUS-BORROWERS  PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-MOVIES     PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-TILLJRN    PIC X(2).
           88 VALID-STATUS-TILLJRN VALUE IS "00" THRU "09".
       77 DESK-OPERATOR     PIC X(10) VALUE SPACES.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.
          COPY 'CPVIDBNV.CPY'.
          COPY 'CPVIDMQV.CPY'.

       77 DECISION          PIC 9.
       77 TODAY-DATE        PIC 9(08) VALUE ZERO.
      * THE EVENT ON SCREEN - ZERO WHILE A NEW ONE IS BEING TYPED
       77 SHOWN-EVT-NO      PIC 9(05) VALUE ZERO.
       77 HOLD-EVT-REC      PIC X(100) VALUE SPACES.
       77 EVENT-NEXT-NO     PIC 9(05) VALUE ZERO.
       77 SW-EVT-DATE-BAD   PIC 9 VALUE ZERO.
           88 EVENT-DATE-BAD VALUE 1, FALSE 0.
       77 SW-EVT-EOF        PIC 9 VALUE ZERO.
           88 EVENTS-AT-END  VALUE 1, FALSE 0.
       77 SW-ATT-EOF        PIC 9 VALUE ZERO.
           88 ATTENDEES-AT-END VALUE 1, FALSE 0.
       77 SW-ATT-ROW        PIC 9 VALUE ZERO.
           88 ATT-ROW-FOUND  VALUE 1, FALSE 0.
       77 SW-EVT-CHECK      PIC 9 VALUE ZERO.
           88 EVENT-CHECK-OK VALUE 1, FALSE 0.
       77 WK-DATE-INT       PIC 9(7) VALUE ZERO.
       77 WK-HH             PIC 9(02) VALUE ZERO.
       77 WK-MIN            PIC 9(02) VALUE ZERO.
       77 TIME-TEXT         PIC X(05) VALUE SPACES.
       77 SHOWN-TITULO      PIC X(30) VALUE SPACES.
       77 COUNTS-TEXT       PIC X(60) VALUE SPACES.
       77 SEATS-TEXT        PIC ZZ9.
       77 CAPACITY-TEXT     PIC ZZ9.
       77 WAITING-TEXT      PIC ZZ9.

      * THE PATRONS SIGNED UP FOR THE EVENT ON SCREEN, AND THE COUNTS
      * TAKEN WHILE THE LIST IS LOADED - SEATS HELD, PATRONS WAITING,
      * THE LAST SIGN-UP SEQUENCE USED AND THE FIRST ONE WAITING
       01 ATT-TABLE.
           05 ATT-ROW OCCURS 1 TO 300 TIMES
                        DEPENDING ON ATT-CNT
                        INDEXED BY ATT-IDX
                        PIC X(60).
       77 ATT-CNT           PIC 9(03) VALUE ZERO.
       77 ATT-SEL-BRW       PIC 9(05) VALUE ZERO.
       77 SEATS-TAKEN       PIC 9(03) VALUE ZERO.
       77 WAITING-COUNT     PIC 9(03) VALUE ZERO.
       77 LAST-ATT-SEQ      PIC 9(04) VALUE ZERO.
       77 FIRST-WAIT-BRW    PIC 9(05) VALUE ZERO.
       77 FIRST-WAIT-SEQ    PIC 9(04) VALUE ZERO.
       77 ATT-STATUS-TEXT   PIC X(09) VALUE SPACES.
       77 PAID-TEXT         PIC ZZ9,99.
       77 SIGNUP-BRW-ID     PIC 9(05) VALUE ZERO.
       77 MOVED-UP-COUNT    PIC 9(03) VALUE ZERO.

      * TENDER ON THE NEXT TILL ROW - CASH UNLESS THE DESK ASKED AND
      * THE PATRON PAID BY CARD OR CHEQUE; APPEND-TILL-ROW PUTS IT
      * BACK TO CASH AFTER EVERY ROW
       77 TILL-TENDER       PIC X(01) VALUE "C".
       77 TENDER-FORM-HANDLE USAGE IS HANDLE OF WINDOW.
       77 SW-TENDER-DONE    PIC 9 VALUE ZERO.
           88 TENDER-DONE    VALUE 1, FALSE 0.
       77 TENDER-AMOUNT     PIC 9(5)V99 VALUE ZERO.
       77 TENDER-INFO-TEXT  PIC X(46) VALUE SPACES.
       77 AMOUNT-TEXT       PIC ZZZZZZ9,99.
       77 HOLD-TLJ-REC      PIC X(80) VALUE SPACES.
       77 SAVE-TILL-DATE    PIC 9(8) VALUE ZERO.
       77 NEXT-TILL-SEQ     PIC 9(5) VALUE ZERO.

      * WHAT THE CONFIRMATION E-MAIL SAYS
       77 MAIL-KIND         PIC X(01) VALUE SPACE.
           88 MAIL-CONFIRMED VALUE "C".
           88 MAIL-WAITING   VALUE "W".
           88 MAIL-MOVED-UP  VALUE "M".
       77 MAIL-PLACE        PIC ZZ9.

       LINKAGE          SECTION.
          COPY 'CPVIDEVV.CPY'.

       SCREEN           SECTION.
      * FORM
       01
           FORM1,
           .
      * ENTRY FIELD - NUMBERED WHEN SAVED, NEVER TYPED
       05
           EF-EVTNO,
           ENTRY-FIELD,
           COL 22,00,
           LINE 2,00,
           LINES 1,31 ,
           SIZE 7,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED 0,
           FONT IS SMALL-FONT,
           ID IS 9101,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 5,
           .

      * ENTRY FIELD
       05
           EF-EVTCODE,
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

      * ENTRY FIELD
       05
           EF-EVTDATE,
           ENTRY-FIELD,
           COL 22,00,
           LINE 6,00,
           LINES 1,31 ,
           SIZE 12,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9103,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 10,
           .

      * ENTRY FIELD - HHMM ON THE 24-HOUR CLOCK
       05
           EF-EVTTIME,
           ENTRY-FIELD,
           COL 62,00,
           LINE 6,00,
           LINES 1,31 ,
           SIZE 6,00 ,
           BOXED,
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
           EF-EVTCAP,
           ENTRY-FIELD,
           COL 22,00,
           LINE 8,00,
           LINES 1,31 ,
           SIZE 5,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9105,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 3,
           .

      * ENTRY FIELD
       05
           EF-EVTPRICE,
           ENTRY-FIELD,
           COL 62,00,
           LINE 8,00,
           LINES 1,31 ,
           SIZE 8,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9106,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 6,
           .

      * ENTRY FIELD
       05
           EF-EVTNOTE,
           ENTRY-FIELD,
           COL 22,00,
           LINE 10,00,
           LINES 1,31 ,
           SIZE 40,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 9107,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 40,
           .

      * ENTRY FIELD
       05
           EF-EVTSTATUS,
           ENTRY-FIELD,
           COL 22,00,
           LINE 12,00,
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

      * LABEL
       05
           LBL-EVTNO,
           LABEL,
           COL 3,00,
           LINE 2,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9151,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "SCREENING NO.",
           .
      * LABEL
       05
           LBL-EVTCODE,
           LABEL,
           COL 3,00,
           LINE 4,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9152,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "TITLE CODE",
           .
      * LABEL
       05
           LBL-EVTDATE,
           LABEL,
           COL 3,00,
           LINE 6,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9153,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "DATE",
           .
      * LABEL
       05
           LBL-EVTTIME,
           LABEL,
           COL 43,00,
           LINE 6,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9154,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "STARTS AT (HHMM)",
           .
      * LABEL
       05
           LBL-EVTCAP,
           LABEL,
           COL 3,00,
           LINE 8,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9155,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "SEATS IN THE ROOM",
           .
      * LABEL
       05
           LBL-EVTPRICE,
           LABEL,
           COL 43,00,
           LINE 8,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9156,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "TICKET PRICE",
           .
      * LABEL
       05
           LBL-EVTNOTE,
           LABEL,
           COL 3,00,
           LINE 10,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9157,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "NOTE",
           .
      * LABEL
       05
           LBL-EVTSTATUS,
           LABEL,
           COL 3,00,
           LINE 12,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 9158,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "STATUS S/X",
           .
      * LABEL - THE TITLE, LOOKED UP FROM THE CODE
       05
           LBL-EVTTITLE,
           LABEL,
           COL 31,00,
           LINE 4,00,
           LINES 1,31 ,
           SIZE 40,00 ,
           ID IS 9159,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE SPACES,
           .
      * LABEL
       05
           LBL-EVTSTATHINT,
           LABEL,
           COL 28,00,
           LINE 12,00,
           LINES 1,31 ,
           SIZE 45,00 ,
           ID IS 9160,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "S = SCHEDULED, X = CANCELLED",
           .
      * LABEL - SEATS TAKEN AND PATRONS WAITING
       05
           LBL-EVTCOUNTS,
           LABEL,
           COL 3,00,
           LINE 14,00,
           LINES 1,31 ,
           SIZE 60,00 ,
           ID IS 9161,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE SPACES,
           .
      * LABEL
       05
           LBL-ATT-TITLE,
           LABEL,
           COL 3,00,
           LINE 15,50,
           LINES 1,31 ,
           SIZE 60,00 ,
           ID IS 9162,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "SIGNED UP (BORROWER / NAME / STATUS / PAID)",
           .

      * LIST-BOX - THE PATRONS SIGNED UP, IN BORROWER ORDER
       05
           ATTENDEES-LB,
           LIST-BOX,
           COL 3,00,
           LINE 17,00,
           LINES 9,00 ,
           SIZE 60,00 ,
           OCCURS 1 TO 300 TIMES DEPENDING ON ATT-CNT,
           INDEXED BY ATT-IDX,
           VALUE ATT-ROW (ATT-IDX),
           FRAMED,
           EXCEPTION-VALUE 7170,
           ID IS 9163,
           FONT SMALL-FONT,
           .

      * LABEL
       05
           LBL-ATTBRW,
           LABEL,
           COL 66,00,
           LINE 15,50,
           LINES 1,31 ,
           SIZE 15,00 ,
           ID IS 9164,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "BORROWER ID",
           .

      * ENTRY FIELD - WHO IS SIGNING UP
       05
           EF-ATTBRW,
           ENTRY-FIELD,
           COL 66,00,
           LINE 17,00,
           LINES 1,31 ,
           SIZE 7,00 ,
           BOXED,
           COLOR IS 2,
           FONT IS SMALL-FONT,
           ID IS 9109,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 5,
           .

      * PUSH BUTTON
       05
           PB-ATT-SIGNUP,
           PUSH-BUTTON,
           COL 66,00,
           LINE 19,00,
           LINES 1,31 ,
           SIZE 15,00 ,
           EXCEPTION-VALUE 7171,
           FONT IS SMALL-FONT,
           ID IS 7171,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "SIGN UP",
           .

      * PUSH BUTTON
       05
           PB-ATT-CANCEL,
           PUSH-BUTTON,
           COL 66,00,
           LINE 21,00,
           LINES 1,31 ,
           SIZE 15,00 ,
           EXCEPTION-VALUE 7172,
           FONT IS SMALL-FONT,
           ID IS 7172,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "GIVE BACK SEAT",
           .

      * PUSH BUTTON
       05
           PB-ATT-ATTENDED,
           PUSH-BUTTON,
           COL 66,00,
           LINE 23,00,
           LINES 1,31 ,
           SIZE 15,00 ,
           EXCEPTION-VALUE 7173,
           FONT IS SMALL-FONT,
           ID IS 7173,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "ATTENDED",
           .

      * PUSH BUTTON
       05
           PB-ATT-NOSHOW,
           PUSH-BUTTON,
           COL 66,00,
           LINE 25,00,
           LINES 1,31 ,
           SIZE 15,00 ,
           EXCEPTION-VALUE 7174,
           FONT IS SMALL-FONT,
           ID IS 7174,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "NO-SHOW",
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

      * TENDER DIALOG - HOW THE PATRON IS PAYING THE AMOUNT SHOWN
       01
           TENDER-FORM,
           .

       05
           LBL-TENDER-TITLE,
           LABEL,
           COL 2,00,
           LINE 1,00,
           SIZE 46,00,
           TITLE "HOW IS THE PATRON PAYING?",
           FONT IS SMALL-FONT,
           .

       05
           LBL-TENDER-INFO,
           LABEL,
           COL 2,00,
           LINE 2,50,
           SIZE 46,00,
           TITLE SPACES,
           FONT IS SMALL-FONT,
           .

       05
           PB-TENDER-CASH,
           PUSH-BUTTON,
           COL 2,00,
           LINE 4,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7160,
           ID IS 7160,
           TITLE "CASH",
           .

       05
           PB-TENDER-CARD,
           PUSH-BUTTON,
           COL 18,00,
           LINE 4,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7161,
           ID IS 7161,
           TITLE "CARD",
           .

       05
           PB-TENDER-CHEQUE,
           PUSH-BUTTON,
           COL 34,00,
           LINE 4,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7162,
           ID IS 7162,
           TITLE "CHEQUE",
           .

       PROCEDURE  DIVISION USING EVT-CALL-AREA.
       DECLARATIVES.
      /
      *----------------------------------------------------------------*
      * DECLARATIVES TO HANDLE COMMON FILE ERRORS                      *
      *----------------------------------------------------------------*
       EVENTS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON EVENTS.
           SET RECLOCKED TO FALSE.
           EVALUATE STATUS-EVENTS
           WHEN "93"
                DISPLAY MESSAGE BOX "FILE ALREADY IN USE!"
                          TITLE TITLEX
                           ICON 3
                GOBACK
           END-EVALUATE.

       ATTENDEES-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ATTENDEES.
           SET RECLOCKED TO FALSE.
           EVALUATE STATUS-ATTENDEES
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
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           PERFORM GET-THIS-BRANCH
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
      * MAIN OPENING FILE ROUTINE - THE EVENT, ATTENDEE, TILL AND MAIL *
      * FILES ARE CREATED THE FIRST TIME THEY ARE NEEDED               *
      *----------------------------------------------------------------*
       OPEN-FILE-RTN.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM SET-SCREEN-TITLE
           OPEN  I-O EVENTS
           IF STATUS-EVENTS = "35"
              OPEN OUTPUT EVENTS
                IF VALID-STATUS-EVENTS
                   CLOSE EVENTS
                   OPEN I-O EVENTS
                END-IF
           END-IF

           IF NOT VALID-STATUS-EVENTS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O ATTENDEES
           IF STATUS-ATTENDEES = "35"
              OPEN OUTPUT ATTENDEES
                IF VALID-STATUS-ATTENDEES
                   CLOSE ATTENDEES
                   OPEN I-O ATTENDEES
                END-IF
           END-IF

           IF NOT VALID-STATUS-ATTENDEES
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

           OPEN  I-O TILLJRN
           IF STATUS-TILLJRN = "35"
              OPEN OUTPUT TILLJRN
                IF VALID-STATUS-TILLJRN
                   CLOSE TILLJRN
                   OPEN I-O TILLJRN
                END-IF
           END-IF

           IF NOT VALID-STATUS-TILLJRN
               PERFORM EXIT-STOP-ROUTINE
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
           .
      /
      *----------------------------------------------------------------*
      * MAIN CLOSING FILE ROUTINE                                      *
      *----------------------------------------------------------------*
       CLOSE-FILE-RTN.
           CLOSE EVENTS
           CLOSE ATTENDEES
           CLOSE BORROWERS
           CLOSE MOVIES
           CLOSE TILLJRN
           CLOSE MAILQ
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
      * WHICH BRANCH THIS STATION BELONGS TO                           *
      *----------------------------------------------------------------*
          COPY 'CPVIDBNP.CPY'.
      /
      *----------------------------------------------------------------*
      * APPEND TO THE OUTBOUND MAIL QUEUE                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDMQP.CPY'.
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

      *> OPENED FROM A LOAN - THE PATRON AT THE DESK IS READY IN THE
      *> SIGN-UP BOX
           IF EVT-CALL-BORROWER-ID NOT = ZERO
              MODIFY EF-ATTBRW VALUE EVT-CALL-BORROWER-ID
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
               WHEN KEY-STATUS = 7170
                  PERFORM ATTENDEE-ROW-SELECTED
               WHEN KEY-STATUS = 7171
                  PERFORM SIGN-UP-BORROWER
               WHEN KEY-STATUS = 7172
                  PERFORM GIVE-BACK-SEAT
               WHEN KEY-STATUS = 7173
                  PERFORM MARK-ATTENDED
               WHEN KEY-STATUS = 7174
                  PERFORM MARK-NO-SHOW
           END-EVALUATE

      * AVOID CHANGING FOCUS
           MOVE 4 TO ACCEPT-CONTROL
           .
      /
      *----------------------------------------------------------------*
      * ADD A NEW EVENT - THE USUAL FILM NIGHT AT THIS BRANCH, A WEEK  *
      * OUT, FREE UNTIL A PRICE IS TYPED                               *
      *----------------------------------------------------------------*
       NEW-ENTRY.
           INITIALIZE EVT-REC
           COMPUTE WK-DATE-INT =
              FUNCTION INTEGER-OF-DATE (TODAY-DATE) + 7
           COMPUTE EVT-DATE =
              FUNCTION DATE-OF-INTEGER (WK-DATE-INT)
           MOVE 2000          TO EVT-TIME
           MOVE 30            TO EVT-CAPACITY
           MOVE ZERO          TO EVT-PRICE
           MOVE THIS-BRANCH   TO EVT-BRANCH
           MOVE "S"           TO EVT-STATUS
           MOVE DESK-OPERATOR TO EVT-CREATED-BY

           DISPLAY FORM1
           PERFORM FROMREC-TOSCREEN
           MOVE 1 TO MOD
           MOVE 1 TO MOD-K
           MOVE 9102   TO CONTROL-ID
           MOVE 4      TO ACCEPT-CONTROL
           .
      /
      *----------------------------------------------------------------*
      * SAVE THE CURRENT EVENT - A NEW ONE TAKES THE NEXT NUMBER; AN   *
      * EXISTING ONE IS RE-READ FIRST SO ITS BRANCH AND WHO BOOKED IT  *
      * SURVIVE THE EDIT.  MORE SEATS MOVE PATRONS UP OFF THE WAITING  *
      * LIST STRAIGHT AWAY                                             *
      *----------------------------------------------------------------*
       SAVE-ENTRY.
           IF SHOWN-EVT-NO = ZERO
              INITIALIZE EVT-REC
              MOVE THIS-BRANCH   TO EVT-BRANCH
              MOVE DESK-OPERATOR TO EVT-CREATED-BY
           ELSE
              MOVE SHOWN-EVT-NO TO EVT-NO
              READ EVENTS
                   INVALID
                       DISPLAY MESSAGE BOX
                          "This Entry does not exist!"
                          TITLE TITLEX
                          ICON  3
                       EXIT PARAGRAPH
              END-READ
           END-IF

           PERFORM FROMSCREEN-TORECORD

           IF EVT-CODIGO = ZERO
              DISPLAY MESSAGE BOX
                 "Say which title is being shown - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE EVT-CODIGO TO CODIGO
           READ MOVIES
                INVALID
                    DISPLAY MESSAGE BOX
                       "Title " EVT-CODIGO " does not exist - "
                       "record not saved!"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           IF EVENT-DATE-BAD
              DISPLAY MESSAGE BOX
                 "The date must be a real calendar date - "
                 "record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           DIVIDE EVT-TIME BY 100 GIVING WK-HH REMAINDER WK-MIN
           IF WK-HH > 23 OR WK-MIN > 59
              DISPLAY MESSAGE BOX
                 "The starting time must be HHMM on the 24-hour "
                 "clock, e.g. 2030 - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF EVT-CAPACITY = ZERO
              DISPLAY MESSAGE BOX
                 "The room must have at least one seat - "
                 "record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF NOT EVT-STATUS-IS-VALID
              DISPLAY MESSAGE BOX
                 "The status must be S or X - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF EVT-NO NOT = ZERO
              MOVE EVT-REC TO HOLD-EVT-REC
              PERFORM LOAD-ATTENDEE-LIST
              MOVE HOLD-EVT-REC TO EVT-REC

              IF EVT-CAPACITY < SEATS-TAKEN
                 MOVE SEATS-TAKEN TO SEATS-TEXT
                 DISPLAY MESSAGE BOX
                    "There are already " SEATS-TEXT " seats taken - "
                    "the room cannot be made smaller than that!"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF

      *> CALLING A NIGHT OFF - EVERY TICKET HAS TO GO BACK THROUGH THE
      *> TILL FIRST, SO THE DRAWER AND THE SEATS AGREE
              IF EVT-IS-CANCELLED
                 AND (SEATS-TAKEN > ZERO OR WAITING-COUNT > ZERO)
                 DISPLAY MESSAGE BOX
                    "Give back every seat and waiting-list place "
                    "before cancelling the screening!"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF EVT-NO = ZERO
              PERFORM ASSIGN-EVENT-NUMBER
              IF EVT-NO = ZERO
                 DISPLAY MESSAGE BOX
                    "Error during WRITE - record not saved!"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF
              DISPLAY MESSAGE BOX
                 "Booked as screening " EVT-NO
                 TITLE TITLEX
                 ICON  1
           ELSE
              REWRITE EVT-REC
                 INVALID KEY
                     DISPLAY MESSAGE BOX
                      "Error during REWRITE"
                      TITLE   TITLEX
              END-REWRITE
              PERFORM FILL-FREED-SEATS
           END-IF

           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * NUMBER AND WRITE A NEW EVENT - THE HIGHEST NUMBER ON FILE IS   *
      * THE COUNTER, THE SAME WAY INCIDENTS NUMBER THEMSELVES.  EVT-NO *
      * COMES BACK ZERO IF THE WRITE FAILED                            *
      *----------------------------------------------------------------*
       ASSIGN-EVENT-NUMBER.
           MOVE EVT-REC TO HOLD-EVT-REC
           MOVE HIGH-VALUES TO EVT-NO

           START EVENTS KEY <= EVT-NO
                 INVALID KEY
                     MOVE 1 TO EVENT-NEXT-NO
                 NOT INVALID KEY
                     READ EVENTS PREVIOUS RECORD
                          AT END
                              MOVE 1 TO EVENT-NEXT-NO
                          NOT AT END
                              COMPUTE EVENT-NEXT-NO = EVT-NO + 1
                     END-READ
           END-START

           MOVE HOLD-EVT-REC  TO EVT-REC
           MOVE EVENT-NEXT-NO TO EVT-NO

           WRITE EVT-REC
                 INVALID KEY
                     MOVE ZERO TO EVT-NO
           END-WRITE
           .
      /
      *----------------------------------------------------------------*
      * POSITION ON THE FIRST RECORD                                   *
      *----------------------------------------------------------------*
       START-EVENTS-LESS.
           MOVE LOW-VALUES TO EVT-NO

           START EVENTS KEY >= EVT-NO
                 INVALID KEY
                     INITIALIZE EVT-REC
                 NOT INVALID KEY
                     READ EVENTS NEXT RECORD
           END-START
           .
      /
      *----------------------------------------------------------------*
      * POSITION ON THE LAST RECORD                                    *
      *----------------------------------------------------------------*
       START-EVENTS-GREATER.
           MOVE HIGH-VALUES TO EVT-NO

           START EVENTS KEY <= EVT-NO
                 INVALID KEY
                     INITIALIZE EVT-REC
                 NOT INVALID KEY
                     READ EVENTS PREVIOUS RECORD
           END-START
           .
      /
      *----------------------------------------------------------------*
      * SHOW FIRST RECORD                                              *
      *----------------------------------------------------------------*
       FIRST-ENTRY.
           PERFORM START-EVENTS-LESS
           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * SHOW NEXT RECORD - POSITIONED FROM THE NUMBER ON SCREEN        *
      *----------------------------------------------------------------*
       NEXT-ENTRY.
           MOVE SHOWN-EVT-NO TO EVT-NO
           SET EVENTS-AT-END TO FALSE

           START EVENTS KEY > EVT-NO
                 INVALID KEY
                     SET EVENTS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ EVENTS NEXT RECORD
                          AT END SET EVENTS-AT-END TO TRUE
                     END-READ
           END-START

           IF EVENTS-AT-END
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
           MOVE SHOWN-EVT-NO TO EVT-NO
           SET EVENTS-AT-END TO FALSE

           IF SHOWN-EVT-NO = ZERO
              MOVE HIGH-VALUES TO EVT-NO
              START EVENTS KEY <= EVT-NO
                    INVALID KEY
                        SET EVENTS-AT-END TO TRUE
              END-START
           ELSE
              START EVENTS KEY < EVT-NO
                    INVALID KEY
                        SET EVENTS-AT-END TO TRUE
              END-START
           END-IF

           IF NOT EVENTS-AT-END
              READ EVENTS PREVIOUS RECORD
                   AT END SET EVENTS-AT-END TO TRUE
              END-READ
           END-IF

           IF EVENTS-AT-END
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
           PERFORM START-EVENTS-GREATER
           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * PUT THE DATA FROM THE FILE INTO SCREEN FIELDS                  *
      *----------------------------------------------------------------*
       FROMREC-TOSCREEN.
           MOVE ZERO       TO MOD-K
           MOVE 1          TO MOD
           MOVE EVT-NO     TO SHOWN-EVT-NO

           MODIFY EF-EVTNO      VALUE EVT-NO
           MODIFY EF-EVTCODE    VALUE EVT-CODIGO
           MOVE EVT-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MODIFY EF-EVTDATE    VALUE WK-DATE-TEXT
           MODIFY EF-EVTTIME    VALUE EVT-TIME
           MODIFY EF-EVTCAP     VALUE EVT-CAPACITY
           MODIFY EF-EVTPRICE   VALUE EVT-PRICE
           MODIFY EF-EVTNOTE    VALUE EVT-NOTE
           MODIFY EF-EVTSTATUS  VALUE EVT-STATUS

           MOVE SPACES TO SHOWN-TITULO
           IF EVT-CODIGO NOT = ZERO
              MOVE EVT-CODIGO TO CODIGO
              READ MOVIES
                   INVALID
                       MOVE "?? NOT ON FILE ??" TO SHOWN-TITULO
                   NOT INVALID
                       MOVE TITULO TO SHOWN-TITULO
              END-READ
           END-IF
           MODIFY LBL-EVTTITLE TITLE SHOWN-TITULO

           PERFORM SHOW-ATTENDEES
           .
      /
      *----------------------------------------------------------------*
      * PUT THE DATA FROM THE SCREEN INTO THE FILE                     *
      *----------------------------------------------------------------*
       FROMSCREEN-TORECORD.
           SET EVENT-DATE-BAD TO FALSE

           INQUIRE EF-EVTCODE    VALUE EVT-CODIGO
           INQUIRE EF-EVTDATE    VALUE WK-DATE-TEXT
           PERFORM PARSE-DATE-TEXT
           IF WK-DATE-VALID
              MOVE WK-DATE-YMD TO EVT-DATE
           ELSE
              SET EVENT-DATE-BAD TO TRUE
           END-IF

           INQUIRE EF-EVTTIME    VALUE EVT-TIME
           INQUIRE EF-EVTCAP     VALUE EVT-CAPACITY
           INQUIRE EF-EVTPRICE   VALUE EVT-PRICE
           INQUIRE EF-EVTNOTE    VALUE EVT-NOTE
           INQUIRE EF-EVTSTATUS  VALUE EVT-STATUS
           .
      /
      *----------------------------------------------------------------*
      * REFRESH THE SIGN-UP LIST AND THE SEAT COUNTS FOR THE EVENT ON  *
      * SCREEN.  THE EVENT ROW IS PUT BACK AFTERWARDS                  *
      *----------------------------------------------------------------*
       SHOW-ATTENDEES.
           MOVE EVT-REC TO HOLD-EVT-REC
           PERFORM LOAD-ATTENDEE-LIST
           MOVE HOLD-EVT-REC TO EVT-REC
           MOVE ZERO TO ATT-SEL-BRW

           MODIFY ATTENDEES-LB RESET-LIST = 1
           DISPLAY ATTENDEES-LB

           MOVE SPACES TO COUNTS-TEXT
           IF SHOWN-EVT-NO NOT = ZERO
              MOVE SEATS-TAKEN   TO SEATS-TEXT
              MOVE EVT-CAPACITY  TO CAPACITY-TEXT
              MOVE WAITING-COUNT TO WAITING-TEXT
              STRING "SEATS TAKEN "  DELIMITED BY SIZE
                     SEATS-TEXT      DELIMITED BY SIZE
                     " OF "          DELIMITED BY SIZE
                     CAPACITY-TEXT   DELIMITED BY SIZE
                     " - "           DELIMITED BY SIZE
                     WAITING-TEXT    DELIMITED BY SIZE
                     " ON THE WAITING LIST" DELIMITED BY SIZE
                INTO COUNTS-TEXT
              END-STRING
           END-IF
           MODIFY LBL-EVTCOUNTS TITLE COUNTS-TEXT
           .
      /
      *----------------------------------------------------------------*
      * FILL THE LIST WITH THE EVENT'S SIGN-UP ROWS AND COUNT THEM -   *
      * THE SEATS HELD, THE PATRONS WAITING, THE LAST SEQUENCE USED    *
      * AND THE ONE WHO HAS WAITED LONGEST                             *
      *----------------------------------------------------------------*
       LOAD-ATTENDEE-LIST.
           MOVE ZERO TO ATT-CNT
           MOVE ZERO TO SEATS-TAKEN
           MOVE ZERO TO WAITING-COUNT
           MOVE ZERO TO LAST-ATT-SEQ
           MOVE ZERO TO FIRST-WAIT-BRW
           MOVE ZERO TO FIRST-WAIT-SEQ
           SET ATTENDEES-AT-END TO FALSE

           IF SHOWN-EVT-NO = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE SHOWN-EVT-NO TO ATT-EVT-NO
           MOVE ZERO         TO ATT-BORROWER-ID

           START ATTENDEES KEY >= ATT-KEY
                 INVALID KEY
                     SET ATTENDEES-AT-END TO TRUE
                 NOT INVALID KEY
                     READ ATTENDEES NEXT RECORD
                          AT END SET ATTENDEES-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL ATTENDEES-AT-END
                      OR ATT-EVT-NO NOT = SHOWN-EVT-NO
              IF ATT-SEQ > LAST-ATT-SEQ
                 MOVE ATT-SEQ TO LAST-ATT-SEQ
              END-IF

              EVALUATE TRUE
              WHEN ATT-HAS-SEAT
                   ADD 1 TO SEATS-TAKEN
              WHEN ATT-IS-WAITING
                   ADD 1 TO WAITING-COUNT
                   IF FIRST-WAIT-BRW = ZERO
                      OR ATT-SEQ < FIRST-WAIT-SEQ
                      MOVE ATT-BORROWER-ID TO FIRST-WAIT-BRW
                      MOVE ATT-SEQ         TO FIRST-WAIT-SEQ
                   END-IF
              WHEN OTHER
                   CONTINUE
              END-EVALUATE

              IF ATT-CNT < 300
                 ADD 1 TO ATT-CNT
                 PERFORM FORMAT-ATTENDEE-ROW
              END-IF

              READ ATTENDEES NEXT RECORD
                   AT END SET ATTENDEES-AT-END TO TRUE
              END-READ
           END-PERFORM
           .

       FORMAT-ATTENDEE-ROW.
           EVALUATE TRUE
           WHEN ATT-IS-CONFIRMED
                MOVE "CONFIRMED" TO ATT-STATUS-TEXT
           WHEN ATT-IS-WAITING
                MOVE "WAITING"   TO ATT-STATUS-TEXT
           WHEN ATT-IS-ATTENDED
                MOVE "ATTENDED"  TO ATT-STATUS-TEXT
           WHEN ATT-IS-NO-SHOW
                MOVE "NO-SHOW"   TO ATT-STATUS-TEXT
           WHEN OTHER
                MOVE "CANCELLED" TO ATT-STATUS-TEXT
           END-EVALUATE

           MOVE ATT-BORROWER-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    MOVE "?? NOT ON FILE ??" TO BRW-NAME
           END-READ

           MOVE ATT-PAID-AMT TO PAID-TEXT
           MOVE SPACES TO ATT-ROW (ATT-CNT)
           STRING ATT-BORROWER-ID   DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  BRW-NAME (1:26)   DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  ATT-STATUS-TEXT   DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  PAID-TEXT         DELIMITED BY SIZE
             INTO ATT-ROW (ATT-CNT)
           END-STRING
           .
      /
      *----------------------------------------------------------------*
      * A ROW PICKED IN THE LIST - THE BORROWER ID LEADS THE ROW       *
      *----------------------------------------------------------------*
       ATTENDEE-ROW-SELECTED.
           IF ATT-IDX > ZERO AND ATT-IDX NOT > ATT-CNT
              MOVE ATT-ROW (ATT-IDX) (1:5) TO ATT-SEL-BRW
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * SIGN THE BORROWER IN THE SIGN-UP BOX UP FOR THE EVENT ON       *
      * SCREEN - A SEAT WHILE THE ROOM HAS ONE (TICKET TAKEN NOW),     *
      * OTHERWISE A PLACE ON THE WAITING LIST (NOTHING TAKEN UNTIL A   *
      * SEAT COMES FREE).  A PATRON WHO GAVE BACK A SEAT EARLIER MAY   *
      * SIGN UP AGAIN, AT THE BACK OF THE QUEUE                        *
      *----------------------------------------------------------------*
       SIGN-UP-BORROWER.
           PERFORM CHECK-EVENT-ON-SCREEN
           IF NOT EVENT-CHECK-OK
              EXIT PARAGRAPH
           END-IF

           IF EVT-DATE < TODAY-DATE
              DISPLAY MESSAGE BOX
                 "This screening has already taken place"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           INQUIRE EF-ATTBRW VALUE SIGNUP-BRW-ID
           IF SIGNUP-BRW-ID = ZERO
              DISPLAY MESSAGE BOX
                 "Type the borrower ID of the patron signing up"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE SIGNUP-BRW-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    DISPLAY MESSAGE BOX
                       "Borrower " SIGNUP-BRW-ID " does not exist"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           IF NOT BRW-IS-ACTIVE
              DISPLAY MESSAGE BOX
                 "This borrower's account is blocked"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ATTENDEE-LIST

           SET ATT-ROW-FOUND TO FALSE
           MOVE SHOWN-EVT-NO  TO ATT-EVT-NO
           MOVE SIGNUP-BRW-ID TO ATT-BORROWER-ID
           READ ATTENDEES
                INVALID
                    CONTINUE
                NOT INVALID
                    SET ATT-ROW-FOUND TO TRUE
           END-READ

           IF ATT-ROW-FOUND AND NOT ATT-IS-CANCELLED
              DISPLAY MESSAGE BOX
                 "This borrower is already signed up"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE SHOWN-EVT-NO  TO ATT-EVT-NO
           MOVE SIGNUP-BRW-ID TO ATT-BORROWER-ID
           COMPUTE ATT-SEQ = LAST-ATT-SEQ + 1
           MOVE TODAY-DATE    TO ATT-SIGNUP-DT
           MOVE DESK-OPERATOR TO ATT-OPERATOR
           MOVE ZERO          TO ATT-PAID-AMT
           MOVE SPACE         TO ATT-TENDER
           MOVE ZERO          TO ATT-REMIND-DT

           IF SEATS-TAKEN < EVT-CAPACITY
              MOVE "C" TO ATT-STATUS
              PERFORM TAKE-TICKET-MONEY
              SET MAIL-CONFIRMED TO TRUE
           ELSE
              MOVE "W" TO ATT-STATUS
              SET MAIL-WAITING TO TRUE
              COMPUTE MAIL-PLACE = WAITING-COUNT + 1
           END-IF

           IF ATT-ROW-FOUND
              REWRITE ATT-REC
                 INVALID KEY
                     DISPLAY MESSAGE BOX
                      "Error during REWRITE"
                      TITLE   TITLEX
                     EXIT PARAGRAPH
              END-REWRITE
           ELSE
              WRITE ATT-REC
                 INVALID KEY
                     DISPLAY MESSAGE BOX
                      "Error during WRITE - patron not signed up!"
                      TITLE   TITLEX
                     EXIT PARAGRAPH
              END-WRITE
           END-IF

           PERFORM SEND-SIGNUP-EMAIL

           IF ATT-IS-WAITING
              MOVE MAIL-PLACE TO WAITING-TEXT
              DISPLAY MESSAGE BOX
                 "The room is full - on the waiting list, place "
                 WAITING-TEXT
                 TITLE TITLEX
                 ICON  1
           END-IF

           MODIFY EF-ATTBRW VALUE ZERO
           PERFORM SHOW-ATTENDEES
           .
      /
      *----------------------------------------------------------------*
      * RE-READ THE EVENT ON SCREEN BEFORE A SIGN-UP CHANGE - IT MUST  *
      * BE SAVED AND STILL SCHEDULED                                   *
      *----------------------------------------------------------------*
       CHECK-EVENT-ON-SCREEN.
           SET EVENT-CHECK-OK TO FALSE

           IF SHOWN-EVT-NO = ZERO
              DISPLAY MESSAGE BOX
                 "Save the screening before signing patrons up"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE SHOWN-EVT-NO TO EVT-NO
           READ EVENTS
                INVALID
                    DISPLAY MESSAGE BOX
                       "This Entry does not exist!"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           IF EVT-IS-CANCELLED
              DISPLAY MESSAGE BOX
                 "This screening has been cancelled"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           SET EVENT-CHECK-OK TO TRUE
           .
      /
      *----------------------------------------------------------------*
      * READ THE SIGN-UP ROW PICKED IN THE LIST                        *
      *----------------------------------------------------------------*
       READ-SELECTED-ATTENDEE.
           SET ATT-ROW-FOUND TO FALSE

           IF ATT-SEL-BRW = ZERO
              DISPLAY MESSAGE BOX
                 "Pick a patron in the list first"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE SHOWN-EVT-NO TO ATT-EVT-NO
           MOVE ATT-SEL-BRW  TO ATT-BORROWER-ID
           READ ATTENDEES
                INVALID
                    DISPLAY MESSAGE BOX
                       "This Entry does not exist!"
                       TITLE TITLEX
                       ICON  3
                NOT INVALID
                    SET ATT-ROW-FOUND TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * GIVE BACK THE SEAT (OR WAITING-LIST PLACE) PICKED IN THE LIST. *
      * A PAID TICKET GOES BACK ON THE TENDER IT CAME IN ON, AND A     *
      * SEAT FREED MOVES THE FIRST PATRON WAITING UP                   *
      *----------------------------------------------------------------*
       GIVE-BACK-SEAT.
           PERFORM CHECK-EVENT-ON-SCREEN
           IF NOT EVENT-CHECK-OK
              EXIT PARAGRAPH
           END-IF

           PERFORM READ-SELECTED-ATTENDEE
           IF NOT ATT-ROW-FOUND
              EXIT PARAGRAPH
           END-IF

           IF NOT ATT-IS-CONFIRMED AND NOT ATT-IS-WAITING
              DISPLAY MESSAGE BOX
                 "Only a confirmed seat or a waiting-list place "
                 "can be given back"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           DISPLAY MESSAGE BOX
              "Give back this patron's place at the screening?"
              TITLE   TITLEX
              TYPE    MB-YES-NO
              DEFAULT MB-NO
              GIVING  DECISION

           IF DECISION NOT = MB-YES
              EXIT PARAGRAPH
           END-IF

           IF ATT-PAID-AMT > ZERO
              MOVE ATT-PAID-AMT TO AMOUNT-TEXT
              MOVE ATT-TENDER   TO TILL-TENDER
              MOVE "T"             TO TLJ-TYPE
              COMPUTE TLJ-AMOUNT = ZERO - ATT-PAID-AMT
              MOVE ATT-BORROWER-ID TO TLJ-BORROWER-ID
              MOVE EVT-CODIGO      TO TLJ-REF-CODIGO
              MOVE EVT-NO          TO TLJ-REF-SEQ
              PERFORM APPEND-TILL-ROW
              MOVE ZERO TO ATT-PAID-AMT
              DISPLAY MESSAGE BOX
                 "Hand back " AMOUNT-TEXT " for the ticket"
                 TITLE TITLEX
                 ICON  1
           END-IF

           MOVE "X" TO ATT-STATUS
           REWRITE ATT-REC
              INVALID KEY
                  DISPLAY MESSAGE BOX
                   "Error during REWRITE"
                   TITLE   TITLEX
           END-REWRITE

           PERFORM FILL-FREED-SEATS
           PERFORM SHOW-ATTENDEES
           .
      /
      *----------------------------------------------------------------*
      * THE PATRON PICKED IN THE LIST CAME - A WAITING-LIST PATRON     *
      * MOVED UP PAYS AT THE DOOR                                      *
      *----------------------------------------------------------------*
       MARK-ATTENDED.
           PERFORM CHECK-EVENT-ON-SCREEN
           IF NOT EVENT-CHECK-OK
              EXIT PARAGRAPH
           END-IF

           IF EVT-DATE > TODAY-DATE
              DISPLAY MESSAGE BOX
                 "This screening has not happened yet"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           PERFORM READ-SELECTED-ATTENDEE
           IF NOT ATT-ROW-FOUND
              EXIT PARAGRAPH
           END-IF

           IF NOT ATT-IS-CONFIRMED AND NOT ATT-IS-NO-SHOW
              DISPLAY MESSAGE BOX
                 "Only a patron holding a seat can be marked as "
                 "attended"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF ATT-PAID-AMT = ZERO
              PERFORM TAKE-TICKET-MONEY
           END-IF

           MOVE "A" TO ATT-STATUS
           REWRITE ATT-REC
              INVALID KEY
                  DISPLAY MESSAGE BOX
                   "Error during REWRITE"
                   TITLE   TITLEX
           END-REWRITE

           PERFORM SHOW-ATTENDEES
           .
      /
      *----------------------------------------------------------------*
      * THE PATRON PICKED IN THE LIST HELD A SEAT BUT NEVER CAME - THE *
      * TICKET IS NOT HANDED BACK                                      *
      *----------------------------------------------------------------*
       MARK-NO-SHOW.
           PERFORM CHECK-EVENT-ON-SCREEN
           IF NOT EVENT-CHECK-OK
              EXIT PARAGRAPH
           END-IF

           IF EVT-DATE > TODAY-DATE
              DISPLAY MESSAGE BOX
                 "This screening has not happened yet"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           PERFORM READ-SELECTED-ATTENDEE
           IF NOT ATT-ROW-FOUND
              EXIT PARAGRAPH
           END-IF

           IF NOT ATT-IS-CONFIRMED
              DISPLAY MESSAGE BOX
                 "Only a confirmed seat can be marked as a no-show"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO ATT-STATUS
           REWRITE ATT-REC
              INVALID KEY
                  DISPLAY MESSAGE BOX
                   "Error during REWRITE"
                   TITLE   TITLEX
           END-REWRITE

           PERFORM SHOW-ATTENDEES
           .
      /
      *----------------------------------------------------------------*
      * TAKE THE TICKET PRICE FOR THE SIGN-UP ROW IN ATT-REC - NOTHING *
      * TO TAKE ON A FREE NIGHT.  THE TENDER IS KEPT ON THE ROW SO A   *
      * SEAT GIVEN BACK IS REFUNDED THE SAME WAY IT WAS PAID           *
      *----------------------------------------------------------------*
       TAKE-TICKET-MONEY.
           IF EVT-PRICE = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE EVT-PRICE TO TENDER-AMOUNT
           PERFORM ASK-TENDER-TYPE
           MOVE TILL-TENDER TO ATT-TENDER
           MOVE EVT-PRICE   TO ATT-PAID-AMT

           MOVE "T"             TO TLJ-TYPE
           MOVE EVT-PRICE       TO TLJ-AMOUNT
           MOVE ATT-BORROWER-ID TO TLJ-BORROWER-ID
           MOVE EVT-CODIGO      TO TLJ-REF-CODIGO
           MOVE EVT-NO          TO TLJ-REF-SEQ
           PERFORM APPEND-TILL-ROW
           .
      /
      *----------------------------------------------------------------*
      * MOVE PATRONS UP OFF THE WAITING LIST, LONGEST WAITING FIRST,   *
      * WHILE THE ROOM HAS A FREE SEAT.  THEY PAY AT THE DOOR          *
      *----------------------------------------------------------------*
       FILL-FREED-SEATS.
           MOVE ZERO TO MOVED-UP-COUNT
           PERFORM LOAD-ATTENDEE-LIST

           PERFORM MOVE-UP-FIRST-WAITING
              UNTIL SEATS-TAKEN NOT < EVT-CAPACITY
                 OR FIRST-WAIT-BRW = ZERO

           IF MOVED-UP-COUNT > ZERO
              MOVE MOVED-UP-COUNT TO WAITING-TEXT
              DISPLAY MESSAGE BOX
                 WAITING-TEXT " patron(s) moved up off the waiting "
                 "list and told by e-mail"
                 TITLE TITLEX
                 ICON  1
           END-IF
           .

       MOVE-UP-FIRST-WAITING.
           MOVE SHOWN-EVT-NO   TO ATT-EVT-NO
           MOVE FIRST-WAIT-BRW TO ATT-BORROWER-ID
           READ ATTENDEES
                INVALID
                    MOVE ZERO TO FIRST-WAIT-BRW
                    EXIT PARAGRAPH
           END-READ

           MOVE "C" TO ATT-STATUS
           REWRITE ATT-REC
              INVALID KEY
                  MOVE ZERO TO FIRST-WAIT-BRW
                  EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO MOVED-UP-COUNT
           SET MAIL-MOVED-UP TO TRUE
           PERFORM SEND-SIGNUP-EMAIL
           PERFORM LOAD-ATTENDEE-LIST
           .
      /
      *----------------------------------------------------------------*
      * TELL THE PATRON IN ATT-REC WHERE THEY STAND - A SEAT, A PLACE  *
      * ON THE WAITING LIST OR A SEAT COME FREE.  A PATRON MOVED UP    *
      * WITH NO E-MAIL ADDRESS IS RUNG BY THE DESK INSTEAD             *
      *----------------------------------------------------------------*
       SEND-SIGNUP-EMAIL.
           MOVE ATT-BORROWER-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    EXIT PARAGRAPH
           END-READ

           IF BRW-EMAIL = SPACES
              IF MAIL-MOVED-UP
                 DISPLAY MESSAGE BOX
                    "A seat came free for " BRW-NAME
                    " - no e-mail on file, ring " BRW-PHONE
                    TITLE TITLEX
                    ICON  1
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SHOWN-TITULO
           MOVE EVT-CODIGO TO CODIGO
           READ MOVIES
                INVALID
                    CONTINUE
                NOT INVALID
                    MOVE TITULO TO SHOWN-TITULO
           END-READ

           MOVE EVT-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           DIVIDE EVT-TIME BY 100 GIVING WK-HH REMAINDER WK-MIN
           MOVE SPACES TO TIME-TEXT
           STRING WK-HH  DELIMITED BY SIZE
                  ":"    DELIMITED BY SIZE
                  WK-MIN DELIMITED BY SIZE
             INTO TIME-TEXT
           END-STRING

           INITIALIZE MLQ-REC
           MOVE BRW-ID    TO MLQ-BORROWER-ID
           MOVE BRW-EMAIL TO MLQ-EMAIL

           EVALUATE TRUE
           WHEN MAIL-CONFIRMED
                STRING "YOUR SEAT IS BOOKED: "  DELIMITED BY SIZE
                       SHOWN-TITULO            DELIMITED BY SIZE
                  INTO MLQ-SUBJECT
                END-STRING
                MOVE "YOU HAVE A SEAT AT THIS SCREENING IN OUR BRANCH."
                  TO MLQ-BODY-LINE (3)
           WHEN MAIL-WAITING
                STRING "WAITING LIST: "        DELIMITED BY SIZE
                       SHOWN-TITULO            DELIMITED BY SIZE
                  INTO MLQ-SUBJECT
                END-STRING
                STRING "THE ROOM IS FULL - YOU ARE NUMBER "
                                               DELIMITED BY SIZE
                       MAIL-PLACE              DELIMITED BY SIZE
                       " ON THE WAITING LIST." DELIMITED BY SIZE
                  INTO MLQ-BODY-LINE (3)
                END-STRING
                MOVE "WE WILL WRITE AGAIN IF A SEAT COMES FREE."
                  TO MLQ-BODY-LINE (4)
           WHEN OTHER
                STRING "A SEAT CAME FREE: "    DELIMITED BY SIZE
                       SHOWN-TITULO            DELIMITED BY SIZE
                  INTO MLQ-SUBJECT
                END-STRING
                MOVE "A SEAT HAS COME FREE AND IS NOW YOURS."
                  TO MLQ-BODY-LINE (3)
                MOVE "THE TICKET IS PAID AT THE DOOR ON THE NIGHT."
                  TO MLQ-BODY-LINE (4)
           END-EVALUATE

           STRING "DEAR "   DELIMITED BY SIZE
                  BRW-NAME  DELIMITED BY "  "
                  ","       DELIMITED BY SIZE
             INTO MLQ-BODY-LINE (1)
           END-STRING
           STRING SHOWN-TITULO DELIMITED BY "  "
                  " - "        DELIMITED BY SIZE
                  WK-DATE-TEXT DELIMITED BY SIZE
                  " AT "       DELIMITED BY SIZE
                  TIME-TEXT    DELIMITED BY SIZE
             INTO MLQ-BODY-LINE (2)
           END-STRING
           MOVE "IF YOU CANNOT COME, PLEASE TELL THE DESK SO THE"
             TO MLQ-BODY-LINE (5)
           MOVE "SEAT CAN GO TO SOMEONE ON THE WAITING LIST."
             TO MLQ-BODY-LINE (6)

           PERFORM QUEUE-EMAIL
           .
      /
      *----------------------------------------------------------------*
      * DELETE CURRENT EVENT - ONLY ONE NOBODY HAS SIGNED UP FOR; ONCE *
      * PATRONS ARE ON IT, IT IS CANCELLED INSTEAD                     *
      *----------------------------------------------------------------*
       DELETE-ENTRY.
           MOVE SHOWN-EVT-NO TO EVT-NO

           READ EVENTS
                INVALID DISPLAY MESSAGE BOX
                        "This Entry does not exist!"
                        EXIT PARAGRAPH
           END-READ

           PERFORM LOAD-ATTENDEE-LIST
           IF ATT-CNT > ZERO
              DISPLAY MESSAGE BOX
                 "Patrons have signed up for this screening - "
                 "cancel it instead"
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
              DELETE  EVENTS RECORD
              DISPLAY MESSAGE "Deleted!"
              PERFORM LAST-ENTRY
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * ONE TILL JOURNAL ROW PER TICKET TAKEN OR HANDED BACK.  THE     *
      * CALLER FILLS TLJ-TYPE, TLJ-AMOUNT, TLJ-BORROWER-ID AND THE     *
      * TLJ-REF FIELDS; TICKETS CARRY NO TAX AND ARE NEVER A VOID.     *
      * THE SEQUENCE PROBE CLOBBERS THE RECORD AREA, SO IT IS SAVED    *
      * AND RESTORED AROUND IT.                                        *
      *----------------------------------------------------------------*
       APPEND-TILL-ROW.
           ACCEPT TLJ-DATE FROM DATE YYYYMMDD
           ACCEPT TLJ-TIME FROM TIME
           MOVE DESK-OPERATOR TO TLJ-OPERATOR
           MOVE TILL-TENDER   TO TLJ-TENDER
           MOVE "C"           TO TILL-TENDER
           MOVE ZERO          TO TLJ-TAX-RATE
           MOVE ZERO          TO TLJ-TAX
           MOVE THIS-BRANCH   TO TLJ-BRANCH
           MOVE SPACE         TO TLJ-VOID-OF
           MOVE ZERO          TO TLJ-VOID-RCP

           MOVE TLJ-REC  TO HOLD-TLJ-REC
           MOVE TLJ-DATE TO SAVE-TILL-DATE
           MOVE HIGH-VALUES TO TLJ-SEQ

           START TILLJRN KEY <= TLJ-KEY
                 INVALID KEY
                     MOVE 1 TO NEXT-TILL-SEQ
                 NOT INVALID KEY
                     READ TILLJRN PREVIOUS RECORD
                          AT END
                              MOVE 1 TO NEXT-TILL-SEQ
                          NOT AT END
                              IF TLJ-DATE = SAVE-TILL-DATE
                                 COMPUTE NEXT-TILL-SEQ = TLJ-SEQ + 1
                              ELSE
                                 MOVE 1 TO NEXT-TILL-SEQ
                              END-IF
                     END-READ
           END-START

           MOVE HOLD-TLJ-REC  TO TLJ-REC
           MOVE NEXT-TILL-SEQ TO TLJ-SEQ

           WRITE TLJ-REC
                 INVALID KEY
                     DISPLAY MESSAGE BOX
                        "Error writing the till journal row"
                        TITLE TITLEX
           END-WRITE
           .
      /
      *----------------------------------------------------------------*
      * TENDER DIALOG - ASKED BEFORE TICKET MONEY GOES ON THE TILL     *
      * JOURNAL.  THE CALLER SETS TENDER-AMOUNT; CLOSING THE WINDOW    *
      * LEAVES IT AS CASH.                                             *
      *----------------------------------------------------------------*
       ASK-TENDER-TYPE.
           MOVE "C" TO TILL-TENDER
           SET TENDER-DONE TO FALSE

           MOVE TENDER-AMOUNT TO AMOUNT-TEXT
           MOVE SPACES TO TENDER-INFO-TEXT
           STRING "AMOUNT TO TAKE: " DELIMITED BY SIZE
                  AMOUNT-TEXT        DELIMITED BY SIZE
             INTO TENDER-INFO-TEXT
           END-STRING

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 7,00,
              SIZE 50,00,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE "FILMOTECA.EDUC360 - TENDER",
              WITH SYSTEM MENU,
              HANDLE IS TENDER-FORM-HANDLE,

           DISPLAY TENDER-FORM

           MODIFY LBL-TENDER-INFO
              TITLE TENDER-INFO-TEXT

           PERFORM UNTIL TENDER-DONE
              ACCEPT TENDER-FORM
                 ON EXCEPTION
                    PERFORM TENDER-EVALUATE-FUNC
              END-ACCEPT
           END-PERFORM

           DESTROY TENDER-FORM-HANDLE
           INITIALIZE KEY-STATUS
           .

       TENDER-EVALUATE-FUNC.
           EVALUATE TRUE
              WHEN EXIT-PUSHED
                   SET TENDER-DONE TO TRUE
              WHEN EVENT-OCCURRED
                   IF EVENT-TYPE = CMD-CLOSE
                      SET TENDER-DONE TO TRUE
                   END-IF
              WHEN KEY-STATUS = 7160
                   MOVE "C" TO TILL-TENDER
                   SET TENDER-DONE TO TRUE
              WHEN KEY-STATUS = 7161
                   MOVE "D" TO TILL-TENDER
                   SET TENDER-DONE TO TRUE
              WHEN KEY-STATUS = 7162
                   MOVE "Q" TO TILL-TENDER
                   SET TENDER-DONE TO TRUE
           END-EVALUATE
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
