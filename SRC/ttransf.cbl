       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          TRFMAINT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  INTER-BRANCH TRANSFERS SCREEN - PART OF FILMOTECA.EDUC360 GUI *
      *                                                                *
      *          BUILT THE SAME WAY THE GENRES MAINTENANCE FORM IS;    *
      *          ONE ROW PER COPY MOVED BETWEEN BRANCHES.  TRANSFERS   *
      *          ARE RAISED FROM THE MOVIES COPIES DIALOG, BY A HOLD   *
      *          THAT CAN ONLY BE FILLED FROM ANOTHER SHELF, OR BY A   *
      *          RETURN THAT SERVES A HOLD ELSEWHERE.  HERE THE        *
      *          SENDING BRANCH SHIPS A REQUESTED COPY (IN TRANSIT),   *
      *          THE RECEIVING BRANCH SCANS IT IN (RECEIVED - THE COPY *
      *          JOINS THAT BRANCH, AND A HOLD WAITING FOR IT FILLS),  *
      *          AND A REQUEST NOT YET SHIPPED CAN BE CANCELLED.       *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDTRA.CPY'.
          COPY 'CPVIDCPA.CPY'.
          COPY 'CPVIDRSA.CPY'.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDPRA.CPY'.
          COPY 'CPVIDMQA.CPY'.
          COPY 'CPVIDAVA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD TRANSFERS.
          COPY 'CPVIDTRF.CPY'.
      *
       FD COPIES.
          COPY 'CPVIDCPN.CPY'.
      *
       FD RESERVES.
          COPY 'CPVIDRSV.CPY'.
      *
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD PARAMS.
          COPY 'CPVIDPRM.CPY'.
      *
       FD MAILQ.
          COPY 'CPVIDMLQ.CPY'.
      *
       FD AVAIL.
          COPY 'CPVIDAVL.CPY'.

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
       78 TITLEX VALUE IS "FILMOTECA.EDUC360 - BRANCH TRANSFERS".

       77 E-ESC             PIC  9 VALUE 1.

       77 STATUS-COPIES     PIC X(2).
           88 VALID-STATUS-COPIES VALUE IS "00" THRU "09".
       77 STATUS-RESERVES   PIC X(2).
           88 VALID-STATUS-RESERVES VALUE IS "00" THRU "09".
       77 STATUS-BORROWERS  PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-MOVIES     PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-PARAMS     PIC X(2).
           88 VALID-STATUS-PARAMS VALUE IS "00" THRU "09".
       77 DESK-OPERATOR     PIC X(10) VALUE SPACES.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.
          COPY 'CPVIDBNV.CPY'.
          COPY 'CPVIDTFV.CPY'.
          COPY 'CPVIDMQV.CPY'.
          COPY 'CPVIDAVV.CPY'.

      * THE ROW ON SCREEN, AND WHAT ITS STATUS MEANS IN WORDS
       77 SHOWN-TRF-NO      PIC 9(06) VALUE ZERO.
       77 TRF-STATUS-DESC   PIC X(14) VALUE SPACES.
       77 TRF-HOLD-TEXT     PIC X(12) VALUE SPACES.
       77 TRF-BRANCH-TEXT   PIC X(40) VALUE SPACES.

      * THE RECEIVING SCAN - TITLE CODE AND COPY NUMBER OFF THE DISC
       77 SCAN-CODIGO       PIC 9(05) VALUE ZERO.
       77 SCAN-COPY-NO      PIC 9(03) VALUE ZERO.

      * FILLING A HOLD THE RECEIVED COPY WAS SENT FOR
       77 HOLD-MSG-NAME     PIC X(30) VALUE SPACES.
       77 HOLD-MSG-TITLE    PIC X(30) VALUE SPACES.
       77 WK-DATE-INT       PIC 9(7) VALUE ZERO.
       77 MAIL-WORK-LINE    PIC X(80) VALUE SPACES.

       77 DECISION          PIC 9.

       LINKAGE          SECTION.

       SCREEN           SECTION.
      * FORM
       01
           FORM1,
           .

      * LABEL - WHICH BRANCH THIS STATION SHIPS AND RECEIVES FOR
       05
           LBL-TRFBRANCH,
           LABEL,
           COL 3,00,
           LINE 1,00,
           LINES 1,31 ,
           SIZE 40,00 ,
           ID IS 680,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE SPACES,
           .

      * ENTRY FIELD
       05
           EF-TRFNO,
           ENTRY-FIELD,
           COL 20,00,
           LINE 3,00,
           LINES 1,31 ,
           SIZE 8,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED 0,
           FONT IS SMALL-FONT,
           ID IS 6801,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 6,
           .

      * ENTRY FIELD
       05
           EF-TRFCODE,
           ENTRY-FIELD,
           COL 20,00,
           LINE 5,00,
           LINES 1,31 ,
           SIZE 8,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED 0,
           FONT IS SMALL-FONT,
           ID IS 6802,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 5,
           .

      * ENTRY FIELD
       05
           EF-TRFCOPY,
           ENTRY-FIELD,
           COL 38,00,
           LINE 5,00,
           LINES 1,31 ,
           SIZE 6,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED 0,
           FONT IS SMALL-FONT,
           ID IS 6803,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 3,
           .

      * ENTRY FIELD
       05
           EF-TRFFROM,
           ENTRY-FIELD,
           COL 20,00,
           LINE 7,00,
           LINES 1,31 ,
           SIZE 8,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED 0,
           FONT IS SMALL-FONT,
           ID IS 6804,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 4,
           .

      * ENTRY FIELD
       05
           EF-TRFTO,
           ENTRY-FIELD,
           COL 38,00,
           LINE 7,00,
           LINES 1,31 ,
           SIZE 8,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED 0,
           FONT IS SMALL-FONT,
           ID IS 6805,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 4,
           .

      * ENTRY FIELD
       05
           EF-TRFSTAT,
           ENTRY-FIELD,
           COL 20,00,
           LINE 9,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED 0,
           FONT IS SMALL-FONT,
           ID IS 6806,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 14,
           .

      * ENTRY FIELD
       05
           EF-TRFHOLD,
           ENTRY-FIELD,
           COL 52,00,
           LINE 9,00,
           LINES 1,31 ,
           SIZE 14,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED 0,
           FONT IS SMALL-FONT,
           ID IS 6807,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 12,
           .

      * ENTRY FIELD
       05
           EF-TRFREQDT,
           ENTRY-FIELD,
           COL 20,00,
           LINE 11,00,
           LINES 1,31 ,
           SIZE 12,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED 0,
           FONT IS SMALL-FONT,
           ID IS 6808,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 10,
           .

      * ENTRY FIELD
       05
           EF-TRFSENTDT,
           ENTRY-FIELD,
           COL 38,00,
           LINE 11,00,
           LINES 1,31 ,
           SIZE 12,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED 0,
           FONT IS SMALL-FONT,
           ID IS 6809,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 10,
           .

      * ENTRY FIELD
       05
           EF-TRFRECVDT,
           ENTRY-FIELD,
           COL 56,00,
           LINE 11,00,
           LINES 1,31 ,
           SIZE 12,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED 0,
           FONT IS SMALL-FONT,
           ID IS 6810,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 10,
           .

      * LABEL
       05
           LBL-TRFNO,
           LABEL,
           COL 3,00,
           LINE 3,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           ID IS 681,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "TRANSFER NO.",
           .

      * LABEL
       05
           LBL-TRFCODE,
           LABEL,
           COL 3,00,
           LINE 5,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           ID IS 682,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "MOVIE CODE",
           .

      * LABEL
       05
           LBL-TRFCOPY,
           LABEL,
           COL 30,00,
           LINE 5,00,
           LINES 1,31 ,
           SIZE 7,00 ,
           ID IS 683,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "COPY",
           .

      * LABEL
       05
           LBL-TRFFROM,
           LABEL,
           COL 3,00,
           LINE 7,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           ID IS 684,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "FROM BRANCH",
           .

      * LABEL
       05
           LBL-TRFTO,
           LABEL,
           COL 30,00,
           LINE 7,00,
           LINES 1,31 ,
           SIZE 7,00 ,
           ID IS 685,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "TO",
           .

      * LABEL
       05
           LBL-TRFSTAT,
           LABEL,
           COL 3,00,
           LINE 9,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           ID IS 686,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "STATUS",
           .

      * LABEL
       05
           LBL-TRFHOLD,
           LABEL,
           COL 38,00,
           LINE 9,00,
           LINES 1,31 ,
           SIZE 13,00 ,
           ID IS 687,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "FOR HOLD",
           .

      * LABEL
       05
           LBL-TRFDATES,
           LABEL,
           COL 3,00,
           LINE 11,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           ID IS 688,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "ASKED/SENT/RECD",
           .

      * PUSH BUTTON - THE SENDING BRANCH PULLS THE COPY AND SHIPS IT
       05
           PB-TRFSHIP,
           PUSH-BUTTON,
           COL 3,00,
           LINE 13,50,
           SIZE 18,00,
           EXCEPTION-VALUE 6820,
           ID IS 6820,
           TITLE "SHIP",
           .

      * PUSH BUTTON - A REQUEST NOT YET SHIPPED CAN BE WITHDRAWN
       05
           PB-TRFCANCEL,
           PUSH-BUTTON,
           COL 23,00,
           LINE 13,50,
           SIZE 18,00,
           EXCEPTION-VALUE 6821,
           ID IS 6821,
           TITLE "CANCEL REQUEST",
           .

      * BAR
       05
           FORM1-BR-1,
           BAR,
           COL 1,00,
           LINE 15,50,
           SIZE 83,50 ,
           ID IS 4,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           COLORS (8, 8),
           SHADING (-1, 1),
           WIDTH 2,
           .

      * RECEIVING SCAN ROW
       05
           LBL-SCAN,
           LABEL,
           COL 3,00,
           LINE 17,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           ID IS 689,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "RECEIVE CODE",
           .

       05
           EF-SCANCODE,
           ENTRY-FIELD,
           COL 20,00,
           LINE 17,00,
           LINES 1,31 ,
           SIZE 8,00 ,
           BOXED,
           COLOR 5,
           FONT SMALL-FONT,
           ID IS 6811,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 5,
           .

       05
           LBL-SCANCOPY,
           LABEL,
           COL 30,00,
           LINE 17,00,
           LINES 1,31 ,
           SIZE 7,00 ,
           ID IS 690,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "COPY",
           .

       05
           EF-SCANCOPY,
           ENTRY-FIELD,
           COL 38,00,
           LINE 17,00,
           LINES 1,31 ,
           SIZE 6,00 ,
           BOXED,
           COLOR 5,
           FONT SMALL-FONT,
           ID IS 6812,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 3,
           .

       05
           PB-TRFRECV,
           PUSH-BUTTON,
           COL 48,00,
           LINE 16,80,
           SIZE 18,00,
           EXCEPTION-VALUE 6822,
           ID IS 6822,
           TITLE "RECEIVE",
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
       TRANSFERS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON TRANSFERS.
           SET RECLOCKED TO FALSE.
           EVALUATE STATUS-TRANSFERS
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
           PERFORM GET-THIS-BRANCH.
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

           OPEN  I-O TRANSFERS
           IF STATUS-TRANSFERS = "35"
              OPEN OUTPUT TRANSFERS
                IF VALID-STATUS-TRANSFERS
                   CLOSE TRANSFERS
                   OPEN I-O TRANSFERS
                END-IF
           END-IF

           IF NOT VALID-STATUS-TRANSFERS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O COPIES
           IF NOT VALID-STATUS-COPIES
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O RESERVES
           IF NOT VALID-STATUS-RESERVES
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

      *> THE AVAILABILITY SUMMARY, WHEN THE NIGHT RUN HAS BUILT ONE
           SET AVAIL-IS-OPEN TO FALSE
           OPEN  I-O AVAIL
           IF VALID-STATUS-AVAIL
              SET AVAIL-IS-OPEN TO TRUE
           END-IF

      *> THE PICKUP WINDOW FOR A HOLD FILLED BY A RECEIVING SCAN
           OPEN  INPUT PARAMS
           IF VALID-STATUS-PARAMS
              MOVE 1 TO PRM-ID
              READ PARAMS
                   INVALID
                       MOVE 7 TO PRM-HOLD-DAYS
              END-READ
              CLOSE PARAMS
           ELSE
              MOVE 7 TO PRM-HOLD-DAYS
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * MAIN CLOSING FILE ROUTINE                                      *
      *----------------------------------------------------------------*
       CLOSE-FILE-RTN.
           CLOSE TRANSFERS
           CLOSE COPIES
           CLOSE RESERVES
           CLOSE BORROWERS
           CLOSE MOVIES
           CLOSE MAILQ
           IF AVAIL-IS-OPEN
              CLOSE AVAIL
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
      * THIS STATION'S BRANCH                                          *
      *----------------------------------------------------------------*
          COPY 'CPVIDBNP.CPY'.
      /
      *----------------------------------------------------------------*
      * INTER-BRANCH TRANSFER ROUTINES                                 *
      *----------------------------------------------------------------*
          COPY 'CPVIDTFP.CPY'.
      /
      *----------------------------------------------------------------*
      * APPEND TO THE OUTBOUND MAIL QUEUE                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDMQP.CPY'.
      /
      *----------------------------------------------------------------*
      * TITLE AVAILABILITY SUMMARY                                     *
      *----------------------------------------------------------------*
          COPY 'CPVIDAVP.CPY'.
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
              LINES 20,00,
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

           MOVE SPACES TO TRF-BRANCH-TEXT
           STRING "THIS STATION SHIPS AND RECEIVES FOR BRANCH "
                                DELIMITED BY SIZE
                  THIS-BRANCH   DELIMITED BY SIZE
             INTO TRF-BRANCH-TEXT
           END-STRING
           MODIFY LBL-TRFBRANCH TITLE TRF-BRANCH-TEXT

           DISPLAY FORM1

      *> THE NEWEST TRANSFERS ARE THE ONES THE DESK IS WORKING ON
           PERFORM LAST-ENTRY

           MOVE 6811 TO CONTROL-ID
           MOVE 4    TO ACCEPT-CONTROL
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
           EVALUATE TRUE
              WHEN EXIT-PUSHED
                 PERFORM FORM1-EXIT
              WHEN EVENT-OCCURRED
                 IF EVENT-TYPE = CMD-CLOSE
                    PERFORM FORM1-EXIT
                 END-IF
               WHEN KEY-STATUS = 6820
                  PERFORM SHIP-TRANSFER
               WHEN KEY-STATUS = 6821
                  PERFORM CANCEL-TRANSFER
               WHEN KEY-STATUS = 6822
                  PERFORM RECEIVE-SCAN
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
      * RE-READ THE ROW ON SCREEN BEFORE ACTING ON IT                  *
      *----------------------------------------------------------------*
       READ-SHOWN-TRANSFER.
           MOVE SHOWN-TRF-NO TO TRF-NO

           READ TRANSFERS
                INVALID
                    DISPLAY MESSAGE BOX
                       "No transfer on screen"
                       TITLE TITLEX
                       ICON  3
                    MOVE ZERO TO SHOWN-TRF-NO
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * SHIP A REQUESTED COPY - ONLY THE BRANCH IT IS LEAVING CAN DO   *
      * THIS, AND ONLY WHILE THE DISC IS ON THE SHELF THERE.  THE COPY *
      * GOES IN TRANSIT AND CANNOT BE LENT UNTIL IT IS SCANNED IN.     *
      *----------------------------------------------------------------*
       SHIP-TRANSFER.
           PERFORM READ-SHOWN-TRANSFER
           IF SHOWN-TRF-NO = ZERO
              EXIT PARAGRAPH
           END-IF

           IF NOT TRF-IS-REQUESTED
              DISPLAY MESSAGE BOX
                 "Only a transfer still waiting to be shipped can be "
                 "shipped"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF TRF-FROM-BRANCH NOT = THIS-BRANCH
              DISPLAY MESSAGE BOX
                 "This copy ships from branch " TRF-FROM-BRANCH
                 " - it can only be sent from there"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE TRF-CODIGO  TO CP-CODIGO
           MOVE TRF-COPY-NO TO CP-COPY-NO

           READ COPIES
                INVALID
                    DISPLAY MESSAGE BOX
                       "That copy is no longer on file - cancel the "
                       "request"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           IF NOT CP-IS-IN
              DISPLAY MESSAGE BOX
                 "That copy is not on the shelf (status " CP-STATUS
                 ") - ship it when it is back"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE "T" TO CP-STATUS
           REWRITE CP-REC
              INVALID KEY
                  DISPLAY MESSAGE BOX
                     "Error updating the copy row"
                     TITLE TITLEX
                  EXIT PARAGRAPH
           END-REWRITE

           MOVE CP-CODIGO TO AVL-WANT-CODIGO
           MOVE "I"       TO AVL-FROM-STATUS
           MOVE "T"       TO AVL-TO-STATUS
           PERFORM MOVE-COPY-AVAILABILITY

           MOVE "T" TO TRF-STATUS
           ACCEPT TRF-SENT-DT FROM DATE YYYYMMDD
           REWRITE TRF-REC
              INVALID KEY
                  DISPLAY MESSAGE BOX
                     "Error updating the transfer"
                     TITLE TITLEX
                  EXIT PARAGRAPH
           END-REWRITE

           DISPLAY MESSAGE "Copy shipped to branch " TRF-TO-BRANCH
                   TITLE TITLEX
           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * WITHDRAW A REQUEST THAT HAS NOT LEFT THE SHELF.  A HOLD THAT   *
      * WAS WAITING ON IT GOES BACK TO THE ORDINARY QUEUE, TO BE       *
      * FILLED BY THE NEXT RETURN.                                     *
      *----------------------------------------------------------------*
       CANCEL-TRANSFER.
           PERFORM READ-SHOWN-TRANSFER
           IF SHOWN-TRF-NO = ZERO
              EXIT PARAGRAPH
           END-IF

           IF TRF-IS-TRANSIT
              DISPLAY MESSAGE BOX
                 "This copy has already been shipped - receive it at "
                 "branch " TRF-TO-BRANCH
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF NOT TRF-IS-REQUESTED
              DISPLAY MESSAGE BOX
                 "This transfer is already closed"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           DISPLAY MESSAGE BOX
              "Are You SURE? CANCEL this transfer request?"
              TITLE   TITLEX
              TYPE    MB-YES-NO
              DEFAULT MB-NO
              GIVING  DECISION

           IF DECISION NOT = MB-YES
              EXIT PARAGRAPH
           END-IF

           MOVE "X" TO TRF-STATUS
           REWRITE TRF-REC
              INVALID KEY
                  DISPLAY MESSAGE BOX
                     "Error updating the transfer"
                     TITLE TITLEX
                  EXIT PARAGRAPH
           END-REWRITE

           IF TRF-RSV-CODIGO NOT = ZERO
              MOVE TRF-RSV-KEY TO RSV-KEY
              READ RESERVES
                   INVALID
                       CONTINUE
                   NOT INVALID
                       IF RSV-IS-TRANSIT
                          MOVE "W" TO RSV-STATUS
                          REWRITE RSV-REC
                             INVALID KEY CONTINUE
                             NOT INVALID KEY
                                 MOVE RSV-CODIGO TO AVL-WANT-CODIGO
                                 MOVE "T"        TO AVL-FROM-STATUS
                                 MOVE "W"        TO AVL-TO-STATUS
                                 PERFORM MOVE-HOLD-AVAILABILITY
                          END-REWRITE
                       END-IF
              END-READ
           END-IF

           DISPLAY MESSAGE "Transfer cancelled!"
                   TITLE TITLEX
           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * RECEIVING SCAN - THE DISC IN HAND IS MATCHED TO ITS OPEN       *
      * TRANSFER.  IT JOINS THIS BRANCH ON THE SHELF; IF IT WAS SENT   *
      * FOR A HOLD THE HOLD FILLS NOW, THE SAME WAY A RETURN AT THE    *
      * LOANS SCREEN FILLS ONE, AND THE PATRON IS E-MAILED.            *
      *----------------------------------------------------------------*
       RECEIVE-SCAN.
           MOVE ZERO TO SCAN-CODIGO
           MOVE ZERO TO SCAN-COPY-NO
           INQUIRE EF-SCANCODE VALUE IN SCAN-CODIGO
           INQUIRE EF-SCANCOPY VALUE IN SCAN-COPY-NO

           IF SCAN-CODIGO = ZERO
              OR SCAN-COPY-NO = ZERO
              DISPLAY MESSAGE BOX
                 "Scan or type the movie code and the copy number"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE SCAN-CODIGO  TO TRF-SEEK-CODIGO
           MOVE SCAN-COPY-NO TO TRF-SEEK-COPY-NO
           PERFORM FIND-OPEN-TRANSFER
           PERFORM RE-ANCHOR-TRANSFERS

           IF NOT OPEN-TRANSFER-FOUND
              DISPLAY MESSAGE BOX
                 "No open transfer for that copy"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE TRF-NO TO SHOWN-TRF-NO
           PERFORM FROMREC-TOSCREEN

           IF TRF-IS-REQUESTED
              DISPLAY MESSAGE BOX
                 "Transfer " TRF-NO " has not been shipped by branch "
                 TRF-FROM-BRANCH " yet"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF TRF-TO-BRANCH NOT = THIS-BRANCH
              DISPLAY MESSAGE BOX
                 "This copy is addressed to branch " TRF-TO-BRANCH
                 " - send it on"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE TRF-CODIGO  TO CP-CODIGO
           MOVE TRF-COPY-NO TO CP-COPY-NO

           READ COPIES
                INVALID
                    DISPLAY MESSAGE BOX
                       "That copy is no longer on file"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           MOVE CP-STATUS   TO AVL-FROM-STATUS
           MOVE "I"         TO CP-STATUS
           MOVE THIS-BRANCH TO CP-BRANCH
           REWRITE CP-REC
              INVALID KEY
                  DISPLAY MESSAGE BOX
                     "Error updating the copy row"
                     TITLE TITLEX
                  EXIT PARAGRAPH
           END-REWRITE

           MOVE CP-CODIGO TO AVL-WANT-CODIGO
           MOVE "I"       TO AVL-TO-STATUS
           PERFORM MOVE-COPY-AVAILABILITY

           MOVE "C" TO TRF-STATUS
           ACCEPT TRF-RECV-DT FROM DATE YYYYMMDD
           REWRITE TRF-REC
              INVALID KEY
                  DISPLAY MESSAGE BOX
                     "Error updating the transfer"
                     TITLE TITLEX
                  EXIT PARAGRAPH
           END-REWRITE

           MODIFY EF-SCANCODE VALUE SPACES
           MODIFY EF-SCANCOPY VALUE SPACES
           PERFORM FROMREC-TOSCREEN

           IF TRF-RSV-CODIGO NOT = ZERO
              MOVE TRF-RSV-KEY TO RSV-KEY
              READ RESERVES
                   INVALID
                       CONTINUE
                   NOT INVALID
                       IF RSV-IS-TRANSIT
                          PERFORM FILL-HOLD-ON-RECEIPT
                          EXIT PARAGRAPH
                       END-IF
              END-READ
           END-IF

           DISPLAY MESSAGE "Copy received - shelve it"
                   TITLE TITLEX
           .
      /
      *----------------------------------------------------------------*
      * THE RECEIVED COPY WAS SENT FOR THE HOLD NOW IN RSV-REC - IT    *
      * GOES ON THE PICKUP SHELF WITH THE POLICY COLLECTION WINDOW     *
      *----------------------------------------------------------------*
       FILL-HOLD-ON-RECEIPT.
           MOVE "F" TO RSV-STATUS
           ACCEPT RSV-FILLED-DT FROM DATE YYYYMMDD
           COMPUTE WK-DATE-INT =
              FUNCTION INTEGER-OF-DATE (RSV-FILLED-DT)
              + PRM-HOLD-DAYS
           COMPUTE RSV-PICKUP-BY =
              FUNCTION DATE-OF-INTEGER (WK-DATE-INT)

           REWRITE RSV-REC
              INVALID KEY
                  DISPLAY MESSAGE BOX
                     "Error updating the hold record"
                     TITLE TITLEX
                  EXIT PARAGRAPH
           END-REWRITE

           MOVE RSV-CODIGO TO AVL-WANT-CODIGO
           MOVE "T"        TO AVL-FROM-STATUS
           MOVE "F"        TO AVL-TO-STATUS
           PERFORM MOVE-HOLD-AVAILABILITY

           MOVE RSV-BORROWER-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    MOVE "?? BORROWER NOT FOUND ??" TO HOLD-MSG-NAME
                    MOVE SPACES TO BRW-EMAIL
                NOT INVALID
                    MOVE BRW-NAME TO HOLD-MSG-NAME
           END-READ

           DISPLAY MESSAGE BOX
              "This copy is RESERVED - place it on the hold shelf for "
              HOLD-MSG-NAME
              TITLE TITLEX

      *> AN ADDRESS ON FILE GETS THE SAME COME-AND-COLLECT MESSAGE
      *> THE LOANS SCREEN QUEUES WHEN A RETURN FILLS A HOLD
           IF BRW-EMAIL NOT = SPACES
              MOVE RSV-CODIGO TO CODIGO
              READ MOVIES
                   INVALID
                       MOVE SPACES TO HOLD-MSG-TITLE
                   NOT INVALID
                       MOVE TITULO TO HOLD-MSG-TITLE
              END-READ

              INITIALIZE MLQ-REC
              MOVE BRW-ID    TO MLQ-BORROWER-ID
              MOVE BRW-EMAIL TO MLQ-EMAIL
              MOVE "FILMOTECA - YOUR RESERVED TITLE IS READY"
                TO MLQ-SUBJECT
              MOVE HOLD-MSG-TITLE TO MLQ-BODY-LINE (1)

              MOVE RSV-PICKUP-BY TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              MOVE SPACES TO MAIL-WORK-LINE
              STRING "PLEASE COLLECT AT BRANCH " DELIMITED BY SIZE
                     THIS-BRANCH                 DELIMITED BY SIZE
                     " BY "                      DELIMITED BY SIZE
                     WK-DATE-TEXT                DELIMITED BY SIZE
                INTO MAIL-WORK-LINE
              END-STRING
              MOVE MAIL-WORK-LINE (1:70) TO MLQ-BODY-LINE (2)

              PERFORM QUEUE-EMAIL
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * FIND-OPEN-TRANSFER BROWSES BY COPY - PUT THE KEY OF REFERENCE  *
      * BACK ON THE TRANSFER NUMBER SO NEXT/PREVIOUS STAY IN ORDER     *
      *----------------------------------------------------------------*
       RE-ANCHOR-TRANSFERS.
           MOVE TRF-REC TO HOLD-TRF-REC

           START TRANSFERS KEY IS = TRF-NO
               INVALID KEY CONTINUE
           END-START

           MOVE HOLD-TRF-REC TO TRF-REC
           .
      /
      *----------------------------------------------------------------*
      * POSITION ON THE FIRST RECORD                                   *
      *----------------------------------------------------------------*
       START-TRANSFERS-LESS.
           MOVE LOW-VALUES TO TRF-NO

           START TRANSFERS KEY >= TRF-NO
                 INVALID KEY
                     INITIALIZE TRF-REC
                 NOT INVALID KEY
                     READ TRANSFERS NEXT RECORD
           END-START
           .
      /
      *----------------------------------------------------------------*
      * POSITION ON THE LAST RECORD                                    *
      *----------------------------------------------------------------*
       START-TRANSFERS-GREATER.
           MOVE HIGH-VALUES TO TRF-NO

           START TRANSFERS KEY <= TRF-NO
                 INVALID KEY
                     INITIALIZE TRF-REC
                 NOT INVALID KEY
                     READ TRANSFERS PREVIOUS RECORD
           END-START
           .
      /
      *----------------------------------------------------------------*
      * SHOW FIRST RECORD                                              *
      *----------------------------------------------------------------*
       FIRST-ENTRY.
           PERFORM START-TRANSFERS-LESS
           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * SHOW NEXT RECORD                                               *
      *----------------------------------------------------------------*
       NEXT-ENTRY.
           READ TRANSFERS NEXT
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
           READ TRANSFERS PREVIOUS
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
           PERFORM START-TRANSFERS-GREATER
           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * PUT THE DATA FROM THE FILE INTO SCREEN FIELDS                  *
      *----------------------------------------------------------------*
       FROMREC-TOSCREEN.
           MOVE TRF-NO TO SHOWN-TRF-NO

           EVALUATE TRUE
              WHEN TRF-NO = ZERO
                   MOVE SPACES           TO TRF-STATUS-DESC
              WHEN TRF-IS-REQUESTED
                   MOVE "REQUESTED"      TO TRF-STATUS-DESC
              WHEN TRF-IS-TRANSIT
                   MOVE "IN TRANSIT"     TO TRF-STATUS-DESC
              WHEN TRF-IS-RECEIVED
                   MOVE "RECEIVED"       TO TRF-STATUS-DESC
              WHEN TRF-IS-CANCELLED
                   MOVE "CANCELLED"      TO TRF-STATUS-DESC
              WHEN OTHER
                   MOVE TRF-STATUS       TO TRF-STATUS-DESC
           END-EVALUATE

           MOVE SPACES TO TRF-HOLD-TEXT
           IF TRF-RSV-CODIGO NOT = ZERO
              STRING TRF-RSV-CODIGO DELIMITED BY SIZE
                     "/"            DELIMITED BY SIZE
                     TRF-RSV-SEQ    DELIMITED BY SIZE
                INTO TRF-HOLD-TEXT
              END-STRING
           END-IF

           MODIFY EF-TRFNO      VALUE TRF-NO
           MODIFY EF-TRFCODE    VALUE TRF-CODIGO
           MODIFY EF-TRFCOPY    VALUE TRF-COPY-NO
           MODIFY EF-TRFFROM    VALUE TRF-FROM-BRANCH
           MODIFY EF-TRFTO      VALUE TRF-TO-BRANCH
           MODIFY EF-TRFSTAT    VALUE TRF-STATUS-DESC
           MODIFY EF-TRFHOLD    VALUE TRF-HOLD-TEXT

           MOVE TRF-REQ-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MODIFY EF-TRFREQDT   VALUE WK-DATE-TEXT
           MOVE TRF-SENT-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MODIFY EF-TRFSENTDT  VALUE WK-DATE-TEXT
           MOVE TRF-RECV-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MODIFY EF-TRFRECVDT  VALUE WK-DATE-TEXT
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
