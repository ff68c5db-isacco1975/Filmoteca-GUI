       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          OFFDESK.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  OFFLINE DESK - PART OF FILMOTECA.EDUC360 GUI                  *
      *                                                                *
      *          OFFERED BY THE LOANS SCREEN WHEN THE LOANS OR COPIES  *
      *          FILES CANNOT BE OPENED, SO THE COUNTER KEEPS LENDING  *
      *          THROUGH A NETWORK OR SERVER OUTAGE.  NOTHING HERE     *
      *          TOUCHES THE DATA DIRECTORY: EACH CHECKOUT OR RETURN   *
      *          IS SCANNED (BORROWER CARD AND ITEM BARCODE), APPENDED *
      *          TO OFFLINE.LOG ON THE STATION'S OWN DISK AND GIVEN A  *
      *          PROVISIONAL SLIP.  THE LOANS SCREEN REPLAYS THE LOG   *
      *          THROUGH ITS NORMAL CHECKS THE NEXT TIME IT STARTS     *
      *          WITH THE FILES BACK, AND LISTS WHAT IT COULD NOT      *
      *          APPLY FOR THE DESK TO SORT OUT.                       *
      *                                                                *
      *          THE DUE DATE ON THE SLIP COMES FROM THE LOAN DAYS     *
      *          KEYED HERE, SINCE THE SHOP SETTINGS ARE OUT OF REACH; *
      *          THE UPLOAD NEVER SETS ONE EARLIER THAN THE SLIP.      *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDOFA.CPY'.
          SELECT SLIP-RPT ASSIGN TO OFFSLIP-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-SLIP.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD OFFLOG.
          COPY 'CPVIDOFL.CPY'.
      *
       FD SLIP-RPT.
       01 SLP-LINE                  PIC X(80).

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
       77 DEFAULT-FONT           USAGE IS HANDLE OF FONT DEFAULT-FONT.
       77 SMALL-FONT             USAGE IS HANDLE OF FONT SMALL-FONT.
       78 TITLEX VALUE IS "FILMOTECA.EDUC360 - OFFLINE DESK".

       77 STATUS-SLIP       PIC X(2).
           88 VALID-STATUS-SLIP VALUE IS "00" THRU "09".
       77 DESK-OPERATOR     PIC X(10) VALUE SPACES.
          COPY 'CPVIDOFV.CPY'.
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.
          COPY 'CPVIDBNV.CPY'.

       77 DECISION          PIC 9.
       77 OFF-MKDIR-RC      PIC S9(9) COMP-4 VALUE ZERO.
       77 SW-OFFLOG-EOF     PIC 9 VALUE ZERO.
           88 OFFLOG-AT-END  VALUE 1, FALSE 0.
       77 SW-ENTRY-LOGGED   PIC 9 VALUE ZERO.
           88 ENTRY-LOGGED   VALUE 1, FALSE 0.

      * THE ENTRY BEING TAKEN - BUILT HERE, COPIED TO OFL-REC ONCE THE
      * LOG IS OPEN
       77 SCAN-BUFFER       PIC X(7) VALUE SPACES.
       77 OFF-ACTION        PIC X(01) VALUE SPACE.
       77 OFF-BRW-ID        PIC 9(5) VALUE ZERO.
       77 OFF-CODIGO        PIC 9(5) VALUE ZERO.
       77 OFF-COPY-NO       PIC 9(3) VALUE ZERO.
       77 OFF-FEE           PIC 9(5)V99 VALUE ZERO.
       77 OFF-DATE          PIC 9(8) VALUE ZERO.
       77 OFF-TIME          PIC 9(6) VALUE ZERO.
       77 OFF-DUE-DT        PIC 9(8) VALUE ZERO.
       77 OFF-DATE-INT      PIC 9(7) VALUE ZERO.

      * THE HOUSE LOAN PERIOD UNTIL THE DESK KEYS ANOTHER
       77 OFF-LOAN-DAYS     PIC 9(3) VALUE 7.
       77 OFF-PRINTER       PIC X(20) VALUE SPACES.
       77 OFF-NEXT-SEQ      PIC 9(5) VALUE 1.
       77 OFF-REF           PIC 9(5) VALUE ZERO.
       77 OFF-WAITING       PIC 9(5) VALUE ZERO.
       77 OFF-WAITING-TEXT  PIC ZZZZ9.
       77 OFF-FEE-TEXT      PIC ZZZZ9,99.
       77 OFF-COUNT-TEXT    PIC X(60) VALUE SPACES.
       77 OFF-LAST-TEXT     PIC X(70) VALUE SPACES.
       77 OFF-DUE-TEXT      PIC X(10) VALUE SPACES.

       77 PRN-COPY-CMD      PIC X(200) VALUE SPACES.
       77 PRN-COPY-PATH     PIC X(90) VALUE SPACES.
       77 PRN-SYSTEM-RC     PIC S9(9) COMP-4 VALUE ZERO.

       LINKAGE          SECTION.

       SCREEN           SECTION.
      * FORM
       01
           FORM1,
           .
      * LABEL
       05
           LBL-OFFNOTE,
           LABEL,
           COL 3,00,
           LINE 1,00,
           LINES 1,31 ,
           SIZE 66,00 ,
           ID IS 940,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "LOANS FILES OUT OF REACH - LOGGING ON THIS STATION",
           .

      *> ROOM FOR A SCANNED CODE-39 LABEL INCLUDING ITS * START/STOP
      *> CHARACTERS, THE SAME AS EF-LCODE ON THE LOANS SCREEN
      * ENTRY FIELD
       05
           EF-OFFBRW,
           ENTRY-FIELD,
           COL 22,00,
           LINE 3,00,
           LINES 1,31 ,
           SIZE 10,00 ,
           BOXED,
           COLOR 5,
           ID IS 9401,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 7,
           FONT SMALL-FONT
           .

      * ENTRY FIELD
       05
           EF-OFFITEM,
           ENTRY-FIELD,
           COL 22,00,
           LINE 5,00,
           LINES 1,31 ,
           SIZE 10,00 ,
           BOXED,
           COLOR 5,
           ID IS 9402,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 7,
           FONT SMALL-FONT
           .

      * ENTRY FIELD
       05
           EF-OFFCOPY,
           ENTRY-FIELD,
           COL 22,00,
           LINE 7,00,
           LINES 1,31 ,
           SIZE 6,00 ,
           BOXED,
           COLOR IS 2,
           FONT IS SMALL-FONT,
           ID IS 9403,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 3,
           .

      * ENTRY FIELD
       05
           EF-OFFFEE,
           ENTRY-FIELD,
           COL 22,00,
           LINE 9,00,
           LINES 1,31 ,
           SIZE 12,00 ,
           BOXED,
           COLOR IS 2,
           FONT IS SMALL-FONT,
           ID IS 9404,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 8,
           .

      * ENTRY FIELD
       05
           EF-OFFDAYS,
           ENTRY-FIELD,
           COL 22,00,
           LINE 11,00,
           LINES 1,31 ,
           SIZE 6,00 ,
           BOXED,
           COLOR IS 2,
           FONT IS SMALL-FONT,
           ID IS 9405,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 3,
           .

      * ENTRY FIELD
       05
           EF-OFFPRN,
           ENTRY-FIELD,
           COL 22,00,
           LINE 13,00,
           LINES 1,31 ,
           SIZE 22,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           FONT IS SMALL-FONT,
           ID IS 9406,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 20,
           .

      * LABEL
       05
           LBL-OFFBRW,
           LABEL,
           COL 3,00,
           LINE 3,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 941,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "BORROWER CARD",
           .

      * LABEL
       05
           LBL-OFFITEM,
           LABEL,
           COL 3,00,
           LINE 5,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 942,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "ITEM BARCODE",
           .

      * LABEL
       05
           LBL-OFFCOPY,
           LABEL,
           COL 3,00,
           LINE 7,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 943,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "COPY NUMBER",
           .

      * LABEL
       05
           LBL-OFFFEE,
           LABEL,
           COL 3,00,
           LINE 9,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 944,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "CASH TAKEN",
           .

      * LABEL
       05
           LBL-OFFDAYS,
           LABEL,
           COL 3,00,
           LINE 11,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 945,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "LOAN DAYS",
           .

      * LABEL
       05
           LBL-OFFPRN,
           LABEL,
           COL 3,00,
           LINE 13,00,
           LINES 1,31 ,
           SIZE 18,00 ,
           ID IS 946,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "SLIP PRINTER",
           .

      * LABEL
       05
           LBL-OFFBRWHINT,
           LABEL,
           COL 34,00,
           LINE 3,00,
           LINES 1,31 ,
           SIZE 34,00 ,
           ID IS 947,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "NOT NEEDED FOR A RETURN",
           .

      * LABEL
       05
           LBL-OFFPRNHINT,
           LABEL,
           COL 46,00,
           LINE 13,00,
           LINES 1,31 ,
           SIZE 22,00 ,
           ID IS 948,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "BLANK = FILE ONLY",
           .

      * LABEL
       05
           LBL-OFFCOUNT,
           LABEL,
           COL 3,00,
           LINE 15,00,
           LINES 1,31 ,
           SIZE 66,00 ,
           ID IS 949,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE SPACES,
           .

      * LABEL
       05
           LBL-OFFLAST,
           LABEL,
           COL 3,00,
           LINE 16,50,
           LINES 1,31 ,
           SIZE 66,00 ,
           ID IS 950,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE SPACES,
           .

      * PUSH BUTTON
       05
           PB-OFF-CHECKOUT,
           PUSH-BUTTON,
           COL 3,00,
           LINE 18,50,
           SIZE 16,00,
           EXCEPTION-VALUE 9411,
           ID IS 9411,
           TITLE "CHECK OUT",
           .

      * PUSH BUTTON
       05
           PB-OFF-RETURN,
           PUSH-BUTTON,
           COL 21,00,
           LINE 18,50,
           SIZE 16,00,
           EXCEPTION-VALUE 9412,
           ID IS 9412,
           TITLE "RETURN",
           .

      * PUSH BUTTON
       05
           PB-OFF-CLOSE,
           PUSH-BUTTON,
           COL 53,00,
           LINE 18,50,
           SIZE 16,00,
           EXCEPTION-VALUE 27,
           ID IS 9413,
           SELF-ACT,
           ESCAPE-BUTTON,
           TITLE "CLOSE",
           .

       PROCEDURE  DIVISION.
       DECLARATIVES.
      /
      *----------------------------------------------------------------*
      * DECLARATIVES TO HANDLE COMMON FILE ERRORS                      *
      *----------------------------------------------------------------*
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
       EXTEND-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON EXTEND.
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

           PERFORM GET-THIS-BRANCH

           PERFORM LOAD-CAPTIONS.
           PERFORM OPEN-FILE-RTN.
           .
      /
      *----------------------------------------------------------------*
      * FIND THE STATION'S LOG AND COUNT WHAT IS ALREADY WAITING IN IT *
      * FROM EARLIER IN THE OUTAGE.  THE LOG IS OPENED ONLY FOR THE    *
      * MOMENT EACH ENTRY IS WRITTEN, SO A STATION THAT LOSES POWER    *
      * KEEPS EVERYTHING TAKEN BEFORE IT WENT DOWN                     *
      *----------------------------------------------------------------*
       OPEN-FILE-RTN.
           PERFORM RESOLVE-OFFLINE-PATHS

      *> ALREADY THERE ON EVERY RUN BUT THE FIRST - C$MAKEDIR JUST
      *> SAYS SO AND NOTHING IS HARMED
           CALL "C$MAKEDIR" USING OFF-DIR
                            GIVING OFF-MKDIR-RC

           MOVE ZERO TO OFF-WAITING
           MOVE 1    TO OFF-NEXT-SEQ
           SET OFFLOG-AT-END TO FALSE

           OPEN INPUT OFFLOG

           IF NOT VALID-STATUS-OFFLOG
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL OFFLOG-AT-END
              READ OFFLOG NEXT RECORD
                   AT END
                       SET OFFLOG-AT-END TO TRUE
                   NOT AT END
                       ADD 1 TO OFF-WAITING
                       IF OFL-SEQ NOT < OFF-NEXT-SEQ
                          COMPUTE OFF-NEXT-SEQ = OFL-SEQ + 1
                       END-IF
              END-READ
           END-PERFORM

           CLOSE OFFLOG
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE OFFLINE LOG AND SLIP PATHS                         *
      *----------------------------------------------------------------*
          COPY 'CPVIDOFP.CPY'.
      /
      *----------------------------------------------------------------*
      * SHARED LANGUAGE AND DATE-HANDLING ROUTINES                     *
      *----------------------------------------------------------------*
          COPY 'CPVIDLNP.CPY'.
      /
          COPY 'CPVIDDTP.CPY'.
      /
      *----------------------------------------------------------------*
      * WHICH BRANCH THIS DESK BELONGS TO                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDBNP.CPY'.
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
              LINES 20,50,
              SIZE 72,00,
              COLOR 65793,
              CONTROL FONT SMALL-FONT,
              CONTROLS-UNCROPPED,
              LABEL-OFFSET 23,
              LINK TO THREAD,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE TITLEX,
              AUTO-MINIMIZE,
              WITH SYSTEM MENU,
              USER-GRAY,
              USER-WHITE,
              NO WRAP,
              HANDLE IS FORM1-HANDLE,

           DISPLAY FORM1 UPON FORM1-HANDLE

           DISPLAY FORM1

           MODIFY EF-OFFDAYS VALUE OFF-LOAN-DAYS
           PERFORM REFRESH-WAITING-LABEL
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
              WHEN KEY-STATUS = 9411
                 PERFORM OFFLINE-CHECKOUT
              WHEN KEY-STATUS = 9412
                 PERFORM OFFLINE-RETURN
           END-EVALUATE
           .
      /
      *----------------------------------------------------------------*
      * PICK UP WHAT IS ON THE FORM - SCANS ARRIVE AS *NNNNN* FROM THE *
      * CODE-39 WEDGE, THE STARS ARE DROPPED BEFORE THE NUMBER IS READ *
      *----------------------------------------------------------------*
       FROMSCREEN-TOENTRY.
           INQUIRE EF-OFFBRW VALUE IN SCAN-BUFFER
           INSPECT SCAN-BUFFER REPLACING ALL "*" BY SPACE
           IF SCAN-BUFFER = SPACES
              MOVE ZERO TO OFF-BRW-ID
           ELSE
              COMPUTE OFF-BRW-ID = FUNCTION NUMVAL (SCAN-BUFFER)
           END-IF

           INQUIRE EF-OFFITEM VALUE IN SCAN-BUFFER
           INSPECT SCAN-BUFFER REPLACING ALL "*" BY SPACE
           IF SCAN-BUFFER = SPACES
              MOVE ZERO TO OFF-CODIGO
           ELSE
              COMPUTE OFF-CODIGO = FUNCTION NUMVAL (SCAN-BUFFER)
           END-IF

           INQUIRE EF-OFFCOPY  VALUE OFF-COPY-NO
           INQUIRE EF-OFFFEE   VALUE OFF-FEE
           INQUIRE EF-OFFDAYS  VALUE OFF-LOAN-DAYS
           INQUIRE EF-OFFPRN   VALUE IN OFF-PRINTER

           ACCEPT OFF-DATE FROM DATE YYYYMMDD
           ACCEPT OFF-TIME FROM TIME
           MOVE ZERO TO OFF-DUE-DT
           .
      /
      *----------------------------------------------------------------*
      * LOG A CHECKOUT - THE BORROWER CARD AND THE ITEM ARE BOTH       *
      * NEEDED; THE PROVISIONAL DUE DATE IS TODAY PLUS THE LOAN DAYS   *
      *----------------------------------------------------------------*
       OFFLINE-CHECKOUT.
           PERFORM FROMSCREEN-TOENTRY

           IF OFF-BRW-ID = ZERO
              DISPLAY MESSAGE BOX
                 "Scan the borrower's card first - nothing logged!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF OFF-CODIGO = ZERO
              DISPLAY MESSAGE BOX
                 "Scan the item barcode first - nothing logged!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF OFF-LOAN-DAYS = ZERO
              DISPLAY MESSAGE BOX
                 "Enter the loan days for the slip - nothing logged!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           COMPUTE OFF-DATE-INT =
              FUNCTION INTEGER-OF-DATE (OFF-DATE) + OFF-LOAN-DAYS
           COMPUTE OFF-DUE-DT =
              FUNCTION DATE-OF-INTEGER (OFF-DATE-INT)

           MOVE "C" TO OFF-ACTION
           PERFORM APPEND-OFFLINE-ENTRY

           IF NOT ENTRY-LOGGED
              EXIT PARAGRAPH
           END-IF

           MOVE OFF-DUE-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT TO OFF-DUE-TEXT

           MOVE SPACES TO OFF-LAST-TEXT
           STRING "LAST: CHECKOUT OF "  DELIMITED BY SIZE
                  OFF-CODIGO            DELIMITED BY SIZE
                  "/"                   DELIMITED BY SIZE
                  OFF-COPY-NO           DELIMITED BY SIZE
                  " TO CARD "           DELIMITED BY SIZE
                  OFF-BRW-ID            DELIMITED BY SIZE
                  ", DUE "              DELIMITED BY SIZE
                  OFF-DUE-TEXT          DELIMITED BY SIZE
             INTO OFF-LAST-TEXT
           END-STRING

           PERFORM PRINT-OFFLINE-SLIP
           PERFORM CLEAR-ENTRY-FIELDS
           .
      /
      *----------------------------------------------------------------*
      * LOG A RETURN - THE ITEM ALONE; ANY LATE FINE IS WORKED OUT     *
      * WHEN THE LOG IS UPLOADED, AS OF TODAY'S DATE ON THE ENTRY      *
      *----------------------------------------------------------------*
       OFFLINE-RETURN.
           PERFORM FROMSCREEN-TOENTRY

           IF OFF-CODIGO = ZERO
              DISPLAY MESSAGE BOX
                 "Scan the item barcode first - nothing logged!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO OFF-BRW-ID
           MOVE ZERO TO OFF-FEE

           MOVE "R" TO OFF-ACTION
           PERFORM APPEND-OFFLINE-ENTRY

           IF NOT ENTRY-LOGGED
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OFF-LAST-TEXT
           STRING "LAST: RETURN OF "    DELIMITED BY SIZE
                  OFF-CODIGO            DELIMITED BY SIZE
                  "/"                   DELIMITED BY SIZE
                  OFF-COPY-NO           DELIMITED BY SIZE
             INTO OFF-LAST-TEXT
           END-STRING

           PERFORM PRINT-OFFLINE-SLIP
           PERFORM CLEAR-ENTRY-FIELDS
           .
      /
      *----------------------------------------------------------------*
      * ADD THE ENTRY TO THE END OF THE STATION'S LOG, STARTING THE    *
      * LOG ON THE FIRST ENTRY OF AN OUTAGE                            *
      *----------------------------------------------------------------*
       APPEND-OFFLINE-ENTRY.
           SET ENTRY-LOGGED TO FALSE

           OPEN EXTEND OFFLOG
           IF STATUS-OFFLOG = "35"
              OPEN OUTPUT OFFLOG
           END-IF

           IF NOT VALID-STATUS-OFFLOG
              DISPLAY MESSAGE BOX
                 "Unable to write the offline log " OFFLOG-PATH
                 " - nothing logged!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           INITIALIZE OFL-REC
           MOVE OFF-NEXT-SEQ  TO OFL-SEQ
           MOVE OFF-ACTION    TO OFL-ACTION
           MOVE OFF-DATE      TO OFL-DATE
           MOVE OFF-TIME      TO OFL-TIME
           MOVE OFF-BRW-ID    TO OFL-BORROWER-ID
           MOVE OFF-CODIGO    TO OFL-CODIGO
           MOVE OFF-COPY-NO   TO OFL-COPY-NO
           MOVE OFF-DUE-DT    TO OFL-DUE-DT
           MOVE OFF-FEE       TO OFL-FEE
           MOVE DESK-OPERATOR TO OFL-OPERATOR
           MOVE THIS-BRANCH   TO OFL-BRANCH

           WRITE OFL-REC

           IF NOT VALID-STATUS-OFFLOG
              CLOSE OFFLOG
              DISPLAY MESSAGE BOX
                 "Error writing the offline log - nothing logged!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           CLOSE OFFLOG

           MOVE OFF-NEXT-SEQ TO OFF-REF
           ADD 1 TO OFF-NEXT-SEQ
           ADD 1 TO OFF-WAITING
           SET ENTRY-LOGGED TO TRUE
           .
      /
      *----------------------------------------------------------------*
      * THE PROVISIONAL SLIP - WRITTEN TO OFFSLIP.LST BESIDE THE LOG   *
      * AND, WHEN A SLIP PRINTER IS NAMED, COPIED STRAIGHT TO IT.  THE *
      * SPOOL FOLDER IS IN THE DATA DIRECTORY, SO IT IS NOT USED HERE  *
      *----------------------------------------------------------------*
       PRINT-OFFLINE-SLIP.
           OPEN OUTPUT SLIP-RPT

           IF NOT VALID-STATUS-SLIP
              DISPLAY MESSAGE BOX
                 "Logged, but the slip file could not be opened - "
                 "write the details on a paper slip"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF OFF-ACTION = "C"
              MOVE "FILMOTECA.EDUC360 - PROVISIONAL CHECKOUT SLIP"
                TO SLP-LINE
           ELSE
              MOVE "FILMOTECA.EDUC360 - PROVISIONAL RETURN SLIP"
                TO SLP-LINE
           END-IF
           WRITE SLP-LINE

           MOVE SPACES TO SLP-LINE
           WRITE SLP-LINE

           MOVE OFF-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO SLP-LINE
           STRING "DATE          : " DELIMITED BY SIZE
                  WK-DATE-TEXT       DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  OFF-TIME (1:2)     DELIMITED BY SIZE
                  ":"                DELIMITED BY SIZE
                  OFF-TIME (3:2)     DELIMITED BY SIZE
             INTO SLP-LINE
           END-STRING
           WRITE SLP-LINE

           MOVE SPACES TO SLP-LINE
           STRING "BRANCH        : " DELIMITED BY SIZE
                  THIS-BRANCH        DELIMITED BY SIZE
                  "   OFFLINE REF "  DELIMITED BY SIZE
                  OFF-REF            DELIMITED BY SIZE
             INTO SLP-LINE
           END-STRING
           WRITE SLP-LINE

           IF OFF-ACTION = "C"
              MOVE SPACES TO SLP-LINE
              STRING "BORROWER CARD : " DELIMITED BY SIZE
                     OFF-BRW-ID         DELIMITED BY SIZE
                INTO SLP-LINE
              END-STRING
              WRITE SLP-LINE
           END-IF

           MOVE SPACES TO SLP-LINE
           STRING "ITEM          : " DELIMITED BY SIZE
                  OFF-CODIGO         DELIMITED BY SIZE
                  "   COPY "         DELIMITED BY SIZE
                  OFF-COPY-NO        DELIMITED BY SIZE
             INTO SLP-LINE
           END-STRING
           WRITE SLP-LINE

           IF OFF-ACTION = "C"
              MOVE SPACES TO SLP-LINE
              STRING "DUE BACK BY   : " DELIMITED BY SIZE
                     OFF-DUE-TEXT       DELIMITED BY SIZE
                INTO SLP-LINE
              END-STRING
              WRITE SLP-LINE

              IF OFF-FEE > ZERO
                 MOVE OFF-FEE TO OFF-FEE-TEXT
                 MOVE SPACES TO SLP-LINE
                 STRING "PAID          : " DELIMITED BY SIZE
                        OFF-FEE-TEXT       DELIMITED BY SIZE
                   INTO SLP-LINE
                 END-STRING
                 WRITE SLP-LINE
              END-IF
           END-IF

           MOVE SPACES TO SLP-LINE
           WRITE SLP-LINE

           MOVE "THE LOANS SYSTEM WAS OFFLINE WHEN THIS WAS TAKEN - IT"
                TO SLP-LINE
           WRITE SLP-LINE

           IF OFF-ACTION = "C"
              MOVE "IS CONFIRMED WHEN THE SYSTEM IS BACK, AND THE DUE"
                TO SLP-LINE
              WRITE SLP-LINE
              MOVE "DATE WILL NOT BE EARLIER THAN THE ONE ABOVE."
                TO SLP-LINE
              WRITE SLP-LINE
           ELSE
              MOVE "IS CONFIRMED WHEN THE SYSTEM IS BACK, AND ANY LATE"
                TO SLP-LINE
              WRITE SLP-LINE
              MOVE "FINE IS WORKED OUT AS OF THE DATE ABOVE."
                TO SLP-LINE
              WRITE SLP-LINE
           END-IF

           MOVE "PLEASE KEEP THIS SLIP." TO SLP-LINE
           WRITE SLP-LINE

           CLOSE SLIP-RPT

           IF OFF-PRINTER = SPACES
              EXIT PARAGRAPH
           END-IF

      *> BACKSLASHED FOR CMD.EXE'S COPY, THE WAY THE DESK SENDS ITS
      *> SPOOLED RECEIPTS
           MOVE OFFSLIP-PATH TO PRN-COPY-PATH
           INSPECT PRN-COPY-PATH REPLACING ALL "/" BY "\"

           MOVE SPACES TO PRN-COPY-CMD
           STRING "COPY /B "      DELIMITED BY SIZE
                  PRN-COPY-PATH   DELIMITED BY SPACE
                  " "             DELIMITED BY SIZE
                  OFF-PRINTER     DELIMITED BY SPACE
             INTO PRN-COPY-CMD
           END-STRING

           CALL "C$SYSTEM" USING PRN-COPY-CMD
                           GIVING PRN-SYSTEM-RC

           IF PRN-SYSTEM-RC NOT = ZERO
              DISPLAY MESSAGE BOX
                 "The printer copy command failed - the slip is in "
                 OFFSLIP-PATH
                 TITLE TITLEX
                 ICON  3
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * READY FOR THE NEXT PATRON - THE LOAN DAYS AND PRINTER STAY     *
      *----------------------------------------------------------------*
       CLEAR-ENTRY-FIELDS.
           MODIFY EF-OFFBRW  VALUE SPACES
           MODIFY EF-OFFITEM VALUE SPACES
           MODIFY EF-OFFCOPY VALUE SPACES
           MODIFY EF-OFFFEE  VALUE SPACES

           PERFORM REFRESH-WAITING-LABEL

           MOVE 9401 TO CONTROL-ID
           MOVE 4    TO ACCEPT-CONTROL
           .

       REFRESH-WAITING-LABEL.
           MOVE OFF-WAITING TO OFF-WAITING-TEXT
           MOVE SPACES TO OFF-COUNT-TEXT
           STRING OFF-WAITING-TEXT              DELIMITED BY SIZE
                  " ENTRIES WAITING FOR UPLOAD" DELIMITED BY SIZE
             INTO OFF-COUNT-TEXT
           END-STRING

           MODIFY LBL-OFFCOUNT TITLE OFF-COUNT-TEXT
           MODIFY LBL-OFFLAST  TITLE OFF-LAST-TEXT
           .
      /
      *----------------------------------------------------------------*
      * EXITING PROGRAM - NOTHING IS HELD OPEN BETWEEN ENTRIES         *
      *----------------------------------------------------------------*
       FORM1-EXIT.
           IF OFF-WAITING > ZERO
              MOVE OFF-WAITING TO OFF-WAITING-TEXT
              DISPLAY MESSAGE BOX
                 OFF-WAITING-TEXT
                 " offline entries are waiting in " OFFLOG-PATH
                 " - open the loans screen on this station once "
                 "the files are back to upload them"
                 TITLE TITLEX
           END-IF

           MOVE 27 TO KEY-STATUS
           .
