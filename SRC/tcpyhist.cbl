       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          CPYHIST.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  COPY HISTORY INQUIRY - PART OF FILMOTECA.EDUC360 GUI          *
      *                                                                *
      *          WHO HAD THIS DISC BEFORE?  TAKES A TITLE CODE AND     *
      *          COPY NUMBER, OR A SCANNED COPY LABEL (*NNNNNCCC* -    *
      *          CODE THEN COPY), AND LISTS EVERY LOAN OF THAT COPY,   *
      *          LIVE AND ARCHIVED, WITH THE BORROWER, THE DAYS OUT    *
      *          AND BACK, THE RENEWALS AND WHAT THE RETURN            *
      *          INSPECTION FOUND, ALONGSIDE ITS TRIPS TO THE REPAIR   *
      *          VENDOR, NEWEST FIRST.  COPY 000 LISTS EVERY COPY OF   *
      *          THE TITLE.  SELECTING A LOAN OPENS ITS BORROWER.      *
      *          OPENED FROM THE LOANS SCREEN ON THE DISC IT SHOWS.    *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDCPA.CPY'.
          COPY 'CPVIDLOA.CPY'.
          COPY 'CPVIDINA.CPY'.
          COPY 'CPVIDRPA.CPY'.
          COPY 'CPVIDBRA.CPY'.
          SELECT LOANHIST ASSIGN TO LOANHIST-PATH
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS  IS STATUS-LOANHIST.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD COPIES.
          COPY 'CPVIDCPN.CPY'.
      *
       FD LOANS.
          COPY 'CPVIDLON.CPY'.
      *
       FD INSPECTS.
          COPY 'CPVIDINS.CPY'.
      *
       FD REPAIRS.
          COPY 'CPVIDRPR.CPY'.
      *
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD LOANHIST.
       01 REC-LOANHIST              PIC X(100).

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
       78 TITLEX VALUE IS "FILMOTECA.EDUC360 - COPY HISTORY".

       77 STATUS-MOVIES     PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-COPIES     PIC X(2).
           88 VALID-STATUS-COPIES VALUE IS "00" THRU "09".
       77 STATUS-LOANS      PIC X(2).
           88 VALID-STATUS-LOANS VALUE IS "00" THRU "09".
       77 STATUS-INSPECT    PIC X(2).
           88 VALID-STATUS-INSPECT VALUE IS "00" THRU "09".
       77 STATUS-REPAIRS    PIC X(2).
           88 VALID-STATUS-REPAIRS VALUE IS "00" THRU "09".
       77 STATUS-BORROWERS  PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-LOANHIST   PIC X(2).
           88 VALID-STATUS-LOANHIST VALUE IS "00" THRU "09".
       77 SW-LOANS-EOF      PIC 9 VALUE ZERO.
           88 LOANS-AT-END   VALUE 1, FALSE 0.
       77 SW-LOANHIST-EOF   PIC 9 VALUE ZERO.
           88 LOANHIST-AT-END VALUE 1, FALSE 0.
       77 SW-REPAIRS-EOF    PIC 9 VALUE ZERO.
           88 REPAIRS-AT-END VALUE 1, FALSE 0.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.

      * WHAT WAS ASKED FOR - A ZERO COPY MEANS EVERY COPY OF THE TITLE
       77 SCAN-BUFFER       PIC X(10) VALUE SPACES.
       77 HIST-CODIGO       PIC 9(05) VALUE ZERO.
       77 HIST-COPY-NO      PIC 9(03) VALUE ZERO.
       77 HIST-HEAD-TEXT    PIC X(80) VALUE SPACES.
       77 HIST-COUNT-TEXT   PIC X(80) VALUE SPACES.
       77 LOAN-COUNT        PIC 9(5) VALUE ZERO.
       77 REPAIR-COUNT      PIC 9(5) VALUE ZERO.
       77 SW-ARCHIVED       PIC 9 VALUE ZERO.
           88 LOAN-FROM-ARCHIVE VALUE 1, FALSE 0.

      * ONE LINE OF THE TIMELINE - THE DAY IT STARTED (FOR THE SORT),
      * THE BORROWER BEHIND A LOAN (ZERO ON A REPAIR TRIP), AND THE
      * TEXT THE LIST SHOWS
       01 HIST-TABLE.
           05 HIST-ROW OCCURS 500 TIMES.
               10 HR-DATE       PIC 9(08).
               10 HR-BRW-ID     PIC 9(05).
               10 HR-TEXT       PIC X(130).
       77 HIST-CNT          PIC 9(3) VALUE ZERO.
       77 HIST-SUB          PIC 9(3) VALUE ZERO.
       77 HIST-SUB2         PIC 9(3) VALUE ZERO.
       77 HIST-SUB3         PIC 9(3) VALUE ZERO.
       77 HOLD-HIST-ROW     PIC X(143) VALUE SPACES.

       01 GRID-TABLE.
           05 GRID-ROW OCCURS 1 TO 500 TIMES
                        DEPENDING ON GRID-ROW-CNT
                        INDEXED BY GRID-IDX
                        PIC X(130).
       77 GRID-ROW-CNT      PIC 9(4) VALUE ZERO.

       77 ROW-LINE          PIC X(130) VALUE SPACES.
       77 ROW-NAME          PIC X(24) VALUE SPACES.
       77 ROW-AMOUNT        PIC ZZ.ZZ9,99.

      * WHAT THE BORROWERS SCREEN IS HANDED WHEN A LOAN IS PICKED
          COPY 'CPVIDBCV.CPY'.

          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.

       LINKAGE          SECTION.
          COPY 'CPVIDHCV.CPY'.

       SCREEN           SECTION.
      * FORM
       01
           FORM1,
           .

      * LABEL
       05
           LBL-CH-CODE,
           LABEL,
           COL 2,00,
           LINE 2,00,
           SIZE 16,00,
           TITLE "TITLE CODE / SCAN",
           FONT IS SMALL-FONT,
           .

      * ENTRY FIELD
       05
           EF-CH-CODE,
           ENTRY-FIELD,
           COL 18,00,
           LINE 2,00,
           SIZE 12,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 9381,
           MAX-TEXT 10,
           .

      * LABEL
       05
           LBL-CH-COPY,
           LABEL,
           COL 32,00,
           LINE 2,00,
           SIZE 6,00,
           TITLE "COPY",
           FONT IS SMALL-FONT,
           .

      * ENTRY FIELD
       05
           EF-CH-COPY,
           ENTRY-FIELD,
           COL 38,00,
           LINE 2,00,
           SIZE 6,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 9382,
           MAX-TEXT 3,
           .

      * PUSH BUTTON
       05
           PB-CH-SHOW,
           PUSH-BUTTON,
           COL 46,00,
           LINE 2,00,
           SIZE 15,00,
           EXCEPTION-VALUE 7190,
           ID IS 9383,
           TITLE "SHOW HISTORY",
           .

      * LABEL - THE TITLE AND WHERE THE COPY IS NOW
       05
           LBL-CH-TITLE,
           LABEL,
           COL 2,00,
           LINE 4,00,
           SIZE 80,00,
           TITLE SPACES,
           ID IS 9384,
           FONT IS SMALL-FONT,
           .

      * LIST-BOX - THE COPY'S LOANS AND REPAIR TRIPS, NEWEST FIRST
       05
           HIST-LB,
           LIST-BOX,
           COL 2,00,
           LINE 6,00,
           LINES 16,00 ,
           SIZE 80,00 ,
           OCCURS 1 TO 500 TIMES DEPENDING ON GRID-ROW-CNT,
           INDEXED BY GRID-IDX,
           VALUE GRID-ROW (GRID-IDX),
           FRAMED,
           EXCEPTION-VALUE 7191,
           ID IS 9385,
           FONT SMALL-FONT,
           .

      * PUSH BUTTON
       05
           PB-CH-CLOSE,
           PUSH-BUTTON,
           COL 2,00,
           LINE 23,00,
           SIZE 15,00,
           EXCEPTION-VALUE 27,
           ID IS 9386,
           ESCAPE-BUTTON,
           TITLE "CLOSE (ESC)",
           .

      * LABEL - THE COUNTS, AND HOW TO REACH A BORROWER
       05
           LBL-CH-COUNT,
           LABEL,
           COL 20,00,
           LINE 23,00,
           SIZE 62,00,
           TITLE "PICK A LOAN TO OPEN ITS BORROWER",
           ID IS 9387,
           FONT IS SMALL-FONT,
           .

       PROCEDURE  DIVISION USING CHS-CALL-AREA.
       DECLARATIVES.
      /
      *----------------------------------------------------------------*
      * DECLARATIVES TO HANDLE COMMON FILE ERRORS                      *
      *----------------------------------------------------------------*
       MOVIES-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MOVIES.
           SET RECLOCKED TO FALSE.
           EVALUATE STATUS-MOVIES
           WHEN "35"
                DISPLAY MESSAGE "FILE [MOVIES] NOT FOUND!"
                           TITLE TITLEX
                            ICON 3
                SET ERRORI TO TRUE
           END-EVALUATE.

       LOANS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LOANS.
           SET RECLOCKED TO FALSE.
           EVALUATE STATUS-LOANS
           WHEN "35"
                DISPLAY MESSAGE "FILE [LOANS] NOT FOUND!"
                           TITLE TITLEX
                            ICON 3
                SET ERRORI TO TRUE
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
           ACCEPT SYSTEM-INFORMATION FROM SYSTEM-INFO.
           ACCEPT TERMINAL-ABILITIES FROM TERMINAL-INFO.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM LOAD-CAPTIONS
           PERFORM SET-SCREEN-TITLE
           PERFORM OPEN-FILE-RTN

           IF ERRORI
              PERFORM CLOSE-FILE-RTN
              GOBACK
           END-IF

           PERFORM FORM1-OPEN-ROUTINE
           PERFORM CLOSE-FILE-RTN
           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN FILES - ALL READ ONLY; THE ARCHIVE, INSPECTIONS AND       *
      * REPAIRS MAY NOT EXIST YET AND ARE SIMPLY LEFT OUT              *
      *----------------------------------------------------------------*
       OPEN-FILE-RTN.
           OPEN INPUT MOVIES
           OPEN INPUT LOANS
           OPEN INPUT COPIES
           OPEN INPUT INSPECTS
           OPEN INPUT REPAIRS
           OPEN INPUT BORROWERS
           .

       CLOSE-FILE-RTN.
           CLOSE MOVIES
           CLOSE LOANS

           IF VALID-STATUS-COPIES
              CLOSE COPIES
           END-IF

           IF VALID-STATUS-INSPECT
              CLOSE INSPECTS
           END-IF

           IF VALID-STATUS-REPAIRS
              CLOSE REPAIRS
           END-IF

           IF VALID-STATUS-BORROWERS
              CLOSE BORROWERS
           END-IF
           .
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
              LINES 24,62,
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
              WITH SYSTEM MENU,
              USER-GRAY,
              USER-WHITE,
              NO WRAP,
              HANDLE IS FORM1-HANDLE,

           DISPLAY FORM1

      *> OPENED FROM THE LOANS SCREEN ON A DISC - LOOK IT UP AT ONCE
           IF CHS-CALL-CODIGO NOT = ZERO
              MOVE CHS-CALL-CODIGO  TO HIST-CODIGO
              MOVE CHS-CALL-COPY-NO TO HIST-COPY-NO
              MODIFY EF-CH-CODE VALUE HIST-CODIGO
              MODIFY EF-CH-COPY VALUE HIST-COPY-NO
              PERFORM LOAD-COPY-HISTORY
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
           EVALUATE TRUE
              WHEN EXIT-PUSHED
                 CONTINUE
              WHEN EVENT-OCCURRED
                 IF EVENT-TYPE = CMD-CLOSE
                    MOVE 27 TO KEY-STATUS
                 END-IF
               WHEN KEY-STATUS = 7190
                  PERFORM READ-SCAN-OR-CODE
               WHEN KEY-STATUS = 7191
                  PERFORM OPEN-ROW-BORROWER
           END-EVALUATE

      * AVOID CHANGING FOCUS
           MOVE 4 TO ACCEPT-CONTROL
           .
      /
      *----------------------------------------------------------------*
      * WHAT WAS TYPED OR SCANNED - A COPY LABEL CARRIES THE CODE AND  *
      * THE COPY NUMBER TOGETHER (EIGHT DIGITS BETWEEN THE CODE-39     *
      * ASTERISKS); A TITLE LABEL OR A TYPED CODE TAKES THE COPY FROM  *
      * ITS OWN FIELD                                                  *
      *----------------------------------------------------------------*
       READ-SCAN-OR-CODE.
           INQUIRE EF-CH-CODE VALUE IN SCAN-BUFFER
           INQUIRE EF-CH-COPY VALUE IN HIST-COPY-NO

           INSPECT SCAN-BUFFER REPLACING ALL "*" BY SPACE
           MOVE FUNCTION TRIM (SCAN-BUFFER) TO SCAN-BUFFER

           IF SCAN-BUFFER = SPACES
              DISPLAY MESSAGE BOX
                 "Type a title code or scan the copy label"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF SCAN-BUFFER (1:8) NUMERIC
              AND SCAN-BUFFER (9:2) = SPACES
              MOVE SCAN-BUFFER (1:5) TO HIST-CODIGO
              MOVE SCAN-BUFFER (6:3) TO HIST-COPY-NO
              MODIFY EF-CH-CODE VALUE HIST-CODIGO
              MODIFY EF-CH-COPY VALUE HIST-COPY-NO
           ELSE
              COMPUTE HIST-CODIGO = FUNCTION NUMVAL (SCAN-BUFFER)
           END-IF

           IF HIST-CODIGO = ZERO
              DISPLAY MESSAGE BOX
                 "That is not a title code or a copy label"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-COPY-HISTORY
           .
      /
      *----------------------------------------------------------------*
      * GATHER THE TIMELINE - LIVE LOANS, ARCHIVED LOANS AND REPAIR    *
      * TRIPS OF THE COPY - THEN SHOW IT NEWEST FIRST                  *
      *----------------------------------------------------------------*
       LOAD-COPY-HISTORY.
           MOVE HIST-CODIGO TO CODIGO
           READ MOVIES
                INVALID
                    DISPLAY MESSAGE BOX
                       "That title is not in the catalog"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           PERFORM SHOW-COPY-HEADING

           MOVE ZERO TO HIST-CNT
           MOVE ZERO TO LOAN-COUNT
           MOVE ZERO TO REPAIR-COUNT

           PERFORM COLLECT-LIVE-LOANS
           PERFORM COLLECT-ARCHIVED-LOANS
           PERFORM COLLECT-REPAIR-TRIPS

           PERFORM SORT-NEWEST-FIRST

           MOVE ZERO TO GRID-ROW-CNT
           PERFORM VARYING HIST-SUB FROM 1 BY 1
                     UNTIL HIST-SUB > HIST-CNT
              ADD 1 TO GRID-ROW-CNT
              MOVE HR-TEXT (HIST-SUB) TO GRID-ROW (GRID-ROW-CNT)
           END-PERFORM

           MOVE SPACES TO HIST-COUNT-TEXT
           STRING LOAN-COUNT      DELIMITED BY SIZE
                  " LOAN(S), "    DELIMITED BY SIZE
                  REPAIR-COUNT    DELIMITED BY SIZE
                  " REPAIR TRIP(S) - PICK A LOAN TO OPEN ITS BORROWER"
                                  DELIMITED BY SIZE
             INTO HIST-COUNT-TEXT
           END-STRING
           MODIFY LBL-CH-COUNT TITLE HIST-COUNT-TEXT

           MODIFY HIST-LB RESET-LIST 1
           DISPLAY HIST-LB
           .

       SHOW-COPY-HEADING.
           MOVE SPACES TO HIST-HEAD-TEXT

           IF HIST-COPY-NO = ZERO
              STRING TITULO DELIMITED BY "  "
                     " - EVERY COPY" DELIMITED BY SIZE
                INTO HIST-HEAD-TEXT
              END-STRING
              MODIFY LBL-CH-TITLE TITLE HIST-HEAD-TEXT
              EXIT PARAGRAPH
           END-IF

           MOVE HIST-CODIGO  TO CP-CODIGO
           MOVE HIST-COPY-NO TO CP-COPY-NO

           IF NOT VALID-STATUS-COPIES
              MOVE SPACE TO CP-STATUS
              MOVE SPACE TO CP-CONDITION
           ELSE
              READ COPIES
                   INVALID
                       MOVE "?" TO CP-STATUS
                       MOVE SPACE TO CP-CONDITION
              END-READ
           END-IF

           STRING TITULO       DELIMITED BY "  "
                  " - COPY "   DELIMITED BY SIZE
                  HIST-COPY-NO DELIMITED BY SIZE
             INTO HIST-HEAD-TEXT
           END-STRING

           EVALUATE TRUE
           WHEN CP-STATUS = "?"
                STRING HIST-HEAD-TEXT DELIMITED BY "   "
                       " (NO SUCH COPY ON FILE NOW)" DELIMITED BY SIZE
                  INTO HIST-HEAD-TEXT
                END-STRING
           WHEN CP-IS-OUT
                STRING HIST-HEAD-TEXT DELIMITED BY "   "
                       " - OUT, GRADE " DELIMITED BY SIZE
                       CP-CONDITION     DELIMITED BY SIZE
                  INTO HIST-HEAD-TEXT
                END-STRING
           WHEN CP-IS-REPAIR
                STRING HIST-HEAD-TEXT DELIMITED BY "   "
                       " - AWAY FOR REPAIR" DELIMITED BY SIZE
                  INTO HIST-HEAD-TEXT
                END-STRING
           WHEN CP-IS-LOST
                STRING HIST-HEAD-TEXT DELIMITED BY "   "
                       " - DECLARED LOST" DELIMITED BY SIZE
                  INTO HIST-HEAD-TEXT
                END-STRING
           WHEN OTHER
                STRING HIST-HEAD-TEXT DELIMITED BY "   "
                       " - GRADE "      DELIMITED BY SIZE
                       CP-CONDITION     DELIMITED BY SIZE
                  INTO HIST-HEAD-TEXT
                END-STRING
           END-EVALUATE

           MODIFY LBL-CH-TITLE TITLE HIST-HEAD-TEXT
           .
      /
      *----------------------------------------------------------------*
      * LOANS STILL ON THE LIVE FILE - ALL UNDER THE TITLE'S CODE      *
      *----------------------------------------------------------------*
       COLLECT-LIVE-LOANS.
           SET LOAN-FROM-ARCHIVE TO FALSE
           SET LOANS-AT-END TO FALSE

           MOVE HIST-CODIGO TO LOAN-CODIGO
           MOVE ZERO        TO LOAN-SEQ

           START LOANS KEY >= LOAN-KEY
                 INVALID KEY
                     SET LOANS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ LOANS NEXT RECORD
                          AT END SET LOANS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL LOANS-AT-END
                      OR LOAN-CODIGO NOT = HIST-CODIGO
              IF HIST-COPY-NO = ZERO
                 OR LOAN-COPY-NO = HIST-COPY-NO
                 PERFORM ADD-LOAN-ROW
              END-IF

              READ LOANS NEXT RECORD
                   AT END SET LOANS-AT-END TO TRUE
              END-READ
           END-PERFORM
           .

      *> THE ARCHIVE IS IN PURGE ORDER, NOT KEYED - READ IT ALL
       COLLECT-ARCHIVED-LOANS.
           OPEN INPUT LOANHIST

           IF NOT VALID-STATUS-LOANHIST
              EXIT PARAGRAPH
           END-IF

           SET LOAN-FROM-ARCHIVE TO TRUE
           SET LOANHIST-AT-END TO FALSE

           READ LOANHIST
                AT END SET LOANHIST-AT-END TO TRUE
           END-READ

           PERFORM UNTIL LOANHIST-AT-END
              MOVE REC-LOANHIST TO LOAN-REC

              IF LOAN-CODIGO = HIST-CODIGO
                 AND (HIST-COPY-NO = ZERO
                      OR LOAN-COPY-NO = HIST-COPY-NO)
                 PERFORM ADD-LOAN-ROW
              END-IF

              READ LOANHIST
                   AT END SET LOANHIST-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE LOANHIST
           SET LOAN-FROM-ARCHIVE TO FALSE
           .
      /
      *----------------------------------------------------------------*
      * ONE LOAN - WHO, OUT, BACK (OR WHY NOT), RENEWALS, WHETHER IT   *
      * IS ARCHIVED, AND WHAT THE RETURN INSPECTION FOUND              *
      *----------------------------------------------------------------*
       ADD-LOAN-ROW.
           IF HIST-CNT = 500
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO LOAN-COUNT
           MOVE SPACES TO ROW-LINE

           MOVE LOAN-CHECKOUT-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT     TO ROW-LINE (1:10)
           MOVE "LOAN"           TO ROW-LINE (12:4)
           MOVE "#"              TO ROW-LINE (19:1)
           MOVE LOAN-COPY-NO     TO ROW-LINE (20:3)
           MOVE LOAN-BORROWER-ID TO ROW-LINE (24:5)

      *> THE NAME AS IT STANDS TODAY; AN ANONYMIZED OR DELETED
      *> BORROWER FALLS BACK TO WHAT THE LOAN ITSELF CARRIES
           MOVE LOAN-BORROWER TO ROW-NAME
           IF LOAN-BORROWER-ID NOT = ZERO
              AND VALID-STATUS-BORROWERS
              MOVE LOAN-BORROWER-ID TO BRW-ID
              READ BORROWERS
                   NOT INVALID
                       MOVE BRW-NAME TO ROW-NAME
              END-READ
           END-IF
           MOVE ROW-NAME TO ROW-LINE (30:24)

           EVALUATE TRUE
           WHEN LOAN-IS-RETURNED
                MOVE LOAN-RETURNED-DT TO WK-DATE-YMD
                PERFORM FORMAT-DATE-TEXT
                MOVE "BACK"       TO ROW-LINE (55:4)
                MOVE WK-DATE-TEXT TO ROW-LINE (60:10)
           WHEN LOAN-IS-LOST
                MOVE "LOST"       TO ROW-LINE (55:4)
           WHEN LOAN-IS-CLAIMED
                MOVE "CLAIMED BACK" TO ROW-LINE (55:12)
           WHEN OTHER
                MOVE "STILL OUT"  TO ROW-LINE (55:9)
           END-EVALUATE

           MOVE "REN"          TO ROW-LINE (71:3)
           MOVE LOAN-RENEWALS  TO ROW-LINE (75:2)

           IF LOAN-FROM-ARCHIVE
              MOVE "ARCH"      TO ROW-LINE (78:4)
           END-IF

           IF VALID-STATUS-INSPECT
              MOVE LOAN-CODIGO TO INS-CODIGO
              MOVE LOAN-SEQ    TO INS-SEQ
              READ INSPECTS
                   INVALID
                       MOVE "INSPECTED OK" TO ROW-LINE (83:12)
                   NOT INVALID
                       PERFORM PUT-INSPECTION-TEXT
              END-READ
           END-IF

           ADD 1 TO HIST-CNT
           MOVE LOAN-CHECKOUT-DT TO HR-DATE (HIST-CNT)
           MOVE LOAN-BORROWER-ID TO HR-BRW-ID (HIST-CNT)
           MOVE ROW-LINE         TO HR-TEXT (HIST-CNT)
           .

      *> ONLY A RETURN WITH SOMETHING WRONG LEAVES AN INSPECTION ROW
       PUT-INSPECTION-TEXT.
           MOVE "DISC"        TO ROW-LINE (83:4)
           MOVE INS-DISC-OK   TO ROW-LINE (88:1)
           MOVE "CASE"        TO ROW-LINE (90:4)
           MOVE INS-CASE-OK   TO ROW-LINE (95:1)
           MOVE "INSERT"      TO ROW-LINE (97:6)
           MOVE INS-INSERT-OK TO ROW-LINE (104:1)

           IF INS-CHARGE > ZERO
              MOVE INS-CHARGE TO ROW-AMOUNT
              MOVE "CHARGED"  TO ROW-LINE (106:7)
              MOVE ROW-AMOUNT TO ROW-LINE (114:9)
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE COPY'S TRIPS TO THE RESURFACING VENDOR                     *
      *----------------------------------------------------------------*
       COLLECT-REPAIR-TRIPS.
           IF NOT VALID-STATUS-REPAIRS
              EXIT PARAGRAPH
           END-IF

           SET REPAIRS-AT-END TO FALSE

           MOVE HIST-CODIGO  TO RPR-CODIGO
           MOVE HIST-COPY-NO TO RPR-COPY-NO
           MOVE ZERO         TO RPR-SEQ

           START REPAIRS KEY >= RPR-KEY
                 INVALID KEY
                     SET REPAIRS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ REPAIRS NEXT RECORD
                          AT END SET REPAIRS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL REPAIRS-AT-END
                      OR RPR-CODIGO NOT = HIST-CODIGO
                      OR (HIST-COPY-NO NOT = ZERO
                          AND RPR-COPY-NO NOT = HIST-COPY-NO)
              PERFORM ADD-REPAIR-ROW

              READ REPAIRS NEXT RECORD
                   AT END SET REPAIRS-AT-END TO TRUE
              END-READ
           END-PERFORM
           .

       ADD-REPAIR-ROW.
           IF HIST-CNT = 500
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO REPAIR-COUNT
           MOVE SPACES TO ROW-LINE

           MOVE RPR-SENT-DT  TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT TO ROW-LINE (1:10)
           MOVE "REPAIR"     TO ROW-LINE (12:6)
           MOVE "#"          TO ROW-LINE (19:1)
           MOVE RPR-COPY-NO  TO ROW-LINE (20:3)
           MOVE RPR-VENDOR   TO ROW-LINE (30:15)

           EVALUATE TRUE
           WHEN RPR-IS-RETURNED
                MOVE RPR-RETURNED-DT TO WK-DATE-YMD
                PERFORM FORMAT-DATE-TEXT
                MOVE "BACK"          TO ROW-LINE (55:4)
                MOVE WK-DATE-TEXT    TO ROW-LINE (60:10)
                MOVE "GRADE"         TO ROW-LINE (71:5)
                MOVE RPR-NEW-COND    TO ROW-LINE (77:1)
           WHEN RPR-IS-SCRAPPED
                MOVE RPR-RETURNED-DT TO WK-DATE-YMD
                PERFORM FORMAT-DATE-TEXT
                MOVE "SCRAPPED"      TO ROW-LINE (46:8)
                MOVE WK-DATE-TEXT    TO ROW-LINE (60:10)
           WHEN OTHER
                MOVE "STILL AWAY"    TO ROW-LINE (55:10)
           END-EVALUATE

           IF RPR-COST > ZERO
              MOVE RPR-COST   TO ROW-AMOUNT
              MOVE "COST"     TO ROW-LINE (83:4)
              MOVE ROW-AMOUNT TO ROW-LINE (88:9)
           END-IF

           ADD 1 TO HIST-CNT
           MOVE RPR-SENT-DT TO HR-DATE (HIST-CNT)
           MOVE ZERO        TO HR-BRW-ID (HIST-CNT)
           MOVE ROW-LINE    TO HR-TEXT (HIST-CNT)
           .
      /
      *----------------------------------------------------------------*
      * NEWEST FIRST, LOANS AND REPAIR TRIPS INTERLEAVED BY DATE       *
      *----------------------------------------------------------------*
       SORT-NEWEST-FIRST.
           PERFORM VARYING HIST-SUB FROM 1 BY 1
                     UNTIL HIST-SUB NOT < HIST-CNT
              PERFORM VARYING HIST-SUB2 FROM 1 BY 1
                        UNTIL HIST-SUB2 NOT < HIST-CNT
                 COMPUTE HIST-SUB3 = HIST-SUB2 + 1
                 IF HR-DATE (HIST-SUB2) < HR-DATE (HIST-SUB3)
                    MOVE HIST-ROW (HIST-SUB2) TO HOLD-HIST-ROW
                    MOVE HIST-ROW (HIST-SUB3) TO HIST-ROW (HIST-SUB2)
                    MOVE HOLD-HIST-ROW        TO HIST-ROW (HIST-SUB3)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * THE PICKED ROW'S BORROWER, ON THE BORROWERS SCREEN             *
      *----------------------------------------------------------------*
       OPEN-ROW-BORROWER.
           IF GRID-IDX = ZERO OR GRID-IDX > GRID-ROW-CNT
              EXIT PARAGRAPH
           END-IF

           SET HIST-SUB TO GRID-IDX

           IF HR-BRW-ID (HIST-SUB) = ZERO
              DISPLAY MESSAGE BOX
                 "No borrower on that row"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           INITIALIZE BRW-CALL-AREA
           MOVE HR-BRW-ID (HIST-SUB) TO BRW-CALL-ID

           IF VALID-STATUS-BORROWERS
              CLOSE BORROWERS
           END-IF

           CALL   "TBORROW.ACU" USING BRW-CALL-AREA
                  ON EXCEPTION
                     DISPLAY MESSAGE BOX
                        "The borrowers screen is not installed"
                        TITLE TITLEX
                        ICON  3
           END-CALL
           CANCEL "TBORROW.ACU"

           OPEN INPUT BORROWERS
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
      * LOAD THE SCREEN CAPTIONS FOR THE SELECTED LANGUAGE             *
      *----------------------------------------------------------------*
          COPY 'CPVIDLNP.CPY'.
      /
      *----------------------------------------------------------------*
      * LOCALE DATE FORMAT AND PARSE                                   *
      *----------------------------------------------------------------*
          COPY 'CPVIDDTP.CPY'.
