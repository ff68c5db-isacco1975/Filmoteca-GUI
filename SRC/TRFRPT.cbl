       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          TRFRPT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  OPEN TRANSFERS REPORT - EVERY INTER-BRANCH TRANSFER NOT YET   *
      *  RECEIVED OR CANCELLED.  REQUESTED ROWS ARE THE SENDING        *
      *  BRANCH'S PICK LIST (PULL THE COPY, SHIP IT FROM THE TRANSFER  *
      *  SCREEN); IN-TRANSIT ROWS SHOW HOW MANY DAYS THE DISC HAS BEEN *
      *  ON THE ROAD, AND ANYTHING OUT LONGER THAN THE CHASE LIMIT IS  *
      *  FLAGGED SO A LOST BOX IS NOTICED.                             *
      *                                                                *
      *  AN OPTIONAL TRFRPT.CTL TAKES BRANCH=CODE (ONLY TRANSFERS INTO *
      *  OR OUT OF THAT BRANCH) AND CHASE=NN (DAYS, DEFAULT 3).        *
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
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDCPA.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "TRFRPT.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT TRFRPT-RPT ASSIGN TO TRFRPT-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD TRANSFERS.
          COPY 'CPVIDTRF.CPY'.
      *
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD COPIES.
          COPY 'CPVIDCPN.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD TRFRPT-RPT.
       01 RPT-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 TRFRPT-RPT-PATH  PIC X(40) VALUE "TRFRPT.LST".
       77 STATUS-TRANSFERS PIC X(2).
           88 VALID-STATUS-TRANSFERS VALUE IS "00" THRU "09".
       77 STATUS-MOVIES    PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-COPIES    PIC X(2).
           88 VALID-STATUS-COPIES VALUE IS "00" THRU "09".
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 SW-TRF-EOF       PIC 9 VALUE ZERO.
           88 TRANSFERS-AT-END VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 REPORT-BRANCH    PIC X(04) VALUE SPACES.
       77 CHASE-DAYS       PIC 9(03) VALUE 3.
       77 DAYS-OUT         PIC 9(05) VALUE ZERO.
       77 DAYS-TEXT        PIC ZZZZ9.
       77 RPT-TITULO       PIC X(30) VALUE SPACES.
       77 REQUESTED-COUNT  PIC 9(5) VALUE ZERO.
       77 TRANSIT-COUNT    PIC 9(5) VALUE ZERO.
       77 OVERDUE-COUNT    PIC 9(5) VALUE ZERO.
       77 COUNT-TEXT       PIC ZZZZ9.

          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM LOAD-CAPTIONS
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           PERFORM READ-CONTROL-FILE

           PERFORM OPEN-FILES

           PERFORM WRITE-REPORT-HEADING

           SET TRANSFERS-AT-END TO FALSE
           READ TRANSFERS NEXT RECORD
                AT END SET TRANSFERS-AT-END TO TRUE
           END-READ

           PERFORM UNTIL TRANSFERS-AT-END
              PERFORM LIST-ONE-TRANSFER

              READ TRANSFERS NEXT RECORD
                   AT END SET TRANSFERS-AT-END TO TRUE
              END-READ
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS

           PERFORM CLOSE-FILES

           DISPLAY "OPEN TRANSFERS REPORT WRITTEN TO " TRFRPT-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - ONE BRANCH, AND THE CHASE LIMIT        *
      *----------------------------------------------------------------*
       READ-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE

           IF NOT VALID-STATUS-CTL
              EXIT PARAGRAPH
           END-IF

           SET CTL-AT-END TO FALSE

           READ CONTROL-FILE
                AT END SET CTL-AT-END TO TRUE
           END-READ

           PERFORM UNTIL CTL-AT-END
              MOVE SPACES TO CTL-KEYWORD
              MOVE SPACES TO CTL-VALUE

              UNSTRING REC-CONTROL DELIMITED BY "="
                  INTO CTL-KEYWORD CTL-VALUE
              END-UNSTRING

              EVALUATE CTL-KEYWORD
           WHEN "BRANCH      "
                MOVE FUNCTION UPPER-CASE (CTL-VALUE (1:4))
                  TO REPORT-BRANCH
           WHEN "CHASE       "
                COMPUTE CHASE-DAYS =
                   FUNCTION NUMVAL (CTL-VALUE)
           WHEN OTHER
                CONTINUE
           END-EVALUATE

              READ CONTROL-FILE
                   AT END SET CTL-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE CONTROL-FILE
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES                                                 *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  TRANSFERS
           OPEN INPUT  MOVIES
           OPEN INPUT  COPIES
           OPEN OUTPUT TRFRPT-RPT

           IF NOT VALID-STATUS-TRANSFERS
              DISPLAY "UNABLE TO OPEN TRANSFER.DAT - STATUS "
                      STATUS-TRANSFERS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-MOVIES
              DISPLAY "UNABLE TO OPEN MOVIES.DAT - STATUS "
                      STATUS-MOVIES
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-COPIES
              DISPLAY "UNABLE TO OPEN COPIES.DAT - STATUS "
                      STATUS-COPIES
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " TRFRPT-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * REPORT HEADING                                                 *
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-LINE
           IF REPORT-BRANCH = SPACES
              MOVE "FILMOTECA.EDUC360 - OPEN TRANSFERS - ALL BRANCHES"
                TO RPT-LINE
           ELSE
              STRING "FILMOTECA.EDUC360 - OPEN TRANSFERS - BRANCH "
                                   DELIMITED BY SIZE
                     REPORT-BRANCH DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
           END-IF
           WRITE RPT-LINE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "RUN ON "    DELIMITED BY SIZE
                  WK-DATE-TEXT DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES     TO RPT-LINE
           MOVE "NO."      TO RPT-LINE (1:3)
           MOVE "TITLE"    TO RPT-LINE (8:5)
           MOVE "COPY"     TO RPT-LINE (40:4)
           MOVE "FROM"     TO RPT-LINE (45:4)
           MOVE "TO"       TO RPT-LINE (50:2)
           MOVE "STATUS"   TO RPT-LINE (55:6)
           MOVE "SHELF"    TO RPT-LINE (66:5)
           MOVE "DAYS"     TO RPT-LINE (73:4)
           WRITE RPT-LINE

           MOVE ALL "-" TO RPT-LINE
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE TRANSFER - LISTED WHILE IT IS STILL OPEN.  A REQUEST SHOWS *
      * THE BAY TO PULL THE COPY FROM; A SHIPMENT SHOWS DAYS ON THE    *
      * ROAD, FLAGGED PAST THE CHASE LIMIT                             *
      *----------------------------------------------------------------*
       LIST-ONE-TRANSFER.
           IF NOT TRF-IS-OPEN
              EXIT PARAGRAPH
           END-IF

           IF REPORT-BRANCH NOT = SPACES
              AND TRF-FROM-BRANCH NOT = REPORT-BRANCH
              AND TRF-TO-BRANCH   NOT = REPORT-BRANCH
              EXIT PARAGRAPH
           END-IF

           MOVE TRF-CODIGO TO CODIGO
           READ MOVIES
                INVALID
                    MOVE "?? TITLE NOT FOUND ??" TO RPT-TITULO
                NOT INVALID
                    MOVE TITULO TO RPT-TITULO
           END-READ

           MOVE SPACES          TO RPT-LINE
           MOVE TRF-NO          TO RPT-LINE (1:6)
           MOVE RPT-TITULO      TO RPT-LINE (8:30)
           MOVE TRF-COPY-NO     TO RPT-LINE (40:3)
           MOVE TRF-FROM-BRANCH TO RPT-LINE (45:4)
           MOVE TRF-TO-BRANCH   TO RPT-LINE (50:4)

           IF TRF-IS-REQUESTED
              MOVE "REQUESTED" TO RPT-LINE (55:10)
              ADD 1 TO REQUESTED-COUNT

              MOVE TRF-CODIGO  TO CP-CODIGO
              MOVE TRF-COPY-NO TO CP-COPY-NO
              READ COPIES
                   INVALID
                       MOVE "GONE" TO RPT-LINE (66:4)
                   NOT INVALID
                       IF CP-IS-IN
                          MOVE CP-LOCATION TO RPT-LINE (66:6)
                       ELSE
                          MOVE "(" TO RPT-LINE (66:1)
                          MOVE CP-STATUS TO RPT-LINE (67:1)
                          MOVE ")" TO RPT-LINE (68:1)
                       END-IF
              END-READ

              COMPUTE DAYS-OUT =
                 FUNCTION INTEGER-OF-DATE (TODAY-DATE)
                 - FUNCTION INTEGER-OF-DATE (TRF-REQ-DT)
           ELSE
              MOVE "IN TRANSIT" TO RPT-LINE (55:10)
              ADD 1 TO TRANSIT-COUNT

              COMPUTE DAYS-OUT =
                 FUNCTION INTEGER-OF-DATE (TODAY-DATE)
                 - FUNCTION INTEGER-OF-DATE (TRF-SENT-DT)

              IF DAYS-OUT > CHASE-DAYS
                 MOVE "CHASE" TO RPT-LINE (66:5)
                 ADD 1 TO OVERDUE-COUNT
              END-IF
           END-IF

           MOVE DAYS-OUT  TO DAYS-TEXT
           MOVE DAYS-TEXT TO RPT-LINE (72:5)

           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * COUNTS AT THE FOOT                                             *
      *----------------------------------------------------------------*
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE REQUESTED-COUNT TO COUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "WAITING TO SHIP : " DELIMITED BY SIZE
                  COUNT-TEXT           DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TRANSIT-COUNT TO COUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "IN TRANSIT      : " DELIMITED BY SIZE
                  COUNT-TEXT           DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE OVERDUE-COUNT TO COUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "TO CHASE        : " DELIMITED BY SIZE
                  COUNT-TEXT           DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE TRANSFERS
           CLOSE MOVIES
           CLOSE COPIES
           CLOSE TRFRPT-RPT
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
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
