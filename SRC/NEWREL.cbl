       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          NEWREL.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  NEW-RELEASE ROLL-OFF REPORT - THE TITLES ABOUT TO DROP OUT OF *
      *  THE NEW-RELEASE TIER, SO THEIR COPIES CAN COME OFF THE FRONT  *
      *  RACKS AND GO TO THEIR CATALOG SHELF.  A TITLE'S TIER RUNS     *
      *  FROM ITS STREET DATE (THE STREET FILE, KEYED ON THE MOVIES    *
      *  SCREEN) FOR THE NUMBER OF DAYS IN THE SETTINGS; EVERY TITLE   *
      *  WHOSE LAST TIER DAY FALLS BETWEEN TODAY AND THE LOOK-AHEAD IS *
      *  LISTED WITH ITS COPIES AND WHERE EACH ONE IS SHELVED.  TITLES *
      *  STILL UNDER EMBARGO ARE LISTED AFTERWARDS SO THE RACK SPACE   *
      *  THEY WILL NEED IS KNOWN.  THE LOOK-AHEAD IS SEVEN DAYS; AN    *
      *  OPTIONAL NEWREL.CTL CAN SET DAYS=N AND DATE=YYYYMMDD (THE DAY *
      *  TO RUN AS).                                                   *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDSDA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDCPA.CPY'.
          COPY 'CPVIDPRA.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "NEWREL.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT NEWREL-RPT ASSIGN TO NEWREL-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD STREET.
          COPY 'CPVIDSDT.CPY'.
      *
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD COPIES.
          COPY 'CPVIDCPN.CPY'.
      *
       FD PARAMS.
          COPY 'CPVIDPRM.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD NEWREL-RPT.
       01 RPT-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 NEWREL-RPT-PATH  PIC X(40) VALUE "NEWREL.LST".
       77 STATUS-STREET    PIC X(2).
           88 VALID-STATUS-STREET VALUE IS "00" THRU "09".
       77 STATUS-MOVIES    PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-COPIES    PIC X(2).
           88 VALID-STATUS-COPIES VALUE IS "00" THRU "09".
       77 STATUS-PARAMS    PIC X(2).
           88 VALID-STATUS-PARAMS VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-SDT-EOF       PIC 9 VALUE ZERO.
           88 STREET-AT-END VALUE 1, FALSE 0.
       77 SW-CP-EOF        PIC 9 VALUE ZERO.
           88 COPIES-AT-END VALUE 1, FALSE 0.
      * A SHOP THAT HAS NEVER KEYED A STREET DATE OR A COPY ROW HAS
      * NEITHER FILE - THE REPORT THEN SIMPLY HAS NOTHING TO LIST
       77 SW-SDT-OPEN      PIC 9 VALUE ZERO.
           88 STREET-OPEN   VALUE 1, FALSE 0.
       77 SW-CP-OPEN       PIC 9 VALUE ZERO.
           88 COPIES-OPEN   VALUE 1, FALSE 0.
       77 SW-PRM-OPEN      PIC 9 VALUE ZERO.
           88 PARAMS-OPEN   VALUE 1, FALSE 0.

      * TWO PASSES OVER THE STREET FILE - THE ROLL-OFF LIST, THEN THE
      * TITLES STILL TO COME
       77 SW-PASS          PIC 9 VALUE ZERO.
           88 PASS-ROLL-OFF VALUE 1.
           88 PASS-COMING   VALUE 2.

      * OPTIONAL CONTROL FILE (KEYWORD=VALUE LINES)
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.

       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 LOOK-DAYS        PIC 9(03) VALUE 7.
       77 LOOK-END-DATE    PIC 9(08) VALUE ZERO.
       77 TIER-DAYS        PIC 9(03) VALUE ZERO.
       77 TIER-END-DATE    PIC 9(08) VALUE ZERO.
       77 WK-DATE-INT      PIC 9(07) VALUE ZERO.
       77 ROLL-COUNT       PIC 9(05) VALUE ZERO.
       77 COMING-COUNT     PIC 9(05) VALUE ZERO.
       77 DAYS-TEXT        PIC ZZ9.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           PERFORM READ-CONTROL-FILE

           COMPUTE LOOK-END-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (TODAY-DATE) + LOOK-DAYS)

           PERFORM OPEN-FILES
           PERFORM LOAD-TIER-DAYS

           MOVE "FILMOTECA.EDUC360 - NEW RELEASES LEAVING THE TIER"
             TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "AS AT " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  ", LOOKING AHEAD TO " DELIMITED BY SIZE
                  LOOK-END-DATE DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TIER-DAYS TO DAYS-TEXT
           MOVE SPACES TO RPT-LINE
           IF TIER-DAYS = ZERO
              MOVE "THE NEW-RELEASE TIER IS SWITCHED OFF IN SETTINGS"
                TO RPT-LINE
           ELSE
              STRING "A TITLE IS A NEW RELEASE FOR " DELIMITED BY SIZE
                     DAYS-TEXT DELIMITED BY SIZE
                     " DAY(S) FROM ITS STREET DATE" DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
           END-IF
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "MOVE OFF THE FRONT RACKS" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM PRINT-COLUMN-HEADINGS

           SET PASS-ROLL-OFF TO TRUE
           PERFORM SCAN-STREET-DATES

           IF ROLL-COUNT = ZERO
              MOVE "  (NONE)" TO RPT-LINE
              WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "NOT YET ON THE STREET" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM PRINT-COLUMN-HEADINGS

           SET PASS-COMING TO TRUE
           PERFORM SCAN-STREET-DATES

           IF COMING-COUNT = ZERO
              MOVE "  (NONE)" TO RPT-LINE
              WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING ROLL-COUNT DELIMITED BY SIZE
                  " TITLE(S) LEAVING THE TIER, " DELIMITED BY SIZE
                  COMING-COUNT DELIMITED BY SIZE
                  " STILL EMBARGOED" DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           PERFORM CLOSE-FILES

           DISPLAY ROLL-COUNT " TITLE(S) LEAVING THE TIER, "
                   COMING-COUNT " STILL EMBARGOED - REPORTED TO "
                   NEWREL-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - A LONGER LOOK-AHEAD, ANOTHER RUN DATE  *
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
           WHEN "DAYS        "
                COMPUTE LOOK-DAYS =
                   FUNCTION NUMVAL (CTL-VALUE)
           WHEN "DATE        "
                COMPUTE TODAY-DATE =
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
      * OPEN THE FILES - THE CATALOG AND THE REPORT MUST OPEN; THE     *
      * STREET DATES AND THE COPY ROWS MAY BE MISSING                  *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  MOVIES
           SET PARAMS-OPEN TO FALSE
           OPEN INPUT  PARAMS
           IF VALID-STATUS-PARAMS
              SET PARAMS-OPEN TO TRUE
           END-IF

           SET STREET-OPEN TO FALSE
           OPEN INPUT  STREET
           IF VALID-STATUS-STREET
              SET STREET-OPEN TO TRUE
           END-IF

           SET COPIES-OPEN TO FALSE
           OPEN INPUT  COPIES
           IF VALID-STATUS-COPIES
              SET COPIES-OPEN TO TRUE
           END-IF

           OPEN OUTPUT NEWREL-RPT

           IF NOT VALID-STATUS-MOVIES
              DISPLAY "UNABLE TO OPEN MOVIES.DAT - STATUS "
                      STATUS-MOVIES
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " NEWREL-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE TIER LENGTH FROM THE SETTINGS - A SHOP THAT HAS NEVER      *
      * SAVED ITS SETTINGS RUNS ON THE HOUSE DEFAULT OF THIRTY DAYS    *
      *----------------------------------------------------------------*
       LOAD-TIER-DAYS.
           MOVE 30 TO TIER-DAYS

           IF NOT PARAMS-OPEN
              EXIT PARAGRAPH
           END-IF

           MOVE 1 TO PRM-ID
           READ PARAMS
                INVALID
                    CONTINUE
                NOT INVALID
                    MOVE PRM-NEW-DAYS TO TIER-DAYS
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * THE COLUMN HEADINGS OVER EACH PART                             *
      *----------------------------------------------------------------*
       PRINT-COLUMN-HEADINGS.
           MOVE SPACES TO RPT-LINE
           MOVE "CODE"        TO RPT-LINE (1:4)
           MOVE "TITLE"       TO RPT-LINE (8:5)
           MOVE "FORMAT"      TO RPT-LINE (40:6)
           MOVE "STREET"      TO RPT-LINE (49:6)
           MOVE "LAST NEW"    TO RPT-LINE (59:8)
           MOVE "COPIES"      TO RPT-LINE (69:6)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE PASS OVER THE STREET FILE FOR THE PART BEING PRINTED       *
      *----------------------------------------------------------------*
       SCAN-STREET-DATES.
           IF NOT STREET-OPEN
              EXIT PARAGRAPH
           END-IF

           SET STREET-AT-END TO FALSE
           MOVE ZERO TO SDT-CODIGO

           START STREET KEY >= SDT-CODIGO
                 INVALID KEY
                     SET STREET-AT-END TO TRUE
                 NOT INVALID KEY
                     READ STREET NEXT RECORD
                          AT END SET STREET-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM CHECK-ONE-TITLE
              UNTIL STREET-AT-END
           .

       CHECK-ONE-TITLE.
           MOVE ZERO TO TIER-END-DATE

           IF SDT-STREET-DT NOT = ZERO
              AND TIER-DAYS > ZERO
              COMPUTE WK-DATE-INT =
                 FUNCTION INTEGER-OF-DATE (SDT-STREET-DT)
                 + TIER-DAYS - 1
              COMPUTE TIER-END-DATE =
                 FUNCTION DATE-OF-INTEGER (WK-DATE-INT)
           END-IF

           IF PASS-ROLL-OFF
              IF TIER-END-DATE NOT = ZERO
                 AND SDT-STREET-DT NOT > TODAY-DATE
                 AND TIER-END-DATE NOT < TODAY-DATE
                 AND TIER-END-DATE NOT > LOOK-END-DATE
                 ADD 1 TO ROLL-COUNT
                 PERFORM PRINT-TITLE-LINE
                 PERFORM PRINT-SHELF-COPIES
              END-IF
           ELSE
              IF SDT-STREET-DT > TODAY-DATE
                 ADD 1 TO COMING-COUNT
                 PERFORM PRINT-TITLE-LINE
              END-IF
           END-IF

           READ STREET NEXT RECORD
                AT END SET STREET-AT-END TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * ONE REPORT LINE FOR THE TITLE ON THE STREET ROW - A STREET ROW *
      * WHOSE TITLE HAS SINCE BEEN DELETED STILL PRINTS, FLAGGED       *
      *----------------------------------------------------------------*
       PRINT-TITLE-LINE.
           MOVE SDT-CODIGO TO CODIGO
           READ MOVIES
                INVALID
                    MOVE "?? TITLE NOT FOUND ??" TO TITULO
                    MOVE SPACES                  TO MEDIA-FORMAT
                    MOVE ZERO                    TO COPIES-ON-HAND
           END-READ

           MOVE SPACES TO RPT-LINE
           MOVE SDT-CODIGO     TO RPT-LINE (1:5)
           MOVE TITULO         TO RPT-LINE (8:30)
           MOVE MEDIA-FORMAT   TO RPT-LINE (40:7)
           MOVE SDT-STREET-DT  TO RPT-LINE (49:8)

           IF TIER-END-DATE NOT = ZERO
              MOVE TIER-END-DATE TO RPT-LINE (59:8)
           END-IF

           MOVE COPIES-ON-HAND TO RPT-LINE (69:3)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * UNDER A TITLE LEAVING THE TIER, EACH OF ITS COPIES AND WHERE   *
      * IT IS SHELVED - ONE OUT ON LOAN IS RE-SHELVED WHEN IT COMES    *
      * BACK, SO IT IS SHOWN BUT NOT LOOKED FOR                        *
      *----------------------------------------------------------------*
       PRINT-SHELF-COPIES.
           IF NOT COPIES-OPEN
              EXIT PARAGRAPH
           END-IF

           SET COPIES-AT-END TO FALSE
           MOVE SDT-CODIGO TO CP-CODIGO
           MOVE ZERO       TO CP-COPY-NO

           START COPIES KEY >= CP-KEY
                 INVALID KEY
                     SET COPIES-AT-END TO TRUE
                 NOT INVALID KEY
                     READ COPIES NEXT RECORD
                          AT END SET COPIES-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM PRINT-ONE-COPY
              UNTIL COPIES-AT-END
                 OR CP-CODIGO NOT = SDT-CODIGO
           .

       PRINT-ONE-COPY.
           MOVE SPACES TO RPT-LINE
           MOVE "COPY"        TO RPT-LINE (8:4)
           MOVE CP-COPY-NO    TO RPT-LINE (13:3)
           MOVE CP-LOCATION   TO RPT-LINE (18:10)
           MOVE CP-BRANCH     TO RPT-LINE (30:4)

           EVALUATE TRUE
           WHEN CP-IS-IN
                MOVE "ON THE SHELF" TO RPT-LINE (36:12)
           WHEN CP-IS-OUT
                MOVE "OUT ON LOAN"  TO RPT-LINE (36:11)
           WHEN OTHER
                MOVE "NOT LENDABLE" TO RPT-LINE (36:12)
           END-EVALUATE
           WRITE RPT-LINE

           READ COPIES NEXT RECORD
                AT END SET COPIES-AT-END TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE MOVIES

           IF PARAMS-OPEN
              CLOSE PARAMS
           END-IF

           IF STREET-OPEN
              CLOSE STREET
           END-IF

           IF COPIES-OPEN
              CLOSE COPIES
           END-IF

           CLOSE NEWREL-RPT
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
