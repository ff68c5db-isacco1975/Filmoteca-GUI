       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          APPEXP.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  KIOSK APPLICATION PURGE - EVERY PENDING BORROWER WHOSE JOIN   *
      *  NOW APPLICATION HAS WAITED LONGER THAN THE SETTINGS' DAYS     *
      *  WITHOUT THE DESK ACTIVATING OR REJECTING IT IS DELETED AND    *
      *  LISTED ON THE RUN REPORT.  A PENDING ROW WITH NO APPLICATION  *
      *  DATE WAS SET THAT WAY BY HAND AT THE DESK AND IS LEFT ALONE.  *
      *  ZERO DAYS IN THE SETTINGS SWITCHES THE PURGE OFF.  RUN IT     *
      *  EACH NIGHT SO THE APPROVAL QUEUE ONLY HOLDS PATRONS WHO MAY   *
      *  STILL TURN UP WITH THEIR ID.                                  *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDPRA.CPY'.
          SELECT APPEXP-RPT ASSIGN TO APPEXP-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD PARAMS.
          COPY 'CPVIDPRM.CPY'.
      *
       FD APPEXP-RPT.
       01 RPT-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 APPEXP-RPT-PATH  PIC X(40) VALUE "APPEXP.LST".
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-PARAMS    PIC X(2).
           88 VALID-STATUS-PARAMS VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-BRW-EOF       PIC 9 VALUE ZERO.
           88 BORROWERS-AT-END VALUE 1, FALSE 0.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 APPLY-DAYS       PIC 9(03) VALUE 14.
       77 CUTOFF-DATE      PIC 9(08) VALUE ZERO.
       77 WK-DATE-INT      PIC 9(07) VALUE ZERO.
       77 PURGED-COUNT     PIC 9(5) VALUE ZERO.
       77 WAITING-COUNT    PIC 9(5) VALUE ZERO.

      * THE PURGE PASS COLLECTS ITS VICTIMS FIRST, THEN DELETES,
      * SO THE FILE POSITION IS NEVER DISTURBED MID-SCAN
       01 PRG-TABLE.
           05 PRG-ROW OCCURS 500 TIMES
                        INDEXED BY PRG-IDX.
               10 PRG-BRW-ID     PIC 9(05).
       77 PRG-CNT          PIC 9(3) VALUE ZERO.
       77 PRG-SUB          PIC 9(3) VALUE ZERO.
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

           PERFORM OPEN-FILES

           IF APPLY-DAYS = ZERO
              MOVE "PURGE SWITCHED OFF IN THE SETTINGS - NOTHING DONE"
                TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              PERFORM COLLECT-STALE-APPLICATIONS

              PERFORM VARYING PRG-SUB FROM 1 BY 1
                        UNTIL PRG-SUB > PRG-CNT
                 PERFORM PURGE-ONE-APPLICATION
              END-PERFORM
           END-IF

           PERFORM PRINT-RUN-SUMMARY

           PERFORM CLOSE-FILES

           DISPLAY PURGED-COUNT " APPLICATION(S) PURGED, "
                   WAITING-COUNT " STILL WAITING - SEE "
                   APPEXP-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES                                                 *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN I-O    BORROWERS
           OPEN INPUT  PARAMS
           OPEN OUTPUT APPEXP-RPT

           IF NOT VALID-STATUS-BORROWERS
              DISPLAY "UNABLE TO OPEN BORROWER.DAT - STATUS "
                      STATUS-BORROWERS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " APPEXP-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF

      *> THE WAITING PERIOD COMES FROM THE SHOP POLICY RECORD; THE
      *> HOUSE DEFAULT OF TWO WEEKS COVERS A MISSING SETTINGS FILE
           IF VALID-STATUS-PARAMS
              MOVE 1 TO PRM-ID
              READ PARAMS
                   INVALID
                       CONTINUE
                   NOT INVALID
                       MOVE PRM-APPLY-DAYS TO APPLY-DAYS
              END-READ
           END-IF

      *> AN APPLICATION MADE ON THE CUTOFF DAY ITSELF STILL HAS ITS
      *> LAST DAY TODAY
           COMPUTE WK-DATE-INT =
              FUNCTION INTEGER-OF-DATE (TODAY-DATE) - APPLY-DAYS
           COMPUTE CUTOFF-DATE =
              FUNCTION DATE-OF-INTEGER (WK-DATE-INT)

           MOVE "FILMOTECA.EDUC360 - KIOSK APPLICATION PURGE"
             TO RPT-LINE
           WRITE RPT-LINE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "RUN ON " DELIMITED BY SIZE
                  WK-DATE-TEXT DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * FIRST PASS - LIST EVERY PENDING APPLICATION MADE BEFORE THE    *
      * CUTOFF; THE REST ARE ONLY COUNTED AS STILL WAITING             *
      *----------------------------------------------------------------*
       COLLECT-STALE-APPLICATIONS.
           MOVE ZERO TO PRG-CNT
           SET BORROWERS-AT-END TO FALSE

           MOVE LOW-VALUES TO BRW-ID

           START BORROWERS KEY >= BRW-ID
                 INVALID KEY
                     SET BORROWERS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ BORROWERS NEXT RECORD
                          AT END SET BORROWERS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL BORROWERS-AT-END
              IF BRW-IS-PENDING
                 AND BRW-APPLIED-DT > ZERO
                 IF BRW-APPLIED-DT < CUTOFF-DATE
                    AND PRG-CNT < 500
                    ADD 1 TO PRG-CNT
                    MOVE PRG-CNT TO PRG-SUB
                    MOVE BRW-ID TO PRG-BRW-ID (PRG-SUB)
                 ELSE
                    ADD 1 TO WAITING-COUNT
                 END-IF
              END-IF

              READ BORROWERS NEXT RECORD
                   AT END SET BORROWERS-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * SECOND PASS - DELETE ONE STALE APPLICATION, RE-READ FIRST IN   *
      * CASE THE DESK ACTIVATED IT SINCE THE FIRST PASS                *
      *----------------------------------------------------------------*
       PURGE-ONE-APPLICATION.
           MOVE PRG-BRW-ID (PRG-SUB) TO BRW-ID

           READ BORROWERS
                INVALID
                    EXIT PARAGRAPH
           END-READ

           IF NOT BRW-IS-PENDING
              EXIT PARAGRAPH
           END-IF

           DELETE BORROWERS RECORD
              INVALID KEY
                  EXIT PARAGRAPH
           END-DELETE

           ADD 1 TO PURGED-COUNT

           MOVE BRW-APPLIED-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           MOVE SPACES TO RPT-LINE
           STRING "PURGED: "    DELIMITED BY SIZE
                  BRW-ID        DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  BRW-NAME      DELIMITED BY SIZE
                  " APPLIED "   DELIMITED BY SIZE
                  WK-DATE-TEXT  DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * RUN TOTALS                                                     *
      *----------------------------------------------------------------*
       PRINT-RUN-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "PURGED "        DELIMITED BY SIZE
                  PURGED-COUNT     DELIMITED BY SIZE
                  "  STILL WAITING " DELIMITED BY SIZE
                  WAITING-COUNT    DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE BORROWERS
           CLOSE PARAMS
           CLOSE APPEXP-RPT
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
