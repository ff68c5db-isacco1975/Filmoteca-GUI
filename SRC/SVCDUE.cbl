       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          SVCDUE.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  WEEKLY EQUIPMENT SERVICE-DUE REPORT - WHAT TO PULL FROM       *
      *  CIRCULATION.  THE FIRST PART LISTS EVERY LOANABLE ASSET       *
      *  (90000 BAND) THAT IS OVERDUE FOR SERVICE OR WHOSE SAFETY      *
      *  TEST HAS LAPSED - THE LOANS DESK WILL NOT LEND THESE, AND ONE *
      *  STILL OUT COMES OFF THE SHELF WHEN IT IS RETURNED.  THE       *
      *  SECOND PART LISTS THE UNITS FALLING DUE IN THE COMING SEVEN   *
      *  DAYS, OR WITH ONE LOAN LEFT BEFORE THEIR SERVICE, SO THE WORK *
      *  CAN BE BOOKED AHEAD.  THE SCHEDULE IS THE CLASS'S DEPPOL ROW  *
      *  (SEE CPVIDSVP.CPY); AN ASSET WITH NO CLASS OR NO SCHEDULE IS  *
      *  NEVER LISTED.                                                 *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDEQA.CPY'.
          COPY 'CPVIDDLA.CPY'.
          SELECT SVCDUE-RPT ASSIGN TO SVCDUE-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD EQUIP.
          COPY 'CPVIDEQP.CPY'.
      *
       FD DEPPOL.
          COPY 'CPVIDDPL.CPY'.
      *
       FD SVCDUE-RPT.
       01 RPT-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDSVV.CPY'.
       77 SVCDUE-RPT-PATH  PIC X(40) VALUE "SVCDUE.LST".
       77 STATUS-EQUIP     PIC X(2).
           88 VALID-STATUS-EQUIP VALUE IS "00" THRU "09".
       77 STATUS-DEPPOL    PIC X(2).
           88 VALID-STATUS-DEPPOL VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-DPL-OPEN      PIC 9 VALUE ZERO.
           88 DEPPOL-OPEN   VALUE 1, FALSE 0.
       77 SW-EQP-EOF       PIC 9 VALUE ZERO.
           88 EQUIP-AT-END  VALUE 1, FALSE 0.
       77 SW-PASS          PIC 9 VALUE ZERO.
           88 PASS-PULL-NOW VALUE 1.
           88 PASS-COMING   VALUE 2.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 WEEK-END-DATE    PIC 9(08) VALUE ZERO.
       77 WHY-TEXT         PIC X(24) VALUE SPACES.
       77 PULL-COUNT       PIC 9(03) VALUE ZERO.
       77 COMING-COUNT     PIC 9(03) VALUE ZERO.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE TO SVC-TODAY-DT
           COMPUTE WEEK-END-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (TODAY-DATE) + 7)

           PERFORM OPEN-FILES

           MOVE "FILMOTECA.EDUC360 - EQUIPMENT SERVICE DUE"
             TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "AS AT " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "PULL FROM CIRCULATION NOW" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM PRINT-COLUMN-HEADINGS

           SET PASS-PULL-NOW TO TRUE
           PERFORM SCAN-EQUIPMENT

           IF PULL-COUNT = ZERO
              MOVE "  (NONE)" TO RPT-LINE
              WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "COMING DUE IN THE NEXT SEVEN DAYS" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM PRINT-COLUMN-HEADINGS

           SET PASS-COMING TO TRUE
           PERFORM SCAN-EQUIPMENT

           IF COMING-COUNT = ZERO
              MOVE "  (NONE)" TO RPT-LINE
              WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING PULL-COUNT DELIMITED BY SIZE
                  " ASSET(S) TO PULL, " DELIMITED BY SIZE
                  COMING-COUNT DELIMITED BY SIZE
                  " COMING DUE" DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           PERFORM CLOSE-FILES

           DISPLAY PULL-COUNT " ASSET(S) TO PULL, " COMING-COUNT
                   " COMING DUE - REPORTED TO " SVCDUE-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES                                                 *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  EQUIP
           SET DEPPOL-OPEN TO FALSE
           OPEN INPUT  DEPPOL
           IF VALID-STATUS-DEPPOL
              SET DEPPOL-OPEN TO TRUE
           END-IF

           OPEN OUTPUT SVCDUE-RPT

           IF NOT VALID-STATUS-EQUIP
              DISPLAY "UNABLE TO OPEN EQUIP.DAT - STATUS "
                      STATUS-EQUIP
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " SVCDUE-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE COLUMN HEADINGS OVER EACH PART                             *
      *----------------------------------------------------------------*
       PRINT-COLUMN-HEADINGS.
           MOVE SPACES TO RPT-LINE
           MOVE "ASSET"       TO RPT-LINE (1:5)
           MOVE "DESCRIPTION" TO RPT-LINE (8:11)
           MOVE "CLASS"       TO RPT-LINE (40:5)
           MOVE "WHY"         TO RPT-LINE (47:3)
           MOVE "NOW"         TO RPT-LINE (73:3)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE PASS OVER THE ASSET MASTER FOR THE PART BEING PRINTED -    *
      * NO SCHEDULE FILE YET MEANS NOTHING IS DUE                      *
      *----------------------------------------------------------------*
       SCAN-EQUIPMENT.
           IF NOT DEPPOL-OPEN
              EXIT PARAGRAPH
           END-IF

           SET EQUIP-AT-END TO FALSE
           MOVE ZERO TO EQP-ASSET-ID

           START EQUIP KEY >= EQP-ASSET-ID
                 INVALID KEY
                     SET EQUIP-AT-END TO TRUE
                 NOT INVALID KEY
                     READ EQUIP NEXT RECORD
                          AT END SET EQUIP-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM CHECK-ONE-ASSET
              UNTIL EQUIP-AT-END
           .

       CHECK-ONE-ASSET.
           PERFORM CHECK-EQUIP-SERVICE
           MOVE SPACES TO WHY-TEXT

           IF PASS-PULL-NOW
              EVALUATE TRUE
              WHEN SVC-SERVICE-DUE AND SVC-TEST-LAPSED
                   MOVE "SERVICE + SAFETY TEST" TO WHY-TEXT
              WHEN SVC-SERVICE-DUE
                   MOVE "SERVICE OVERDUE"       TO WHY-TEXT
              WHEN SVC-TEST-LAPSED
                   MOVE "SAFETY TEST LAPSED"    TO WHY-TEXT
              END-EVALUATE

              IF WHY-TEXT NOT = SPACES
                 ADD 1 TO PULL-COUNT
              END-IF
           ELSE
              IF NOT SVC-SERVICE-DUE AND NOT SVC-TEST-LAPSED
                 PERFORM CHECK-COMING-DUE
              END-IF

              IF WHY-TEXT NOT = SPACES
                 ADD 1 TO COMING-COUNT
              END-IF
           END-IF

           IF WHY-TEXT NOT = SPACES
              PERFORM PRINT-ASSET-LINE
           END-IF

           READ EQUIP NEXT RECORD
                AT END SET EQUIP-AT-END TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * NOT DUE YET - BUT DOES A DUE DATE FALL IN THE COMING WEEK, OR  *
      * IS THE NEXT LOAN THE LAST ONE BEFORE ITS SERVICE               *
      *----------------------------------------------------------------*
       CHECK-COMING-DUE.
           IF SVC-DUE-DT NOT = ZERO
              AND SVC-DUE-DT NOT > WEEK-END-DATE
              STRING "SERVICE BY " DELIMITED BY SIZE
                     SVC-DUE-DT    DELIMITED BY SIZE
                INTO WHY-TEXT
              END-STRING
              EXIT PARAGRAPH
           END-IF

           IF SVC-TEST-DUE-DT NOT = ZERO
              AND SVC-TEST-DUE-DT NOT > WEEK-END-DATE
              STRING "SAFETY TEST BY " DELIMITED BY SIZE
                     SVC-TEST-DUE-DT   DELIMITED BY SIZE
                INTO WHY-TEXT
              END-STRING
              EXIT PARAGRAPH
           END-IF

           IF SVC-LOANS-LIMIT > ZERO
              AND EQP-SVC-LOANS + 1 = SVC-LOANS-LIMIT
              MOVE "ONE LOAN LEFT" TO WHY-TEXT
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * ONE REPORT LINE FOR THE ASSET IN THE RECORD AREA               *
      *----------------------------------------------------------------*
       PRINT-ASSET-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE EQP-ASSET-ID TO RPT-LINE (1:5)
           MOVE EQP-DESC     TO RPT-LINE (8:30)
           MOVE EQP-CLASS    TO RPT-LINE (40:4)
           MOVE WHY-TEXT     TO RPT-LINE (47:24)

           IF EQP-IS-OUT
              MOVE "OUT" TO RPT-LINE (73:3)
           ELSE
              MOVE "IN"  TO RPT-LINE (73:3)
           END-IF
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE EQUIP

           IF DEPPOL-OPEN
              CLOSE DEPPOL
           END-IF

           CLOSE SVCDUE-RPT
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * IS THE ASSET DUE FOR SERVICE OR ITS SAFETY TEST LAPSED         *
      *----------------------------------------------------------------*
          COPY 'CPVIDSVP.CPY'.
