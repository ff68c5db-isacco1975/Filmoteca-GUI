       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EQPULL.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  DAILY EQUIPMENT PULL LIST - WHAT TO KEEP BACK FOR THE ADVANCE *
      *  BOOKINGS.  THE FIRST PART LISTS EVERY LIVE BOOKING COLLECTED  *
      *  TOMORROW; THE SECOND, THE BOOKINGS WHOSE COLLECTION DAY HAS   *
      *  COME BUT WHICH HAVE NOT BEEN PICKED UP YET.  A BOOKING NAMING *
      *  ITS UNIT SAYS WHETHER THAT UNIT IS ON THE SHELF; AN ANY-UNIT  *
      *  BOOKING IS GIVEN THE FIRST UNIT OF ITS CLASS THAT IS FREE     *
      *  OVER THE WHOLE BOOKING (SEE CPVIDEBP.CPY) AND NOT ALREADY     *
      *  PICKED FOR ANOTHER LINE.  THE PICK IS ONLY A SUGGESTION - THE *
      *  LOANS DESK RECORDS THE UNIT ACTUALLY HANDED OVER.             *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDEBA.CPY'.
          COPY 'CPVIDEQA.CPY'.
          COPY 'CPVIDLOA.CPY'.
          COPY 'CPVIDBRA.CPY'.
          SELECT EQPULL-RPT ASSIGN TO EQPULL-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD EQBOOK.
          COPY 'CPVIDEBK.CPY'.
      *
       FD EQUIP.
          COPY 'CPVIDEQP.CPY'.
      *
       FD LOANS.
          COPY 'CPVIDLON.CPY'.
      *
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD EQPULL-RPT.
       01 RPT-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDEBV.CPY'.
       77 EQPULL-RPT-PATH  PIC X(40) VALUE "EQPULL.LST".
       77 STATUS-EQBOOK    PIC X(2).
           88 VALID-STATUS-EQBOOK VALUE IS "00" THRU "09".
       77 STATUS-EQUIP     PIC X(2).
           88 VALID-STATUS-EQUIP VALUE IS "00" THRU "09".
       77 STATUS-LOANS     PIC X(2).
           88 VALID-STATUS-LOANS VALUE IS "00" THRU "09".
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-EBK-EOF       PIC 9 VALUE ZERO.
           88 EQBOOK-AT-END VALUE 1, FALSE 0.
       77 SW-EBK-OPEN      PIC 9 VALUE ZERO.
           88 EQBOOK-OPEN   VALUE 1, FALSE 0.
       77 SW-PASS          PIC 9 VALUE ZERO.
           88 PASS-TOMORROW VALUE 1.
           88 PASS-WAITING  VALUE 2.
       77 SW-PICKED        PIC 9 VALUE ZERO.
           88 UNIT-ALREADY-PICKED VALUE 1, FALSE 0.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 TOMORROW-DATE    PIC 9(08) VALUE ZERO.
       77 SCAN-EBK-NO      PIC 9(06) VALUE ZERO.
       77 PICK-UNIT-ID     PIC 9(05) VALUE ZERO.
       77 PICK-IDX         PIC 9(04) VALUE ZERO.
       77 PICK-SUB         PIC 9(04) VALUE ZERO.
       77 LINE-ASSET-ID    PIC 9(05) VALUE ZERO.
       77 LINE-DESC        PIC X(22) VALUE SPACES.
       77 LINE-NOW         PIC X(14) VALUE SPACES.
       77 TOMORROW-COUNT   PIC 9(03) VALUE ZERO.
       77 WAITING-COUNT    PIC 9(03) VALUE ZERO.
       77 SHORT-COUNT      PIC 9(03) VALUE ZERO.
      * UNITS ALREADY PICKED FOR AN ANY-UNIT BOOKING ON THIS LIST
       01 PICKED-TABLE.
           05 PICKED-CNT       PIC 9(04) VALUE ZERO.
           05 PICKED-UNIT      PIC 9(05) OCCURS 200 TIMES.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE TO BKC-TODAY-DT
           COMPUTE TOMORROW-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (TODAY-DATE) + 1)

           PERFORM OPEN-FILES

           MOVE "FILMOTECA.EDUC360 - EQUIPMENT PULL LIST"
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

           MOVE SPACES TO RPT-LINE
           STRING "KEEP BACK FOR COLLECTION ON " DELIMITED BY SIZE
                  TOMORROW-DATE DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           PERFORM PRINT-COLUMN-HEADINGS

           SET PASS-TOMORROW TO TRUE
           PERFORM SCAN-BOOKINGS

           IF TOMORROW-COUNT = ZERO
              MOVE "  (NONE)" TO RPT-LINE
              WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "DUE FOR COLLECTION AND NOT YET PICKED UP" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM PRINT-COLUMN-HEADINGS

           SET PASS-WAITING TO TRUE
           PERFORM SCAN-BOOKINGS

           IF WAITING-COUNT = ZERO
              MOVE "  (NONE)" TO RPT-LINE
              WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING TOMORROW-COUNT DELIMITED BY SIZE
                  " FOR TOMORROW, " DELIMITED BY SIZE
                  WAITING-COUNT DELIMITED BY SIZE
                  " WAITING, " DELIMITED BY SIZE
                  SHORT-COUNT DELIMITED BY SIZE
                  " WITH NO UNIT READY" DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           PERFORM CLOSE-FILES

           DISPLAY TOMORROW-COUNT " FOR TOMORROW, " WAITING-COUNT
                   " WAITING - REPORTED TO " EQPULL-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES - NO BOOKINGS FILE YET MEANS NOTHING TO PULL    *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           SET EQBOOK-OPEN TO FALSE
           OPEN INPUT  EQBOOK
           IF VALID-STATUS-EQBOOK
              SET EQBOOK-OPEN TO TRUE
           END-IF

           OPEN INPUT  EQUIP
           OPEN INPUT  LOANS
           OPEN INPUT  BORROWERS
           OPEN OUTPUT EQPULL-RPT

           IF NOT VALID-STATUS-EQUIP
              DISPLAY "UNABLE TO OPEN EQUIP.DAT - STATUS "
                      STATUS-EQUIP
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-LOANS
              DISPLAY "UNABLE TO OPEN LOANS.DAT - STATUS "
                      STATUS-LOANS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-BORROWERS
              DISPLAY "UNABLE TO OPEN BORROWERS.DAT - STATUS "
                      STATUS-BORROWERS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " EQPULL-RPT-PATH
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
           MOVE "BOOKNG"      TO RPT-LINE (1:6)
           MOVE "BORROWER"    TO RPT-LINE (8:8)
           MOVE "ASSET"       TO RPT-LINE (29:5)
           MOVE "DESCRIPTION" TO RPT-LINE (35:11)
           MOVE "RETURN"      TO RPT-LINE (58:6)
           MOVE "NOW"         TO RPT-LINE (67:3)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE PASS OVER THE BOOKINGS FOR THE PART BEING PRINTED.  THE    *
      * UNIT CHECKS BROWSE THE BOOKINGS FILE TOO, SO EACH ROW IS       *
      * FOUND AGAIN FROM ITS NUMBER BEFORE READING ON                  *
      *----------------------------------------------------------------*
       SCAN-BOOKINGS.
           IF NOT EQBOOK-OPEN
              EXIT PARAGRAPH
           END-IF

           SET EQBOOK-AT-END TO FALSE
           MOVE ZERO TO EBK-NO

           START EQBOOK KEY >= EBK-NO
                 INVALID KEY
                     SET EQBOOK-AT-END TO TRUE
                 NOT INVALID KEY
                     READ EQBOOK NEXT RECORD
                          AT END SET EQBOOK-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM CHECK-ONE-BOOKING
              UNTIL EQBOOK-AT-END
           .

       CHECK-ONE-BOOKING.
           MOVE EBK-NO TO SCAN-EBK-NO

           IF EBK-IS-BOOKED
              IF PASS-TOMORROW
                 IF EBK-FROM-DT = TOMORROW-DATE
                    ADD 1 TO TOMORROW-COUNT
                    PERFORM PRINT-BOOKING-LINE
                 END-IF
              ELSE
                 IF EBK-FROM-DT NOT > TODAY-DATE
                    AND EBK-TO-DT NOT < TODAY-DATE
                    ADD 1 TO WAITING-COUNT
                    PERFORM PRINT-BOOKING-LINE
                 END-IF
              END-IF
           END-IF

           MOVE SCAN-EBK-NO TO EBK-NO
           START EQBOOK KEY > EBK-NO
                 INVALID KEY
                     SET EQBOOK-AT-END TO TRUE
                 NOT INVALID KEY
                     READ EQBOOK NEXT RECORD
                          AT END SET EQBOOK-AT-END TO TRUE
                     END-READ
           END-START
           .
      /
      *----------------------------------------------------------------*
      * ONE REPORT LINE FOR THE BOOKING IN THE RECORD AREA             *
      *----------------------------------------------------------------*
       PRINT-BOOKING-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE EBK-NO TO RPT-LINE (1:6)

           MOVE EBK-BORROWER-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    MOVE "?? NOT ON FILE ??" TO RPT-LINE (8:20)
                NOT INVALID
                    MOVE BRW-NAME TO RPT-LINE (8:20)
           END-READ

           MOVE EBK-TO-DT TO RPT-LINE (58:8)

           IF EBK-ASSET-ID NOT = ZERO
              PERFORM DESCRIBE-NAMED-UNIT
           ELSE
              PERFORM PICK-ANY-UNIT
           END-IF

           IF LINE-ASSET-ID NOT = ZERO
              MOVE LINE-ASSET-ID TO RPT-LINE (29:5)
           END-IF
           MOVE LINE-DESC TO RPT-LINE (35:22)
           MOVE LINE-NOW  TO RPT-LINE (67:14)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * A BOOKING THAT NAMES ITS UNIT - IS THE UNIT ON THE SHELF       *
      *----------------------------------------------------------------*
       DESCRIBE-NAMED-UNIT.
           MOVE EBK-ASSET-ID TO LINE-ASSET-ID
           MOVE EBK-ASSET-ID TO EQP-ASSET-ID

           READ EQUIP
                INVALID
                    MOVE "?? NOT ON FILE ??" TO LINE-DESC
                    MOVE "NO SUCH UNIT"      TO LINE-NOW
                    ADD 1 TO SHORT-COUNT
                    EXIT PARAGRAPH
           END-READ

           MOVE EQP-DESC TO LINE-DESC

           EVALUATE TRUE
           WHEN EQP-IS-LOST
                MOVE "LOST"        TO LINE-NOW
                ADD 1 TO SHORT-COUNT
           WHEN EQP-IS-OUT
                MOVE "OUT - CHASE" TO LINE-NOW
                ADD 1 TO SHORT-COUNT
           WHEN OTHER
                MOVE "ON SHELF"    TO LINE-NOW
           END-EVALUATE
           .
      /
      *----------------------------------------------------------------*
      * AN ANY-UNIT BOOKING - THE FIRST UNIT OF THE CLASS FREE OVER    *
      * THE WHOLE BOOKING AND NOT PICKED FOR AN EARLIER LINE           *
      *----------------------------------------------------------------*
       PICK-ANY-UNIT.
           MOVE ZERO TO LINE-ASSET-ID
           MOVE ZERO TO PICK-UNIT-ID
           MOVE SPACES TO LINE-DESC
           STRING "ANY UNIT OF CLASS " DELIMITED BY SIZE
                  EBK-CLASS            DELIMITED BY SIZE
             INTO LINE-DESC
           END-STRING

           MOVE EBK-CLASS   TO BKC-CLASS
           MOVE ZERO        TO BKC-ASSET-ID
           MOVE EBK-FROM-DT TO BKC-FROM-DT
           MOVE EBK-TO-DT   TO BKC-TO-DT
           MOVE EBK-NO      TO BKC-SKIP-NO
           MOVE ZERO        TO BKC-SKIP-SEQ
           PERFORM LOAD-CLASS-UNITS

           PERFORM VARYING PICK-IDX FROM 1 BY 1
                     UNTIL PICK-IDX > BKC-UNIT-CNT
                        OR PICK-UNIT-ID NOT = ZERO
              MOVE BKC-UNIT-ENTRY (PICK-IDX) TO BKC-UNIT-ID
              PERFORM CHECK-UNIT-PICKED

              IF NOT UNIT-ALREADY-PICKED
                 PERFORM CHECK-UNIT-FREE
                 IF BKC-UNIT-FREE
                    MOVE BKC-UNIT-ID TO PICK-UNIT-ID
                 END-IF
              END-IF
           END-PERFORM

           IF PICK-UNIT-ID = ZERO
              MOVE "NONE FREE" TO LINE-NOW
              ADD 1 TO SHORT-COUNT
              EXIT PARAGRAPH
           END-IF

           IF PICKED-CNT < 200
              ADD 1 TO PICKED-CNT
              MOVE PICK-UNIT-ID TO PICKED-UNIT (PICKED-CNT)
           END-IF

           MOVE PICK-UNIT-ID TO LINE-ASSET-ID
           MOVE PICK-UNIT-ID TO EQP-ASSET-ID
           READ EQUIP
                INVALID
                    CONTINUE
                NOT INVALID
                    MOVE EQP-DESC TO LINE-DESC
           END-READ
           MOVE "PICKED - ANY" TO LINE-NOW
           .

       CHECK-UNIT-PICKED.
           SET UNIT-ALREADY-PICKED TO FALSE

           PERFORM VARYING PICK-SUB FROM 1 BY 1
                     UNTIL PICK-SUB > PICKED-CNT
              IF PICKED-UNIT (PICK-SUB) = BKC-UNIT-ID
                 SET UNIT-ALREADY-PICKED TO TRUE
              END-IF
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           IF EQBOOK-OPEN
              CLOSE EQBOOK
           END-IF

           CLOSE EQUIP
           CLOSE LOANS
           CLOSE BORROWERS

           CLOSE EQPULL-RPT
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * IS A UNIT FREE OVER THE BOOKING                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDEBP.CPY'.
