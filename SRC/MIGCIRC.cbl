       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          MIGCIRC.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  ONE-TIME UTILITY TO REBUILD EVERY COPY'S LIFETIME WEAR COUNT  *
      *  (CP-CIRC-COUNT) FROM THE LOAN HISTORY.  THE COUNT OF EACH     *
      *  COPY IS FIRST SET BACK TO ZERO, THEN EVERY RETURNED LOAN OF A *
      *  SPECIFIC DISC - IN THE LIVE LOANS FILE AND IN THE LOANHIST    *
      *  ARCHIVE PRGLOAN CUT AWAY - ADDS ONE TO ITS COPY.  LOANS STILL *
      *  OUT, LOANS WITH NO COPY NUMBER AND EQUIPMENT LOANS DO NOT     *
      *  COUNT.  FROM THEN ON THE DESK RETURN KEEPS THE COUNT CURRENT, *
      *  SO THIS IS RUN ONCE, WITH THE DESK CLOSED.                    *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDCPA.CPY'.
          COPY 'CPVIDLOA.CPY'.
          SELECT LOANHIST ASSIGN TO LOANHIST-PATH
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS  IS STATUS-LOANHIST.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD COPIES.
          COPY 'CPVIDCPN.CPY'.
      *
       FD LOANS.
          COPY 'CPVIDLON.CPY'.
      *
       FD LOANHIST.
       01 REC-LOANHIST              PIC X(100).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 STATUS-COPIES    PIC X(2).
           88 VALID-STATUS-COPIES VALUE IS "00" THRU "09".
       77 STATUS-LOANS     PIC X(2).
           88 VALID-STATUS-LOANS VALUE IS "00" THRU "09".
       77 STATUS-LOANHIST  PIC X(2).
           88 VALID-STATUS-LOANHIST VALUE IS "00" THRU "09".
       77 SW-CPY-EOF       PIC 9 VALUE ZERO.
           88 COPIES-AT-END VALUE 1, FALSE 0.
       77 SW-LON-EOF       PIC 9 VALUE ZERO.
           88 LOANS-AT-END  VALUE 1, FALSE 0.
       77 SW-HIST-EOF      PIC 9 VALUE ZERO.
           88 LOANHIST-AT-END VALUE 1, FALSE 0.
       77 SW-HIST-OPEN     PIC 9 VALUE ZERO.
           88 LOANHIST-OPEN VALUE 1, FALSE 0.
       77 COPY-COUNT       PIC 9(5) VALUE ZERO.
       77 LIVE-COUNT       PIC 9(7) VALUE ZERO.
       77 HIST-COUNT       PIC 9(7) VALUE ZERO.
       77 ORPHAN-COUNT     PIC 9(7) VALUE ZERO.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM OPEN-FILES

           PERFORM CLEAR-ALL-COUNTS
           PERFORM COUNT-LIVE-LOANS
           PERFORM COUNT-ARCHIVE-LOANS

           DISPLAY COPY-COUNT " COPY ROW(S) REBUILT"
           DISPLAY LIVE-COUNT " RETURNED LOAN(S) COUNTED FROM LOANS"
           DISPLAY HIST-COUNT " RETURNED LOAN(S) COUNTED FROM LOANHIST"

           IF ORPHAN-COUNT > ZERO
              DISPLAY ORPHAN-COUNT
                      " LOAN(S) NAMED A COPY NO LONGER ON FILE"
           END-IF

           PERFORM CLOSE-FILES

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES - NO ARCHIVE YET SIMPLY MEANS NOTHING EXTRA TO  *
      * COUNT                                                          *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN I-O    COPIES
           OPEN INPUT  LOANS
           OPEN INPUT  LOANHIST

           IF NOT VALID-STATUS-COPIES
              DISPLAY "UNABLE TO OPEN COPIES.DAT - STATUS "
                      STATUS-COPIES
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-LOANS
              DISPLAY "UNABLE TO OPEN LOANS.DAT - STATUS "
                      STATUS-LOANS
              STOP RUN
           END-IF

           IF VALID-STATUS-LOANHIST
              SET LOANHIST-OPEN TO TRUE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * EVERY COPY STARTS AGAIN FROM ZERO                              *
      *----------------------------------------------------------------*
       CLEAR-ALL-COUNTS.
           SET COPIES-AT-END TO FALSE
           MOVE LOW-VALUES TO CP-KEY

           START COPIES KEY >= CP-KEY
                 INVALID KEY
                     SET COPIES-AT-END TO TRUE
                 NOT INVALID KEY
                     READ COPIES NEXT RECORD
                          AT END SET COPIES-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM CLEAR-ONE-COUNT
              UNTIL COPIES-AT-END
           .

       CLEAR-ONE-COUNT.
           MOVE ZERO TO CP-CIRC-COUNT

           REWRITE CP-REC
              INVALID KEY
                  DISPLAY "ERROR REWRITING COPY " CP-KEY
              NOT INVALID KEY
                  ADD 1 TO COPY-COUNT
           END-REWRITE

           READ COPIES NEXT RECORD
                AT END SET COPIES-AT-END TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * THE LIVE LOANS FILE - EVERY RETURNED LOAN OF A DISC STILL ON   *
      * FILE                                                           *
      *----------------------------------------------------------------*
       COUNT-LIVE-LOANS.
           SET LOANS-AT-END TO FALSE
           MOVE LOW-VALUES TO LOAN-KEY

           START LOANS KEY >= LOAN-KEY
                 INVALID KEY
                     SET LOANS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ LOANS NEXT RECORD
                          AT END SET LOANS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM COUNT-ONE-LIVE-LOAN
              UNTIL LOANS-AT-END
           .

       COUNT-ONE-LIVE-LOAN.
           IF LOAN-IS-RETURNED
              AND LOAN-COPY-NO > ZERO
              AND LOAN-CODIGO < 90000
              PERFORM ADD-LOAN-TO-COPY
              ADD 1 TO LIVE-COUNT
           END-IF

           READ LOANS NEXT RECORD
                AT END SET LOANS-AT-END TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * THE ARCHIVE ROWS PRGLOAN CUT AWAY STILL COUNT - THE SAME MOVE  *
      * TOPPAT AND EQPUTIL USE PUTS EACH ROW BACK IN THE LOAN RECORD   *
      * AREA                                                           *
      *----------------------------------------------------------------*
       COUNT-ARCHIVE-LOANS.
           IF NOT LOANHIST-OPEN
              EXIT PARAGRAPH
           END-IF

           SET LOANHIST-AT-END TO FALSE

           READ LOANHIST
                AT END SET LOANHIST-AT-END TO TRUE
           END-READ

           PERFORM COUNT-ONE-ARCHIVE-LOAN
              UNTIL LOANHIST-AT-END
           .

       COUNT-ONE-ARCHIVE-LOAN.
           MOVE REC-LOANHIST TO LOAN-REC

           IF LOAN-IS-RETURNED
              AND LOAN-COPY-NO > ZERO
              AND LOAN-CODIGO < 90000
              PERFORM ADD-LOAN-TO-COPY
              ADD 1 TO HIST-COUNT
           END-IF

           READ LOANHIST
                AT END SET LOANHIST-AT-END TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * ONE MORE TRIP ON THE COPY THE LOAN IN THE RECORD AREA NAMES -  *
      * A COPY SINCE SOLD OR SCRAPPED IS ONLY COUNTED AS AN ORPHAN     *
      *----------------------------------------------------------------*
       ADD-LOAN-TO-COPY.
           MOVE LOAN-CODIGO  TO CP-CODIGO
           MOVE LOAN-COPY-NO TO CP-COPY-NO

           READ COPIES
                INVALID
                    ADD 1 TO ORPHAN-COUNT
                NOT INVALID
                    ADD 1 TO CP-CIRC-COUNT
                    REWRITE CP-REC
                       INVALID KEY
                           DISPLAY "ERROR REWRITING COPY " CP-KEY
                    END-REWRITE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE COPIES
           CLOSE LOANS

           IF LOANHIST-OPEN
              CLOSE LOANHIST
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
