       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          MIGRSV2.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 OCTOBER 15
      /
      ******************************************************************
      *                                                                *
      *  ONE-TIME UTILITY TO MIGRATE RESERVE.DAT FROM THE PREVIOUS     *
      *  40-BYTE RECORD (PICKUP-SHELF DATES, BUT NO PICKUP BRANCH AND  *
      *  NO CLOSED DATE) TO THE CURRENT CPVIDRSV.CPY LAYOUT.  THE DAY  *
      *  EACH HOLD WENT ON THE PICKUP SHELF AND ITS PICKUP DEADLINE    *
      *  ARE CARRIED ACROSS AS THEY STAND, SO HOLDEXP GOES ON          *
      *  EXPIRING THE SHELF ON THE RIGHT DAYS; THE PICKUP BRANCH IS    *
      *  LEFT BLANK (THE ORIGINAL SHOP) AND THE CLOSED DATE ZERO -     *
      *  HOLDS THAT CLOSED BEFORE THE DAY WAS KEPT CARRY NONE.         *
      *                                                                *
      *  A RESERVE.DAT STILL ON THE ORIGINAL 24-BYTE RECORD GOES       *
      *  THROUGH MIGRSV INSTEAD, WHICH WRITES THE CURRENT LAYOUT       *
      *  STRAIGHT AWAY.                                                *
      *                                                                *
      *  RENAME THE LIVE FILE TO RESERVE.OLD FIRST, THE SAME WAY       *
      *  MIGLON WORKS FROM LOANS.OLD.                                  *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          SELECT OLD-RESERVES
                 ASSIGN       TO 'RESERVE.OLD'
                 ORGANIZATION IS INDEXED
                 ACCESS MODE  IS SEQUENTIAL
                 FILE STATUS  IS STATUS-OLD-RESERVES
                 RECORD KEY   IS OLD-RSV-KEY.
          COPY 'CPVIDRSA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD OLD-RESERVES.
      *
      * PREVIOUS RECORD LAYOUT - LRECL 40, BEFORE THE PICKUP BRANCH
      * AND THE CLOSED DATE WERE ADDED
      *
       01 OLD-RSV-REC.
           05 OLD-RSV-KEY.
               10 OLD-RSV-CODIGO     PIC 9(05).
               10 OLD-RSV-SEQ        PIC 9(05).
           05 OLD-RSV-BORROWER-ID   PIC 9(05).
           05 OLD-RSV-DATE          PIC 9(08).
           05 OLD-RSV-STATUS        PIC X(01).
           05 OLD-RSV-FILLED-DT     PIC 9(08).
           05 OLD-RSV-PICKUP-BY     PIC 9(08).

       FD RESERVES.
          COPY 'CPVIDRSV.CPY'.

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 STATUS-OLD-RESERVES PIC X(2).
           88 VALID-STATUS-OLD-RESERVES VALUE IS "00" THRU "09".
       77 STATUS-RESERVES   PIC X(2).
           88 VALID-STATUS-RESERVES VALUE IS "00" THRU "09".
       77 SW-OLD-EOF        PIC 9 VALUE ZERO.
           88 OLD-RESERVES-AT-END VALUE 1, FALSE 0.
       77 MIG-COUNT         PIC 9(5) VALUE ZERO.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM OPEN-FILES

           READ OLD-RESERVES NEXT
                AT END SET OLD-RESERVES-AT-END TO TRUE
           END-READ

           PERFORM MIGRATE-ONE-RECORD
              UNTIL OLD-RESERVES-AT-END

           DISPLAY MIG-COUNT " HOLD(S) MIGRATED TO THE NEW LAYOUT"

           PERFORM CLOSE-FILES

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE OLD (INPUT) AND NEW (OUTPUT) RESERVE FILES            *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  OLD-RESERVES
           OPEN OUTPUT RESERVES

           IF NOT VALID-STATUS-OLD-RESERVES
              DISPLAY "UNABLE TO OPEN RESERVE.OLD - STATUS "
                      STATUS-OLD-RESERVES
              DISPLAY "RENAME THE LIVE RESERVE.DAT TO RESERVE.OLD FIRST"
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RESERVES
              DISPLAY "UNABLE TO OPEN RESERVE.DAT - STATUS "
                      STATUS-RESERVES
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * CONVERT ONE OLD-LAYOUT RECORD AND WRITE IT UNDER THE NEW       *
      * LAYOUT, DEFAULTING THE FIELDS THAT DID NOT EXIST BEFORE        *
      *----------------------------------------------------------------*
       MIGRATE-ONE-RECORD.
           INITIALIZE RSV-REC

           MOVE OLD-RSV-CODIGO      TO RSV-CODIGO
           MOVE OLD-RSV-SEQ         TO RSV-SEQ
           MOVE OLD-RSV-BORROWER-ID TO RSV-BORROWER-ID
           MOVE OLD-RSV-DATE        TO RSV-DATE
           MOVE OLD-RSV-STATUS      TO RSV-STATUS
           MOVE OLD-RSV-FILLED-DT   TO RSV-FILLED-DT
           MOVE OLD-RSV-PICKUP-BY   TO RSV-PICKUP-BY
           MOVE SPACES              TO RSV-PICKUP-BRANCH
           MOVE ZERO                TO RSV-CLOSED-DT

           WRITE RSV-REC
                 INVALID KEY
                     DISPLAY "DUPLICATE KEY " RSV-KEY
                             " - RECORD SKIPPED"
                 NOT INVALID KEY
                     ADD 1 TO MIG-COUNT
           END-WRITE

           READ OLD-RESERVES NEXT
                AT END SET OLD-RESERVES-AT-END TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE OLD-RESERVES
           CLOSE RESERVES
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
