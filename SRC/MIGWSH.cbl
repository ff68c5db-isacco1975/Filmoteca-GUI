       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          MIGWSH.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  ONE-TIME UTILITY TO MIGRATE WISHLIST.DAT FROM THE OLD 90-BYTE *
      *  RECORD TO THE CURRENT CPVIDWSH.CPY LAYOUT.  EVERY EXISTING    *
      *  ROW IS CARRIED OVER WITH NO GENRE, NO QUOTED PRICE, NO        *
      *  FISCAL YEAR AND NO CATALOG LINK, SO NOTHING ORDERED BEFORE    *
      *  THE BUDGET WAS KEPT COUNTS AGAINST IT, AND WITH NO SERIES OR  *
      *  EPISODE, SO NO OLD ROW PLACES SUBSCRIBER HOLDS ON ARRIVAL.    *
      *                                                                *
      *  RENAME THE LIVE FILE TO WISHLIST.OLD FIRST, THE SAME WAY      *
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
          SELECT OLD-WISHLIST
                 ASSIGN       TO 'WISHLIST.OLD'
                 ORGANIZATION IS INDEXED
                 ACCESS MODE  IS SEQUENTIAL
                 FILE STATUS  IS STATUS-OLD-WISHLIST
                 RECORD KEY   IS OLD-WSH-ID.
          COPY 'CPVIDWSA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD OLD-WISHLIST.
      *
      * OLD RECORD LAYOUT - LRECL 90, BEFORE THE BUDGET FIELDS WERE
      * ADDED
      *
       01 OLD-WSH-REC.
           05 OLD-WSH-ID            PIC 9(05).
           05 OLD-WSH-TITLE         PIC X(30).
           05 OLD-WSH-REQUESTER     PIC X(30).
           05 OLD-WSH-DATE          PIC 9(08).
           05 OLD-WSH-PRIORITY      PIC 9(01).
           05 OLD-WSH-DISTRIB       PIC X(15).
           05 OLD-WSH-STATUS        PIC X(01).

       FD WISHLIST.
          COPY 'CPVIDWSH.CPY'.

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 STATUS-OLD-WISHLIST PIC X(2).
           88 VALID-STATUS-OLD-WISHLIST VALUE IS "00" THRU "09".
       77 STATUS-WISHLIST   PIC X(2).
           88 VALID-STATUS-WISHLIST VALUE IS "00" THRU "09".
       77 SW-OLD-EOF        PIC 9 VALUE ZERO.
           88 OLD-WISHLIST-AT-END VALUE 1, FALSE 0.
       77 MIG-COUNT         PIC 9(5) VALUE ZERO.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM OPEN-FILES

           READ OLD-WISHLIST NEXT
                AT END SET OLD-WISHLIST-AT-END TO TRUE
           END-READ

           PERFORM MIGRATE-ONE-RECORD
              UNTIL OLD-WISHLIST-AT-END

           DISPLAY MIG-COUNT " WISHLIST ROW(S) MIGRATED"

           PERFORM CLOSE-FILES

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE OLD (INPUT) AND NEW (OUTPUT) WISHLISTS                *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  OLD-WISHLIST
           OPEN OUTPUT WISHLIST

           IF NOT VALID-STATUS-OLD-WISHLIST
              DISPLAY "UNABLE TO OPEN WISHLIST.OLD - STATUS "
                      STATUS-OLD-WISHLIST
              DISPLAY "RENAME THE LIVE WISHLIST.DAT TO WISHLIST.OLD "
                      "FIRST"
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-WISHLIST
              DISPLAY "UNABLE TO OPEN WISHLIST.DAT - STATUS "
                      STATUS-WISHLIST
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * CONVERT ONE WISHLIST ROW - THE BUDGET FIELDS START EMPTY       *
      *----------------------------------------------------------------*
       MIGRATE-ONE-RECORD.
           INITIALIZE WSH-REC

           MOVE OLD-WSH-ID           TO WSH-ID
           MOVE OLD-WSH-TITLE        TO WSH-TITLE
           MOVE OLD-WSH-REQUESTER    TO WSH-REQUESTER
           MOVE OLD-WSH-DATE         TO WSH-DATE
           MOVE OLD-WSH-PRIORITY     TO WSH-PRIORITY
           MOVE OLD-WSH-DISTRIB      TO WSH-DISTRIB
           MOVE OLD-WSH-STATUS       TO WSH-STATUS
           MOVE ZERO                 TO WSH-GENRE
           MOVE ZERO                 TO WSH-EST-PRICE
           MOVE ZERO                 TO WSH-FISCAL-YR
           MOVE ZERO                 TO WSH-CODIGO
           MOVE ZERO                 TO WSH-SERIES-CODE
           MOVE ZERO                 TO WSH-EPISODE-NO

           WRITE WSH-REC
                 INVALID KEY
                     DISPLAY "DUPLICATE KEY " WSH-ID
                             " - RECORD SKIPPED"
                 NOT INVALID KEY
                     ADD 1 TO MIG-COUNT
           END-WRITE

           READ OLD-WISHLIST NEXT
                AT END SET OLD-WISHLIST-AT-END TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE OLD-WISHLIST
           CLOSE WISHLIST
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
