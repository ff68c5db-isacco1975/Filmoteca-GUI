       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          MIGTLJ.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  ONE-TIME UTILITY TO MIGRATE TILLJRN.DAT FROM THE OLD 52-BYTE  *
      *  RECORD TO THE CURRENT CPVIDTLJ.CPY LAYOUT.  EVERY ROW TAKEN   *
      *  BEFORE THE TENDER WAS CAPTURED IS CARRIED OVER WITH A BLANK   *
      *  TENDER, WHICH THE REPORTS COUNT AS CASH, AND WITH NO SALES    *
      *  TAX, SINCE NONE WAS WORKED OUT WHEN IT WAS TAKEN.  THE        *
      *  BRANCH IS LEFT BLANK - EVERY OLD ROW IS THE ORIGINAL SHOP'S - *
      *  AND NO OLD ROW IS A VOID.                                     *
      *                                                                *
      *  RENAME THE LIVE FILE TO TILLJRN.OLD FIRST, THE SAME WAY       *
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
          SELECT OLD-TILLJRN
                 ASSIGN       TO 'TILLJRN.OLD'
                 ORGANIZATION IS INDEXED
                 ACCESS MODE  IS SEQUENTIAL
                 FILE STATUS  IS STATUS-OLD-TILLJRN
                 RECORD KEY   IS OLD-TLJ-KEY.
          COPY 'CPVIDTJA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD OLD-TILLJRN.
      *
      * OLD RECORD LAYOUT - LRECL 52, BEFORE THE TENDER WAS ADDED
      *
       01 OLD-TLJ-REC.
           05 OLD-TLJ-KEY.
               10 OLD-TLJ-DATE       PIC 9(08).
               10 OLD-TLJ-SEQ        PIC 9(05).
           05 OLD-TLJ-TIME           PIC 9(06).
           05 OLD-TLJ-OPERATOR       PIC X(10).
           05 OLD-TLJ-TYPE           PIC X(01).
           05 OLD-TLJ-BORROWER-ID    PIC 9(05).
           05 OLD-TLJ-REF-CODIGO     PIC 9(05).
           05 OLD-TLJ-REF-SEQ        PIC 9(05).
           05 OLD-TLJ-AMOUNT         PIC 9(05)V99.

       FD TILLJRN.
          COPY 'CPVIDTLJ.CPY'.

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 STATUS-OLD-TILLJRN PIC X(2).
           88 VALID-STATUS-OLD-TILLJRN VALUE IS "00" THRU "09".
       77 STATUS-TILLJRN    PIC X(2).
           88 VALID-STATUS-TILLJRN VALUE IS "00" THRU "09".
       77 SW-OLD-EOF        PIC 9 VALUE ZERO.
           88 OLD-TILLJRN-AT-END VALUE 1, FALSE 0.
       77 MIG-COUNT         PIC 9(5) VALUE ZERO.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM OPEN-FILES

           READ OLD-TILLJRN NEXT
                AT END SET OLD-TILLJRN-AT-END TO TRUE
           END-READ

           PERFORM MIGRATE-ONE-RECORD
              UNTIL OLD-TILLJRN-AT-END

           DISPLAY MIG-COUNT " TILL JOURNAL ROW(S) MIGRATED"

           PERFORM CLOSE-FILES

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE OLD (INPUT) AND NEW (OUTPUT) TILL JOURNALS            *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  OLD-TILLJRN
           OPEN OUTPUT TILLJRN

           IF NOT VALID-STATUS-OLD-TILLJRN
              DISPLAY "UNABLE TO OPEN TILLJRN.OLD - STATUS "
                      STATUS-OLD-TILLJRN
              DISPLAY "RENAME THE LIVE TILLJRN.DAT TO TILLJRN.OLD FIRST"
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-TILLJRN
              DISPLAY "UNABLE TO OPEN TILLJRN.DAT - STATUS "
                      STATUS-TILLJRN
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * CONVERT ONE TILL ROW - THE TENDER IS LEFT BLANK (CASH) AND     *
      * THE TAX ZERO                                                   *
      *----------------------------------------------------------------*
       MIGRATE-ONE-RECORD.
           INITIALIZE TLJ-REC

           MOVE OLD-TLJ-DATE         TO TLJ-DATE
           MOVE OLD-TLJ-SEQ          TO TLJ-SEQ
           MOVE OLD-TLJ-TIME         TO TLJ-TIME
           MOVE OLD-TLJ-OPERATOR     TO TLJ-OPERATOR
           MOVE OLD-TLJ-TYPE         TO TLJ-TYPE
           MOVE OLD-TLJ-BORROWER-ID  TO TLJ-BORROWER-ID
           MOVE OLD-TLJ-REF-CODIGO   TO TLJ-REF-CODIGO
           MOVE OLD-TLJ-REF-SEQ      TO TLJ-REF-SEQ
           MOVE OLD-TLJ-AMOUNT       TO TLJ-AMOUNT
           MOVE SPACE                TO TLJ-TENDER
           MOVE ZERO                 TO TLJ-TAX-RATE
           MOVE ZERO                 TO TLJ-TAX
           MOVE SPACES               TO TLJ-BRANCH
           MOVE SPACE                TO TLJ-VOID-OF
           MOVE ZERO                 TO TLJ-VOID-RCP

           WRITE TLJ-REC
                 INVALID KEY
                     DISPLAY "DUPLICATE KEY " TLJ-KEY
                             " - RECORD SKIPPED"
                 NOT INVALID KEY
                     ADD 1 TO MIG-COUNT
           END-WRITE

           READ OLD-TILLJRN NEXT
                AT END SET OLD-TILLJRN-AT-END TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE OLD-TILLJRN
           CLOSE TILLJRN
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
