       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          MIGLON3.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 OCTOBER 15
      /
      ******************************************************************
      *                                                                *
      *  ONE-TIME UTILITY TO MIGRATE LOANS.DAT FROM THE PREVIOUS       *
      *  87-BYTE RECORD (CHECKOUT/RETURN TIMES, BUT NO LENDING         *
      *  BRANCH) TO THE CURRENT CPVIDLON.CPY LAYOUT.  EVERY FIELD IS   *
      *  CARRIED ACROSS, THE TWO TIMES INCLUDED, AND THE LENDING       *
      *  BRANCH IS LEFT BLANK - THE ORIGINAL SHOP.                     *
      *                                                                *
      *  THE LOANHIST ARCHIVE NEEDS NOTHING: ITS 100-BYTE ROWS HAVE    *
      *  ROOM FOR THE BRANCH AND CARRY SPACES THERE ALREADY, WHICH     *
      *  READS AS THE ORIGINAL SHOP.  A LOANS.DAT STILL ON THE         *
      *  75-BYTE RECORD GOES THROUGH MIGLON2 (OR MIGIDX) INSTEAD,      *
      *  WHICH WRITE THE CURRENT LAYOUT STRAIGHT AWAY.                 *
      *                                                                *
      *  RENAME THE LIVE FILE TO LOANS.OLD FIRST, THE SAME WAY         *
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
          SELECT OLD-LOANS
                 ASSIGN       TO 'LOANS.OLD'
                 ORGANIZATION IS INDEXED
                 ACCESS MODE  IS SEQUENTIAL
                 FILE STATUS  IS STATUS-OLD-LOANS
                 RECORD KEY   IS OLD-LOAN-KEY
                 ALTERNATE RECORD KEY IS OLD-LOAN-BORROWER-ID
                                      WITH DUPLICATES.
          COPY 'CPVIDLOA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD OLD-LOANS.
      *
      * PREVIOUS RECORD LAYOUT - LRECL 87, BEFORE THE LENDING BRANCH
      * WAS ADDED
      *
       01 OLD-LOAN-REC.
           05 OLD-LOAN-KEY.
               10 OLD-LOAN-CODIGO    PIC 9(05).
               10 OLD-LOAN-SEQ       PIC 9(05).
           05 OLD-LOAN-BORROWER      PIC X(30).
           05 OLD-LOAN-CHECKOUT-DT   PIC 9(08).
           05 OLD-LOAN-DUE-DT        PIC 9(08).
           05 OLD-LOAN-RETURNED      PIC X(01).
           05 OLD-LOAN-RETURNED-DT   PIC 9(08).
           05 OLD-LOAN-BORROWER-ID   PIC 9(05).
           05 OLD-LOAN-RENEWALS      PIC 9(02).
           05 OLD-LOAN-COPY-NO       PIC 9(03).
           05 OLD-LOAN-CHECKOUT-TM   PIC 9(06).
           05 OLD-LOAN-RETURNED-TM   PIC 9(06).

       FD LOANS.
          COPY 'CPVIDLON.CPY'.

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 STATUS-OLD-LOANS  PIC X(2).
           88 VALID-STATUS-OLD-LOANS VALUE IS "00" THRU "09".
       77 STATUS-LOANS      PIC X(2).
           88 VALID-STATUS-LOANS VALUE IS "00" THRU "09".
       77 SW-OLD-EOF        PIC 9 VALUE ZERO.
           88 OLD-LOANS-AT-END VALUE 1, FALSE 0.
       77 MIG-COUNT         PIC 9(5) VALUE ZERO.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM OPEN-FILES

           READ OLD-LOANS NEXT
                AT END SET OLD-LOANS-AT-END TO TRUE
           END-READ

           PERFORM MIGRATE-ONE-RECORD
              UNTIL OLD-LOANS-AT-END

           DISPLAY MIG-COUNT " LOAN(S) MIGRATED TO THE NEW LAYOUT"

           PERFORM CLOSE-FILES

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE OLD (INPUT) AND NEW (OUTPUT) LOANS FILES              *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  OLD-LOANS
           OPEN OUTPUT LOANS

           IF NOT VALID-STATUS-OLD-LOANS
              DISPLAY "UNABLE TO OPEN LOANS.OLD - STATUS "
                      STATUS-OLD-LOANS
              DISPLAY "RENAME THE LIVE LOANS.DAT TO LOANS.OLD FIRST"
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-LOANS
              DISPLAY "UNABLE TO OPEN LOANS.DAT - STATUS "
                      STATUS-LOANS
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * CONVERT ONE OLD-LAYOUT RECORD AND WRITE IT UNDER THE NEW       *
      * LAYOUT, LEAVING THE LENDING BRANCH BLANK                       *
      *----------------------------------------------------------------*
       MIGRATE-ONE-RECORD.
           INITIALIZE LOAN-REC

           MOVE OLD-LOAN-CODIGO      TO LOAN-CODIGO
           MOVE OLD-LOAN-SEQ         TO LOAN-SEQ
           MOVE OLD-LOAN-BORROWER    TO LOAN-BORROWER
           MOVE OLD-LOAN-CHECKOUT-DT TO LOAN-CHECKOUT-DT
           MOVE OLD-LOAN-DUE-DT      TO LOAN-DUE-DT
           MOVE OLD-LOAN-RETURNED    TO LOAN-RETURNED
           MOVE OLD-LOAN-RETURNED-DT TO LOAN-RETURNED-DT
           MOVE OLD-LOAN-BORROWER-ID TO LOAN-BORROWER-ID
           MOVE OLD-LOAN-RENEWALS    TO LOAN-RENEWALS
           MOVE OLD-LOAN-COPY-NO     TO LOAN-COPY-NO
           MOVE OLD-LOAN-CHECKOUT-TM TO LOAN-CHECKOUT-TM
           MOVE OLD-LOAN-RETURNED-TM TO LOAN-RETURNED-TM
           MOVE SPACES               TO LOAN-BRANCH

           WRITE LOAN-REC
                 INVALID KEY
                     DISPLAY "DUPLICATE KEY " LOAN-KEY
                             " - RECORD SKIPPED"
                 NOT INVALID KEY
                     ADD 1 TO MIG-COUNT
           END-WRITE

           READ OLD-LOANS NEXT
                AT END SET OLD-LOANS-AT-END TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE OLD-LOANS
           CLOSE LOANS
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
