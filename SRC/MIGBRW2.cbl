       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          MIGBRW2.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 OCTOBER 15
      /
      ******************************************************************
      *                                                                *
      *  ONE-TIME UTILITY TO MIGRATE BORROWER.DAT FROM THE PREVIOUS    *
      *  110-BYTE RECORD (LENDING CATEGORY AND KIOSK PIN, BUT NO PAID  *
      *  MEMBERSHIP, NO HOUSEHOLD, NO KIOSK APPLICATION DATE AND NO    *
      *  POSTAL ADDRESS) TO THE CURRENT CPVIDBRW.CPY LAYOUT.  EVERY    *
      *  FIELD ALREADY ON FILE IS CARRIED ACROSS - THE CATEGORY THE    *
      *  DESK SET AND THE PIN HASH INCLUDED - AND THE NEW BLOCKS ARE   *
      *  DEFAULTED THE SAME WAY MIGBRW DEFAULTS THEM: ONE COURTESY     *
      *  ANNUAL TERM FROM THE DAY OF THE MIGRATION, NO HOUSEHOLD, NO   *
      *  APPLICATION DATE AND A BLANK ADDRESS FOR THE DESK TO TYPE IN. *
      *                                                                *
      *  A BORROWER.DAT STILL ON THE ORIGINAL 99-BYTE RECORD GOES      *
      *  THROUGH MIGBRW INSTEAD, WHICH WRITES THE CURRENT LAYOUT       *
      *  STRAIGHT AWAY.                                                *
      *                                                                *
      *  RENAME THE LIVE FILE TO BORROWER.OLD FIRST, THE SAME WAY      *
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
          SELECT OLD-BORROWERS
                 ASSIGN       TO 'BORROWER.OLD'
                 ORGANIZATION IS INDEXED
                 ACCESS MODE  IS SEQUENTIAL
                 FILE STATUS  IS STATUS-OLD-BORROWERS
                 RECORD KEY   IS OLD-BRW-ID
                 ALTERNATE RECORD KEY IS OLD-BRW-NAME
                                      WITH DUPLICATES.
          COPY 'CPVIDBRA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD OLD-BORROWERS.
      *
      * PREVIOUS RECORD LAYOUT - LRECL 110, BEFORE THE PAID
      * MEMBERSHIP, HOUSEHOLD, APPLICATION DATE AND ADDRESS WERE ADDED
      *
       01 OLD-BRW-REC.
           05 OLD-BRW-ID            PIC 9(05).
           05 OLD-BRW-NAME          PIC X(30).
           05 OLD-BRW-PHONE         PIC X(15).
           05 OLD-BRW-EMAIL         PIC X(40).
           05 OLD-BRW-STATUS        PIC X(01).
           05 OLD-BRW-BIRTH-DT      PIC 9(08).
           05 OLD-BRW-CATEGORY      PIC X(01).
           05 OLD-BRW-PIN           PIC X(10).

       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 STATUS-OLD-BORROWERS PIC X(2).
           88 VALID-STATUS-OLD-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-BORROWERS  PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 SW-OLD-EOF        PIC 9 VALUE ZERO.
           88 OLD-BORROWERS-AT-END VALUE 1, FALSE 0.
       77 MIG-COUNT         PIC 9(5) VALUE ZERO.
       77 TODAY-DATE        PIC 9(08) VALUE ZERO.
       77 TERM-END-DATE     PIC 9(08) VALUE ZERO.
          COPY 'CPVIDMBV.CPY'.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM OPEN-FILES

      *> ONE COURTESY ANNUAL TERM FROM TODAY FOR EVERY EXISTING MEMBER
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE "A"        TO MBR-PLAN
           MOVE TODAY-DATE TO MBR-FROM-DT
           PERFORM MEMBERSHIP-TERM-END
           MOVE MBR-TO-DT  TO TERM-END-DATE

           READ OLD-BORROWERS NEXT
                AT END SET OLD-BORROWERS-AT-END TO TRUE
           END-READ

           PERFORM MIGRATE-ONE-RECORD
              UNTIL OLD-BORROWERS-AT-END

           DISPLAY MIG-COUNT " BORROWER(S) MIGRATED TO THE NEW LAYOUT"

           PERFORM CLOSE-FILES

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE OLD (INPUT) AND NEW (OUTPUT) BORROWER FILES           *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  OLD-BORROWERS
           OPEN OUTPUT BORROWERS

           IF NOT VALID-STATUS-OLD-BORROWERS
              DISPLAY "UNABLE TO OPEN BORROWER.OLD - STATUS "
                      STATUS-OLD-BORROWERS
              DISPLAY "RENAME THE LIVE BORROWER.DAT TO BORROWER.OLD "
                      "FIRST"
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-BORROWERS
              DISPLAY "UNABLE TO OPEN BORROWER.DAT - STATUS "
                      STATUS-BORROWERS
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * CONVERT ONE OLD-LAYOUT RECORD AND WRITE IT UNDER THE NEW       *
      * LAYOUT, DEFAULTING THE FIELDS THAT DID NOT EXIST BEFORE        *
      *----------------------------------------------------------------*
       MIGRATE-ONE-RECORD.
           INITIALIZE BRW-REC

           MOVE OLD-BRW-ID       TO BRW-ID
           MOVE OLD-BRW-NAME     TO BRW-NAME
           MOVE OLD-BRW-PHONE    TO BRW-PHONE
           MOVE OLD-BRW-EMAIL    TO BRW-EMAIL
           MOVE OLD-BRW-STATUS   TO BRW-STATUS
           MOVE OLD-BRW-BIRTH-DT TO BRW-BIRTH-DT
           MOVE OLD-BRW-CATEGORY TO BRW-CATEGORY
           MOVE OLD-BRW-PIN      TO BRW-PIN
           MOVE "A"              TO BRW-MBR-PLAN
           MOVE TODAY-DATE       TO BRW-MBR-START-DT
           MOVE TERM-END-DATE    TO BRW-MBR-EXPIRY-DT
           MOVE ZERO             TO BRW-MBR-NOTICE-DT
           MOVE ZERO             TO BRW-HOUSEHOLD-ID
           MOVE ZERO             TO BRW-APPLIED-DT
           MOVE SPACES           TO BRW-ADDRESS
           MOVE ZERO             TO BRW-ADDR-RETURNED-DT

           WRITE BRW-REC
                 INVALID KEY
                     DISPLAY "DUPLICATE KEY " BRW-ID
                             " - RECORD SKIPPED"
                 NOT INVALID KEY
                     ADD 1 TO MIG-COUNT
           END-WRITE

           READ OLD-BORROWERS NEXT
                AT END SET OLD-BORROWERS-AT-END TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE OLD-BORROWERS
           CLOSE BORROWERS
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * THE LAST DAY OF A PAID MEMBERSHIP TERM                         *
      *----------------------------------------------------------------*
          COPY 'CPVIDMBP.CPY'.
