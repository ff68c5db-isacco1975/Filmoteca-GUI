       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          MIGCPY.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  ONE-TIME UTILITY TO MIGRATE COPIES.DAT FROM THE OLD 20-BYTE   *
      *  RECORD TO THE CURRENT CPVIDCPN.CPY LAYOUT, WHICH CARRIES THE  *
      *  BRANCH EACH DISC LIVES AT.  EVERY COPY ON FILE BEFORE THE     *
      *  SECOND SHOP OPENED IS STAMPED AS THE ORIGINAL SHOP'S.  THE    *
      *  DEPRECIATION FIELDS START EMPTY - THE FIRST DEPRUN RUN TAKES  *
      *  THE IN-SERVICE DATE AND COST OFF THE TITLE'S ACQUISITION ROW. *
      *  THE WEAR COUNT STARTS AT ZERO - RUN MIGCIRC AFTERWARDS TO     *
      *  REBUILD IT FROM THE LOAN HISTORY.                             *
      *  EVERY MIGRATED DISC COUNTS AS BOUGHT - THE DONATION SOURCE    *
      *  AND DONOR START BLANK.                                        *
      *                                                                *
      *  RENAME THE LIVE FILE TO COPIES.OLD FIRST, THE SAME WAY        *
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
          SELECT OLD-COPIES
                 ASSIGN       TO 'COPIES.OLD'
                 ORGANIZATION IS INDEXED
                 ACCESS MODE  IS SEQUENTIAL
                 FILE STATUS  IS STATUS-OLD-COPIES
                 RECORD KEY   IS OLD-CP-KEY.
          COPY 'CPVIDCPA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD OLD-COPIES.
      *
      * OLD RECORD LAYOUT - LRECL 20, BEFORE THE BRANCH WAS ADDED
      *
       01 OLD-CP-REC.
           05 OLD-CP-KEY.
               10 OLD-CP-CODIGO      PIC 9(05).
               10 OLD-CP-COPY-NO     PIC 9(03).
           05 OLD-CP-CONDITION       PIC X(01).
           05 OLD-CP-LOCATION        PIC X(10).
           05 OLD-CP-STATUS          PIC X(01).

       FD COPIES.
          COPY 'CPVIDCPN.CPY'.

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDBNV.CPY'.
       77 STATUS-OLD-COPIES PIC X(2).
           88 VALID-STATUS-OLD-COPIES VALUE IS "00" THRU "09".
       77 STATUS-COPIES     PIC X(2).
           88 VALID-STATUS-COPIES VALUE IS "00" THRU "09".
       77 SW-OLD-EOF        PIC 9 VALUE ZERO.
           88 OLD-COPIES-AT-END VALUE 1, FALSE 0.
       77 MIG-COUNT         PIC 9(5) VALUE ZERO.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM OPEN-FILES

           READ OLD-COPIES NEXT
                AT END SET OLD-COPIES-AT-END TO TRUE
           END-READ

           PERFORM MIGRATE-ONE-RECORD
              UNTIL OLD-COPIES-AT-END

           DISPLAY MIG-COUNT " COPY ROW(S) MIGRATED TO BRANCH "
                   HOME-BRANCH

           PERFORM CLOSE-FILES

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE OLD (INPUT) AND NEW (OUTPUT) COPY FILES               *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  OLD-COPIES
           OPEN OUTPUT COPIES

           IF NOT VALID-STATUS-OLD-COPIES
              DISPLAY "UNABLE TO OPEN COPIES.OLD - STATUS "
                      STATUS-OLD-COPIES
              DISPLAY "RENAME THE LIVE COPIES.DAT TO COPIES.OLD FIRST"
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-COPIES
              DISPLAY "UNABLE TO OPEN COPIES.DAT - STATUS "
                      STATUS-COPIES
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * CONVERT ONE COPY ROW - IT BELONGS TO THE ORIGINAL SHOP         *
      *----------------------------------------------------------------*
       MIGRATE-ONE-RECORD.
           INITIALIZE CP-REC

           MOVE OLD-CP-CODIGO        TO CP-CODIGO
           MOVE OLD-CP-COPY-NO       TO CP-COPY-NO
           MOVE OLD-CP-CONDITION     TO CP-CONDITION
           MOVE OLD-CP-LOCATION      TO CP-LOCATION
           MOVE OLD-CP-STATUS        TO CP-STATUS
           MOVE HOME-BRANCH          TO CP-BRANCH

           WRITE CP-REC
                 INVALID KEY
                     DISPLAY "DUPLICATE KEY " CP-KEY
                             " - RECORD SKIPPED"
                 NOT INVALID KEY
                     ADD 1 TO MIG-COUNT
           END-WRITE

           READ OLD-COPIES NEXT
                AT END SET OLD-COPIES-AT-END TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE OLD-COPIES
           CLOSE COPIES
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
