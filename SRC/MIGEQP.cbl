       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          MIGEQP.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  ONE-TIME UTILITY TO MIGRATE EQUIP.DAT FROM THE OLD 44-BYTE    *
      *  RECORD TO THE CURRENT CPVIDEQP.CPY LAYOUT, WHICH CARRIES THE  *
      *  EQUIPMENT CLASS, THE DEPRECIATION FIELDS AND THE SERVICE      *
      *  DATES.  THE CLASS STARTS BLANK (THE EQUIPMENT SCREEN SETS     *
      *  IT), THE IN-SERVICE DATE IS THE DAY OF THE MIGRATION AND THE  *
      *  DEPRECIATION FIELDS START EMPTY FOR THE FIRST DEPRUN RUN TO   *
      *  STAMP.  THE LAST SERVICE AND SAFETY TEST ARE ALSO TAKEN AS    *
      *  THE DAY OF THE MIGRATION, SO NO UNIT IS PULLED THE MOMENT A   *
      *  SCHEDULE IS SET - LOG THE REAL DATES FROM THE EQUIPMENT       *
      *  SCREEN WHERE THEY ARE KNOWN.                                  *
      *                                                                *
      *  RENAME THE LIVE FILE TO EQUIP.OLD FIRST, THE SAME WAY         *
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
          SELECT OLD-EQUIP
                 ASSIGN       TO 'EQUIP.OLD'
                 ORGANIZATION IS INDEXED
                 ACCESS MODE  IS SEQUENTIAL
                 FILE STATUS  IS STATUS-OLD-EQUIP
                 RECORD KEY   IS OLD-EQP-ASSET-ID.
          COPY 'CPVIDEQA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD OLD-EQUIP.
      *
      * OLD RECORD LAYOUT - LRECL 44, BEFORE THE CLASS AND THE
      * DEPRECIATION AND SERVICE FIELDS WERE ADDED
      *
       01 OLD-EQP-REC.
           05 OLD-EQP-ASSET-ID       PIC 9(05).
           05 OLD-EQP-DESC           PIC X(30).
           05 OLD-EQP-REPL-VALUE     PIC 9(05)V99.
           05 OLD-EQP-CONDITION      PIC X(01).
           05 OLD-EQP-STATUS         PIC X(01).

       FD EQUIP.
          COPY 'CPVIDEQP.CPY'.

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 STATUS-OLD-EQUIP  PIC X(2).
           88 VALID-STATUS-OLD-EQUIP VALUE IS "00" THRU "09".
       77 STATUS-EQUIP      PIC X(2).
           88 VALID-STATUS-EQUIP VALUE IS "00" THRU "09".
       77 SW-OLD-EOF        PIC 9 VALUE ZERO.
           88 OLD-EQUIP-AT-END VALUE 1, FALSE 0.
       77 MIG-COUNT         PIC 9(5) VALUE ZERO.
       77 TODAY-DATE        PIC 9(8) VALUE ZERO.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           PERFORM OPEN-FILES

           READ OLD-EQUIP NEXT
                AT END SET OLD-EQUIP-AT-END TO TRUE
           END-READ

           PERFORM MIGRATE-ONE-RECORD
              UNTIL OLD-EQUIP-AT-END

           DISPLAY MIG-COUNT " EQUIPMENT ROW(S) MIGRATED"

           PERFORM CLOSE-FILES

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE OLD (INPUT) AND NEW (OUTPUT) EQUIPMENT FILES          *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  OLD-EQUIP
           OPEN OUTPUT EQUIP

           IF NOT VALID-STATUS-OLD-EQUIP
              DISPLAY "UNABLE TO OPEN EQUIP.OLD - STATUS "
                      STATUS-OLD-EQUIP
              DISPLAY "RENAME THE LIVE EQUIP.DAT TO EQUIP.OLD FIRST"
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-EQUIP
              DISPLAY "UNABLE TO OPEN EQUIP.DAT - STATUS "
                      STATUS-EQUIP
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * CONVERT ONE ASSET ROW - IN SERVICE FROM TODAY, NOT YET PICKED  *
      * UP BY THE DEPRECIATION RUN                                     *
      *----------------------------------------------------------------*
       MIGRATE-ONE-RECORD.
           INITIALIZE EQP-REC

           MOVE OLD-EQP-ASSET-ID     TO EQP-ASSET-ID
           MOVE OLD-EQP-DESC         TO EQP-DESC
           MOVE OLD-EQP-REPL-VALUE   TO EQP-REPL-VALUE
           MOVE OLD-EQP-CONDITION    TO EQP-CONDITION
           MOVE OLD-EQP-STATUS       TO EQP-STATUS
           MOVE SPACES               TO EQP-CLASS
           MOVE TODAY-DATE           TO EQP-INSVC-DT
           MOVE TODAY-DATE           TO EQP-SVC-DT
           MOVE TODAY-DATE           TO EQP-TEST-DT

           WRITE EQP-REC
                 INVALID KEY
                     DISPLAY "DUPLICATE KEY " EQP-ASSET-ID
                             " - RECORD SKIPPED"
                 NOT INVALID KEY
                     ADD 1 TO MIG-COUNT
           END-WRITE

           READ OLD-EQUIP NEXT
                AT END SET OLD-EQUIP-AT-END TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE OLD-EQUIP
           CLOSE EQUIP
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
