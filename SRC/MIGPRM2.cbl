       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          MIGPRM2.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 OCTOBER 15
      /
      ******************************************************************
      *                                                                *
      *  ONE-TIME UTILITY TO MIGRATE PARAMS.DAT FROM THE PREVIOUS      *
      *  68-BYTE RECORD (LOAN POLICY, HOLD PICKUP DAYS, THE FIVE       *
      *  ORIGINAL GL ACCOUNT CODES, THE HOLDS-PRESSURE TRIGGER, THE    *
      *  LATE-RETURN PERCENTAGE AND THE DEPOSIT THRESHOLD) TO THE      *
      *  CURRENT CPVIDPRM.CPY LAYOUT.  EVERY SETTING THE SHOP HAS      *
      *  ALREADY MADE IS CARRIED ACROSS AS IT STANDS; ONLY THE         *
      *  SETTINGS ADDED SINCE ARE SEEDED WITH THE HOUSE DEFAULT, THE   *
      *  SAME DEFAULTS MIGPRM GIVES THEM.                              *
      *                                                                *
      *  A PARAMS.DAT STILL ON THE ORIGINAL 15-BYTE RECORD GOES        *
      *  THROUGH MIGPRM INSTEAD, WHICH WRITES THE CURRENT LAYOUT       *
      *  STRAIGHT AWAY.                                                *
      *                                                                *
      *  RENAME THE LIVE FILE TO PARAMS.OLD FIRST, THE SAME WAY        *
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
          SELECT OLD-PARAMS
                 ASSIGN       TO 'PARAMS.OLD'
                 ORGANIZATION IS INDEXED
                 ACCESS MODE  IS SEQUENTIAL
                 FILE STATUS  IS STATUS-OLD-PARAMS
                 RECORD KEY   IS OLD-PRM-ID.
          COPY 'CPVIDPRA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD OLD-PARAMS.
      *
      * PREVIOUS RECORD LAYOUT - LRECL 68, BEFORE THE FISCAL YEAR
      * START AND EVERYTHING AFTER IT WERE ADDED
      *
       01 OLD-PRM-REC.
           05 OLD-PRM-ID            PIC 9(01).
           05 OLD-PRM-LOAN-DAYS     PIC 9(03).
           05 OLD-PRM-MAX-LOANS     PIC 9(02).
           05 OLD-PRM-FINE-RATE     PIC 9(03)V99.
           05 OLD-PRM-GRACE-DAYS    PIC 9(02).
           05 OLD-PRM-MAX-RENEWALS  PIC 9(02).
           05 OLD-PRM-HOLD-DAYS     PIC 9(02).
           05 OLD-PRM-GL-CASH       PIC X(08).
           05 OLD-PRM-GL-AR         PIC X(08).
           05 OLD-PRM-GL-FINREV     PIC X(08).
           05 OLD-PRM-GL-RENTREV    PIC X(08).
           05 OLD-PRM-GL-WAIVE      PIC X(08).
           05 OLD-PRM-HOLD-PRESS    PIC 9(02).
           05 OLD-PRM-LATE-PCT      PIC 9(02).
           05 OLD-PRM-DEP-OVER      PIC 9(05)V99.

       FD PARAMS.
          COPY 'CPVIDPRM.CPY'.

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 STATUS-OLD-PARAMS PIC X(2).
           88 VALID-STATUS-OLD-PARAMS VALUE IS "00" THRU "09".
       77 STATUS-PARAMS     PIC X(2).
           88 VALID-STATUS-PARAMS VALUE IS "00" THRU "09".
       77 SW-OLD-EOF        PIC 9 VALUE ZERO.
           88 OLD-PARAMS-AT-END VALUE 1, FALSE 0.
       77 MIG-COUNT         PIC 9(5) VALUE ZERO.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM OPEN-FILES

           READ OLD-PARAMS NEXT
                AT END SET OLD-PARAMS-AT-END TO TRUE
           END-READ

           PERFORM MIGRATE-ONE-RECORD
              UNTIL OLD-PARAMS-AT-END

           DISPLAY MIG-COUNT " SETTINGS RECORD(S) MIGRATED"

           PERFORM CLOSE-FILES

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE OLD (INPUT) AND NEW (OUTPUT) PARAMS FILES             *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  OLD-PARAMS
           OPEN OUTPUT PARAMS

           IF NOT VALID-STATUS-OLD-PARAMS
              DISPLAY "UNABLE TO OPEN PARAMS.OLD - STATUS "
                      STATUS-OLD-PARAMS
              DISPLAY "RENAME THE LIVE PARAMS.DAT TO PARAMS.OLD FIRST"
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-PARAMS
              DISPLAY "UNABLE TO OPEN PARAMS.DAT - STATUS "
                      STATUS-PARAMS
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * CONVERT THE SETTINGS RECORD, KEEPING EVERY SETTING ALREADY     *
      * MADE AND SEEDING THE HOUSE DEFAULT FOR EACH ONE ADDED SINCE    *
      *----------------------------------------------------------------*
       MIGRATE-ONE-RECORD.
           INITIALIZE PRM-REC

           MOVE OLD-PRM-ID           TO PRM-ID
           MOVE OLD-PRM-LOAN-DAYS    TO PRM-LOAN-DAYS
           MOVE OLD-PRM-MAX-LOANS    TO PRM-MAX-LOANS
           MOVE OLD-PRM-FINE-RATE    TO PRM-FINE-RATE
           MOVE OLD-PRM-GRACE-DAYS   TO PRM-GRACE-DAYS
           MOVE OLD-PRM-MAX-RENEWALS TO PRM-MAX-RENEWALS
           MOVE OLD-PRM-HOLD-DAYS    TO PRM-HOLD-DAYS
           MOVE OLD-PRM-GL-CASH      TO PRM-GL-CASH
           MOVE OLD-PRM-GL-AR        TO PRM-GL-AR
           MOVE OLD-PRM-GL-FINREV    TO PRM-GL-FINREV
           MOVE OLD-PRM-GL-RENTREV   TO PRM-GL-RENTREV
           MOVE OLD-PRM-GL-WAIVE     TO PRM-GL-WAIVE
           MOVE OLD-PRM-HOLD-PRESS   TO PRM-HOLD-PRESS
           MOVE OLD-PRM-LATE-PCT     TO PRM-LATE-PCT
           MOVE OLD-PRM-DEP-OVER     TO PRM-DEP-OVER
           MOVE 1                    TO PRM-FY-START
           MOVE "S"                  TO PRM-TAX-RENTAL
           MOVE "S"                  TO PRM-TAX-SALE
           MOVE "S"                  TO PRM-TAX-DAMAGE
           MOVE "2100"               TO PRM-GL-TAX
           MOVE "4200"               TO PRM-GL-SALEREV
           MOVE 25,00                TO PRM-MBR-ANNUAL
           MOVE 3,00                 TO PRM-MBR-MONTHLY
           MOVE 14                   TO PRM-MBR-WARN-DAYS
           MOVE "4300"               TO PRM-GL-MBRREV
           MOVE ZERO                 TO PRM-HH-MAX-LOANS
           MOVE "4400"               TO PRM-GL-EVTREV
           MOVE "6100"               TO PRM-GL-DEPEXP
           MOVE "1590"               TO PRM-GL-ACCDEP
           MOVE "1500"               TO PRM-GL-ASSETS
           MOVE "6200"               TO PRM-GL-DISPGL
           MOVE 30                   TO PRM-NEW-DAYS
           MOVE 2                    TO PRM-NEW-LOAN-DAYS
           MOVE 3,50                 TO PRM-NEW-FEE
           MOVE 14                   TO PRM-APPLY-DAYS
           MOVE "5100"               TO PRM-GL-BADDEBT
           MOVE "5200"               TO PRM-GL-REVSHR
           MOVE "2200"               TO PRM-GL-DISTPAY
           MOVE 10                   TO PRM-PTS-PER-UNIT
           MOVE 0,0050               TO PRM-PTS-VALUE
           MOVE 12                   TO PRM-PTS-EXPIRE-MM
           MOVE SPACES               TO PRM-AMN-CODE
           MOVE SPACES               TO PRM-AMN-DESC
           MOVE ZERO                 TO PRM-AMN-FROM-DT
           MOVE ZERO                 TO PRM-AMN-TO-DT
           MOVE SPACES               TO PRM-AMN-CATS
           MOVE ZERO                 TO PRM-AMN-MAX-DAYS
           MOVE "5300"               TO PRM-GL-AMNESTY
           MOVE 14                   TO PRM-HOLD-TARGET

           WRITE PRM-REC
                 INVALID KEY
                     DISPLAY "DUPLICATE KEY " PRM-ID
                             " - RECORD SKIPPED"
                 NOT INVALID KEY
                     ADD 1 TO MIG-COUNT
           END-WRITE

           READ OLD-PARAMS NEXT
                AT END SET OLD-PARAMS-AT-END TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE OLD-PARAMS
           CLOSE PARAMS
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
