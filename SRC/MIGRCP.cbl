       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          MIGRCP.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  ONE-TIME UTILITY TO MIGRATE RCPREG.DAT FROM THE OLD 54-BYTE   *
      *  RECORD TO THE CURRENT CPVIDRCP.CPY LAYOUT.  EVERY RECEIPT ON  *
      *  THE OLD REGISTER IS CARRIED OVER WITH NO VOID LINK - NONE     *
      *  COULD BE VOIDED BEFORE THE LINK EXISTED.                      *
      *                                                                *
      *  RENAME THE LIVE FILE TO RCPREG.OLD FIRST, THE SAME WAY        *
      *  MIGTLJ WORKS FROM TILLJRN.OLD.                                *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          SELECT OLD-RECEIPTS
                 ASSIGN       TO 'RCPREG.OLD'
                 ORGANIZATION IS INDEXED
                 ACCESS MODE  IS SEQUENTIAL
                 FILE STATUS  IS STATUS-OLD-RECEIPTS
                 RECORD KEY   IS OLD-RCP-NO.
          COPY 'CPVIDRCA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD OLD-RECEIPTS.
      *
      * OLD RECORD LAYOUT - LRECL 54, BEFORE THE VOID LINK WAS ADDED
      *
       01 OLD-RCP-REC.
           05 OLD-RCP-NO             PIC 9(07).
           05 OLD-RCP-DATE           PIC 9(08).
           05 OLD-RCP-TIME           PIC 9(06).
           05 OLD-RCP-OPERATOR       PIC X(10).
           05 OLD-RCP-TYPE           PIC X(01).
           05 OLD-RCP-BORROWER-ID    PIC 9(05).
           05 OLD-RCP-CODIGO         PIC 9(05).
           05 OLD-RCP-SEQ            PIC 9(05).
           05 OLD-RCP-AMOUNT         PIC 9(05)V99.

       FD RECEIPTS.
          COPY 'CPVIDRCP.CPY'.

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 STATUS-OLD-RECEIPTS PIC X(2).
           88 VALID-STATUS-OLD-RECEIPTS VALUE IS "00" THRU "09".
       77 STATUS-RECEIPTS   PIC X(2).
           88 VALID-STATUS-RECEIPTS VALUE IS "00" THRU "09".
       77 SW-OLD-EOF        PIC 9 VALUE ZERO.
           88 OLD-RECEIPTS-AT-END VALUE 1, FALSE 0.
       77 MIG-COUNT         PIC 9(7) VALUE ZERO.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM OPEN-FILES

           READ OLD-RECEIPTS NEXT
                AT END SET OLD-RECEIPTS-AT-END TO TRUE
           END-READ

           PERFORM MIGRATE-ONE-RECORD
              UNTIL OLD-RECEIPTS-AT-END

           DISPLAY MIG-COUNT " RECEIPT REGISTER ROW(S) MIGRATED"

           PERFORM CLOSE-FILES

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE OLD (INPUT) AND NEW (OUTPUT) RECEIPT REGISTERS        *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  OLD-RECEIPTS
           OPEN OUTPUT RECEIPTS

           IF NOT VALID-STATUS-OLD-RECEIPTS
              DISPLAY "UNABLE TO OPEN RCPREG.OLD - STATUS "
                      STATUS-OLD-RECEIPTS
              DISPLAY "RENAME THE LIVE RCPREG.DAT TO RCPREG.OLD FIRST"
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RECEIPTS
              DISPLAY "UNABLE TO OPEN RCPREG.DAT - STATUS "
                      STATUS-RECEIPTS
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * CONVERT ONE REGISTER ROW - THE VOID LINK IS LEFT ZERO          *
      *----------------------------------------------------------------*
       MIGRATE-ONE-RECORD.
           INITIALIZE RCP-REC

           MOVE OLD-RCP-NO           TO RCP-NO
           MOVE OLD-RCP-DATE         TO RCP-DATE
           MOVE OLD-RCP-TIME         TO RCP-TIME
           MOVE OLD-RCP-OPERATOR     TO RCP-OPERATOR
           MOVE OLD-RCP-TYPE         TO RCP-TYPE
           MOVE OLD-RCP-BORROWER-ID  TO RCP-BORROWER-ID
           MOVE OLD-RCP-CODIGO       TO RCP-CODIGO
           MOVE OLD-RCP-SEQ          TO RCP-SEQ
           MOVE OLD-RCP-AMOUNT       TO RCP-AMOUNT
           MOVE ZERO                 TO RCP-VOID-RCP

           WRITE RCP-REC
                 INVALID KEY
                     DISPLAY "DUPLICATE KEY " RCP-NO
                             " - RECORD SKIPPED"
                 NOT INVALID KEY
                     ADD 1 TO MIG-COUNT
           END-WRITE

           READ OLD-RECEIPTS NEXT
                AT END SET OLD-RECEIPTS-AT-END TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE OLD-RECEIPTS
           CLOSE RECEIPTS
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
