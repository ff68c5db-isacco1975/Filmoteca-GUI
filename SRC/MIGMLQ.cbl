       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          MIGMLQ.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  ONE-TIME UTILITY TO MIGRATE MAILQ.DAT FROM THE OLD 555-BYTE   *
      *  RECORD TO THE CURRENT CPVIDMLQ.CPY LAYOUT.  EVERY MESSAGE ON  *
      *  THE OLD QUEUE IS CARRIED OVER AS A SERVICE MESSAGE - NOTHING  *
      *  QUEUED MARKETING BEFORE THE KIND EXISTED.                     *
      *                                                                *
      *  RENAME THE LIVE FILE TO MAILQ.OLD FIRST, THE SAME WAY MIGRCP  *
      *  WORKS FROM RCPREG.OLD.                                        *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          SELECT OLD-MAILQ
                 ASSIGN       TO 'MAILQ.OLD'
                 ORGANIZATION IS INDEXED
                 ACCESS MODE  IS SEQUENTIAL
                 FILE STATUS  IS STATUS-OLD-MAILQ
                 RECORD KEY   IS OLD-MLQ-ID.
          COPY 'CPVIDMQA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD OLD-MAILQ.
      *
      * OLD RECORD LAYOUT - LRECL 555, BEFORE THE MESSAGE KIND WAS
      * ADDED; EVERYTHING AFTER THE KEY IS CARRIED ACROSS AS IT IS
      *
       01 OLD-MLQ-REC.
           05 OLD-MLQ-ID             PIC 9(07).
           05 OLD-MLQ-REST           PIC X(548).

       FD MAILQ.
          COPY 'CPVIDMLQ.CPY'.

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 STATUS-OLD-MAILQ  PIC X(2).
           88 VALID-STATUS-OLD-MAILQ VALUE IS "00" THRU "09".
       77 STATUS-MAILQ      PIC X(2).
           88 VALID-STATUS-MAILQ VALUE IS "00" THRU "09".
       77 SW-OLD-EOF        PIC 9 VALUE ZERO.
           88 OLD-MAILQ-AT-END VALUE 1, FALSE 0.
       77 MIG-COUNT         PIC 9(7) VALUE ZERO.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM OPEN-FILES

           READ OLD-MAILQ NEXT
                AT END SET OLD-MAILQ-AT-END TO TRUE
           END-READ

           PERFORM MIGRATE-ONE-RECORD
              UNTIL OLD-MAILQ-AT-END

           DISPLAY MIG-COUNT " MAIL QUEUE ROW(S) MIGRATED"

           PERFORM CLOSE-FILES

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE OLD (INPUT) AND NEW (OUTPUT) MAIL QUEUES              *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  OLD-MAILQ
           OPEN OUTPUT MAILQ

           IF NOT VALID-STATUS-OLD-MAILQ
              DISPLAY "UNABLE TO OPEN MAILQ.OLD - STATUS "
                      STATUS-OLD-MAILQ
              DISPLAY "RENAME THE LIVE MAILQ.DAT TO MAILQ.OLD FIRST"
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-MAILQ
              DISPLAY "UNABLE TO OPEN MAILQ.DAT - STATUS "
                      STATUS-MAILQ
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * CONVERT ONE QUEUE ROW - EVERY OLD MESSAGE IS A SERVICE ONE     *
      *----------------------------------------------------------------*
       MIGRATE-ONE-RECORD.
           MOVE OLD-MLQ-REC TO MLQ-REC
           MOVE "S"         TO MLQ-KIND

           WRITE MLQ-REC
                 INVALID KEY
                     DISPLAY "DUPLICATE KEY " MLQ-ID
                             " - RECORD SKIPPED"
                 NOT INVALID KEY
                     ADD 1 TO MIG-COUNT
           END-WRITE

           READ OLD-MAILQ NEXT
                AT END SET OLD-MAILQ-AT-END TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE OLD-MAILQ
           CLOSE MAILQ
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
