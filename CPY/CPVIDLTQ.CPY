      **
      * COPY BOOK POSTAL LETTER QUEUE FILE - ONE ROW PER LETTER THE
      * SYSTEM WANTS POSTED TO A BORROWER WHO HAS NO E-MAIL ADDRESS
      * (OVERDUE NOTICES, DUE-SOON REMINDERS, COLLECTIONS HAND-OFF),
      * KEYED BY A SEQUENTIAL LETTER ID.  THE ADDRESS IS COPIED IN
      * WHEN THE LETTER IS QUEUED; THE LETTERS RUN PRINTS EVERY
      * QUEUED ROW FOR WINDOW ENVELOPES AND MARKS IT PRINTED, OR HELD
      * WHEN THE BORROWER'S MAIL HAS SINCE COME BACK UNDELIVERED
      **
       01 LTQ-REC.
           05 LTQ-ID                 PIC 9(07).
           05 LTQ-DATE               PIC 9(08).
           05 LTQ-BORROWER-ID        PIC 9(05).
      * WHICH RUN QUEUED IT - PICKS THE OPENING AND CLOSING TEMPLATE
      * LINES THE LETTERS RUN PRINTS AROUND THE BODY
           05 LTQ-KIND               PIC X(01).
               88 LTQ-IS-NOTICE      VALUE "N".
               88 LTQ-IS-REMINDER    VALUE "R".
               88 LTQ-IS-COLLECTION  VALUE "C".
           05 LTQ-NAME               PIC X(30).
           05 LTQ-ADDRESS.
               10 LTQ-ADDR-LINE1     PIC X(30).
               10 LTQ-ADDR-LINE2     PIC X(30).
               10 LTQ-ADDR-TOWN      PIC X(25).
               10 LTQ-ADDR-POSTCODE  PIC X(10).
           05 LTQ-SUBJECT            PIC X(60).
           05 LTQ-BODY-LINE          OCCURS 6 TIMES
                                     PIC X(70).
      * AMOUNT OWED, FOR THE &BAL MARK OF THE TEMPLATE LINES
           05 LTQ-AMOUNT             PIC 9(07)V99.
           05 LTQ-STATUS             PIC X(01).
               88 LTQ-IS-QUEUED      VALUE "Q", " ".
               88 LTQ-IS-PRINTED     VALUE "P".
               88 LTQ-IS-HELD        VALUE "H".
           05 LTQ-PRINTED-DT         PIC 9(08).
