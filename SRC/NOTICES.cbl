      *  ACCRUED FINE.  EACH LOAN'S ESCALATION STEP (FIRST / SECOND /  *
      *  FINAL NOTICE) IS REMEMBERED IN THE NOTICE FILE SO REPEAT      *
      *  RUNS CARRY ON THE SEQUENCE INSTEAD OF RESTARTING IT.          *
      *  A JUNIOR WHO BELONGS TO A HOUSEHOLD HAS THE NOTICE ADDRESSED  *
      *  TO THE HOUSEHOLD'S GUARANTOR INSTEAD.  A NOTICE THAT CANNOT   *
      *  BE E-MAILED IS QUEUED AS A POSTAL LETTER FOR THE LETTERS      *
      *  RUN; ONE WITH NEITHER AN E-MAIL NOR A USABLE POSTAL ADDRESS   *
      *  IS MARKED ON THE DESK COPY FOR A PHONE CALL.                  *
      *                                                                *
      ******************************************************************
      /
          COPY 'CPVIDCLA.CPY'.
          COPY 'CPVIDMQA.CPY'.
          COPY 'CPVIDTPA.CPY'.
          COPY 'CPVIDLTA.CPY'.
          SELECT NOTICES-RPT ASSIGN TO NOTICES-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.
      *
       FD TMPLATE.
          COPY 'CPVIDTPL.CPY'.
      *
       FD LETTERQ.
          COPY 'CPVIDLTQ.CPY'.
      *
       FD NOTICES-RPT.
       01 RPT-LINE                 PIC X(100).
       77 MAIL-LINE-CNT    PIC 9(1) VALUE ZERO.
       77 EMAILS-QUEUED    PIC 9(5) VALUE ZERO.

      * WHO THE NOTICE GOES TO - THE BORROWER, OR FOR A JUNIOR IN A
      * HOUSEHOLD THE GUARANTOR.  BRW-REC IS PARKED IN HOLD-BRW-REC
      * WHILE THE GUARANTOR IS READ
       77 NOTICE-TO-ID     PIC 9(5) VALUE ZERO.
       77 NOTICE-TO-NAME   PIC X(30) VALUE SPACES.
       77 NOTICE-TO-PHONE  PIC X(15) VALUE SPACES.
       77 NOTICE-TO-EMAIL  PIC X(40) VALUE SPACES.
       01 NOTICE-TO-ADDRESS.
           05 NOTICE-TO-ADDR-LINE1 PIC X(30).
           05 FILLER               PIC X(65).
       77 NOTICE-TO-RETURNED-DT PIC 9(08) VALUE ZERO.
       77 HOLD-BRW-REC     PIC X(260) VALUE SPACES.
       77 SW-TO-GUARANTOR  PIC 9 VALUE ZERO.
           88 NOTICE-TO-GUARANTOR VALUE 1, FALSE 0.

      * EDITABLE LETTER WORDING - NTCOPEN AND NTCCLOSE TEMPLATE
      * LINES REPLACE THE BUILT-IN SENTENCES WHEN THE DESK HAS SET
      * THEM
       77 SW-TPL-FOUND     PIC 9 VALUE ZERO.
           88 TPL-LINE-FOUND VALUE 1, FALSE 0.

      * POSTAL LETTERS - A NOTICE THAT CANNOT BE E-MAILED IS QUEUED
      * FOR THE LETTERS RUN WITH THE SAME ITEM LINES AND THE TOTAL
      * FINE ACCRUED SO FAR
          COPY 'CPVIDLTV.CPY'.
       77 NOTICE-FINE-TOTAL PIC 9(7)V99 VALUE ZERO.
       77 BODY-SUB         PIC 9(1) VALUE ZERO.
       77 LETTERS-QUEUED   PIC 9(5) VALUE ZERO.
       77 NO-POST-COUNT    PIC 9(5) VALUE ZERO.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
           DISPLAY NOTICE-COUNT " NOTICE(S) WRITTEN TO "
                   NOTICES-RPT-PATH
           DISPLAY EMAILS-QUEUED " E-MAIL(S) QUEUED FOR THE RELAY"
           DISPLAY LETTERS-QUEUED " LETTER(S) QUEUED FOR POSTING"

           IF NO-POST-COUNT > ZERO
              DISPLAY NO-POST-COUNT
                      " NOTICE(S) WITH NO E-MAIL OR POSTAL ADDRESS"
           END-IF

           GOBACK
           .
              STOP RUN
           END-IF

           OPEN I-O LETTERQ
           IF STATUS-LETTERQ = "35"
              OPEN OUTPUT LETTERQ
                IF VALID-STATUS-LETTERQ
                   CLOSE LETTERQ
                   OPEN I-O LETTERQ
                END-IF
           END-IF

           IF NOT VALID-STATUS-LETTERQ
              DISPLAY "UNABLE TO OPEN LETTERQ.DAT - STATUS "
                      STATUS-LETTERQ
              STOP RUN
           END-IF

           OPEN INPUT TMPLATE
           IF STATUS-TMPLATE = "35"
              OPEN OUTPUT TMPLATE
              MOVE ZERO TO ACCRUED-FINE
           END-IF
           MOVE ACCRUED-FINE TO FINE-TEXT
           ADD ACCRUED-FINE TO NOTICE-FINE-TOTAL

           MOVE LOAN-CODIGO TO CODIGO
           READ MOVIES
           SET PAGE-OPEN TO TRUE
           ADD 1 TO NOTICE-COUNT

           PERFORM FIND-NOTICE-ADDRESSEE

           INITIALIZE MLQ-REC
           MOVE ZERO TO MAIL-LINE-CNT
           MOVE ZERO TO NOTICE-FINE-TOTAL

           IF NOTICE-COUNT > 1
              MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "TO: "          DELIMITED BY SIZE
                  NOTICE-TO-NAME  DELIMITED BY SIZE
                  "  ("           DELIMITED BY SIZE
                  NOTICE-TO-ID    DELIMITED BY SIZE
                  ")"             DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "    "           DELIMITED BY SIZE
                  NOTICE-TO-PHONE  DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  NOTICE-TO-EMAIL  DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           IF NOTICE-TO-GUARANTOR
              MOVE SPACES TO RPT-LINE
              STRING "RE: "    DELIMITED BY SIZE
                     BRW-NAME  DELIMITED BY SIZE
                     "  ("     DELIMITED BY SIZE
                     BRW-ID    DELIMITED BY SIZE
                     "), A JUNIOR MEMBER OF YOUR HOUSEHOLD"
                               DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           .
      /
      *----------------------------------------------------------------*
      * THE NOTICE GOES TO THE BORROWER - UNLESS THE BORROWER IS A     *
      * JUNIOR IN SOMEONE'S HOUSEHOLD, WHEN THE GUARANTOR GETS IT.     *
      * THE GUARANTOR READ MOVES THE FILE POSITION, SO THE BORROWER    *
      * SCAN IS PUT BACK ON THE CURRENT BORROWER AFTERWARDS            *
      *----------------------------------------------------------------*
       FIND-NOTICE-ADDRESSEE.
           SET NOTICE-TO-GUARANTOR TO FALSE
           MOVE BRW-ID    TO NOTICE-TO-ID
           MOVE BRW-NAME  TO NOTICE-TO-NAME
           MOVE BRW-PHONE TO NOTICE-TO-PHONE
           MOVE BRW-EMAIL TO NOTICE-TO-EMAIL
           MOVE BRW-ADDRESS TO NOTICE-TO-ADDRESS
           MOVE BRW-ADDR-RETURNED-DT TO NOTICE-TO-RETURNED-DT

           IF NOT BRW-IS-JUNIOR
              OR BRW-HOUSEHOLD-ID = ZERO
              OR BRW-HOUSEHOLD-ID = BRW-ID
              EXIT PARAGRAPH
           END-IF

           MOVE BRW-REC TO HOLD-BRW-REC
           MOVE BRW-HOUSEHOLD-ID TO BRW-ID

           READ BORROWERS
                INVALID
                    CONTINUE
                NOT INVALID
                    SET NOTICE-TO-GUARANTOR TO TRUE
                    MOVE BRW-ID    TO NOTICE-TO-ID
                    MOVE BRW-NAME  TO NOTICE-TO-NAME
                    MOVE BRW-PHONE TO NOTICE-TO-PHONE
                    MOVE BRW-EMAIL TO NOTICE-TO-EMAIL
                    MOVE BRW-ADDRESS TO NOTICE-TO-ADDRESS
                    MOVE BRW-ADDR-RETURNED-DT
                      TO NOTICE-TO-RETURNED-DT
           END-READ

           MOVE HOLD-BRW-REC TO BRW-REC

           START BORROWERS KEY = BRW-ID
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     READ BORROWERS NEXT RECORD
                          AT END CONTINUE
                     END-READ
           END-START
           .
      /
      *----------------------------------------------------------------*
      * THE CLOSING LINES UNDER THE LAST ITEM OF A NOTICE              *
      *----------------------------------------------------------------*
       CLOSE-NOTICE-PAGE.
           END-IF
           WRITE RPT-LINE

      *> THE DESK COPY ALWAYS PRINTS; A BORROWER WITH AN ADDRESS ON
      *> FILE GETS THE SAME NOTICE QUEUED FOR THE MAIL RELAY, ANYONE
      *> ELSE A LETTER FOR THE POST
           IF NOTICE-TO-EMAIL NOT = SPACES
              MOVE NOTICE-TO-ID    TO MLQ-BORROWER-ID
              MOVE NOTICE-TO-EMAIL TO MLQ-EMAIL
              MOVE "FILMOTECA - OVERDUE ITEMS ON YOUR ACCOUNT"
                TO MLQ-SUBJECT
              PERFORM QUEUE-EMAIL
              ADD 1 TO EMAILS-QUEUED
           ELSE
              PERFORM POST-NOTICE-LETTER
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * NO E-MAIL - QUEUE THE NOTICE AS A POSTAL LETTER, OR FLAG IT ON *
      * THE DESK COPY WHEN THERE IS NO ADDRESS OR THE LAST LETTER CAME *
      * BACK UNDELIVERED                                               *
      *----------------------------------------------------------------*
       POST-NOTICE-LETTER.
           IF NOTICE-TO-ADDR-LINE1 = SPACES
              OR NOTICE-TO-RETURNED-DT > ZERO
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "** NO E-MAIL AND NO USABLE POSTAL ADDRESS - "
                        DELIMITED BY SIZE
                     "PLEASE PHONE THE BORROWER **"
                        DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
              ADD 1 TO NO-POST-COUNT
              EXIT PARAGRAPH
           END-IF

           INITIALIZE LTQ-REC
           MOVE NOTICE-TO-ID      TO LTQ-BORROWER-ID
           MOVE "N"               TO LTQ-KIND
           MOVE NOTICE-TO-NAME    TO LTQ-NAME
           MOVE NOTICE-TO-ADDRESS TO LTQ-ADDRESS

           IF NOTICE-TO-GUARANTOR
              STRING "OVERDUE ITEMS BORROWED BY " DELIMITED BY SIZE
                     BRW-NAME                     DELIMITED BY SIZE
                INTO LTQ-SUBJECT
              END-STRING
           ELSE
              MOVE "OVERDUE ITEMS ON YOUR ACCOUNT" TO LTQ-SUBJECT
           END-IF

           PERFORM VARYING BODY-SUB FROM 1 BY 1
                     UNTIL BODY-SUB > 6
              MOVE MLQ-BODY-LINE (BODY-SUB)
                TO LTQ-BODY-LINE (BODY-SUB)
           END-PERFORM

           MOVE NOTICE-FINE-TOTAL TO LTQ-AMOUNT

           PERFORM QUEUE-LETTER
           ADD 1 TO LETTERS-QUEUED

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "** SENT BY POST - NO E-MAIL ADDRESS ON FILE **"
             TO RPT-LINE
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * THE LETTER'S EDITABLE LINES - LOCALE SET FIRST, THEN THE       *
      * BLANK-LANGUAGE FALLBACK, WITH THE MARKS FILLED FROM THE        *
      * BORROWER ON THE PAGE                                           *
           SET TPL-LINE-FOUND TO TRUE

           MOVE TPL-TEXT TO TPLV-RAW
           MOVE NOTICE-TO-NAME TO TPLV-NAME
           MOVE SPACES   TO TPLV-TITLE
           MOVE SPACES   TO TPLV-DUE
           MOVE SPACES   TO TPLV-BAL
           CLOSE NOTICES-RPT
           CLOSE MAILQ
           CLOSE TMPLATE
           CLOSE LETTERQ

           IF CAL-AVAILABLE
              CLOSE CALENDAR
      * TEMPLATE SUBSTITUTION                                          *
      *----------------------------------------------------------------*
          COPY 'CPVIDTVP.CPY'.
      /
      *----------------------------------------------------------------*
      * APPEND TO THE POSTAL LETTER QUEUE                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDLTP.CPY'.
