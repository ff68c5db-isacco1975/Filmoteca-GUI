      *  DAY, PRODUCED THE EVENING BEFORE.  MOST LATENESS IS PLAIN     *
      *  FORGETFULNESS, AND THIS CATCHES IT BEFORE THE FINE DOES.      *
      *  THE RUN NEVER TOUCHES THE OVERDUE-NOTICE ESCALATION LADDER -  *
      *  NOTICES.CBL OWNS THAT.  A BORROWER WITH NO E-MAIL ADDRESS    *
      *  BUT A POSTAL ONE HAS THE REMINDER QUEUED AS A LETTER FOR THE  *
      *  LETTERS RUN INSTEAD.                                          *
      *                                                                *
      ******************************************************************
      /
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDCLA.CPY'.
          COPY 'CPVIDMQA.CPY'.
          COPY 'CPVIDLTA.CPY'.
          SELECT REMIND-RPT ASSIGN TO REMIND-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.
      *
       FD MAILQ.
          COPY 'CPVIDMLQ.CPY'.
      *
       FD LETTERQ.
          COPY 'CPVIDLTQ.CPY'.
      *
       FD REMIND-RPT.
       01 RPT-LINE                 PIC X(80).
          COPY 'CPVIDMQV.CPY'.
       77 MAIL-LINE-CNT    PIC 9(1) VALUE ZERO.
       77 EMAILS-QUEUED    PIC 9(5) VALUE ZERO.

      * POSTAL LETTERS - NO E-MAIL ADDRESS MEANS THE SAME REMINDER IS
      * QUEUED FOR THE POST, WHEN THERE IS AN ADDRESS THAT STILL WORKS
          COPY 'CPVIDLTV.CPY'.
       77 BODY-SUB         PIC 9(1) VALUE ZERO.
       77 LETTERS-QUEUED   PIC 9(5) VALUE ZERO.
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.

           DISPLAY REMINDER-COUNT " REMINDER(S) WRITTEN TO "
                   REMIND-RPT-PATH
           DISPLAY EMAILS-QUEUED " E-MAIL(S) QUEUED FOR THE RELAY"
           DISPLAY LETTERS-QUEUED " LETTER(S) QUEUED FOR POSTING"

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

      *> THE CLOSED-DAYS CALENDAR IS OPTIONAL - WITHOUT IT THE RUN
      *> SIMPLY REMINDS FOR PLAIN TOMORROW
           SET CAL-AVAILABLE TO FALSE
              WRITE RPT-LINE
              ADD 1 TO REMINDER-COUNT

      *> THE DESK COPY ALWAYS PRINTS; AN ADDRESS ON FILE QUEUES THE
      *> SAME REMINDER FOR THE MAIL RELAY, A POSTAL ADDRESS A LETTER
              IF BRW-EMAIL NOT = SPACES
                 MOVE BRW-ID    TO MLQ-BORROWER-ID
                 MOVE BRW-EMAIL TO MLQ-EMAIL
                   TO MLQ-SUBJECT
                 PERFORM QUEUE-EMAIL
                 ADD 1 TO EMAILS-QUEUED
              ELSE
                 PERFORM POST-REMINDER-LETTER
              END-IF
           END-IF

           .
      /
      *----------------------------------------------------------------*
      * NO E-MAIL - QUEUE THE REMINDER AS A POSTAL LETTER, UNLESS      *
      * THERE IS NO ADDRESS OR THE LAST LETTER CAME BACK UNDELIVERED   *
      *----------------------------------------------------------------*
       POST-REMINDER-LETTER.
           IF BRW-ADDR-LINE1 = SPACES
              OR BRW-ADDR-RETURNED-DT > ZERO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE LTQ-REC
           MOVE BRW-ID      TO LTQ-BORROWER-ID
           MOVE "R"         TO LTQ-KIND
           MOVE BRW-NAME    TO LTQ-NAME
           MOVE BRW-ADDRESS TO LTQ-ADDRESS
           MOVE "YOUR ITEMS ARE DUE BACK SOON" TO LTQ-SUBJECT

           PERFORM VARYING BODY-SUB FROM 1 BY 1
                     UNTIL BODY-SUB > 6
              MOVE MLQ-BODY-LINE (BODY-SUB)
                TO LTQ-BODY-LINE (BODY-SUB)
           END-PERFORM

           MOVE ZERO TO LTQ-AMOUNT

           PERFORM QUEUE-LETTER
           ADD 1 TO LETTERS-QUEUED
           .
      /
      *----------------------------------------------------------------*
      * ONE DUE-TOMORROW ITEM ON THE CURRENT BORROWER'S REMINDER,      *
      * OPENING THE PAGE ON THE FIRST ONE                              *
      *----------------------------------------------------------------*
           CLOSE MOVIES
           CLOSE REMIND-RPT
           CLOSE MAILQ
           CLOSE LETTERQ

           IF CAL-AVAILABLE
              CLOSE CALENDAR
      * APPEND TO THE OUTBOUND MAIL QUEUE                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDMQP.CPY'.
      /
      *----------------------------------------------------------------*
      * APPEND TO THE POSTAL LETTER QUEUE                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDLTP.CPY'.
