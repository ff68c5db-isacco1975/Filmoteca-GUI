      *  BORROWER IS BLOCKED AND FLAGGED ON THE COLLECTIONS FILE THE   *
      *  DESK SCREENS SHOW; COLLBACK CLEARS THE FLAG WHEN THE AGENCY   *
      *  REPORTS PAYMENT.  COLLECT.CTL (DAYS=N) SETS THE WINDOW,       *
      *  DEFAULT 30.  THE BORROWER IS TOLD ONCE, WHEN THE ACCOUNT      *
      *  FIRST GOES TO THE AGENCY - BY E-MAIL, OR BY A POSTAL LETTER   *
      *  QUEUED FOR THE LETTERS RUN WHEN THERE IS NO E-MAIL ADDRESS.   *
      *                                                                *
      ******************************************************************
      /
          COPY 'CPVIDLOA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDSUA.CPY'.
          COPY 'CPVIDFIA.CPY'.
          COPY 'CPVIDCOA.CPY'.
          COPY 'CPVIDMQA.CPY'.
          COPY 'CPVIDLTA.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "COLLECT.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
      *
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD SUSPEND.
          COPY 'CPVIDSUS.CPY'.
      *
       FD FINES.
          COPY 'CPVIDFIN.CPY'.
      *
       FD COLLECT.
          COPY 'CPVIDCOL.CPY'.
      *
       FD MAILQ.
          COPY 'CPVIDMLQ.CPY'.
      *
       FD LETTERQ.
          COPY 'CPVIDLTQ.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-SUSPEND   PIC X(2).
           88 VALID-STATUS-SUSPEND VALUE IS "00" THRU "09".
          COPY 'CPVIDSUV.CPY'.
       77 STATUS-FINES     PIC X(2).
           88 VALID-STATUS-FINES VALUE IS "00" THRU "09".
       77 STATUS-COLLECT   PIC X(2).
       77 SW-ALREADY-OUT   PIC 9 VALUE ZERO.
           88 ALREADY-HANDED VALUE 1, FALSE 0.

      * TELLING THE BORROWER - E-MAIL WHEN THERE IS AN ADDRESS, ELSE A
      * POSTAL LETTER; NEITHER MEANS THE DESK HAS TO PHONE
          COPY 'CPVIDMQV.CPY'.
          COPY 'CPVIDLTV.CPY'.
       77 EMAILS-QUEUED    PIC 9(5) VALUE ZERO.
       77 LETTERS-QUEUED   PIC 9(5) VALUE ZERO.
       77 NO-POST-COUNT    PIC 9(5) VALUE ZERO.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.

           DISPLAY HANDED-COUNT " ACCOUNT LINE(S) HANDED TO "
                   COLLOUT-CSV-PATH
           DISPLAY EMAILS-QUEUED " E-MAIL(S) AND " LETTERS-QUEUED
                   " LETTER(S) QUEUED TO TELL THE BORROWERS"

           IF NO-POST-COUNT > ZERO
              DISPLAY NO-POST-COUNT
                      " BORROWER(S) WITH NO E-MAIL OR POSTAL ADDRESS"
                      " - PHONE THEM"
           END-IF

           GOBACK
           .
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

      *> NOTHING LEAVES THE BUILDING FROM THE TRAINING SANDBOX
           IF FMT-TRAIN-FLAG = "Y"
              DISPLAY "TRAINING MODE - NO EXPORT IS PRODUCED"
              GOBACK
           END-IF

           OPEN INPUT  NOTICE-LEVELS
           OPEN INPUT  LOANS
           OPEN INPUT  MOVIES
              STOP RUN
           END-IF

           OPEN I-O MAILQ
           IF STATUS-MAILQ = "35"
              OPEN OUTPUT MAILQ
                IF VALID-STATUS-MAILQ
                   CLOSE MAILQ
                   OPEN I-O MAILQ
                END-IF
           END-IF

           IF NOT VALID-STATUS-MAILQ
              DISPLAY "UNABLE TO OPEN MAILQ.DAT - STATUS "
                      STATUS-MAILQ
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

           MOVE "ID;NAME;PHONE;EMAIL;CODE;TITLE;OPEN_BALANCE"
             TO REC-COLLOUT
           WRITE REC-COLLOUT

           OPEN I-O SUSPEND
           IF STATUS-SUSPEND = "35"
              OPEN OUTPUT SUSPEND
                IF VALID-STATUS-SUSPEND
                   CLOSE SUSPEND
                   OPEN I-O SUSPEND
                END-IF
           END-IF

           IF NOT VALID-STATUS-SUSPEND
              DISPLAY "UNABLE TO OPEN SUSPEND.DAT - STATUS "
                      STATUS-SUSPEND
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*

           ADD 1 TO HANDED-COUNT

      *> SUSPEND AND FLAG THE BORROWER (ONCE - A SECOND TITLE FOR THE
      *> SAME HAND-OVER DOES NOT ADD ANOTHER SUSPENSION)
           MOVE BRW-ID     TO SUS-WANT-ID
           MOVE TODAY-DATE TO SUS-ASOF-DT
           MOVE "COLLOUT"  TO SUS-BY
           MOVE "C"        TO SUS-NEW-REASON
           MOVE ZERO       TO SUS-NEW-END-DT
           MOVE "HANDED TO THE COLLECTION AGENCY" TO SUS-NEW-NOTE
           PERFORM PLACE-SUSPENSION
           IF NOT BRW-IS-BLOCKED
              PERFORM SET-BRW-BLOCK-STATUS
              REWRITE BRW-REC
                 INVALID KEY CONTINUE
              END-REWRITE
                           INVALID KEY CONTINUE
                        END-REWRITE
              END-WRITE

              PERFORM TELL-BORROWER
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE BORROWER HEARS ONCE THAT THE ACCOUNT HAS GONE TO THE       *
      * AGENCY - BY E-MAIL, OR BY POST WHEN THERE IS NO E-MAIL AND THE *
      * POSTAL ADDRESS HAS NOT BOUNCED                                 *
      *----------------------------------------------------------------*
       TELL-BORROWER.
           INITIALIZE MLQ-REC
           MOVE "YOUR ACCOUNT HAS BEEN HANDED TO OUR COLLECTION AGENCY."
             TO MLQ-BODY-LINE (1)
           MOVE "ITEMS STILL NOT RETURNED AFTER THE FINAL NOTICE:"
             TO MLQ-BODY-LINE (2)
           STRING "  "        DELIMITED BY SIZE
                  LOAN-CODIGO DELIMITED BY SIZE
                  "  "        DELIMITED BY SIZE
                  ITEM-TITULO DELIMITED BY SIZE
             INTO MLQ-BODY-LINE (3)
           END-STRING
           STRING "OPEN FINE BALANCE: " DELIMITED BY SIZE
                  BAL-TEXT              DELIMITED BY SIZE
             INTO MLQ-BODY-LINE (4)
           END-STRING
           MOVE "THE AGENCY WILL CONTACT YOU ABOUT SETTLING IT."
             TO MLQ-BODY-LINE (5)

           IF BRW-EMAIL NOT = SPACES
              MOVE BRW-ID    TO MLQ-BORROWER-ID
              MOVE BRW-EMAIL TO MLQ-EMAIL
              MOVE "FILMOTECA - YOUR ACCOUNT HAS GONE TO COLLECTIONS"
                TO MLQ-SUBJECT
              PERFORM QUEUE-EMAIL
              ADD 1 TO EMAILS-QUEUED
              EXIT PARAGRAPH
           END-IF

           IF BRW-ADDR-LINE1 = SPACES
              OR BRW-ADDR-RETURNED-DT > ZERO
              ADD 1 TO NO-POST-COUNT
              EXIT PARAGRAPH
           END-IF

           INITIALIZE LTQ-REC
           MOVE BRW-ID       TO LTQ-BORROWER-ID
           MOVE "C"          TO LTQ-KIND
           MOVE BRW-NAME     TO LTQ-NAME
           MOVE BRW-ADDRESS  TO LTQ-ADDRESS
           MOVE "YOUR ACCOUNT HAS GONE TO OUR COLLECTION AGENCY"
             TO LTQ-SUBJECT
           MOVE MLQ-BODY-LINE (1) TO LTQ-BODY-LINE (1)
           MOVE MLQ-BODY-LINE (2) TO LTQ-BODY-LINE (2)
           MOVE MLQ-BODY-LINE (3) TO LTQ-BODY-LINE (3)
           MOVE MLQ-BODY-LINE (5) TO LTQ-BODY-LINE (4)
           MOVE OPEN-BALANCE TO LTQ-AMOUNT

           PERFORM QUEUE-LETTER
           ADD 1 TO LETTERS-QUEUED
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE LOANS
           CLOSE MOVIES
           CLOSE BORROWERS
           CLOSE SUSPEND
           CLOSE FINES
           CLOSE COLLECT
           CLOSE COLLOUT-CSV
           CLOSE MAILQ
           CLOSE LETTERQ
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * APPEND TO THE OUTBOUND MAIL QUEUE                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDMQP.CPY'.
      /
      *----------------------------------------------------------------*
      * APPEND TO THE POSTAL LETTER QUEUE                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDLTP.CPY'.
      /
      *----------------------------------------------------------------*
      * BORROWER SUSPENSIONS                                           *
      *----------------------------------------------------------------*
          COPY 'CPVIDSUP.CPY'.
