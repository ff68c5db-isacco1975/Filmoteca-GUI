      *  2. EVERY STILL-QUEUED MESSAGE IS WRITTEN TO MAILOUT.TXT IN    *
      *     THE PIPE-DELIMITED HAND-OFF FORMAT THE RELAY SCRIPT        *
      *     READS (MSG / BODY / END LINES) AND MARKED HANDED-OFF.      *
      *     A MARKETING MESSAGE IS CHECKED AGAINST THE CONSENT FILE    *
      *     ONCE MORE FIRST - A BORROWER WHO WITHDREW E-MAIL CONSENT   *
      *     SINCE IT WAS QUEUED HAS IT MARKED SUPPRESSED INSTEAD.      *
      *                                                                *
      ******************************************************************
      /
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDMQA.CPY'.
          COPY 'CPVIDCNA.CPY'.
          COPY 'CPVIDCGA.CPY'.
          SELECT MAILBACK-FILE ASSIGN TO "MAILBACK.TXT"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-BACK.
       FILE                 SECTION.
       FD MAILQ.
          COPY 'CPVIDMLQ.CPY'.
      *
       FD CONSENT.
          COPY 'CPVIDCNS.CPY'.
      *
       FD CONSLOG.
          COPY 'CPVIDCLG.CPY'.
      *
       FD MAILBACK-FILE.
       01 REC-MAILBACK              PIC X(80).
       77 EXPORTED-COUNT   PIC 9(5) VALUE ZERO.
       77 BODY-SUB         PIC 9(1) VALUE ZERO.
       77 TODAY-DATE       PIC 9(8) VALUE ZERO.
       77 SUPPRESSED-COUNT PIC 9(5) VALUE ZERO.
       77 SW-CONSENT-OPEN  PIC 9 VALUE ZERO.
           88 CONSENT-OPEN  VALUE 1, FALSE 0.
          COPY 'CPVIDCNV.CPY'.

       LINKAGE          SECTION.

           DISPLAY APPLIED-COUNT " RELAY RESULT(S) APPLIED, "
                   EXPORTED-COUNT " MESSAGE(S) HANDED TO MAILOUT.TXT"

           IF SUPPRESSED-COUNT > ZERO
              DISPLAY SUPPRESSED-COUNT
                      " MARKETING MESSAGE(S) SUPPRESSED - NO CONSENT"
           END-IF

           GOBACK
           .
      /
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

      *> NOTHING LEAVES THE BUILDING FROM THE TRAINING SANDBOX
           IF FMT-TRAIN-FLAG = "Y"
              DISPLAY "TRAINING MODE - NO EXPORT IS PRODUCED"
              GOBACK
           END-IF

           OPEN I-O MAILQ

           IF NOT VALID-STATUS-MAILQ
                      STATUS-MAILQ
              STOP RUN
           END-IF

      *> NO CONSENT FILE YET MEANS NOBODY HAS AGREED TO MARKETING
           OPEN INPUT CONSENT

           IF VALID-STATUS-CONSENT
              SET CONSENT-OPEN TO TRUE
           END-IF
           .
      /
      *----------------------------------------------------------------*

           PERFORM UNTIL MAILQ-AT-END
              IF MLQ-IS-QUEUED
                 IF MLQ-IS-MARKETING
                    PERFORM RECHECK-MARKETING-CONSENT
                 ELSE
                    SET MARKETING-ALLOWED TO TRUE
                 END-IF

                 IF MARKETING-ALLOWED
                    PERFORM EXPORT-ONE-MESSAGE
                 ELSE
                    PERFORM SUPPRESS-ONE-MESSAGE
                 END-IF
              END-IF

              READ MAILQ NEXT RECORD

           ADD 1 TO EXPORTED-COUNT
           .

      *> THE CONSENT READ LEAVES THE QUEUE ROW ALONE - ANOTHER FILE
       RECHECK-MARKETING-CONSENT.
           SET MARKETING-ALLOWED TO FALSE

           IF CONSENT-OPEN
              MOVE MLQ-BORROWER-ID TO CONSENT-BRW-ID
              SET CONSENT-BY-EMAIL TO TRUE
              PERFORM CHECK-MARKETING-CONSENT
           END-IF
           .

       SUPPRESS-ONE-MESSAGE.
           MOVE "W"        TO MLQ-STATUS
           MOVE TODAY-DATE TO MLQ-SENT-DT
           REWRITE MLQ-REC
              INVALID KEY CONTINUE
           END-REWRITE

           ADD 1 TO SUPPRESSED-COUNT
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE MAILQ

           IF CONSENT-OPEN
              CLOSE CONSENT
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * MARKETING CONSENT                                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDCNP.CPY'.
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
