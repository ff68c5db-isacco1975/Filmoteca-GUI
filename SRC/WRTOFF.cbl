       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          WRTOFF.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  BAD-DEBT WRITE-OFF RUN - EVERY OPEN FINE ASSESSED AT LEAST    *
      *  THE CHOSEN NUMBER OF DAYS AGO IS LISTED ON WRTOFF.LST WITH    *
      *  ITS BORROWER, AGE AND UNPAID BALANCE.  NOTHING IS CHANGED     *
      *  UNTIL AN ENABLED ADMINISTRATOR APPROVES THE RUN WITH THEIR ID *
      *  AND PASSWORD, CHECKED AGAINST THE OPERATORS FILE WITH THE     *
      *  SAME ONE-WAY HASH THE LOGIN USES; THE APPROVAL OR REFUSAL     *
      *  GOES ON THE SECURITY LOG.                                     *
      *                                                                *
      *  ON APPROVAL EACH FINE IS CLOSED AS WRITTEN OFF (FIN-WAIVED    *
      *  "B") AND A ROW GOES ON THE WRITE-OFF REGISTER, WHICH GLEXP    *
      *  POSTS TO THE BAD-DEBT ACCOUNT AND WHICH FLAGS THE BORROWER:   *
      *  THE NEXT TIME THEY COME TO THE LOANS DESK THE FINES ARE       *
      *  REOPENED AND THE DEBT IS OWED AGAIN.  EACH BORROWER WRITTEN   *
      *  OFF GETS A WRTOFF ROW ON THE AUDIT LOG.                       *
      *                                                                *
      *  A BORROWER WHOSE INSTALLMENT PLAN IS BEING KEPT UP IS PAYING, *
      *  NOT A BAD DEBT, AND IS LEFT ALONE.                            *
      *                                                                *
      *  THE AGE COMES FROM AN OPTIONAL WRTOFF.CTL (AGE=NNN, DEFAULT   *
      *  180 DAYS), OR IS ASKED FOR ON THE CONSOLE.                    *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDFIA.CPY'.
          COPY 'CPVIDPLA.CPY'.
          COPY 'CPVIDWOA.CPY'.
          COPY 'CPVIDOPA.CPY'.
          COPY 'CPVIDAUA.CPY'.
          COPY 'CPVIDSEA.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "WRTOFF.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT WRTOFF-RPT ASSIGN TO WRTOFF-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD FINES.
          COPY 'CPVIDFIN.CPY'.
      *
       FD PLANS.
          COPY 'CPVIDPLN.CPY'.
      *
       FD WRTOFF.
          COPY 'CPVIDWOF.CPY'.
      *
       FD OPERATORS.
          COPY 'CPVIDOPR.CPY'.
      *
       FD AUDIT-LOG.
          COPY 'CPVIDAUD.CPY'.
      *
       FD SECLOG.
          COPY 'CPVIDSEC.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD WRTOFF-RPT.
       01 RPT-LINE                  PIC X(100).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 WRTOFF-RPT-PATH  PIC X(40) VALUE "WRTOFF.LST".
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-FINES     PIC X(2).
           88 VALID-STATUS-FINES VALUE IS "00" THRU "09".
       77 STATUS-PLANS     PIC X(2).
           88 VALID-STATUS-PLANS VALUE IS "00" THRU "09".
       77 STATUS-WRTOFF    PIC X(2).
           88 VALID-STATUS-WRTOFF VALUE IS "00" THRU "09".
       77 STATUS-OPERATORS PIC X(2).
           88 VALID-STATUS-OPERATORS VALUE IS "00" THRU "09".
       77 STATUS-AUDIT     PIC X(2).
           88 VALID-STATUS-AUDIT VALUE IS "00" THRU "09".
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
          COPY 'CPVIDSEV.CPY'.
          COPY 'CPVIDHSV.CPY'.
       77 SW-BRW-EOF       PIC 9 VALUE ZERO.
           88 BORROWERS-AT-END VALUE 1, FALSE 0.
       77 SW-EOF           PIC 9 VALUE ZERO.
           88 FILE-AT-END   VALUE 1, FALSE 0.
       77 SW-PLN-OPEN      PIC 9 VALUE ZERO.
           88 PLANS-OPEN    VALUE 1, FALSE 0.
       77 SW-PLAN-LATE     PIC 9 VALUE ZERO.
           88 PLAN-HAS-LATE VALUE 1, FALSE 0.
      * THE FIRST PASS ONLY LISTS; THE SECOND, AFTER APPROVAL, WRITES
       77 SW-APPLY         PIC 9 VALUE ZERO.
           88 APPLYING      VALUE 1, FALSE 0.
       77 SW-GRANTED       PIC 9 VALUE ZERO.
           88 RUN-APPROVED  VALUE 1, FALSE 0.
       77 SW-CTL           PIC 9 VALUE ZERO.
           88 CTL-PRESENT   VALUE 1, FALSE 0.
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.

       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 WOFF-AGE         PIC 9(03) VALUE 180.
       77 AGE-DAYS         PIC S9(05) VALUE ZERO.
       77 FINE-OPEN-AMT    PIC 9(05)V99 VALUE ZERO.
       77 BORROWER-AMT     PIC 9(07)V99 VALUE ZERO.
       77 RUN-AMT          PIC 9(09)V99 VALUE ZERO.
       77 FINE-COUNT       PIC 9(05) VALUE ZERO.
       77 BORROWER-COUNT   PIC 9(05) VALUE ZERO.
       77 SKIPPED-COUNT    PIC 9(05) VALUE ZERO.
       77 PLAN-SUB         PIC 9(02) VALUE ZERO.
       77 PLAN-OPEN-CNT    PIC 9(02) VALUE ZERO.
       77 APPROVER-ID      PIC X(10) VALUE SPACES.
       77 APPROVER-PWD     PIC X(10) VALUE SPACES.
       77 AMOUNT-TEXT      PIC ZZZZZZ9,99.
       77 AGE-TEXT         PIC ZZZZ9.
       77 KEY-TEXT         PIC X(11) VALUE SPACES.
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM LOAD-CAPTIONS
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           PERFORM READ-CONTROL-FILE

           IF NOT CTL-PRESENT
              DISPLAY "WRITE OFF FINES ASSESSED AT LEAST HOW MANY "
                      "DAYS AGO: " WITH NO ADVANCING
              ACCEPT WOFF-AGE
           END-IF

           IF WOFF-AGE = ZERO
              DISPLAY "NOTHING DONE"
              GOBACK
           END-IF

           PERFORM OPEN-FILES

      *> FIRST PASS - THE LIST THE ADMINISTRATOR APPROVES
           SET APPLYING TO FALSE
           PERFORM SCAN-BORROWERS
           PERFORM PRINT-PROPOSAL-TOTALS

           IF FINE-COUNT = ZERO
              DISPLAY "NO OPEN FINE IS " WOFF-AGE
                      " DAYS OLD - NOTHING TO WRITE OFF"
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

           MOVE RUN-AMT TO AMOUNT-TEXT
           DISPLAY FINE-COUNT " FINE(S) OF " BORROWER-COUNT
                   " BORROWER(S), " AMOUNT-TEXT
                   " IN ALL - SEE " WRTOFF-RPT-PATH

           PERFORM GET-APPROVAL

           IF NOT RUN-APPROVED
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE "NOT APPROVED - NOTHING WRITTEN OFF" TO RPT-LINE
              WRITE RPT-LINE
              DISPLAY "NOT APPROVED - NOTHING WRITTEN OFF"
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

      *> SECOND PASS - THE SAME SELECTION, WRITTEN OFF
           SET APPLYING TO TRUE
           PERFORM SCAN-BORROWERS

           MOVE RUN-AMT TO AMOUNT-TEXT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "APPROVED BY " DELIMITED BY SIZE
                  APPROVER-ID    DELIMITED BY SPACE
                  " - "          DELIMITED BY SIZE
                  FINE-COUNT     DELIMITED BY SIZE
                  " FINE(S) WRITTEN OFF, "
                                 DELIMITED BY SIZE
                  AMOUNT-TEXT    DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           PERFORM CLOSE-FILES

           DISPLAY FINE-COUNT " FINE(S) WRITTEN OFF, " AMOUNT-TEXT

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * READ THE OPTIONAL WRTOFF.CTL CONTROL FILE (KEYWORD=VALUE)      *
      *----------------------------------------------------------------*
       READ-CONTROL-FILE.
           SET CTL-PRESENT TO FALSE

           OPEN INPUT CONTROL-FILE

           IF NOT VALID-STATUS-CTL
              EXIT PARAGRAPH
           END-IF

           SET CTL-PRESENT TO TRUE
           SET CTL-AT-END TO FALSE

           READ CONTROL-FILE
                AT END SET CTL-AT-END TO TRUE
           END-READ

           PERFORM UNTIL CTL-AT-END
              MOVE SPACES TO CTL-KEYWORD
              MOVE SPACES TO CTL-VALUE

              UNSTRING REC-CONTROL DELIMITED BY "="
                  INTO CTL-KEYWORD CTL-VALUE
              END-UNSTRING

              EVALUATE CTL-KEYWORD
           WHEN "AGE         "
                COMPUTE WOFF-AGE = FUNCTION NUMVAL (CTL-VALUE)
           WHEN OTHER
                CONTINUE
           END-EVALUATE

              READ CONTROL-FILE
                   AT END SET CTL-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE CONTROL-FILE
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES NEEDED FOR THE WRITE-OFF RUN                    *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  BORROWERS
           OPEN I-O    FINES
           OPEN INPUT  OPERATORS
           OPEN OUTPUT WRTOFF-RPT

           SET PLANS-OPEN TO FALSE
           OPEN INPUT  PLANS
           IF VALID-STATUS-PLANS
              SET PLANS-OPEN TO TRUE
           END-IF

           OPEN I-O WRTOFF
           IF STATUS-WRTOFF = "35"
              OPEN OUTPUT WRTOFF
              IF VALID-STATUS-WRTOFF
                 CLOSE WRTOFF
                 OPEN I-O WRTOFF
              END-IF
           END-IF

           OPEN EXTEND AUDIT-LOG
           IF STATUS-AUDIT = "35"
              OPEN OUTPUT AUDIT-LOG
           END-IF

           IF NOT VALID-STATUS-BORROWERS
              DISPLAY "UNABLE TO OPEN BORROWER.DAT - STATUS "
                      STATUS-BORROWERS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-FINES
              DISPLAY "UNABLE TO OPEN FINES.DAT - STATUS "
                      STATUS-FINES
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-OPERATORS
              DISPLAY "UNABLE TO OPEN OPERATORS.DAT - STATUS "
                      STATUS-OPERATORS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-WRTOFF
              DISPLAY "UNABLE TO OPEN WRTOFF.DAT - STATUS "
                      STATUS-WRTOFF
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-AUDIT
              DISPLAY "UNABLE TO OPEN AUDIT.LOG - STATUS "
                      STATUS-AUDIT
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " WRTOFF-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF

           MOVE "FILMOTECA.EDUC360 - BAD-DEBT WRITE-OFF RUN"
             TO RPT-LINE
           WRITE RPT-LINE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "RUN ON "    DELIMITED BY SIZE
                  WK-DATE-TEXT DELIMITED BY SIZE
                  " - OPEN FINES ASSESSED AT LEAST "
                               DELIMITED BY SIZE
                  WOFF-AGE     DELIMITED BY SIZE
                  " DAYS AGO"  DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "ID"          TO RPT-LINE (1:2)
           MOVE "NAME"        TO RPT-LINE (8:4)
           MOVE "TITLE/SEQ"   TO RPT-LINE (40:9)
           MOVE "ASSESSED"    TO RPT-LINE (52:8)
           MOVE "DAYS"        TO RPT-LINE (65:4)
           MOVE "    UNPAID"  TO RPT-LINE (71:10)
           WRITE RPT-LINE
           MOVE ALL "-" TO RPT-LINE (1:80)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * EVERY BORROWER IN ID ORDER, THEIR FINES BY THE ALTERNATE KEY.  *
      * THE COUNTS AND THE MONEY ARE TAKEN AGAIN ON EACH PASS SO THE   *
      * SECOND PASS REPORTS WHAT WAS ACTUALLY WRITTEN                  *
      *----------------------------------------------------------------*
       SCAN-BORROWERS.
           MOVE ZERO TO RUN-AMT
           MOVE ZERO TO FINE-COUNT
           MOVE ZERO TO BORROWER-COUNT
           MOVE ZERO TO SKIPPED-COUNT

           SET BORROWERS-AT-END TO FALSE
           MOVE LOW-VALUES TO BRW-ID

           START BORROWERS KEY >= BRW-ID
                 INVALID KEY
                     SET BORROWERS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ BORROWERS NEXT RECORD
                          AT END SET BORROWERS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL BORROWERS-AT-END
              PERFORM SCAN-ONE-BORROWER

              READ BORROWERS NEXT RECORD
                   AT END SET BORROWERS-AT-END TO TRUE
              END-READ
           END-PERFORM
           .

       SCAN-ONE-BORROWER.
           MOVE ZERO TO BORROWER-AMT

      *> A PLAN BEING KEPT UP MEANS THE DEBT IS BEING PAID
           PERFORM CHECK-PLAN-CURRENT
           IF PLAN-OPEN-CNT > ZERO
              AND NOT PLAN-HAS-LATE
              PERFORM COUNT-PLAN-SKIP
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE
           MOVE BRW-ID TO FIN-BORROWER-ID

           START FINES KEY >= FIN-BORROWER-ID
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ FINES NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
                      OR FIN-BORROWER-ID NOT = BRW-ID
              IF FIN-IS-OPEN
                 AND FIN-AMOUNT > FIN-PAID
                 PERFORM CHECK-ONE-FINE
              END-IF

              READ FINES NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           IF BORROWER-AMT > ZERO
              ADD 1 TO BORROWER-COUNT
              IF APPLYING
                 PERFORM WRITE-AUDIT-ROW
              END-IF
           END-IF
           .

      *> A FINE WITH NO ASSESSMENT DATE IS AS OLD AS A FINE GETS
       CHECK-ONE-FINE.
           IF FIN-ASSESSED-DT = ZERO
              MOVE 99999 TO AGE-DAYS
           ELSE
              COMPUTE AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE (TODAY-DATE)
                 - FUNCTION INTEGER-OF-DATE (FIN-ASSESSED-DT)
           END-IF

           IF AGE-DAYS < WOFF-AGE
              EXIT PARAGRAPH
           END-IF

           COMPUTE FINE-OPEN-AMT = FIN-AMOUNT - FIN-PAID
           ADD FINE-OPEN-AMT TO BORROWER-AMT
           ADD FINE-OPEN-AMT TO RUN-AMT
           ADD 1 TO FINE-COUNT

           IF APPLYING
              PERFORM WRITE-OFF-ONE-FINE
           ELSE
              PERFORM PRINT-FINE-LINE
           END-IF
           .

       PRINT-FINE-LINE.
           MOVE SPACES TO KEY-TEXT
           STRING FIN-CODIGO "/" FIN-SEQ DELIMITED BY SIZE
             INTO KEY-TEXT
           END-STRING

           MOVE SPACES TO RPT-LINE
           MOVE BRW-ID          TO RPT-LINE (1:5)
           MOVE BRW-NAME        TO RPT-LINE (8:30)
           MOVE KEY-TEXT        TO RPT-LINE (40:11)

           IF FIN-ASSESSED-DT NOT = ZERO
              MOVE FIN-ASSESSED-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              MOVE WK-DATE-TEXT TO RPT-LINE (52:10)
              MOVE AGE-DAYS     TO AGE-TEXT
              MOVE AGE-TEXT     TO RPT-LINE (64:5)
           END-IF

           MOVE FINE-OPEN-AMT   TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT     TO RPT-LINE (71:10)
           WRITE RPT-LINE
           .

      *> THE REGISTER ROW IS THE FLAG THE DESK LOOKS FOR WHEN THE
      *> BORROWER COMES BACK
       WRITE-OFF-ONE-FINE.
           MOVE "B" TO FIN-WAIVED
           REWRITE FIN-REC
              INVALID KEY
                  DISPLAY "UNABLE TO CLOSE FINE " FIN-CODIGO "/"
                          FIN-SEQ " - STATUS " STATUS-FINES
                  EXIT PARAGRAPH
           END-REWRITE

           INITIALIZE WOF-REC
           MOVE BRW-ID          TO WOF-BORROWER-ID
           MOVE TODAY-DATE      TO WOF-WRITTEN-DT
           MOVE FIN-CODIGO      TO WOF-FIN-CODIGO
           MOVE FIN-SEQ         TO WOF-FIN-SEQ
           MOVE FINE-OPEN-AMT   TO WOF-AMOUNT
           MOVE AGE-DAYS        TO WOF-AGE-DAYS
           MOVE APPROVER-ID     TO WOF-APPROVED-BY
           MOVE "W"             TO WOF-STATUS

           WRITE WOF-REC
                 INVALID KEY
                     REWRITE WOF-REC
                        INVALID KEY
                            DISPLAY "UNABLE TO REGISTER FINE "
                                    FIN-CODIGO "/" FIN-SEQ
                                    " - STATUS " STATUS-WRTOFF
                     END-REWRITE
           END-WRITE
           .

       WRITE-AUDIT-ROW.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME

           MOVE APPROVER-ID  TO AUD-OPERATOR
           MOVE "WRTOFF"     TO AUD-ACTION
           MOVE BRW-ID       TO AUD-CODIGO
           MOVE BRW-NAME     TO AUD-OLD-TITULO
           MOVE SPACES       TO AUD-OLD-GENERO
           MOVE ZERO         TO AUD-OLD-NOTA

           MOVE BORROWER-AMT TO AMOUNT-TEXT
           MOVE SPACES TO AUD-NEW-TITULO
           STRING "WRITTEN OFF " DELIMITED BY SIZE
                  AMOUNT-TEXT    DELIMITED BY SIZE
             INTO AUD-NEW-TITULO
           END-STRING
           MOVE SPACES       TO AUD-NEW-GENERO
           MOVE ZERO         TO AUD-NEW-NOTA

           WRITE AUD-REC
           .

       COUNT-PLAN-SKIP.
           ADD 1 TO SKIPPED-COUNT

           IF APPLYING
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RPT-LINE
           MOVE BRW-ID          TO RPT-LINE (1:5)
           MOVE BRW-NAME        TO RPT-LINE (8:30)
           MOVE "INSTALLMENT PLAN CURRENT - LEFT ALONE"
             TO RPT-LINE (40:37)
           WRITE RPT-LINE
           .

      *> THE SAME TWELVE-CHUNK PLAN THE DESK AGREES AND PLANCHK WATCHES
       CHECK-PLAN-CURRENT.
           MOVE ZERO TO PLAN-OPEN-CNT
           SET PLAN-HAS-LATE TO FALSE

           IF NOT PLANS-OPEN
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING PLAN-SUB FROM 1 BY 1
                     UNTIL PLAN-SUB > 12
              MOVE BRW-ID   TO PLN-BORROWER-ID
              MOVE PLAN-SUB TO PLN-SEQ

              READ PLANS
                   INVALID
                       CONTINUE
                   NOT INVALID
                       IF PLN-IS-OPEN
                          ADD 1 TO PLAN-OPEN-CNT

                          IF PLN-DUE-DT < TODAY-DATE
                             SET PLAN-HAS-LATE TO TRUE
                          END-IF
                       END-IF
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * THE PROPOSAL'S TOTALS AT THE FOOT OF THE LIST                  *
      *----------------------------------------------------------------*
       PRINT-PROPOSAL-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE RUN-AMT TO AMOUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING FINE-COUNT     DELIMITED BY SIZE
                  " FINE(S) OF " DELIMITED BY SIZE
                  BORROWER-COUNT DELIMITED BY SIZE
                  " BORROWER(S) TO WRITE OFF, "
                                 DELIMITED BY SIZE
                  AMOUNT-TEXT    DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           IF SKIPPED-COUNT > ZERO
              MOVE SPACES TO RPT-LINE
              STRING SKIPPED-COUNT DELIMITED BY SIZE
                     " BORROWER(S) LEFT ALONE WHILE THEIR "
                                   DELIMITED BY SIZE
                     "INSTALLMENT PLAN IS CURRENT"
                                   DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * MANAGER APPROVAL - AN ENABLED ADMINISTRATOR'S ID AND PASSWORD, *
      * CHECKED THE WAY THE DESK CHECKS AN OVERRIDE.  EITHER ANSWER    *
      * GOES ON THE SECURITY LOG WITH THE MONEY INVOLVED               *
      *----------------------------------------------------------------*
       GET-APPROVAL.
           SET RUN-APPROVED TO FALSE

           DISPLAY "ADMINISTRATOR ID TO APPROVE THE WRITE-OFF: "
                   WITH NO ADVANCING
           ACCEPT APPROVER-ID

           IF APPROVER-ID = SPACES
              EXIT PARAGRAPH
           END-IF

           DISPLAY "PASSWORD: " WITH NO ADVANCING
           ACCEPT APPROVER-PWD

           MOVE APPROVER-PWD TO HASH-PWD-IN
           PERFORM HASH-PASSWORD
           MOVE SPACES TO APPROVER-PWD
           MOVE SPACES TO HASH-PWD-IN

           MOVE APPROVER-ID TO OPR-ID
           READ OPERATORS
                INVALID
                    CONTINUE
                NOT INVALID
                    IF OPR-IS-ADMIN
                       AND OPR-IS-ENABLED
                       AND OPR-PASSWORD = HASH-PWD-OUT
                       SET RUN-APPROVED TO TRUE
                    END-IF
           END-READ

           MOVE APPROVER-ID TO SEC-OPERATOR
           MOVE SPACES      TO SEC-DETAIL
           MOVE RUN-AMT     TO SEC-ADJ-AMOUNT

           IF RUN-APPROVED
              MOVE "OVRIDE  " TO SEC-EVENT
              MOVE "BAD-DEBT WRITE-OFF APPROVED"
                TO SEC-ADJ-TEXT
           ELSE
              MOVE "OVRDENY " TO SEC-EVENT
              MOVE "BAD-DEBT WRITE-OFF REFUSED"
                TO SEC-ADJ-TEXT
              DISPLAY "NOT AN ENABLED ADMINISTRATOR"
           END-IF

           PERFORM APPEND-SECURITY-EVENT
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE BORROWERS
           CLOSE FINES
           CLOSE OPERATORS
           CLOSE WRTOFF
           CLOSE AUDIT-LOG
           CLOSE WRTOFF-RPT

           IF PLANS-OPEN
              CLOSE PLANS
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * ONE-WAY PASSWORD HASH                                          *
      *----------------------------------------------------------------*
          COPY 'CPVIDHSP.CPY'.
      /
      *----------------------------------------------------------------*
      * APPEND A ROW TO THE SECURITY EVENT LOG                         *
      *----------------------------------------------------------------*
          COPY 'CPVIDSEP.CPY'.
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * LOAD THE SCREEN CAPTIONS FOR THE SELECTED LANGUAGE             *
      *----------------------------------------------------------------*
          COPY 'CPVIDLNP.CPY'.
      /
      *----------------------------------------------------------------*
      * LOCALE DATE FORMAT AND PARSE                                   *
      *----------------------------------------------------------------*
          COPY 'CPVIDDTP.CPY'.
