       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EMCLOSE.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 OCTOBER 15
      /
      ******************************************************************
      *                                                                *
      *  EMERGENCY CLOSURE - FOR THE DAYS WE HAD TO SHUT WITHOUT       *
      *  WARNING (A FLOOD, A STORM, A POWER CUT).  THE CALENDAR ONLY   *
      *  ROLLS A DUE DATE WHEN THE LOAN IS TAKEN OUT, SO THIS RUN:     *
      *                                                                *
      *    - WRITES EVERY DATE OF THE CLOSURE TO THE CLOSED-DAYS       *
      *      CALENDAR, SO NO LATE-DAY COUNT (FINES AT RETURN, THE      *
      *      OVERDUE REPORT, THE NOTICES) EVER CHARGES FOR THEM        *
      *    - MOVES EVERY OPEN LOAN DUE INSIDE THE CLOSURE, AND EVERY   *
      *      HOLD WHOSE PICKUP DEADLINE FALLS INSIDE IT, TO THE FIRST  *
      *      OPEN DAY AFTER IT                                         *
      *    - WRITES EACH CHANGE TO AUDIT.LOG AND TO EMCLOSE.LST, AND   *
      *      QUEUES AN E-MAIL GIVING THE PATRON THE NEW DATE (ONE      *
      *      WITH NO ADDRESS IS LISTED FOR THE DESK TO RING)           *
      *    - LISTS THE FINES ALREADY RAISED ON RETURNS THAT COUNTED    *
      *      A CLOSED DAY (A CLOSURE RECORDED AFTER THE EVENT), FOR    *
      *      THE DESK TO WAIVE THROUGH THE FINES DIALOG SO THE TILL    *
      *      JOURNAL SEES IT                                           *
      *                                                                *
      *  EMCLOSE.CTL (KEYWORD=VALUE) HOLDS FROM= AND TO= (A DATE AS    *
      *  THE DESK TYPES IT, OR YYYYMMDD; A BLANK TO IS A ONE-DAY       *
      *  CLOSURE) AND REASON= FOR THE CALENDAR; WITHOUT THE FILE EACH  *
      *  ONE IS ASKED ON THE CONSOLE.  NOTHING IS TOUCHED UNTIL THE    *
      *  OPERATOR TYPES CLOSE.  A SECOND RUN OVER THE SAME DAYS FINDS  *
      *  NOTHING LEFT TO MOVE.                                         *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDCLA.CPY'.
          COPY 'CPVIDLOA.CPY'.
          COPY 'CPVIDRSA.CPY'.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDFIA.CPY'.
          COPY 'CPVIDMQA.CPY'.
          COPY 'CPVIDAUA.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "EMCLOSE.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT EMCLOSE-RPT ASSIGN TO EMCLOSE-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD CALENDAR.
          COPY 'CPVIDCAL.CPY'.
      *
       FD LOANS.
          COPY 'CPVIDLON.CPY'.
      *
       FD RESERVES.
          COPY 'CPVIDRSV.CPY'.
      *
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD FINES.
          COPY 'CPVIDFIN.CPY'.
      *
       FD MAILQ.
          COPY 'CPVIDMLQ.CPY'.
      *
       FD AUDIT-LOG.
          COPY 'CPVIDAUD.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL              PIC X(80).
      *
       FD EMCLOSE-RPT.
       01 RPT-LINE                 PIC X(100).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 EMCLOSE-RPT-PATH PIC X(40) VALUE "EMCLOSE.LST".
       77 STATUS-CALENDAR  PIC X(2).
           88 VALID-STATUS-CALENDAR VALUE IS "00" THRU "09".
       77 STATUS-LOANS     PIC X(2).
           88 VALID-STATUS-LOANS VALUE IS "00" THRU "09".
       77 STATUS-RESERVES  PIC X(2).
           88 VALID-STATUS-RESERVES VALUE IS "00" THRU "09".
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-MOVIES    PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-FINES     PIC X(2).
           88 VALID-STATUS-FINES VALUE IS "00" THRU "09".
       77 STATUS-AUDIT     PIC X(2).
           88 VALID-STATUS-AUDIT VALUE IS "00" THRU "09".
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-CTL-PRESENT   PIC 9 VALUE ZERO.
           88 CTL-PRESENT   VALUE 1, FALSE 0.
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 SW-EOF           PIC 9 VALUE ZERO.
           88 FILE-AT-END   VALUE 1, FALSE 0.
       77 SW-MOVIES-OPEN   PIC 9 VALUE ZERO.
           88 MOVIES-IS-OPEN VALUE 1, FALSE 0.
       77 SW-FINES-OPEN    PIC 9 VALUE ZERO.
           88 FINES-IS-OPEN VALUE 1, FALSE 0.
       77 SW-DAY           PIC 9 VALUE ZERO.
           88 DAY-OPEN      VALUE 1.
           88 DAY-CLOSED    VALUE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 RUN-OPERATOR     PIC X(10) VALUE SPACES.
       77 CONFIRM-WORD     PIC X(10) VALUE SPACES.
       77 WK-DATE-INT      PIC 9(07) VALUE ZERO.

      * THE CLOSURE - AS GIVEN, THEN AS DATES
       77 CLOSE-FROM-TX    PIC X(10) VALUE SPACES.
       77 CLOSE-TO-TX      PIC X(10) VALUE SPACES.
       77 CLOSE-REASON     PIC X(20) VALUE SPACES.
       77 CLOSE-FROM-DT    PIC 9(08) VALUE ZERO.
       77 CLOSE-TO-DT      PIC 9(08) VALUE ZERO.
       77 NEXT-OPEN-DT     PIC 9(08) VALUE ZERO.
       77 FROM-TEXT        PIC X(10) VALUE SPACES.
       77 TO-TEXT          PIC X(10) VALUE SPACES.
       77 NEXT-OPEN-TEXT   PIC X(10) VALUE SPACES.
       77 MAX-CLOSED-DAYS  PIC 9(03) VALUE 90.
       77 REFUSE-TEXT      PIC X(60) VALUE SPACES.

      * EVERY DATE OF THE CLOSURE, AND WHETHER THIS RUN WROTE IT TO
      * THE CALENDAR (A SUNDAY OR A HOLIDAY WAS THERE ALREADY, AND A
      * FINE RAISED BEFORE THE RUN NEVER COUNTED IT)
       01 CLOSURE-TABLE.
           05 CLOSURE-DAY OCCURS 90 TIMES.
               10 CLOSURE-DT     PIC 9(08).
               10 CLOSURE-NEW    PIC X(01).
       77 CLOSURE-CNT      PIC 9(03) VALUE ZERO.
       77 CLOSURE-SUB      PIC 9(03) VALUE ZERO.
       77 COUNTED-DAYS     PIC 9(03) VALUE ZERO.

      * ONE CHANGE BEING REPORTED AND MAILED
       77 OLD-DATE-TEXT    PIC X(10) VALUE SPACES.
       77 ITEM-TITLE       PIC X(30) VALUE SPACES.
       77 ITEM-KIND        PIC X(01) VALUE SPACE.
           88 ITEM-IS-LOAN  VALUE "L".
           88 ITEM-IS-HOLD  VALUE "H".
       77 ITEM-BRW-ID      PIC 9(05) VALUE ZERO.
       77 ITEM-CODIGO      PIC 9(05) VALUE ZERO.
       77 ITEM-SEQ         PIC 9(05) VALUE ZERO.
       77 MONEY-TEXT       PIC ZZZZ9,99.

       77 NEW-DAY-COUNT    PIC 9(5) VALUE ZERO.
       77 HAD-DAY-COUNT    PIC 9(5) VALUE ZERO.
       77 LOAN-COUNT       PIC 9(5) VALUE ZERO.
       77 HOLD-COUNT       PIC 9(5) VALUE ZERO.
       77 MAIL-COUNT       PIC 9(5) VALUE ZERO.
       77 NO-ADDRESS-COUNT PIC 9(5) VALUE ZERO.
       77 FINE-COUNT       PIC 9(5) VALUE ZERO.
       77 FAIL-COUNT       PIC 9(5) VALUE ZERO.

      * OUTBOUND E-MAIL
          COPY 'CPVIDMQV.CPY'.
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

           ACCEPT RUN-OPERATOR FROM ENVIRONMENT "FILMOTECA_OPERATOR"
           IF RUN-OPERATOR = SPACES
              MOVE "EMCLOSE" TO RUN-OPERATOR
           END-IF

           PERFORM READ-CONTROL-FILE

           IF NOT CTL-PRESENT
              PERFORM ASK-CLOSURE
           END-IF

           PERFORM CHECK-CLOSURE
           IF REFUSE-TEXT NOT = SPACES
              DISPLAY REFUSE-TEXT
              DISPLAY "NOTHING CHANGED"
              GOBACK
           END-IF

           DISPLAY "CLOSED FROM " FROM-TEXT " TO " TO-TEXT
                   " - " CLOSE-REASON
           DISPLAY "LOANS DUE AND HOLDS TO COLLECT IN THOSE DAYS WILL "
                   "MOVE TO THE NEXT OPEN DAY"
           DISPLAY "TYPE CLOSE TO CONFIRM: " WITH NO ADVANCING
           ACCEPT CONFIRM-WORD

           IF CONFIRM-WORD NOT = "CLOSE"
              DISPLAY "NOT CONFIRMED - NOTHING CHANGED"
              GOBACK
           END-IF

           PERFORM OPEN-FILES

           PERFORM WRITE-REPORT-HEADING

           PERFORM RECORD-CLOSED-DAYS

           PERFORM FIND-NEXT-OPEN-DAY

           PERFORM ROLL-OPEN-LOANS

           PERFORM ROLL-HELD-PICKUPS

           PERFORM PRINT-RUN-SUMMARY

           PERFORM CLOSE-FILES

           DISPLAY NEW-DAY-COUNT " DAY(S) ADDED TO THE CALENDAR, "
                   LOAN-COUNT " LOAN(S) AND "
                   HOLD-COUNT " HOLD(S) MOVED TO " NEXT-OPEN-TEXT
           DISPLAY MAIL-COUNT " E-MAIL(S) QUEUED, "
                   NO-ADDRESS-COUNT " TO RING, "
                   FINE-COUNT " FINE(S) TO REVIEW - SEE "
                   EMCLOSE-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - THE CLOSURE DATES AND THE REASON       *
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
              WHEN "FROM        "
                   MOVE CTL-VALUE TO CLOSE-FROM-TX
              WHEN "TO          "
                   MOVE CTL-VALUE TO CLOSE-TO-TX
              WHEN "REASON      "
                   MOVE CTL-VALUE TO CLOSE-REASON
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
      * NO CONTROL FILE - ASK FOR THE CLOSURE                          *
      *----------------------------------------------------------------*
       ASK-CLOSURE.
           DISPLAY "FIRST DAY CLOSED          : " WITH NO ADVANCING
           ACCEPT CLOSE-FROM-TX
           DISPLAY "LAST DAY CLOSED (BLANK = SAME DAY): "
                   WITH NO ADVANCING
           ACCEPT CLOSE-TO-TX
           DISPLAY "REASON                    : " WITH NO ADVANCING
           ACCEPT CLOSE-REASON
           .
      /
      *----------------------------------------------------------------*
      * THE DATES MUST BE REAL, IN ORDER AND NO LONGER APART THAN      *
      * MAX-CLOSED-DAYS - A MISTYPED YEAR MUST NOT SHUT THE SHOP FOR   *
      * A DECADE.  REFUSE-TEXT COMES BACK NON-BLANK WHEN THEY ARE NOT  *
      *----------------------------------------------------------------*
       CHECK-CLOSURE.
           MOVE SPACES TO REFUSE-TEXT

           IF CLOSE-FROM-TX = SPACES
              MOVE "NO FIRST CLOSED DAY GIVEN" TO REFUSE-TEXT
              EXIT PARAGRAPH
           END-IF

           MOVE CLOSE-FROM-TX TO WK-DATE-TEXT
           PERFORM PARSE-DATE-TEXT
           IF WK-DATE-INVALID
              MOVE "THE FIRST CLOSED DAY IS NOT A DATE" TO REFUSE-TEXT
              EXIT PARAGRAPH
           END-IF
           MOVE WK-DATE-YMD TO CLOSE-FROM-DT

           IF CLOSE-TO-TX = SPACES
              MOVE CLOSE-FROM-DT TO CLOSE-TO-DT
           ELSE
              MOVE CLOSE-TO-TX TO WK-DATE-TEXT
              PERFORM PARSE-DATE-TEXT
              IF WK-DATE-INVALID
                 MOVE "THE LAST CLOSED DAY IS NOT A DATE"
                   TO REFUSE-TEXT
                 EXIT PARAGRAPH
              END-IF
              MOVE WK-DATE-YMD TO CLOSE-TO-DT
           END-IF

           IF CLOSE-TO-DT < CLOSE-FROM-DT
              MOVE "THE LAST CLOSED DAY IS BEFORE THE FIRST"
                TO REFUSE-TEXT
              EXIT PARAGRAPH
           END-IF

           IF FUNCTION INTEGER-OF-DATE (CLOSE-TO-DT)
              - FUNCTION INTEGER-OF-DATE (CLOSE-FROM-DT)
              NOT < MAX-CLOSED-DAYS
              MOVE "A CLOSURE OF MORE THAN 90 DAYS IS NOT AN EMERGENCY"
                TO REFUSE-TEXT
              EXIT PARAGRAPH
           END-IF

           IF CLOSE-REASON = SPACES
              MOVE "EMERGENCY CLOSURE" TO CLOSE-REASON
           END-IF

           MOVE CLOSE-FROM-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT  TO FROM-TEXT
           MOVE CLOSE-TO-DT   TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT  TO TO-TEXT
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES - THE CALENDAR, THE MAIL QUEUE AND THE AUDIT    *
      * LOG ARE CREATED IF NEEDED; TITLES AND FINES ARE OPTIONAL       *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN I-O CALENDAR
           IF STATUS-CALENDAR = "35"
              OPEN OUTPUT CALENDAR
                IF VALID-STATUS-CALENDAR
                   CLOSE CALENDAR
                   OPEN I-O CALENDAR
                END-IF
           END-IF

           IF NOT VALID-STATUS-CALENDAR
              DISPLAY "UNABLE TO OPEN CALENDAR.DAT - STATUS "
                      STATUS-CALENDAR
              STOP RUN
           END-IF

           OPEN I-O    LOANS
           OPEN I-O    RESERVES
           OPEN INPUT  BORROWERS
           OPEN OUTPUT EMCLOSE-RPT

           IF NOT VALID-STATUS-LOANS
              DISPLAY "UNABLE TO OPEN LOANS.DAT - STATUS "
                      STATUS-LOANS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RESERVES
              DISPLAY "UNABLE TO OPEN RESERVE.DAT - STATUS "
                      STATUS-RESERVES
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-BORROWERS
              DISPLAY "UNABLE TO OPEN BORROWER.DAT - STATUS "
                      STATUS-BORROWERS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " EMCLOSE-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF

           OPEN INPUT MOVIES
           IF VALID-STATUS-MOVIES
              SET MOVIES-IS-OPEN TO TRUE
           END-IF

           OPEN INPUT FINES
           IF VALID-STATUS-FINES
              SET FINES-IS-OPEN TO TRUE
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

           OPEN EXTEND AUDIT-LOG
           IF STATUS-AUDIT = "35"
              OPEN OUTPUT AUDIT-LOG
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * REPORT HEADING                                                 *
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADING.
           MOVE "FILMOTECA.EDUC360 - EMERGENCY CLOSURE" TO RPT-LINE
           WRITE RPT-LINE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "RUN ON "      DELIMITED BY SIZE
                  WK-DATE-TEXT   DELIMITED BY SIZE
                  " BY "         DELIMITED BY SIZE
                  RUN-OPERATOR   DELIMITED BY SPACE
                  " - CLOSED FROM " DELIMITED BY SIZE
                  FROM-TEXT      DELIMITED BY SIZE
                  " TO "         DELIMITED BY SIZE
                  TO-TEXT        DELIMITED BY SIZE
                  " - "          DELIMITED BY SIZE
                  CLOSE-REASON   DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE CALENDAR ROW PER CLOSED DATE - A DATE ALREADY CLOSED (A    *
      * SUNDAY, A HOLIDAY, AN EARLIER RUN) KEEPS ITS OWN DESCRIPTION   *
      *----------------------------------------------------------------*
       RECORD-CLOSED-DAYS.
           MOVE "CALENDAR" TO RPT-LINE
           WRITE RPT-LINE

           MOVE ZERO TO CLOSURE-CNT
           MOVE CLOSE-FROM-DT TO CAL-DATE

           PERFORM UNTIL CAL-DATE > CLOSE-TO-DT
              PERFORM RECORD-ONE-CLOSED-DAY
              COMPUTE WK-DATE-INT =
                 FUNCTION INTEGER-OF-DATE (CLOSURE-DT (CLOSURE-CNT))
                 + 1
              COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER (WK-DATE-INT)
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .

       RECORD-ONE-CLOSED-DAY.
           ADD 1 TO CLOSURE-CNT
           MOVE CAL-DATE TO CLOSURE-DT (CLOSURE-CNT)
           MOVE "N"      TO CLOSURE-NEW (CLOSURE-CNT)

           MOVE CAL-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           MOVE SPACES TO RPT-LINE
           MOVE WK-DATE-TEXT TO RPT-LINE (3:10)

           MOVE CLOSE-REASON TO CAL-DESC
           WRITE CAL-REC
              INVALID KEY
                  ADD 1 TO HAD-DAY-COUNT
                  MOVE "ALREADY CLOSED" TO RPT-LINE (15:14)
              NOT INVALID KEY
                  ADD 1 TO NEW-DAY-COUNT
                  MOVE "Y" TO CLOSURE-NEW (CLOSURE-CNT)
                  MOVE "CLOSED"     TO RPT-LINE (15:6)
                  PERFORM WRITE-CLOSED-DAY-AUDIT
           END-WRITE

           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * THE FIRST DAY AFTER THE CLOSURE THE CALENDAR DOES NOT SHUT -   *
      * THE SAME WALK THE DESK'S ROLL-DUE-FORWARD MAKES                *
      *----------------------------------------------------------------*
       FIND-NEXT-OPEN-DAY.
           COMPUTE WK-DATE-INT =
              FUNCTION INTEGER-OF-DATE (CLOSE-TO-DT) + 1
           COMPUTE NEXT-OPEN-DT = FUNCTION DATE-OF-INTEGER (WK-DATE-INT)

           SET DAY-CLOSED TO TRUE

           PERFORM UNTIL DAY-OPEN
              MOVE NEXT-OPEN-DT TO CAL-DATE
              READ CALENDAR
                   INVALID
                       SET DAY-OPEN TO TRUE
                   NOT INVALID
                       COMPUTE WK-DATE-INT =
                          FUNCTION INTEGER-OF-DATE (NEXT-OPEN-DT) + 1
                       COMPUTE NEXT-OPEN-DT =
                          FUNCTION DATE-OF-INTEGER (WK-DATE-INT)
              END-READ
           END-PERFORM

           MOVE NEXT-OPEN-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT TO NEXT-OPEN-TEXT
           .
      /
      *----------------------------------------------------------------*
      * EVERY OPEN LOAN DUE INSIDE THE CLOSURE IS NOW DUE ON THE NEXT  *
      * OPEN DAY.  A LOAN ALREADY BACK THAT WAS FINED FOR A DAY THIS   *
      * RUN HAS JUST CLOSED IS LISTED FOR REVIEW                       *
      *----------------------------------------------------------------*
       ROLL-OPEN-LOANS.
           MOVE "LOANS NOW DUE ON THE NEXT OPEN DAY" TO RPT-LINE
           WRITE RPT-LINE
           MOVE "TITLE SEQ   BRW   NAME                           WAS"
             TO RPT-LINE
           MOVE "SENT TO" TO RPT-LINE (66:7)
           WRITE RPT-LINE

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO LOAN-KEY

           START LOANS KEY >= LOAN-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
           END-START

           PERFORM UNTIL FILE-AT-END
              READ LOANS NEXT RECORD
                   AT END
                       SET FILE-AT-END TO TRUE
                   NOT AT END
                       IF LOAN-IS-OUT
                          AND LOAN-DUE-DT NOT < CLOSE-FROM-DT
                          AND LOAN-DUE-DT NOT > CLOSE-TO-DT
                          PERFORM ROLL-ONE-LOAN
                       END-IF
                       IF LOAN-IS-RETURNED
                          AND LOAN-RETURNED-DT > LOAN-DUE-DT
                          AND LOAN-RETURNED-DT NOT < CLOSE-FROM-DT
                          AND LOAN-DUE-DT < CLOSE-TO-DT
                          PERFORM CHECK-FINED-RETURN
                       END-IF
              END-READ
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .

       ROLL-ONE-LOAN.
           MOVE LOAN-DUE-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT TO OLD-DATE-TEXT

           MOVE NEXT-OPEN-DT TO LOAN-DUE-DT
           REWRITE LOAN-REC
              INVALID KEY
                  ADD 1 TO FAIL-COUNT
                  DISPLAY "UNABLE TO REWRITE LOAN " LOAN-CODIGO "/"
                          LOAN-SEQ " - STATUS " STATUS-LOANS
                  EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO LOAN-COUNT

           SET ITEM-IS-LOAN TO TRUE
           MOVE LOAN-CODIGO      TO ITEM-CODIGO
           MOVE LOAN-SEQ         TO ITEM-SEQ
           MOVE LOAN-BORROWER-ID TO ITEM-BRW-ID
           PERFORM REPORT-AND-NOTIFY
           .

      *> THE CLOSED DAYS THIS RUN ADDED THAT THE FINE AT RETURN
      *> COUNTED - THOSE ALREADY ON THE CALENDAR WERE NEVER CHARGED
       CHECK-FINED-RETURN.
           IF NOT FINES-IS-OPEN
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO COUNTED-DAYS
           PERFORM VARYING CLOSURE-SUB FROM 1 BY 1
                     UNTIL CLOSURE-SUB > CLOSURE-CNT
              IF CLOSURE-NEW (CLOSURE-SUB) = "Y"
                 AND CLOSURE-DT (CLOSURE-SUB) > LOAN-DUE-DT
                 AND CLOSURE-DT (CLOSURE-SUB) NOT > LOAN-RETURNED-DT
                 ADD 1 TO COUNTED-DAYS
              END-IF
           END-PERFORM

           IF COUNTED-DAYS = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE LOAN-KEY TO FIN-KEY
           READ FINES
                INVALID
                    EXIT PARAGRAPH
           END-READ

           IF NOT FIN-IS-OPEN
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO FINE-COUNT

           MOVE SPACES TO RPT-LINE
           MOVE "  FINE TO REVIEW" TO RPT-LINE (1:16)
           MOVE FIN-CODIGO         TO RPT-LINE (18:5)
           MOVE FIN-SEQ            TO RPT-LINE (24:5)
           MOVE FIN-BORROWER-ID    TO RPT-LINE (30:5)
           MOVE FIN-AMOUNT         TO MONEY-TEXT
           MOVE MONEY-TEXT         TO RPT-LINE (36:8)
           MOVE "PAID"             TO RPT-LINE (45:4)
           MOVE FIN-PAID           TO MONEY-TEXT
           MOVE MONEY-TEXT         TO RPT-LINE (50:8)
           MOVE COUNTED-DAYS       TO RPT-LINE (59:3)
           MOVE "CLOSED DAY(S) CHARGED" TO RPT-LINE (63:21)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * EVERY HOLD WAITING ON THE PICKUP SHELF WHOSE DEADLINE FALLS    *
      * INSIDE THE CLOSURE CAN NOW BE COLLECTED UNTIL THE NEXT OPEN    *
      * DAY, SO THE HOLDEXP SWEEP DOES NOT EXPIRE IT                   *
      *----------------------------------------------------------------*
       ROLL-HELD-PICKUPS.
           MOVE "HOLDS NOW TO BE COLLECTED BY THE NEXT OPEN DAY"
             TO RPT-LINE
           WRITE RPT-LINE
           MOVE "TITLE SEQ   BRW   NAME                           WAS"
             TO RPT-LINE
           MOVE "SENT TO" TO RPT-LINE (66:7)
           WRITE RPT-LINE

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO RSV-KEY

           START RESERVES KEY >= RSV-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
           END-START

           PERFORM UNTIL FILE-AT-END
              READ RESERVES NEXT RECORD
                   AT END
                       SET FILE-AT-END TO TRUE
                   NOT AT END
                       IF RSV-IS-FILLED
                          AND RSV-PICKUP-BY NOT < CLOSE-FROM-DT
                          AND RSV-PICKUP-BY NOT > CLOSE-TO-DT
                          PERFORM ROLL-ONE-PICKUP
                       END-IF
              END-READ
           END-PERFORM
           .

       ROLL-ONE-PICKUP.
           MOVE RSV-PICKUP-BY TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT TO OLD-DATE-TEXT

           MOVE NEXT-OPEN-DT TO RSV-PICKUP-BY
           REWRITE RSV-REC
              INVALID KEY
                  ADD 1 TO FAIL-COUNT
                  DISPLAY "UNABLE TO REWRITE HOLD " RSV-CODIGO "/"
                          RSV-SEQ " - STATUS " STATUS-RESERVES
                  EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO HOLD-COUNT

           SET ITEM-IS-HOLD TO TRUE
           MOVE RSV-CODIGO      TO ITEM-CODIGO
           MOVE RSV-SEQ         TO ITEM-SEQ
           MOVE RSV-BORROWER-ID TO ITEM-BRW-ID
           PERFORM REPORT-AND-NOTIFY
           .
      /
      *----------------------------------------------------------------*
      * ONE DATE MOVED - THE AUDIT ROW, THE REPORT LINE AND THE        *
      * E-MAIL (OR A PHONE CALL FOR THE DESK)                          *
      *----------------------------------------------------------------*
       REPORT-AND-NOTIFY.
           PERFORM WRITE-DATE-MOVE-AUDIT

           MOVE "?? TITLE NOT FOUND ??" TO ITEM-TITLE
           IF MOVIES-IS-OPEN
              MOVE ITEM-CODIGO TO CODIGO
              READ MOVIES
                   INVALID
                       CONTINUE
                   NOT INVALID
                       MOVE TITULO TO ITEM-TITLE
              END-READ
           END-IF

           MOVE ITEM-BRW-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    MOVE SPACES TO BRW-NAME
                    MOVE SPACES TO BRW-EMAIL
                    MOVE SPACES TO BRW-PHONE
           END-READ

           MOVE SPACES TO RPT-LINE
           MOVE ITEM-CODIGO    TO RPT-LINE (1:5)
           MOVE ITEM-SEQ       TO RPT-LINE (7:5)
           MOVE ITEM-BRW-ID    TO RPT-LINE (13:5)
           MOVE BRW-NAME       TO RPT-LINE (19:30)
           MOVE OLD-DATE-TEXT  TO RPT-LINE (50:10)
           MOVE "NOW"          TO RPT-LINE (61:3)

           IF BRW-EMAIL = SPACES
              MOVE "NO E-MAIL - RING " TO RPT-LINE (66:17)
              MOVE BRW-PHONE (1:15)    TO RPT-LINE (83:15)
              WRITE RPT-LINE
              ADD 1 TO NO-ADDRESS-COUNT
           ELSE
              MOVE BRW-EMAIL (1:35) TO RPT-LINE (66:35)
              WRITE RPT-LINE
              PERFORM QUEUE-NEW-DATE-EMAIL
           END-IF
           .

       QUEUE-NEW-DATE-EMAIL.
           INITIALIZE MLQ-REC
           MOVE BRW-ID    TO MLQ-BORROWER-ID
           MOVE BRW-EMAIL TO MLQ-EMAIL

           IF ITEM-IS-LOAN
              MOVE "FILMOTECA - A NEW DUE DATE AFTER OUR CLOSURE"
                TO MLQ-SUBJECT
           ELSE
              MOVE "FILMOTECA - MORE TIME TO COLLECT YOUR HOLD"
                TO MLQ-SUBJECT
           END-IF

           STRING "DEAR "    DELIMITED BY SIZE
                  BRW-NAME   DELIMITED BY "  "
                  ","        DELIMITED BY SIZE
             INTO MLQ-BODY-LINE (1)
           END-STRING

           STRING "WE WERE CLOSED FROM " DELIMITED BY SIZE
                  FROM-TEXT     DELIMITED BY SIZE
                  " TO "        DELIMITED BY SIZE
                  TO-TEXT       DELIMITED BY SIZE
                  " ("          DELIMITED BY SIZE
                  CLOSE-REASON  DELIMITED BY "  "
                  ")."          DELIMITED BY SIZE
             INTO MLQ-BODY-LINE (2)
           END-STRING

           IF ITEM-IS-LOAN
              STRING "YOUR LOAN OF " DELIMITED BY SIZE
                     ITEM-TITLE      DELIMITED BY "  "
                     " IS NOW DUE BACK ON " DELIMITED BY SIZE
                     NEXT-OPEN-TEXT  DELIMITED BY SIZE
                     "."             DELIMITED BY SIZE
                INTO MLQ-BODY-LINE (3)
              END-STRING
              MOVE "THERE IS NO LATE FEE FOR THE DAYS WE WERE SHUT."
                TO MLQ-BODY-LINE (4)
           ELSE
              STRING ITEM-TITLE      DELIMITED BY "  "
                     " IS STILL WAITING FOR YOU ON THE HOLD SHELF;"
                                     DELIMITED BY SIZE
                INTO MLQ-BODY-LINE (3)
              END-STRING
              STRING "YOU NOW HAVE UNTIL " DELIMITED BY SIZE
                     NEXT-OPEN-TEXT  DELIMITED BY SIZE
                     " TO COLLECT IT." DELIMITED BY SIZE
                INTO MLQ-BODY-LINE (4)
              END-STRING
           END-IF

           MOVE "SORRY FOR THE TROUBLE - THANK YOU FOR YOUR PATIENCE."
             TO MLQ-BODY-LINE (6)

           PERFORM QUEUE-EMAIL
           ADD 1 TO MAIL-COUNT
           .
      /
      *----------------------------------------------------------------*
      * AUDIT ROWS - A DAY CLOSED, AND A DUE DATE OR PICKUP DEADLINE   *
      * MOVED (KEYED BY THE TITLE, THE QUEUE OR LOAN SEQUENCE AND THE  *
      * BORROWER IN THE TEXT)                                          *
      *----------------------------------------------------------------*
       WRITE-CLOSED-DAY-AUDIT.
           IF NOT VALID-STATUS-AUDIT
              EXIT PARAGRAPH
           END-IF

           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME

           MOVE RUN-OPERATOR TO AUD-OPERATOR
           MOVE "CLOSED"     TO AUD-ACTION
           MOVE ZERO         TO AUD-CODIGO
           MOVE WK-DATE-TEXT TO AUD-OLD-TITULO
           MOVE SPACES       TO AUD-OLD-GENERO
           MOVE ZERO         TO AUD-OLD-NOTA
           MOVE CLOSE-REASON TO AUD-NEW-TITULO
           MOVE SPACES       TO AUD-NEW-GENERO
           MOVE ZERO         TO AUD-NEW-NOTA

           WRITE AUD-REC
           .

       WRITE-DATE-MOVE-AUDIT.
           IF NOT VALID-STATUS-AUDIT
              EXIT PARAGRAPH
           END-IF

           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME

           MOVE RUN-OPERATOR TO AUD-OPERATOR
           IF ITEM-IS-LOAN
              MOVE "DUEMOV"  TO AUD-ACTION
           ELSE
              MOVE "PICKMV"  TO AUD-ACTION
           END-IF
           MOVE ITEM-CODIGO  TO AUD-CODIGO

           MOVE SPACES TO AUD-OLD-TITULO
           STRING "SEQ "        DELIMITED BY SIZE
                  ITEM-SEQ      DELIMITED BY SIZE
                  " BRW "       DELIMITED BY SIZE
                  ITEM-BRW-ID   DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  OLD-DATE-TEXT DELIMITED BY SIZE
             INTO AUD-OLD-TITULO
           END-STRING

           MOVE SPACES TO AUD-NEW-TITULO
           STRING "SEQ "         DELIMITED BY SIZE
                  ITEM-SEQ       DELIMITED BY SIZE
                  " BRW "        DELIMITED BY SIZE
                  ITEM-BRW-ID    DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  NEXT-OPEN-TEXT DELIMITED BY SIZE
             INTO AUD-NEW-TITULO
           END-STRING

           MOVE SPACES TO AUD-OLD-GENERO
           MOVE ZERO   TO AUD-OLD-NOTA
           MOVE SPACES TO AUD-NEW-GENERO
           MOVE ZERO   TO AUD-NEW-NOTA

           WRITE AUD-REC
           .
      /
      *----------------------------------------------------------------*
      * RUN TOTALS                                                     *
      *----------------------------------------------------------------*
       PRINT-RUN-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "DAYS CLOSED "    DELIMITED BY SIZE
                  NEW-DAY-COUNT     DELIMITED BY SIZE
                  " (ALREADY CLOSED " DELIMITED BY SIZE
                  HAD-DAY-COUNT     DELIMITED BY SIZE
                  ")  NEXT OPEN DAY " DELIMITED BY SIZE
                  NEXT-OPEN-TEXT    DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "LOANS MOVED "    DELIMITED BY SIZE
                  LOAN-COUNT        DELIMITED BY SIZE
                  "  HOLDS MOVED "  DELIMITED BY SIZE
                  HOLD-COUNT        DELIMITED BY SIZE
                  "  E-MAILS "      DELIMITED BY SIZE
                  MAIL-COUNT        DELIMITED BY SIZE
                  "  TO RING "      DELIMITED BY SIZE
                  NO-ADDRESS-COUNT  DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           IF FINE-COUNT > ZERO
              MOVE SPACES TO RPT-LINE
              STRING FINE-COUNT     DELIMITED BY SIZE
                     " FINE(S) ALREADY RAISED COUNT A CLOSED DAY - "
                                    DELIMITED BY SIZE
                     "WAIVE AT THE DESK" DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF

           IF FAIL-COUNT > ZERO
              MOVE SPACES TO RPT-LINE
              STRING FAIL-COUNT     DELIMITED BY SIZE
                     " ROW(S) COULD NOT BE REWRITTEN - RUN AGAIN"
                                    DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE CALENDAR
           CLOSE LOANS
           CLOSE RESERVES
           CLOSE BORROWERS
           CLOSE MAILQ
           CLOSE AUDIT-LOG
           CLOSE EMCLOSE-RPT

           IF MOVIES-IS-OPEN
              CLOSE MOVIES
           END-IF

           IF FINES-IS-OPEN
              CLOSE FINES
           END-IF
           .
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
      /
      *----------------------------------------------------------------*
      * APPEND TO THE OUTBOUND MAIL QUEUE                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDMQP.CPY'.
