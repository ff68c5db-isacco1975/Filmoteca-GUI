       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          LOYRPT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  LOYALTY POINTS LIABILITY - MONTHLY.  EVERY BORROWER'S POINTS  *
      *  LEDGER IS READ IN ORDER.  WHAT WAS REDEEMED AT THE DESK OR    *
      *  EXPIRED ON AN EARLIER RUN COMES OFF THE AVAILABLE EARNINGS    *
      *  OLDEST FIRST; ANY EARNING STILL PARTLY UNSPENT PAST ITS       *
      *  EXPIRY DATE IS EXPIRED NOW WITH AN "X" ROW ON THE LEDGER, SO  *
      *  THE DESK, THE RECEIPTS AND THE KIOSK STOP OFFERING IT.        *
      *                                                                *
      *  WHAT IS LEFT IS VALUED AT THE SETTINGS' POINT VALUE AND       *
      *  LISTED PER BORROWER ON LOYRPT.LST FOR THE ACCOUNTANT, WITH    *
      *  THE TOTAL LIABILITY.  POINTS STILL PENDING ON LOANS THAT ARE  *
      *  OUT ARE SHOWN APART - THEY ONLY BECOME A LIABILITY IF THE     *
      *  LOAN COMES BACK ON TIME.                                      *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDPTA.CPY'.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDPRA.CPY'.
          SELECT LOYRPT-RPT ASSIGN TO LOYRPT-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD POINTS.
          COPY 'CPVIDPTS.CPY'.
      *
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD PARAMS.
          COPY 'CPVIDPRM.CPY'.
      *
       FD LOYRPT-RPT.
       01 RPT-LINE                  PIC X(100).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 LOYRPT-RPT-PATH  PIC X(40) VALUE "LOYRPT.LST".
       77 STATUS-POINTS    PIC X(2).
           88 VALID-STATUS-POINTS VALUE IS "00" THRU "09".
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-PARAMS    PIC X(2).
           88 VALID-STATUS-PARAMS VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-EOF           PIC 9 VALUE ZERO.
           88 FILE-AT-END   VALUE 1, FALSE 0.
       77 SW-BRW-OPEN      PIC 9 VALUE ZERO.
           88 BORROWERS-OPEN VALUE 1, FALSE 0.
       77 SW-TABLE-FULL    PIC 9 VALUE ZERO.
           88 TABLE-FULL    VALUE 1, FALSE 0.

       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 POINT-VALUE      PIC 9(01)V9(04) VALUE ZERO.
       77 CUR-BORROWER     PIC 9(05) VALUE ZERO.
       77 LAST-SEQ         PIC 9(05) VALUE ZERO.
       77 CONSUMED         PIC 9(09) VALUE ZERO.
       77 TAKE-PTS         PIC 9(07) VALUE ZERO.
       77 BRW-AVAIL        PIC 9(09) VALUE ZERO.
       77 BRW-PENDING      PIC 9(09) VALUE ZERO.
       77 BRW-EXPIRED      PIC 9(09) VALUE ZERO.
       77 BRW-VALUE        PIC 9(07)V99 VALUE ZERO.
       77 ROW-VALUE        PIC 9(05)V99 VALUE ZERO.
       77 TOT-BORROWERS    PIC 9(05) VALUE ZERO.
       77 TOT-AVAIL        PIC 9(09) VALUE ZERO.
       77 TOT-PENDING      PIC 9(09) VALUE ZERO.
       77 TOT-EXPIRED      PIC 9(09) VALUE ZERO.
       77 TOT-VALUE        PIC 9(09)V99 VALUE ZERO.
       77 TOT-PEND-VALUE   PIC 9(09)V99 VALUE ZERO.
       77 TOT-EXP-VALUE    PIC 9(09)V99 VALUE ZERO.
       77 OVERFLOW-COUNT   PIC 9(05) VALUE ZERO.

      * ONE BORROWER'S AVAILABLE EARNINGS IN LEDGER ORDER, WITH WHAT
      * IS LEFT OF EACH ONCE THE REDEMPTIONS AND EXPIRIES COME OFF
       01 EARN-TABLE.
           05 ER-ROW OCCURS 2000 TIMES.
               10 ER-SEQ            PIC 9(05).
               10 ER-POINTS         PIC 9(07).
               10 ER-LEFT           PIC 9(07).
               10 ER-EXPIRES-DT     PIC 9(08).
               10 ER-CODIGO         PIC 9(05).
               10 ER-LOAN-SEQ       PIC 9(05).
       77 ER-CNT           PIC 9(04) VALUE ZERO.
       77 ER-MAX           PIC 9(04) VALUE 2000.
       77 ER-SUB           PIC 9(04) VALUE ZERO.

       77 PTS-TEXT         PIC Z(8)9.
       77 AMOUNT-TEXT      PIC ZZZZZZ9,99.
       77 TOTAL-TEXT       PIC ZZZZZZZZ9,99.
       77 VALUE-TEXT       PIC 9,9999.
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM LOAD-CAPTIONS

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-POINT-VALUE

           OPEN OUTPUT LOYRPT-RPT

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " LOYRPT-RPT-PATH
                      " - STATUS " STATUS-RPT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADER

           OPEN I-O POINTS

           IF NOT VALID-STATUS-POINTS
              MOVE "NO POINTS HAVE BEEN EARNED YET - NO LIABILITY"
                TO RPT-LINE
              WRITE RPT-LINE
              CLOSE LOYRPT-RPT
              DISPLAY "NO POINTS LEDGER - NOTHING TO VALUE"
              MOVE ZERO TO RETURN-CODE
              GOBACK
           END-IF

           SET BORROWERS-OPEN TO FALSE
           OPEN INPUT BORROWERS
           IF VALID-STATUS-BORROWERS
              SET BORROWERS-OPEN TO TRUE
           END-IF

      *> ONE BORROWER AT A TIME - EACH PASS STARTS PAST THE LAST ROW
      *> OF THE BORROWER BEFORE, SO THE EXPIRY ROWS WRITTEN ALONG THE
      *> WAY NEVER UPSET THE READ
           MOVE ZERO TO CUR-BORROWER
           SET FILE-AT-END TO FALSE

           PERFORM UNTIL FILE-AT-END
              PERFORM LOAD-NEXT-BORROWER
              IF NOT FILE-AT-END
                 PERFORM AGE-BORROWER-POINTS
                 PERFORM LIST-BORROWER
              END-IF
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS

           CLOSE POINTS
           IF BORROWERS-OPEN
              CLOSE BORROWERS
           END-IF
           CLOSE LOYRPT-RPT

           MOVE TOT-VALUE TO TOTAL-TEXT
           DISPLAY TOT-BORROWERS " BORROWER(S) HOLD POINTS WORTH "
                   TOTAL-TEXT " - SEE " LOYRPT-RPT-PATH

           IF OVERFLOW-COUNT > ZERO
              DISPLAY OVERFLOW-COUNT " BORROWER(S) HAVE MORE THAN "
                      ER-MAX " EARNINGS - ONLY THE OLDEST WERE AGED"
           END-IF

           MOVE ZERO TO RETURN-CODE
           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * WHAT ONE POINT IS WORTH - FROM THE SETTINGS RECORD; WITHOUT IT *
      * THE POINTS ARE LISTED BUT VALUED AT NOTHING                    *
      *----------------------------------------------------------------*
       LOAD-POINT-VALUE.
           MOVE ZERO TO POINT-VALUE

           OPEN INPUT PARAMS

           IF NOT VALID-STATUS-PARAMS
              EXIT PARAGRAPH
           END-IF

           MOVE 1 TO PRM-ID
           READ PARAMS
                INVALID
                    CONTINUE
                NOT INVALID
                    MOVE PRM-PTS-VALUE TO POINT-VALUE
           END-READ

           CLOSE PARAMS
           .
      /
      *----------------------------------------------------------------*
      * THE NEXT BORROWER ON THE LEDGER - EVERY ROW OF THEIRS IS READ: *
      * THE AVAILABLE EARNINGS INTO THE TABLE, THE PENDING ONES, THE   *
      * REDEMPTIONS AND EXPIRIES ADDED UP, THE LAST SEQUENCE KEPT FOR  *
      * ANY EXPIRY ROW WRITTEN                                         *
      *----------------------------------------------------------------*
       LOAD-NEXT-BORROWER.
           MOVE ZERO TO ER-CNT
           MOVE ZERO TO CONSUMED
           MOVE ZERO TO BRW-PENDING
           MOVE ZERO TO BRW-EXPIRED
           MOVE ZERO TO LAST-SEQ
           SET TABLE-FULL TO FALSE

           MOVE CUR-BORROWER TO PTS-BORROWER-ID
           MOVE 99999        TO PTS-SEQ

           START POINTS KEY > PTS-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                     EXIT PARAGRAPH
           END-START

           READ POINTS NEXT RECORD
                AT END
                    SET FILE-AT-END TO TRUE
                    EXIT PARAGRAPH
           END-READ

           MOVE PTS-BORROWER-ID TO CUR-BORROWER

           PERFORM UNTIL PTS-BORROWER-ID NOT = CUR-BORROWER
              MOVE PTS-SEQ TO LAST-SEQ

              EVALUATE TRUE
                 WHEN PTS-IS-EARNED AND PTS-IS-AVAILABLE
                    PERFORM ADD-EARNING-ROW
                 WHEN PTS-IS-EARNED AND PTS-IS-PENDING
                    ADD PTS-POINTS TO BRW-PENDING
                 WHEN PTS-IS-REDEEMED
                 WHEN PTS-IS-EXPIRED
                    ADD PTS-POINTS TO CONSUMED
              END-EVALUATE

              READ POINTS NEXT RECORD
                   AT END
                       MOVE ZERO TO PTS-BORROWER-ID
              END-READ
           END-PERFORM
           .

       ADD-EARNING-ROW.
           IF ER-CNT = ER-MAX
              IF NOT TABLE-FULL
                 SET TABLE-FULL TO TRUE
                 ADD 1 TO OVERFLOW-COUNT
              END-IF
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO ER-CNT
           MOVE PTS-SEQ        TO ER-SEQ (ER-CNT)
           MOVE PTS-POINTS     TO ER-POINTS (ER-CNT)
           MOVE PTS-POINTS     TO ER-LEFT (ER-CNT)
           MOVE PTS-EXPIRES-DT TO ER-EXPIRES-DT (ER-CNT)
           MOVE PTS-CODIGO     TO ER-CODIGO (ER-CNT)
           MOVE PTS-LOAN-SEQ   TO ER-LOAN-SEQ (ER-CNT)
           .
      /
      *----------------------------------------------------------------*
      * SPEND THE BORROWER'S EARNINGS OLDEST FIRST AGAINST EVERYTHING  *
      * REDEEMED OR EXPIRED SO FAR, THEN EXPIRE WHAT IS LEFT OF ANY    *
      * EARNING PAST ITS DATE.  AN EARNING WITH NO EXPIRY DATE (THE    *
      * SETTINGS KEPT POINTS FOREVER WHEN IT WAS MADE) NEVER EXPIRES   *
      *----------------------------------------------------------------*
       AGE-BORROWER-POINTS.
           MOVE ZERO TO BRW-AVAIL
           MOVE ZERO TO BRW-VALUE

           PERFORM VARYING ER-SUB FROM 1 BY 1 UNTIL ER-SUB > ER-CNT
              IF CONSUMED > ZERO
                 IF CONSUMED < ER-POINTS (ER-SUB)
                    MOVE CONSUMED TO TAKE-PTS
                 ELSE
                    MOVE ER-POINTS (ER-SUB) TO TAKE-PTS
                 END-IF
                 SUBTRACT TAKE-PTS FROM ER-LEFT (ER-SUB)
                 SUBTRACT TAKE-PTS FROM CONSUMED
              END-IF

              IF ER-LEFT (ER-SUB) > ZERO
                 AND ER-EXPIRES-DT (ER-SUB) > ZERO
                 AND ER-EXPIRES-DT (ER-SUB) < TODAY-DATE
                 PERFORM EXPIRE-EARNING
              END-IF

              ADD ER-LEFT (ER-SUB) TO BRW-AVAIL
           END-PERFORM

           COMPUTE BRW-VALUE = BRW-AVAIL * POINT-VALUE
           .

      *> WHAT IS LEFT OF THE EARNING GOES ON AN EXPIRY ROW, TIED BACK
      *> TO THE LOAN THAT EARNED IT
       EXPIRE-EARNING.
           COMPUTE ROW-VALUE = ER-LEFT (ER-SUB) * POINT-VALUE
           ADD 1 TO LAST-SEQ

           INITIALIZE PTS-REC
           MOVE CUR-BORROWER          TO PTS-BORROWER-ID
           MOVE LAST-SEQ              TO PTS-SEQ
           MOVE "X"                   TO PTS-TYPE
           MOVE TODAY-DATE            TO PTS-DATE
           MOVE ER-LEFT (ER-SUB)      TO PTS-POINTS
           MOVE ROW-VALUE             TO PTS-AMOUNT
           MOVE ER-CODIGO (ER-SUB)    TO PTS-CODIGO
           MOVE ER-LOAN-SEQ (ER-SUB)  TO PTS-LOAN-SEQ
           MOVE ER-EXPIRES-DT (ER-SUB) TO PTS-EXPIRES-DT
           MOVE "LOYRPT"              TO PTS-OPERATOR

           WRITE PTS-REC
                 INVALID KEY
                     DISPLAY "EXPIRY NOT WRITTEN FOR BORROWER "
                             CUR-BORROWER " - KEY IN USE"
                     EXIT PARAGRAPH
           END-WRITE

           ADD ER-LEFT (ER-SUB) TO BRW-EXPIRED
           ADD ROW-VALUE        TO TOT-EXP-VALUE
           MOVE ZERO TO ER-LEFT (ER-SUB)
           .
      /
      *----------------------------------------------------------------*
      * ONE LINE PER BORROWER WITH POINTS AVAILABLE, PENDING OR JUST   *
      * EXPIRED                                                        *
      *----------------------------------------------------------------*
       LIST-BORROWER.
           IF BRW-AVAIL = ZERO
              AND BRW-PENDING = ZERO
              AND BRW-EXPIRED = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE CUR-BORROWER TO BRW-ID
           MOVE SPACES       TO BRW-NAME
           IF BORROWERS-OPEN
              READ BORROWERS
                   INVALID
                       MOVE "?? NOT ON FILE ??" TO BRW-NAME
              END-READ
           END-IF

           MOVE SPACES TO RPT-LINE
           MOVE CUR-BORROWER       TO RPT-LINE (1:5)
           MOVE BRW-NAME           TO RPT-LINE (8:30)
           MOVE BRW-AVAIL          TO PTS-TEXT
           MOVE PTS-TEXT           TO RPT-LINE (39:9)
           MOVE BRW-VALUE          TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT        TO RPT-LINE (49:10)
           MOVE BRW-PENDING        TO PTS-TEXT
           MOVE PTS-TEXT           TO RPT-LINE (60:9)
           MOVE BRW-EXPIRED        TO PTS-TEXT
           MOVE PTS-TEXT           TO RPT-LINE (70:9)
           WRITE RPT-LINE

           IF BRW-AVAIL > ZERO
              ADD 1 TO TOT-BORROWERS
           END-IF
           ADD BRW-AVAIL   TO TOT-AVAIL
           ADD BRW-VALUE   TO TOT-VALUE
           ADD BRW-PENDING TO TOT-PENDING
           ADD BRW-EXPIRED TO TOT-EXPIRED
           .
      /
      *----------------------------------------------------------------*
      * THE REPORT HEADING AND THE TOTALS UNDER THE BORROWER LINES     *
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADER.
           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           MOVE SPACES TO RPT-LINE
           STRING "FILMOTECA.EDUC360 - LOYALTY POINTS LIABILITY "
                                  DELIMITED BY SIZE
                  WK-DATE-TEXT    DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE POINT-VALUE TO VALUE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "EACH POINT VALUED AT "  DELIMITED BY SIZE
                  VALUE-TEXT               DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "ID     BORROWER" TO RPT-LINE (1:15)
           MOVE "AVAILABLE"       TO RPT-LINE (39:9)
           MOVE "VALUE"           TO RPT-LINE (54:5)
           MOVE "PENDING"         TO RPT-LINE (62:7)
           MOVE "EXPIRED"         TO RPT-LINE (72:7)
           WRITE RPT-LINE
           .

       WRITE-REPORT-TOTALS.
           COMPUTE TOT-PEND-VALUE = TOT-PENDING * POINT-VALUE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "LIABILITY - POINTS AVAILABLE TO SPEND"
             TO RPT-LINE (1:37)
           MOVE TOT-AVAIL  TO PTS-TEXT
           MOVE PTS-TEXT   TO RPT-LINE (39:9)
           MOVE TOT-VALUE  TO TOTAL-TEXT
           MOVE TOTAL-TEXT TO RPT-LINE (47:12)
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "PENDING ON LOANS STILL OUT" TO RPT-LINE (1:26)
           MOVE TOT-PENDING    TO PTS-TEXT
           MOVE PTS-TEXT       TO RPT-LINE (39:9)
           MOVE TOT-PEND-VALUE TO TOTAL-TEXT
           MOVE TOTAL-TEXT     TO RPT-LINE (47:12)
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "EXPIRED BY THIS RUN" TO RPT-LINE (1:19)
           MOVE TOT-EXPIRED    TO PTS-TEXT
           MOVE PTS-TEXT       TO RPT-LINE (39:9)
           MOVE TOT-EXP-VALUE  TO TOTAL-TEXT
           MOVE TOTAL-TEXT     TO RPT-LINE (47:12)
           WRITE RPT-LINE

           IF POINT-VALUE = ZERO
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE "NO POINT VALUE IN THE SETTINGS - POINTS NOT VALUED"
                TO RPT-LINE
              WRITE RPT-LINE
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
