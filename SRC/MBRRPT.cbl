       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          MBRRPT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  MONTHLY MEMBERSHIP REPORT - EVERY MEMBER WHOSE PAID TERM      *
      *  ENDS IN THE MONTH, MARKED LAPSED WHEN THE DATE HAS ALREADY    *
      *  PASSED AND EXPIRING OTHERWISE, WITH THE PLAN, THE FEE THAT    *
      *  RENEWING WOULD TAKE AND WHETHER A REMINDER HAS GONE OUT.      *
      *  MEMBERS WHO HAVE NEVER PAID ARE COUNTED AT THE FOOT.          *
      *                                                                *
      *  THE DEFAULT IS THE CURRENT CALENDAR MONTH.  AN OPTIONAL       *
      *  MBRRPT.CTL TAKES MONTH=YYYYMM (202609 IS SEPTEMBER 2026).     *
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
          COPY 'CPVIDPRA.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "MBRRPT.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT MBRRPT-RPT ASSIGN TO MBRRPT-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD PARAMS.
          COPY 'CPVIDPRM.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD MBRRPT-RPT.
       01 RPT-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 MBRRPT-RPT-PATH  PIC X(40) VALUE "MBRRPT.LST".
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-PARAMS    PIC X(2).
           88 VALID-STATUS-PARAMS VALUE IS "00" THRU "09".
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 SW-BRW-EOF       PIC 9 VALUE ZERO.
           88 BORROWERS-AT-END VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 REPORT-MONTH     PIC 9(06) VALUE ZERO.
       77 EXPIRY-MONTH     PIC 9(06) VALUE ZERO.
       77 WK-MM            PIC 9(02) VALUE ZERO.
       77 FEE-ANNUAL       PIC 9(03)V99 VALUE 25,00.
       77 FEE-MONTHLY      PIC 9(03)V99 VALUE 3,00.
       77 FEE-TEXT         PIC ZZ9,99.
       77 LAPSED-COUNT     PIC 9(5) VALUE ZERO.
       77 EXPIRING-COUNT   PIC 9(5) VALUE ZERO.
       77 NEVER-PAID-COUNT PIC 9(5) VALUE ZERO.
       77 COUNT-TEXT       PIC ZZZZ9.

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

      *> THE DEFAULT IS THE CURRENT MONTH
           MOVE TODAY-DATE (1:6) TO REPORT-MONTH

           PERFORM READ-CONTROL-FILE

           MOVE REPORT-MONTH (5:2) TO WK-MM
           IF WK-MM < 1 OR WK-MM > 12
              DISPLAY "MONTH MUST BE YYYYMM WITH MM 01-12 - GOT "
                      REPORT-MONTH
              STOP RUN
           END-IF

           PERFORM OPEN-FILES

           PERFORM WRITE-REPORT-HEADING

           SET BORROWERS-AT-END TO FALSE
           READ BORROWERS NEXT RECORD
                AT END SET BORROWERS-AT-END TO TRUE
           END-READ

           PERFORM UNTIL BORROWERS-AT-END
              PERFORM LIST-ONE-MEMBER

              READ BORROWERS NEXT RECORD
                   AT END SET BORROWERS-AT-END TO TRUE
              END-READ
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS

           PERFORM CLOSE-FILES

           DISPLAY "MEMBERSHIP REPORT FOR " REPORT-MONTH
                   " WRITTEN TO " MBRRPT-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - REPORT ANOTHER MONTH                   *
      *----------------------------------------------------------------*
       READ-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE

           IF NOT VALID-STATUS-CTL
              EXIT PARAGRAPH
           END-IF

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
           WHEN "MONTH       "
                COMPUTE REPORT-MONTH =
                   FUNCTION NUMVAL (CTL-VALUE)
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
      * OPEN ALL FILES AND PICK UP THE CURRENT FEES                    *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  BORROWERS
           OPEN INPUT  PARAMS
           OPEN OUTPUT MBRRPT-RPT

           IF NOT VALID-STATUS-BORROWERS
              DISPLAY "UNABLE TO OPEN BORROWER.DAT - STATUS "
                      STATUS-BORROWERS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " MBRRPT-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF

           IF VALID-STATUS-PARAMS
              MOVE 1 TO PRM-ID
              READ PARAMS
                   INVALID
                       CONTINUE
                   NOT INVALID
                       MOVE PRM-MBR-ANNUAL  TO FEE-ANNUAL
                       MOVE PRM-MBR-MONTHLY TO FEE-MONTHLY
              END-READ
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * REPORT HEADING                                                 *
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-LINE
           STRING "FILMOTECA.EDUC360 - MEMBERSHIPS ENDING IN "
                                     DELIMITED BY SIZE
                  REPORT-MONTH (5:2) DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  REPORT-MONTH (1:4) DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "RUN ON "    DELIMITED BY SIZE
                  WK-DATE-TEXT DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES     TO RPT-LINE
           MOVE "ID"       TO RPT-LINE (1:2)
           MOVE "NAME"     TO RPT-LINE (7:4)
           MOVE "ENDS"     TO RPT-LINE (39:4)
           MOVE "PLAN"     TO RPT-LINE (51:4)
           MOVE "RENEW"    TO RPT-LINE (59:5)
           MOVE "STATUS"   TO RPT-LINE (66:6)
           MOVE "SENT"     TO RPT-LINE (75:4)
           WRITE RPT-LINE

           MOVE ALL "-" TO RPT-LINE
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE BORROWER - LISTED WHEN THE TERM ENDS IN THE MONTH          *
      *----------------------------------------------------------------*
       LIST-ONE-MEMBER.
           IF BRW-MBR-EXPIRY-DT = ZERO
              IF BRW-IS-ACTIVE
                 ADD 1 TO NEVER-PAID-COUNT
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE BRW-MBR-EXPIRY-DT (1:6) TO EXPIRY-MONTH
           IF EXPIRY-MONTH NOT = REPORT-MONTH
              EXIT PARAGRAPH
           END-IF

           MOVE BRW-MBR-EXPIRY-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           MOVE SPACES TO RPT-LINE
           MOVE BRW-ID       TO RPT-LINE (1:5)
           MOVE BRW-NAME     TO RPT-LINE (7:30)
           MOVE WK-DATE-TEXT TO RPT-LINE (39:10)

           IF BRW-MBR-MONTHLY
              MOVE "MONTHLY"   TO RPT-LINE (51:7)
              MOVE FEE-MONTHLY TO FEE-TEXT
           ELSE
              MOVE "ANNUAL"    TO RPT-LINE (51:7)
              MOVE FEE-ANNUAL  TO FEE-TEXT
           END-IF
           MOVE FEE-TEXT TO RPT-LINE (59:6)

           IF BRW-MBR-EXPIRY-DT < TODAY-DATE
              MOVE "LAPSED"   TO RPT-LINE (66:8)
              ADD 1 TO LAPSED-COUNT
           ELSE
              MOVE "EXPIRING" TO RPT-LINE (66:8)
              ADD 1 TO EXPIRING-COUNT
           END-IF

           IF BRW-MBR-NOTICE-DT = BRW-MBR-EXPIRY-DT
              MOVE "YES" TO RPT-LINE (75:3)
           ELSE
              MOVE "NO"  TO RPT-LINE (75:3)
           END-IF

           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * COUNTS AT THE FOOT                                             *
      *----------------------------------------------------------------*
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE LAPSED-COUNT TO COUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "LAPSED        : " DELIMITED BY SIZE
                  COUNT-TEXT         DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE EXPIRING-COUNT TO COUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "EXPIRING      : " DELIMITED BY SIZE
                  COUNT-TEXT         DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE NEVER-PAID-COUNT TO COUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "NEVER PAID    : " DELIMITED BY SIZE
                  COUNT-TEXT         DELIMITED BY SIZE
                  " (ACTIVE BORROWERS WITH NO TERM ON FILE)"
                                     DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE BORROWERS
           CLOSE MBRRPT-RPT

           IF VALID-STATUS-PARAMS
              CLOSE PARAMS
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
