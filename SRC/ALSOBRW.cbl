       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          ALSOBRW.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  NIGHTLY ALSO-BORROWED BUILD - "PATRONS WHO BORROWED THIS      *
      *  ALSO BORROWED".  EVERY LOAN, LIVE OR IN THE LOANHIST          *
      *  ARCHIVE, GIVES ONE (BORROWER, TITLE) PAIR; EVERY TWO TITLES   *
      *  THE SAME BORROWER TOOK COUNT ONCE TOWARDS EACH OTHER.  FOR    *
      *  EACH TITLE THE FIVE PARTNERS WITH THE BIGGEST COUNT GO TO     *
      *  ALSOBRW.DAT, WHICH THE KIOSK READS.  ARCHIVED TITLES AND THE  *
      *  90000 EQUIPMENT BAND ARE LEFT OUT ON BOTH SIDES.              *
      *                                                                *
      *  TWO SCRATCH INDEXED FILES IN THE DATA DIRECTORY CARRY THE     *
      *  WORK: BRWTTL.WRK (ONE ROW PER BORROWER AND TITLE, SO A        *
      *  PATRON WHO TOOK THE SAME FILM FIVE TIMES COUNTS ONCE) AND     *
      *  PAIRS.WRK (ONE COUNTER PER ORDERED TITLE PAIR).  BOTH ARE     *
      *  REBUILT ON EVERY RUN.                                         *
      *                                                                *
      *  AN OPTIONAL ALSOBRW.CTL (MIN=NN) SETS HOW MANY PATRONS MUST   *
      *  HAVE TAKEN BOTH TITLES BEFORE THE PAIR IS SUGGESTED; THE      *
      *  DEFAULT IS 3.                                                 *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDLOA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDABA.CPY'.
          SELECT LOANHIST ASSIGN TO LOANHIST-PATH
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS  IS STATUS-LOANHIST.
          SELECT BRWTTL ASSIGN TO BRWTTL-PATH
                 ORGANIZATION IS INDEXED
                 ACCESS MODE  IS DYNAMIC
                 FILE STATUS  IS STATUS-BRWTTL
                 RECORD KEY   IS BT-KEY.
          SELECT PAIRS ASSIGN TO PAIRS-PATH
                 ORGANIZATION IS INDEXED
                 ACCESS MODE  IS DYNAMIC
                 FILE STATUS  IS STATUS-PAIRS
                 RECORD KEY   IS PR-KEY.
          SELECT CONTROL-FILE ASSIGN TO "ALSOBRW.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT ALSOBRW-RPT ASSIGN TO ALSOBRW-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD LOANS.
          COPY 'CPVIDLON.CPY'.
      *
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD ALSOBRW.
          COPY 'CPVIDABW.CPY'.
      *
       FD LOANHIST.
       01 REC-LOANHIST              PIC X(100).
      *
       FD BRWTTL.
       01 BT-REC.
           05 BT-KEY.
               10 BT-BORROWER-ID    PIC 9(05).
               10 BT-CODIGO         PIC 9(05).
      *
       FD PAIRS.
       01 PR-REC.
           05 PR-KEY.
               10 PR-CODIGO         PIC 9(05).
               10 PR-PARTNER        PIC 9(05).
           05 PR-COUNT              PIC 9(05).
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD ALSOBRW-RPT.
       01 RPT-LINE                  PIC X(90).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 ALSOBRW-RPT-PATH PIC X(40) VALUE "ALSOBRW.LST".
       77 BRWTTL-PATH      PIC X(70) VALUE SPACES.
       77 PAIRS-PATH       PIC X(70) VALUE SPACES.
       77 STATUS-LOANS     PIC X(2).
           88 VALID-STATUS-LOANS VALUE IS "00" THRU "09".
       77 STATUS-MOVIES    PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-ALSOBRW   PIC X(2).
           88 VALID-STATUS-ALSOBRW VALUE IS "00" THRU "09".
       77 STATUS-LOANHIST  PIC X(2).
           88 VALID-STATUS-LOANHIST VALUE IS "00" THRU "09".
       77 STATUS-BRWTTL    PIC X(2).
           88 VALID-STATUS-BRWTTL VALUE IS "00" THRU "09".
       77 STATUS-PAIRS     PIC X(2).
           88 VALID-STATUS-PAIRS VALUE IS "00" THRU "09".
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-LOANS-EOF     PIC 9 VALUE ZERO.
           88 LOANS-AT-END VALUE 1, FALSE 0.
       77 SW-HIST-EOF      PIC 9 VALUE ZERO.
           88 LOANHIST-AT-END VALUE 1, FALSE 0.
       77 SW-BT-EOF        PIC 9 VALUE ZERO.
           88 BRWTTL-AT-END VALUE 1, FALSE 0.
       77 SW-PR-EOF        PIC 9 VALUE ZERO.
           88 PAIRS-AT-END  VALUE 1, FALSE 0.
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 MIN-PAIR-COUNT   PIC 9(05) VALUE 3.
       77 LOANS-READ       PIC 9(07) VALUE ZERO.
       77 LOANS-USED       PIC 9(07) VALUE ZERO.
       77 PAIRS-COUNTED    PIC 9(07) VALUE ZERO.
       77 TITLES-WRITTEN   PIC 9(05) VALUE ZERO.
       77 COUNT-TEXT       PIC ZZ9.

      * THE TITLES ONE BORROWER TOOK, WHILE THEIR PAIRS ARE COUNTED
       01 BT-TABLE.
           05 BT-TITLE OCCURS 300 TIMES
                       PIC 9(05).
       77 BT-CNT           PIC 9(03) VALUE ZERO.
       77 BT-SUB           PIC 9(03) VALUE ZERO.
       77 BT-SUB2          PIC 9(03) VALUE ZERO.
       77 CUR-BORROWER-ID  PIC 9(05) VALUE ZERO.

      * THE BEST FIVE PARTNERS OF THE TITLE BEING WALKED, BIGGEST FIRST
       01 TOP-TABLE.
           05 TOP-ROW OCCURS 5 TIMES.
               10 TOP-CODIGO    PIC 9(05).
               10 TOP-COUNT     PIC 9(05).
       77 TOP-SUB          PIC 9(01) VALUE ZERO.
       77 TOP-SUB2         PIC 9(01) VALUE ZERO.
       77 CUR-CODIGO       PIC 9(05) VALUE ZERO.
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

           PERFORM OPEN-FILES

           PERFORM COLLECT-LIVE-LOANS
           PERFORM COLLECT-ARCHIVED-LOANS

           PERFORM COUNT-TITLE-PAIRS

           PERFORM WRITE-SUGGESTIONS

           PERFORM CLOSE-FILES

           DISPLAY LOANS-USED " OF " LOANS-READ " LOAN(S) USED, "
                   TITLES-WRITTEN " TITLE(S) WITH SUGGESTIONS - SEE "
                   ALSOBRW-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - MINIMUM PAIR COUNT                     *
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
           WHEN "MIN         "
                COMPUTE MIN-PAIR-COUNT = FUNCTION NUMVAL (CTL-VALUE)
           WHEN OTHER
                CONTINUE
           END-EVALUATE

              READ CONTROL-FILE
                   AT END SET CTL-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE CONTROL-FILE

           IF MIN-PAIR-COUNT = ZERO
              MOVE 1 TO MIN-PAIR-COUNT
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES - THE SUGGESTION FILE AND BOTH SCRATCH FILES    *
      * START EMPTY EVERY NIGHT                                        *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/BRWTTL.wrk"    DELIMITED BY SIZE
             INTO BRWTTL-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/PAIRS.wrk"     DELIMITED BY SIZE
             INTO PAIRS-PATH
           END-STRING

           OPEN INPUT  LOANS
           OPEN INPUT  MOVIES
           OPEN OUTPUT ALSOBRW
           OPEN OUTPUT BRWTTL
           CLOSE BRWTTL
           OPEN I-O    BRWTTL
           OPEN OUTPUT PAIRS
           CLOSE PAIRS
           OPEN I-O    PAIRS
           OPEN OUTPUT ALSOBRW-RPT

           IF NOT VALID-STATUS-LOANS
              DISPLAY "UNABLE TO OPEN LOANS.DAT - STATUS "
                      STATUS-LOANS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-MOVIES
              DISPLAY "UNABLE TO OPEN MOVIES.DAT - STATUS "
                      STATUS-MOVIES
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-ALSOBRW
              DISPLAY "UNABLE TO OPEN ALSOBRW.DAT - STATUS "
                      STATUS-ALSOBRW
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-BRWTTL
              DISPLAY "UNABLE TO OPEN BRWTTL.WRK - STATUS "
                      STATUS-BRWTTL
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-PAIRS
              DISPLAY "UNABLE TO OPEN PAIRS.WRK - STATUS "
                      STATUS-PAIRS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " ALSOBRW-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * FILE ONE LOAN ROW (LIVE OR ARCHIVED) AS A BORROWER/TITLE PAIR. *
      * A DUPLICATE KEY JUST MEANS THEY TOOK THE TITLE BEFORE          *
      *----------------------------------------------------------------*
       COLLECT-ONE-LOAN.
           ADD 1 TO LOANS-READ

           IF LOAN-BORROWER-ID = ZERO
              OR LOAN-CODIGO NOT < 90000
              EXIT PARAGRAPH
           END-IF

           MOVE LOAN-CODIGO TO CODIGO
           READ MOVIES
                INVALID
                    EXIT PARAGRAPH
           END-READ

           IF NOT REC-ACTIVE
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO LOANS-USED

           MOVE LOAN-BORROWER-ID TO BT-BORROWER-ID
           MOVE LOAN-CODIGO      TO BT-CODIGO
           WRITE BT-REC
                 INVALID KEY
                     CONTINUE
           END-WRITE
           .
      /
      *----------------------------------------------------------------*
      * THE LIVE LOANS FILE                                            *
      *----------------------------------------------------------------*
       COLLECT-LIVE-LOANS.
           SET LOANS-AT-END TO FALSE
           MOVE LOW-VALUES TO LOAN-KEY

           START LOANS KEY >= LOAN-KEY
                 INVALID KEY
                     SET LOANS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ LOANS NEXT RECORD
                          AT END SET LOANS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL LOANS-AT-END
              PERFORM COLLECT-ONE-LOAN

              READ LOANS NEXT RECORD
                   AT END SET LOANS-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * AND THE PURGED LOANS IN THE LOANHIST ARCHIVE                   *
      *----------------------------------------------------------------*
       COLLECT-ARCHIVED-LOANS.
           OPEN INPUT LOANHIST

           IF NOT VALID-STATUS-LOANHIST
              EXIT PARAGRAPH
           END-IF

           SET LOANHIST-AT-END TO FALSE

           READ LOANHIST
                AT END SET LOANHIST-AT-END TO TRUE
           END-READ

           PERFORM UNTIL LOANHIST-AT-END
              MOVE REC-LOANHIST TO LOAN-REC
              PERFORM COLLECT-ONE-LOAN

              READ LOANHIST
                   AT END SET LOANHIST-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE LOANHIST
           .
      /
      *----------------------------------------------------------------*
      * WALK THE BORROWER/TITLE FILE ONE BORROWER AT A TIME AND COUNT  *
      * EVERY TWO TITLES THEY TOOK, BOTH WAYS ROUND                    *
      *----------------------------------------------------------------*
       COUNT-TITLE-PAIRS.
           SET BRWTTL-AT-END TO FALSE
           MOVE LOW-VALUES TO BT-KEY
           MOVE ZERO TO BT-CNT

           START BRWTTL KEY >= BT-KEY
                 INVALID KEY
                     SET BRWTTL-AT-END TO TRUE
                 NOT INVALID KEY
                     READ BRWTTL NEXT RECORD
                          AT END SET BRWTTL-AT-END TO TRUE
                     END-READ
           END-START

           IF NOT BRWTTL-AT-END
              MOVE BT-BORROWER-ID TO CUR-BORROWER-ID
           END-IF

           PERFORM UNTIL BRWTTL-AT-END
              IF BT-BORROWER-ID NOT = CUR-BORROWER-ID
                 PERFORM COUNT-BORROWER-PAIRS
                 MOVE BT-BORROWER-ID TO CUR-BORROWER-ID
                 MOVE ZERO TO BT-CNT
              END-IF

      *> A PATRON PAST 300 DIFFERENT TITLES ONLY PAIRS THE FIRST 300
              IF BT-CNT < 300
                 ADD 1 TO BT-CNT
                 MOVE BT-CODIGO TO BT-TITLE (BT-CNT)
              END-IF

              READ BRWTTL NEXT RECORD
                   AT END SET BRWTTL-AT-END TO TRUE
              END-READ
           END-PERFORM

           PERFORM COUNT-BORROWER-PAIRS
           .

       COUNT-BORROWER-PAIRS.
           IF BT-CNT < 2
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING BT-SUB FROM 1 BY 1
                     UNTIL BT-SUB > BT-CNT
              PERFORM VARYING BT-SUB2 FROM 1 BY 1
                        UNTIL BT-SUB2 > BT-CNT
                 IF BT-SUB2 NOT = BT-SUB
                    MOVE BT-TITLE (BT-SUB)  TO PR-CODIGO
                    MOVE BT-TITLE (BT-SUB2) TO PR-PARTNER
                    PERFORM ADD-ONE-PAIR
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       ADD-ONE-PAIR.
           ADD 1 TO PAIRS-COUNTED

           READ PAIRS
                INVALID
                    MOVE 1 TO PR-COUNT
                    WRITE PR-REC
                          INVALID KEY
                              CONTINUE
                    END-WRITE
                NOT INVALID
                    ADD 1 TO PR-COUNT
                    REWRITE PR-REC
                          INVALID KEY
                              CONTINUE
                    END-REWRITE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * WALK THE PAIR FILE ONE TITLE AT A TIME, KEEP ITS BEST FIVE     *
      * PARTNERS AT OR ABOVE THE MINIMUM AND FILE THEM                 *
      *----------------------------------------------------------------*
       WRITE-SUGGESTIONS.
           MOVE "FILMOTECA.EDUC360 - ALSO-BORROWED SUGGESTIONS"
             TO RPT-LINE
           WRITE RPT-LINE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "BUILT ON "            DELIMITED BY SIZE
                  WK-DATE-TEXT           DELIMITED BY SIZE
                  "   MINIMUM PATRONS "  DELIMITED BY SIZE
                  MIN-PAIR-COUNT         DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "CODE"          TO RPT-LINE (1:4)
           MOVE "TITLE"         TO RPT-LINE (8:5)
           MOVE "SUGGESTIONS (CODE/PATRONS)" TO RPT-LINE (40:26)
           WRITE RPT-LINE

           SET PAIRS-AT-END TO FALSE
           MOVE LOW-VALUES TO PR-KEY
           INITIALIZE TOP-TABLE

           START PAIRS KEY >= PR-KEY
                 INVALID KEY
                     SET PAIRS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ PAIRS NEXT RECORD
                          AT END SET PAIRS-AT-END TO TRUE
                     END-READ
           END-START

           IF NOT PAIRS-AT-END
              MOVE PR-CODIGO TO CUR-CODIGO
           END-IF

           PERFORM UNTIL PAIRS-AT-END
              IF PR-CODIGO NOT = CUR-CODIGO
                 PERFORM FILE-TITLE-SUGGESTIONS
                 MOVE PR-CODIGO TO CUR-CODIGO
                 INITIALIZE TOP-TABLE
              END-IF

              IF PR-COUNT NOT < MIN-PAIR-COUNT
                 PERFORM KEEP-IF-IN-TOP-FIVE
              END-IF

              READ PAIRS NEXT RECORD
                   AT END SET PAIRS-AT-END TO TRUE
              END-READ
           END-PERFORM

           PERFORM FILE-TITLE-SUGGESTIONS
           .

      *> SLOT THE PAIR INTO THE SORTED TOP FIVE, PUSHING THE REST DOWN
       KEEP-IF-IN-TOP-FIVE.
           MOVE ZERO TO TOP-SUB

           PERFORM VARYING TOP-SUB2 FROM 1 BY 1
                     UNTIL TOP-SUB2 > 5
                        OR TOP-SUB > ZERO
              IF PR-COUNT > TOP-COUNT (TOP-SUB2)
                 MOVE TOP-SUB2 TO TOP-SUB
              END-IF
           END-PERFORM

           IF TOP-SUB = ZERO
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING TOP-SUB2 FROM 5 BY -1
                     UNTIL TOP-SUB2 NOT > TOP-SUB
              MOVE TOP-ROW (TOP-SUB2 - 1) TO TOP-ROW (TOP-SUB2)
           END-PERFORM

           MOVE PR-PARTNER TO TOP-CODIGO (TOP-SUB)
           MOVE PR-COUNT   TO TOP-COUNT  (TOP-SUB)
           .

       FILE-TITLE-SUGGESTIONS.
           IF TOP-COUNT (1) = ZERO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE ABW-REC
           MOVE CUR-CODIGO TO ABW-CODIGO
           MOVE TODAY-DATE TO ABW-BUILT-DT

           PERFORM VARYING TOP-SUB FROM 1 BY 1
                     UNTIL TOP-SUB > 5
              MOVE TOP-CODIGO (TOP-SUB) TO ABW-SUG-CODIGO (TOP-SUB)
              MOVE TOP-COUNT  (TOP-SUB) TO ABW-SUG-COUNT  (TOP-SUB)
           END-PERFORM

           WRITE ABW-REC
                 INVALID KEY
                     EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO TITLES-WRITTEN

           MOVE CUR-CODIGO TO CODIGO
           READ MOVIES
                INVALID
                    MOVE "?? TITLE NOT FOUND ??" TO TITULO
           END-READ

           MOVE SPACES TO RPT-LINE
           MOVE CUR-CODIGO TO RPT-LINE (1:5)
           MOVE TITULO     TO RPT-LINE (8:30)

           PERFORM VARYING TOP-SUB FROM 1 BY 1
                     UNTIL TOP-SUB > 5
              IF TOP-CODIGO (TOP-SUB) > ZERO
                 COMPUTE TOP-SUB2 = TOP-SUB - 1
                 MOVE TOP-COUNT (TOP-SUB) TO COUNT-TEXT
                 MOVE TOP-CODIGO (TOP-SUB)
                   TO RPT-LINE (40 + TOP-SUB2 * 10:5)
                 MOVE "/" TO RPT-LINE (45 + TOP-SUB2 * 10:1)
                 MOVE COUNT-TEXT
                   TO RPT-LINE (46 + TOP-SUB2 * 10:3)
              END-IF
           END-PERFORM

           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES - THE SCRATCH FILES ARE LEFT FOR THE NEXT RUN  *
      * TO EMPTY                                                       *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE LOANS
           CLOSE MOVIES
           CLOSE ALSOBRW
           CLOSE BRWTTL
           CLOSE PAIRS
           CLOSE ALSOBRW-RPT
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
