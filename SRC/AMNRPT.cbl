       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          AMNRPT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  FINE AMNESTY CAMPAIGN REPORT.  THE AMNESTY LOG IS READ IN     *
      *  KEY ORDER, SO EVERY CAMPAIGN'S ROWS COME TOGETHER: ONE LINE   *
      *  PER ITEM THAT CAME BACK LATE DURING THE CAMPAIGN WINDOW AND   *
      *  HAD ITS LATE FINE FORGIVEN, MARKED WHEN IT HAD BEEN DECLARED  *
      *  LOST AND TURNED UP.                                           *
      *                                                                *
      *  EACH CAMPAIGN IS TOTALLED - ITEMS RECOVERED, THEIR            *
      *  REPLACEMENT VALUE AND THE FINES FORGIVEN - AND THE GRAND      *
      *  TOTALS CLOSE AMNRPT.LST.  THE CAMPAIGN NOW ON THE SETTINGS    *
      *  RECORD IS SHOWN WITH ITS DESCRIPTION AND WINDOW.              *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDAMA.CPY'.
          COPY 'CPVIDPRA.CPY'.
          SELECT AMNRPT-RPT ASSIGN TO AMNRPT-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD AMNLOG.
          COPY 'CPVIDAML.CPY'.
      *
       FD PARAMS.
          COPY 'CPVIDPRM.CPY'.
      *
       FD AMNRPT-RPT.
       01 RPT-LINE                  PIC X(100).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 AMNRPT-RPT-PATH  PIC X(40) VALUE "AMNRPT.LST".
       77 STATUS-AMNLOG    PIC X(2).
           88 VALID-STATUS-AMNLOG VALUE IS "00" THRU "09".
       77 STATUS-PARAMS    PIC X(2).
           88 VALID-STATUS-PARAMS VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-EOF           PIC 9 VALUE ZERO.
           88 FILE-AT-END   VALUE 1, FALSE 0.

       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 CUR-CAMPAIGN     PIC X(10) VALUE SPACES.
       77 NOW-CODE         PIC X(10) VALUE SPACES.
       77 NOW-DESC         PIC X(30) VALUE SPACES.
       77 NOW-FROM-DT      PIC 9(08) VALUE ZERO.
       77 NOW-TO-DT        PIC 9(08) VALUE ZERO.
       77 CMP-ITEMS        PIC 9(07) VALUE ZERO.
       77 CMP-FOUND        PIC 9(07) VALUE ZERO.
       77 CMP-REPL         PIC 9(09)V99 VALUE ZERO.
       77 CMP-FINES        PIC 9(09)V99 VALUE ZERO.
       77 TOT-CAMPAIGNS    PIC 9(05) VALUE ZERO.
       77 TOT-ITEMS        PIC 9(07) VALUE ZERO.
       77 TOT-FOUND        PIC 9(07) VALUE ZERO.
       77 TOT-REPL         PIC 9(09)V99 VALUE ZERO.
       77 TOT-FINES        PIC 9(09)V99 VALUE ZERO.

       77 COUNT-TEXT       PIC Z(6)9.
       77 DAYS-TEXT        PIC ZZZZ9.
       77 AMOUNT-TEXT      PIC ZZZZZZ9,99.
       77 TOTAL-TEXT       PIC ZZZZZZZZ9,99.
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

           PERFORM LOAD-CURRENT-CAMPAIGN

           OPEN OUTPUT AMNRPT-RPT

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " AMNRPT-RPT-PATH
                      " - STATUS " STATUS-RPT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADER

           OPEN INPUT AMNLOG

           IF NOT VALID-STATUS-AMNLOG
              MOVE "NO FINE HAS BEEN FORGIVEN UNDER AN AMNESTY YET"
                TO RPT-LINE
              WRITE RPT-LINE
              CLOSE AMNRPT-RPT
              DISPLAY "NO AMNESTY LOG - NOTHING TO REPORT"
              MOVE ZERO TO RETURN-CODE
              GOBACK
           END-IF

           MOVE SPACES TO CUR-CAMPAIGN
           SET FILE-AT-END TO FALSE

           READ AMNLOG NEXT RECORD
                AT END
                    SET FILE-AT-END TO TRUE
           END-READ

           PERFORM UNTIL FILE-AT-END
              IF AML-CAMPAIGN NOT = CUR-CAMPAIGN
                 IF TOT-CAMPAIGNS > ZERO
                    PERFORM WRITE-CAMPAIGN-TOTALS
                 END-IF
                 PERFORM START-CAMPAIGN
              END-IF

              PERFORM LIST-AMNESTY-ROW

              READ AMNLOG NEXT RECORD
                   AT END
                       SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           IF TOT-CAMPAIGNS > ZERO
              PERFORM WRITE-CAMPAIGN-TOTALS
           END-IF

           PERFORM WRITE-REPORT-TOTALS

           CLOSE AMNLOG
           CLOSE AMNRPT-RPT

           MOVE TOT-FINES TO TOTAL-TEXT
           DISPLAY TOT-ITEMS " ITEM(S) RECOVERED IN " TOT-CAMPAIGNS
                   " CAMPAIGN(S), FINES FORGIVEN " TOTAL-TEXT
                   " - SEE " AMNRPT-RPT-PATH

           MOVE ZERO TO RETURN-CODE
           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * THE CAMPAIGN NOW ON THE SETTINGS RECORD - ITS DESCRIPTION IS   *
      * THE ONLY ONE KEPT, SO EARLIER CAMPAIGNS SHOW BY CODE ALONE     *
      *----------------------------------------------------------------*
       LOAD-CURRENT-CAMPAIGN.
           MOVE SPACES TO NOW-CODE
           MOVE SPACES TO NOW-DESC
           MOVE ZERO   TO NOW-FROM-DT
           MOVE ZERO   TO NOW-TO-DT

           OPEN INPUT PARAMS

           IF NOT VALID-STATUS-PARAMS
              EXIT PARAGRAPH
           END-IF

           MOVE 1 TO PRM-ID
           READ PARAMS
                INVALID
                    CONTINUE
                NOT INVALID
                    MOVE PRM-AMN-CODE    TO NOW-CODE
                    MOVE PRM-AMN-DESC    TO NOW-DESC
                    MOVE PRM-AMN-FROM-DT TO NOW-FROM-DT
                    MOVE PRM-AMN-TO-DT   TO NOW-TO-DT
           END-READ

           CLOSE PARAMS
           .
      /
      *----------------------------------------------------------------*
      * A NEW CAMPAIGN - ITS HEADING, THE COLUMN TITLES AND ITS        *
      * COUNTERS BACK TO ZERO                                          *
      *----------------------------------------------------------------*
       START-CAMPAIGN.
           MOVE AML-CAMPAIGN TO CUR-CAMPAIGN
           ADD 1 TO TOT-CAMPAIGNS
           MOVE ZERO TO CMP-ITEMS
           MOVE ZERO TO CMP-FOUND
           MOVE ZERO TO CMP-REPL
           MOVE ZERO TO CMP-FINES

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "CAMPAIGN "  TO RPT-LINE (1:9)
           MOVE CUR-CAMPAIGN TO RPT-LINE (10:10)
           IF CUR-CAMPAIGN = NOW-CODE
              MOVE NOW-DESC  TO RPT-LINE (22:30)
              MOVE NOW-FROM-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              MOVE WK-DATE-TEXT TO RPT-LINE (53:10)
              MOVE "-"       TO RPT-LINE (64:1)
              MOVE NOW-TO-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              MOVE WK-DATE-TEXT TO RPT-LINE (66:10)
           END-IF
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "ITEM  LOAN  BORROWER" TO RPT-LINE (1:20)
           MOVE "RETURNED"             TO RPT-LINE (24:8)
           MOVE "DAYS"                 TO RPT-LINE (34:4)
           MOVE "REPL VALUE"           TO RPT-LINE (39:10)
           MOVE "FORGIVEN"             TO RPT-LINE (53:8)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE LINE PER ITEM - THE LOAN, WHO BROUGHT IT BACK AND WHEN,    *
      * HOW LATE, WHAT IT IS WORTH AND THE FINE THAT WAS FORGIVEN      *
      *----------------------------------------------------------------*
       LIST-AMNESTY-ROW.
           MOVE SPACES TO RPT-LINE
           MOVE AML-CODIGO         TO RPT-LINE (1:5)
           MOVE AML-SEQ            TO RPT-LINE (7:5)
           MOVE AML-BORROWER-ID    TO RPT-LINE (13:5)
           MOVE AML-CATEGORY       TO RPT-LINE (19:1)
           MOVE AML-RETURNED-DT    TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT       TO RPT-LINE (22:10)
           MOVE AML-DAYS-LATE      TO DAYS-TEXT
           MOVE DAYS-TEXT          TO RPT-LINE (33:5)
           MOVE AML-REPL-VALUE     TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT        TO RPT-LINE (39:10)
           MOVE AML-FINE           TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT        TO RPT-LINE (51:10)
           IF AML-IS-LOST-FOUND
              MOVE "LOST - FOUND"  TO RPT-LINE (62:12)
              ADD 1 TO CMP-FOUND
           END-IF
           WRITE RPT-LINE

           ADD 1              TO CMP-ITEMS
           ADD AML-REPL-VALUE TO CMP-REPL
           ADD AML-FINE       TO CMP-FINES
           .
      /
      *----------------------------------------------------------------*
      * THE TOTALS UNDER EACH CAMPAIGN, ADDED INTO THE GRAND TOTALS    *
      *----------------------------------------------------------------*
       WRITE-CAMPAIGN-TOTALS.
           MOVE SPACES TO RPT-LINE
           MOVE "ITEMS RECOVERED"  TO RPT-LINE (1:15)
           MOVE CMP-ITEMS          TO COUNT-TEXT
           MOVE COUNT-TEXT         TO RPT-LINE (30:7)
           MOVE CMP-REPL           TO TOTAL-TEXT
           MOVE TOTAL-TEXT         TO RPT-LINE (37:12)
           MOVE CMP-FINES          TO TOTAL-TEXT
           MOVE TOTAL-TEXT         TO RPT-LINE (49:12)
           WRITE RPT-LINE

           IF CMP-FOUND > ZERO
              MOVE SPACES TO RPT-LINE
              MOVE "OF WHICH DECLARED LOST" TO RPT-LINE (1:22)
              MOVE CMP-FOUND          TO COUNT-TEXT
              MOVE COUNT-TEXT         TO RPT-LINE (30:7)
              WRITE RPT-LINE
           END-IF

           ADD CMP-ITEMS TO TOT-ITEMS
           ADD CMP-FOUND TO TOT-FOUND
           ADD CMP-REPL  TO TOT-REPL
           ADD CMP-FINES TO TOT-FINES
           .
      /
      *----------------------------------------------------------------*
      * THE REPORT HEADING AND THE GRAND TOTALS                        *
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADER.
           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           MOVE SPACES TO RPT-LINE
           STRING "FILMOTECA.EDUC360 - FINE AMNESTY CAMPAIGNS "
                                  DELIMITED BY SIZE
                  WK-DATE-TEXT    DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           IF NOW-FROM-DT = ZERO
              MOVE "NO CAMPAIGN IS SET UP IN THE SETTINGS" TO RPT-LINE
           ELSE
              IF TODAY-DATE < NOW-FROM-DT
                 OR TODAY-DATE > NOW-TO-DT
                 STRING "CURRENT CAMPAIGN " DELIMITED BY SIZE
                        NOW-CODE            DELIMITED BY SPACE
                        " - NOT RUNNING TODAY"
                                            DELIMITED BY SIZE
                   INTO RPT-LINE
                 END-STRING
              ELSE
                 STRING "CURRENT CAMPAIGN " DELIMITED BY SIZE
                        NOW-CODE            DELIMITED BY SPACE
                        " - RUNNING TODAY"  DELIMITED BY SIZE
                   INTO RPT-LINE
                 END-STRING
              END-IF
           END-IF
           WRITE RPT-LINE
           .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "ALL CAMPAIGNS"    TO RPT-LINE (1:13)
           MOVE TOT-CAMPAIGNS      TO COUNT-TEXT
           MOVE COUNT-TEXT         TO RPT-LINE (15:7)
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "ITEMS RECOVERED"  TO RPT-LINE (1:15)
           MOVE TOT-ITEMS          TO COUNT-TEXT
           MOVE COUNT-TEXT         TO RPT-LINE (30:7)
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "OF WHICH DECLARED LOST" TO RPT-LINE (1:22)
           MOVE TOT-FOUND          TO COUNT-TEXT
           MOVE COUNT-TEXT         TO RPT-LINE (30:7)
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "REPLACEMENT VALUE RECOVERED" TO RPT-LINE (1:27)
           MOVE TOT-REPL           TO TOTAL-TEXT
           MOVE TOTAL-TEXT         TO RPT-LINE (37:12)
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "FINES FORGIVEN"   TO RPT-LINE (1:14)
           MOVE TOT-FINES          TO TOTAL-TEXT
           MOVE TOTAL-TEXT         TO RPT-LINE (49:12)
           WRITE RPT-LINE
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
