       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          POLRPT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  POLICY AND FEE SCHEDULE REPORT.  THE POLSCHED FILE IS READ    *
      *  IN KEY ORDER, SO EACH SETTING'S ROWS COME TOGETHER OLDEST     *
      *  FIRST: THE HOUSE LOAN POLICY, EACH BORROWER CATEGORY'S        *
      *  POLICY AND EACH MEDIA FORMAT'S RENTAL FEE.  EVERY ROW SHOWS   *
      *  THE DAY IT TOOK (OR TAKES) EFFECT, WHO KEYED IT, ITS VALUES   *
      *  AND WHERE IT STANDS TODAY - THE ORIGINAL SETTING FROM BEFORE  *
      *  THE FIRST CHANGE, A PAST ROW SINCE REPLACED, THE ROW IN       *
      *  FORCE, OR A CHANGE STILL PENDING.  OUTPUT IS POLRPT.LST.      *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDPSA.CPY'.
          SELECT POLRPT-RPT ASSIGN TO POLRPT-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD POLSCHED.
          COPY 'CPVIDPSC.CPY'.
      *
       FD POLRPT-RPT.
       01 RPT-LINE                  PIC X(100).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 POLRPT-RPT-PATH  PIC X(40) VALUE "POLRPT.LST".
       77 STATUS-POLSCHED  PIC X(2).
           88 VALID-STATUS-POLSCHED VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-EOF           PIC 9 VALUE ZERO.
           88 FILE-AT-END   VALUE 1, FALSE 0.

       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 ROW-COUNT        PIC 9(5) VALUE ZERO.
       77 PENDING-COUNT    PIC 9(5) VALUE ZERO.
       77 SETTING-TEXT     PIC X(20) VALUE SPACES.
       77 STANDING-TEXT    PIC X(08) VALUE SPACES.
       77 DETAIL-TEXT      PIC X(42) VALUE SPACES.
       77 DAYS-TEXT        PIC ZZ9.
       77 DAYS-TEXT-2      PIC Z9.
       77 DAYS-TEXT-3      PIC Z9.
       77 DAYS-TEXT-4      PIC ZZ9.
       77 MONEY-TEXT       PIC ZZZZ9,99.
       77 MONEY-TEXT-2     PIC ZZZZ9,99.
       77 COUNT-TEXT       PIC ZZZZ9.

      * ONE ROW HELD BACK - WHETHER IT IS STILL IN FORCE DEPENDS ON
      * THE ROW THAT FOLLOWS IT
       01 HELD-REC.
           05 HELD-KEY.
               10 HELD-KIND          PIC X(01).
               10 HELD-ITEM          PIC X(07).
               10 HELD-EFF-DT        PIC 9(08).
           05 FILLER                 PIC X(75).
       77 SW-HELD          PIC 9 VALUE ZERO.
           88 ROW-HELD      VALUE 1, FALSE 0.
       77 SW-REPLACED      PIC 9 VALUE ZERO.
           88 HELD-REPLACED VALUE 1, FALSE 0.
       77 PREV-SETTING     PIC X(08) VALUE SPACES.
       77 NEXT-REC         PIC X(91) VALUE SPACES.
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

           PERFORM OPEN-FILES

           IF NOT VALID-STATUS-POLSCHED
              MOVE "NO CHANGE HAS EVER BEEN SCHEDULED" TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              PERFORM LIST-SCHEDULE
           END-IF

           PERFORM PRINT-RUN-SUMMARY

           PERFORM CLOSE-FILES

           DISPLAY ROW-COUNT " SCHEDULE ROW(S) LISTED - SEE "
                   POLRPT-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES                                                 *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  POLSCHED
           OPEN OUTPUT POLRPT-RPT

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " POLRPT-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF

           MOVE "FILMOTECA.EDUC360 - POLICY AND FEE SCHEDULE"
             TO RPT-LINE
           WRITE RPT-LINE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "AS AT " DELIMITED BY SIZE
                  WK-DATE-TEXT DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "SETTING"     TO RPT-LINE (1:7)
           MOVE "EFFECTIVE"   TO RPT-LINE (22:9)
           MOVE "STANDING"    TO RPT-LINE (34:8)
           MOVE "VALUES"      TO RPT-LINE (44:6)
           MOVE "KEYED BY"    TO RPT-LINE (87:8)
           WRITE RPT-LINE

           MOVE ALL "-" TO RPT-LINE
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * THE WHOLE SCHEDULE IN KEY ORDER.  EACH ROW IS PRINTED ONCE THE *
      * NEXT ONE IS KNOWN: A LATER ROW OF THE SAME SETTING ALREADY IN  *
      * FORCE TODAY MEANS THE HELD ROW HAS BEEN REPLACED               *
      *----------------------------------------------------------------*
       LIST-SCHEDULE.
           SET FILE-AT-END TO FALSE
           SET ROW-HELD TO FALSE

           MOVE LOW-VALUES TO PSC-KEY

           START POLSCHED KEY >= PSC-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ POLSCHED NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              MOVE PSC-REC TO NEXT-REC
              IF ROW-HELD
                 IF PSC-REC (1:8) = HELD-REC (1:8)
                    AND PSC-EFF-DT NOT > TODAY-DATE
                    SET HELD-REPLACED TO TRUE
                 ELSE
                    SET HELD-REPLACED TO FALSE
                 END-IF
                 PERFORM PRINT-HELD-ROW
              END-IF

              MOVE NEXT-REC TO HELD-REC
              SET ROW-HELD TO TRUE

              READ POLSCHED NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           IF ROW-HELD
              SET HELD-REPLACED TO FALSE
              PERFORM PRINT-HELD-ROW
           END-IF
           .

      *> THE HELD ROW BACK INTO THE RECORD AREA - THE ROW JUST READ
      *> IS KEPT IN NEXT-REC MEANWHILE
       PRINT-HELD-ROW.
           MOVE HELD-REC TO PSC-REC
           ADD 1 TO ROW-COUNT

           IF PREV-SETTING NOT = SPACES
              AND PSC-REC (1:8) NOT = PREV-SETTING
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           MOVE PSC-REC (1:8) TO PREV-SETTING

           EVALUATE TRUE
              WHEN PSC-EFF-DT > TODAY-DATE
                   MOVE "PENDING"  TO STANDING-TEXT
                   ADD 1 TO PENDING-COUNT
              WHEN NOT HELD-REPLACED
                   MOVE "IN FORCE" TO STANDING-TEXT
              WHEN PSC-EFF-DT = ZERO
                   MOVE "ORIGINAL" TO STANDING-TEXT
              WHEN OTHER
                   MOVE "PAST"     TO STANDING-TEXT
           END-EVALUATE

           MOVE SPACES TO SETTING-TEXT
           MOVE SPACES TO DETAIL-TEXT
           EVALUATE TRUE
              WHEN PSC-IS-HOUSE
                   MOVE "HOUSE LOAN POLICY" TO SETTING-TEXT
                   PERFORM DESCRIBE-HOUSE-ROW
              WHEN PSC-IS-CATEGORY
                   STRING "CATEGORY " DELIMITED BY SIZE
                          PSC-ITEM    DELIMITED BY SIZE
                     INTO SETTING-TEXT
                   END-STRING
                   PERFORM DESCRIBE-CATEGORY-ROW
              WHEN PSC-IS-PRICE
                   STRING "FEE " DELIMITED BY SIZE
                          PSC-ITEM DELIMITED BY SIZE
                     INTO SETTING-TEXT
                   END-STRING
                   MOVE PSC-PRC-FEE TO MONEY-TEXT
                   STRING "RENTAL FEE " DELIMITED BY SIZE
                          MONEY-TEXT    DELIMITED BY SIZE
                     INTO DETAIL-TEXT
                   END-STRING
              WHEN OTHER
                   MOVE PSC-KIND TO SETTING-TEXT
           END-EVALUATE

           MOVE SPACES TO RPT-LINE
           MOVE SETTING-TEXT TO RPT-LINE (1:20)
           IF PSC-EFF-DT = ZERO
              MOVE "ORIGINAL" TO RPT-LINE (22:8)
           ELSE
              MOVE PSC-EFF-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              MOVE WK-DATE-TEXT TO RPT-LINE (22:10)
           END-IF
           MOVE STANDING-TEXT TO RPT-LINE (34:8)
           MOVE DETAIL-TEXT   TO RPT-LINE (44:42)
           MOVE PSC-OPERATOR  TO RPT-LINE (87:10)
           WRITE RPT-LINE

      *> THE HOUSE POLICY CARRIES MORE THAN ONE LINE WILL HOLD
           IF PSC-IS-HOUSE
              PERFORM DESCRIBE-HOUSE-EXTRAS
              MOVE SPACES TO RPT-LINE
              MOVE DETAIL-TEXT TO RPT-LINE (44:42)
              WRITE RPT-LINE

              PERFORM DESCRIBE-HOUSE-MEMBERSHIP
              MOVE SPACES TO RPT-LINE
              MOVE DETAIL-TEXT TO RPT-LINE (44:42)
              WRITE RPT-LINE

              PERFORM DESCRIBE-HOUSE-NEW-RELEASE
              MOVE SPACES TO RPT-LINE
              MOVE DETAIL-TEXT TO RPT-LINE (44:42)
              WRITE RPT-LINE
           END-IF
           .

       DESCRIBE-HOUSE-ROW.
           MOVE PSC-LOAN-DAYS    TO DAYS-TEXT
           MOVE PSC-MAX-LOANS    TO DAYS-TEXT-2
           MOVE PSC-GRACE-DAYS   TO DAYS-TEXT-3
           MOVE PSC-FINE-RATE    TO MONEY-TEXT
           STRING "LOAN "        DELIMITED BY SIZE
                  DAYS-TEXT      DELIMITED BY SIZE
                  "D  MAX "      DELIMITED BY SIZE
                  DAYS-TEXT-2    DELIMITED BY SIZE
                  "  GRACE "     DELIMITED BY SIZE
                  DAYS-TEXT-3    DELIMITED BY SIZE
                  "  FINE "      DELIMITED BY SIZE
                  MONEY-TEXT     DELIMITED BY SIZE
             INTO DETAIL-TEXT
           END-STRING
           .

       DESCRIBE-HOUSE-EXTRAS.
           MOVE SPACES TO DETAIL-TEXT
           MOVE PSC-MAX-RENEWALS TO DAYS-TEXT-2
           MOVE PSC-HOLD-DAYS    TO DAYS-TEXT-3
           MOVE PSC-DEP-OVER     TO MONEY-TEXT
           STRING "RENEW "       DELIMITED BY SIZE
                  DAYS-TEXT-2    DELIMITED BY SIZE
                  "  HOLD "      DELIMITED BY SIZE
                  DAYS-TEXT-3    DELIMITED BY SIZE
                  "D  DEPOSIT OVER " DELIMITED BY SIZE
                  MONEY-TEXT     DELIMITED BY SIZE
             INTO DETAIL-TEXT
           END-STRING
           .

       DESCRIBE-HOUSE-MEMBERSHIP.
           MOVE SPACES TO DETAIL-TEXT
           MOVE PSC-LATE-PCT     TO DAYS-TEXT-2
           MOVE PSC-HH-MAX-LOANS TO DAYS-TEXT-3
           MOVE PSC-MBR-ANNUAL   TO MONEY-TEXT
           MOVE PSC-MBR-MONTHLY  TO MONEY-TEXT-2
           STRING "LATE "        DELIMITED BY SIZE
                  DAYS-TEXT-2    DELIMITED BY SIZE
                  "%  MBR "      DELIMITED BY SIZE
                  MONEY-TEXT     DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  MONEY-TEXT-2   DELIMITED BY SIZE
                  "  HH "        DELIMITED BY SIZE
                  DAYS-TEXT-3    DELIMITED BY SIZE
             INTO DETAIL-TEXT
           END-STRING
           .

       DESCRIBE-HOUSE-NEW-RELEASE.
           MOVE SPACES TO DETAIL-TEXT
           MOVE PSC-NEW-DAYS      TO DAYS-TEXT
           MOVE PSC-NEW-LOAN-DAYS TO DAYS-TEXT-4
           MOVE PSC-NEW-FEE       TO MONEY-TEXT
           STRING "NEW REL "     DELIMITED BY SIZE
                  DAYS-TEXT      DELIMITED BY SIZE
                  "D  LOAN "     DELIMITED BY SIZE
                  DAYS-TEXT-4    DELIMITED BY SIZE
                  "D  FEE "      DELIMITED BY SIZE
                  MONEY-TEXT     DELIMITED BY SIZE
             INTO DETAIL-TEXT
           END-STRING
           .

       DESCRIBE-CATEGORY-ROW.
           MOVE PSC-CAT-LOAN-DAYS TO DAYS-TEXT
           MOVE PSC-CAT-MAX-LOANS TO DAYS-TEXT-2
           MOVE PSC-CAT-RENEWALS  TO DAYS-TEXT-3
           MOVE PSC-CAT-FINE-RATE TO MONEY-TEXT
           STRING "LOAN "        DELIMITED BY SIZE
                  DAYS-TEXT      DELIMITED BY SIZE
                  "D  MAX "      DELIMITED BY SIZE
                  DAYS-TEXT-2    DELIMITED BY SIZE
                  "  RENEW "     DELIMITED BY SIZE
                  DAYS-TEXT-3    DELIMITED BY SIZE
                  "  FINE "      DELIMITED BY SIZE
                  MONEY-TEXT     DELIMITED BY SIZE
             INTO DETAIL-TEXT
           END-STRING
           .
      /
      *----------------------------------------------------------------*
      * RUN TOTALS                                                     *
      *----------------------------------------------------------------*
       PRINT-RUN-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE ROW-COUNT TO COUNT-TEXT
           STRING "ROWS ON THE SCHEDULE " DELIMITED BY SIZE
                  COUNT-TEXT              DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE PENDING-COUNT TO COUNT-TEXT
           STRING "CHANGES STILL PENDING " DELIMITED BY SIZE
                  COUNT-TEXT               DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           IF VALID-STATUS-POLSCHED
              CLOSE POLSCHED
           END-IF
           CLOSE POLRPT-RPT
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
