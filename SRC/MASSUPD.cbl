       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          MASSUPD.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 OCTOBER 15
      /
      ******************************************************************
      *                                                                *
      *  CATALOG MASS UPDATE - PICKS THE TITLES THAT MATCH A SET OF    *
      *  CRITERIA (DISTRIBUTOR, GENRE, MEDIA FORMAT, CERTIFICATION,    *
      *  RELEASE-YEAR RANGE, SERIES) AND SETS ONE FIELD ON ALL OF      *
      *  THEM - A DISTRIBUTOR THAT CHANGED ITS NAME, A FORMAT CODE     *
      *  THAT WAS RETIRED.  THE FULL LIST OF WHAT WOULD CHANGE GOES    *
      *  TO MASSUPD.LST FIRST AND NOTHING IS TOUCHED UNTIL THE         *
      *  OPERATOR TYPES UPDATE.  EVERY REWRITE THEN GOES TO THE DAILY  *
      *  MOVJRN JOURNAL AND TO AUDIT.LOG EXACTLY AS A SAVE ON THE      *
      *  MOVIES SCREEN DOES, SO ROLLFWD AND THE AUDIT VIEWER SEE IT.   *
      *                                                                *
      *  MASSUPD.CTL (KEYWORD=VALUE) HOLDS THE SELECTION:              *
      *      DISTRIB= GENRE= FORMAT= CERT= YEAR-FROM= YEAR-TO= SERIES= *
      *  AND THE CHANGE:                                               *
      *      FIELD=DISTRIB/GENRE/FORMAT/CERT/SERIES/LANGUAGE/SUBTITLES *
      *      VALUE=THE NEW VALUE                                       *
      *  WITHOUT THE FILE EACH ONE IS ASKED ON THE CONSOLE.  AT LEAST  *
      *  ONE CRITERION IS REQUIRED.  THE 90000 EQUIPMENT BAND IS       *
      *  NEVER TOUCHED.                                                *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDGES.CPY'.
          COPY 'CPVIDDSA.CPY'.
          COPY 'CPVIDSRA.CPY'.
          COPY 'CPVIDCFA.CPY'.
          COPY 'CPVIDMFA.CPY'.
          COPY 'CPVIDAUA.CPY'.
          COPY 'CPVIDJRA.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "MASSUPD.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT MASSUPD-RPT ASSIGN TO MASSUPD-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD GENRES.
          COPY 'CPVIDGEN.CPY'.
      *
       FD DISTRIBS.
          COPY 'CPVIDDST.CPY'.
      *
       FD SERIES.
          COPY 'CPVIDSER.CPY'.
      *
       FD CERTTAB.
          COPY 'CPVIDCFT.CPY'.
      *
       FD FMTTAB.
          COPY 'CPVIDMFT.CPY'.
      *
       FD AUDIT-LOG.
          COPY 'CPVIDAUD.CPY'.
      *
       FD MOV-JOURNAL.
          COPY 'CPVIDJRN.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD MASSUPD-RPT.
       01 RPT-LINE                  PIC X(100).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDVSV.CPY'.
       77 MASSUPD-RPT-PATH PIC X(40) VALUE "MASSUPD.LST".
       77 STATUS-MOVIES    PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-GENRES    PIC X(2).
           88 VALID-STATUS-GENRES VALUE IS "00" THRU "09".
       77 STATUS-DISTRIBS  PIC X(2).
           88 VALID-STATUS-DISTRIBS VALUE IS "00" THRU "09".
       77 STATUS-SERIES    PIC X(2).
           88 VALID-STATUS-SERIES VALUE IS "00" THRU "09".
       77 STATUS-CERTTAB   PIC X(2).
           88 VALID-STATUS-CERTTAB VALUE IS "00" THRU "09".
       77 STATUS-FMTTAB    PIC X(2).
           88 VALID-STATUS-FMTTAB VALUE IS "00" THRU "09".
       77 STATUS-AUDIT     PIC X(2).
           88 VALID-STATUS-AUDIT VALUE IS "00" THRU "09".
       77 STATUS-JOURNAL   PIC X(2).
           88 VALID-STATUS-JOURNAL VALUE IS "00" THRU "09".
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-CTL-PRESENT   PIC 9 VALUE ZERO.
           88 CTL-PRESENT   VALUE 1, FALSE 0.
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 SW-MOV-EOF       PIC 9 VALUE ZERO.
           88 MOVIES-AT-END VALUE 1, FALSE 0.
      * A SHOP THAT HAS NEVER OPENED THE MOVIES SCREEN HAS NO CODE
      * TABLES YET - THE CLASSIC CODES ARE THE TEST THEN
       77 SW-CFT-OPEN      PIC 9 VALUE ZERO.
           88 CERTTAB-OPEN  VALUE 1, FALSE 0.
       77 SW-MFT-OPEN      PIC 9 VALUE ZERO.
           88 FMTTAB-OPEN   VALUE 1, FALSE 0.
       77 SW-SER-OPEN      PIC 9 VALUE ZERO.
           88 SERIES-OPEN   VALUE 1, FALSE 0.
       77 SW-APPLY         PIC 9 VALUE ZERO.
           88 APPLY-PASS    VALUE 1, FALSE 0.
       77 SW-MATCH         PIC 9 VALUE ZERO.
           88 TITLE-MATCHES VALUE 1, FALSE 0.
       77 SW-NEW-DIST      PIC 9 VALUE ZERO.
           88 NEW-DISTRIBUTOR VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 RUN-OPERATOR     PIC X(10) VALUE SPACES.
       77 CONFIRM-WORD     PIC X(10) VALUE SPACES.

      * THE SELECTION - BLANK MEANS "ANY"
       77 SEL-DISTRIB      PIC X(15) VALUE SPACES.
       77 SEL-GENRE        PIC X(03) VALUE SPACES.
       77 SEL-FORMAT       PIC X(07) VALUE SPACES.
       77 SEL-CERT         PIC X(05) VALUE SPACES.
       77 SEL-YEAR-FROM-TX PIC X(10) VALUE SPACES.
       77 SEL-YEAR-TO-TX   PIC X(10) VALUE SPACES.
       77 SEL-SERIES-TX    PIC X(10) VALUE SPACES.
       77 SEL-YEAR-FROM    PIC 9(04) VALUE ZERO.
       77 SEL-YEAR-TO      PIC 9(04) VALUE 9999.
       77 SEL-SERIES       PIC 9(05) VALUE ZERO.
       77 SEL-GENRE-NO     PIC 9(03) VALUE ZERO.

      * THE CHANGE
       77 UPD-FIELD        PIC X(10) VALUE SPACES.
           88 UPD-IS-DISTRIB  VALUE "DISTRIB".
           88 UPD-IS-GENRE    VALUE "GENRE".
           88 UPD-IS-FORMAT   VALUE "FORMAT".
           88 UPD-IS-CERT     VALUE "CERT".
           88 UPD-IS-SERIES   VALUE "SERIES".
           88 UPD-IS-LANGUAGE VALUE "LANGUAGE".
           88 UPD-IS-SUBS     VALUE "SUBTITLES".
       77 UPD-VALUE        PIC X(30) VALUE SPACES.
       77 UPD-GENRE-NO     PIC 9(03) VALUE ZERO.
       77 UPD-SERIES       PIC 9(05) VALUE ZERO.
       77 CUR-VALUE        PIC X(30) VALUE SPACES.
       77 REFUSE-TEXT      PIC X(60) VALUE SPACES.

       77 MATCH-COUNT      PIC 9(5) VALUE ZERO.
       77 SAME-COUNT       PIC 9(5) VALUE ZERO.
       77 HELD-COUNT       PIC 9(5) VALUE ZERO.
       77 DONE-COUNT       PIC 9(5) VALUE ZERO.
       77 FAIL-COUNT       PIC 9(5) VALUE ZERO.
       77 COUNT-TEXT       PIC ZZZZ9.

      * BEFORE/AFTER IMAGES AND THE AUDIT "OLD" SIDE OF ONE REWRITE
       77 BEFORE-MOV-REC   PIC X(370) VALUE SPACES.
       77 OLD-TITULO       PIC X(30) VALUE SPACES.
       77 OLD-GENERO       PIC X(03) VALUE SPACES.
       77 OLD-NOTA         PIC 9(02) VALUE ZERO.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           ACCEPT RUN-OPERATOR FROM ENVIRONMENT "FILMOTECA_OPERATOR"
           IF RUN-OPERATOR = SPACES
              MOVE "MASSUPD" TO RUN-OPERATOR
           END-IF

           PERFORM READ-CONTROL-FILE

           IF NOT CTL-PRESENT
              PERFORM ASK-SELECTION
           END-IF

           PERFORM NORMALISE-SELECTION

           IF SEL-DISTRIB = SPACES
              AND SEL-GENRE = SPACES
              AND SEL-FORMAT = SPACES
              AND SEL-CERT = SPACES
              AND SEL-YEAR-FROM-TX = SPACES
              AND SEL-YEAR-TO-TX = SPACES
              AND SEL-SERIES-TX = SPACES
              DISPLAY "NO SELECTION GIVEN - THE WHOLE CATALOG IS "
                      "NEVER UPDATED AT ONCE.  NOTHING CHANGED"
              GOBACK
           END-IF

           PERFORM OPEN-FILES

           PERFORM CHECK-NEW-VALUE
           IF REFUSE-TEXT NOT = SPACES
              DISPLAY REFUSE-TEXT
              DISPLAY "NOTHING CHANGED"
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

      *> PASS ONE - THE PREVIEW LISTING
           PERFORM PRINT-PREVIEW-HEADING
           SET APPLY-PASS TO FALSE
           PERFORM SCAN-CATALOG
           PERFORM PRINT-PREVIEW-TOTALS

           IF MATCH-COUNT = ZERO
              DISPLAY "NO TITLE NEEDS THE CHANGE - NOTHING CHANGED"
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

           MOVE MATCH-COUNT TO COUNT-TEXT
           DISPLAY COUNT-TEXT " TITLE(S) WILL BE UPDATED - SEE "
                   MASSUPD-RPT-PATH
           DISPLAY "TYPE UPDATE TO CONFIRM: " WITH NO ADVANCING
           ACCEPT CONFIRM-WORD

           IF CONFIRM-WORD NOT = "UPDATE"
              MOVE "NOT CONFIRMED - NOTHING CHANGED" TO RPT-LINE
              WRITE RPT-LINE
              DISPLAY "NOT CONFIRMED - NOTHING CHANGED"
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

      *> PASS TWO - THE SAME WALK, REWRITING THIS TIME
           PERFORM OPEN-JOURNAL-AND-AUDIT

           IF NEW-DISTRIBUTOR
              MOVE UPD-VALUE TO DST-NAME
              WRITE DST-REC
                    INVALID KEY CONTINUE
              END-WRITE
           END-IF

           SET APPLY-PASS TO TRUE
           PERFORM SCAN-CATALOG
           PERFORM PRINT-APPLY-TOTALS

           PERFORM CLOSE-FILES

           MOVE DONE-COUNT TO COUNT-TEXT
           DISPLAY COUNT-TEXT " TITLE(S) UPDATED"
           IF FAIL-COUNT > ZERO
              MOVE FAIL-COUNT TO COUNT-TEXT
              DISPLAY COUNT-TEXT " TITLE(S) COULD NOT BE REWRITTEN - "
                      "SEE " MASSUPD-RPT-PATH
           END-IF

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - THE SELECTION AND THE CHANGE           *
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
              WHEN "DISTRIB     "
                   MOVE CTL-VALUE TO SEL-DISTRIB
              WHEN "GENRE       "
                   MOVE CTL-VALUE TO SEL-GENRE
              WHEN "FORMAT      "
                   MOVE CTL-VALUE TO SEL-FORMAT
              WHEN "CERT        "
                   MOVE CTL-VALUE TO SEL-CERT
              WHEN "YEAR-FROM   "
                   MOVE CTL-VALUE TO SEL-YEAR-FROM-TX
              WHEN "YEAR-TO     "
                   MOVE CTL-VALUE TO SEL-YEAR-TO-TX
              WHEN "SERIES      "
                   MOVE CTL-VALUE TO SEL-SERIES-TX
              WHEN "FIELD       "
                   MOVE CTL-VALUE TO UPD-FIELD
              WHEN "VALUE       "
                   MOVE CTL-VALUE TO UPD-VALUE
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
      * NO CONTROL FILE - ASK FOR EACH CRITERION AND THE CHANGE        *
      *----------------------------------------------------------------*
       ASK-SELECTION.
           DISPLAY "SELECT THE TITLES - LEAVE A LINE BLANK FOR ANY"

           DISPLAY "DISTRIBUTOR          : " WITH NO ADVANCING
           ACCEPT SEL-DISTRIB
           DISPLAY "GENRE CODE           : " WITH NO ADVANCING
           ACCEPT SEL-GENRE
           DISPLAY "MEDIA FORMAT         : " WITH NO ADVANCING
           ACCEPT SEL-FORMAT
           DISPLAY "CERTIFICATION        : " WITH NO ADVANCING
           ACCEPT SEL-CERT
           DISPLAY "RELEASE YEAR FROM    : " WITH NO ADVANCING
           ACCEPT SEL-YEAR-FROM-TX
           DISPLAY "RELEASE YEAR TO      : " WITH NO ADVANCING
           ACCEPT SEL-YEAR-TO-TX
           DISPLAY "SERIES CODE          : " WITH NO ADVANCING
           ACCEPT SEL-SERIES-TX

           DISPLAY "FIELD TO CHANGE (DISTRIB, GENRE, FORMAT, CERT, "
                   "SERIES, LANGUAGE, SUBTITLES): " WITH NO ADVANCING
           ACCEPT UPD-FIELD
           DISPLAY "NEW VALUE            : " WITH NO ADVANCING
           ACCEPT UPD-VALUE
           .
      /
      *----------------------------------------------------------------*
      * NUMERIC CRITERIA TO NUMBERS, CODES TO THE SHAPE ON THE RECORD  *
      *----------------------------------------------------------------*
       NORMALISE-SELECTION.
           IF SEL-GENRE NOT = SPACES
              COMPUTE SEL-GENRE-NO = FUNCTION NUMVAL (SEL-GENRE)
              MOVE SEL-GENRE-NO TO SEL-GENRE
           END-IF

           IF SEL-YEAR-FROM-TX NOT = SPACES
              COMPUTE SEL-YEAR-FROM =
                      FUNCTION NUMVAL (SEL-YEAR-FROM-TX)
           END-IF

           IF SEL-YEAR-TO-TX NOT = SPACES
              COMPUTE SEL-YEAR-TO =
                      FUNCTION NUMVAL (SEL-YEAR-TO-TX)
           END-IF

           IF SEL-SERIES-TX NOT = SPACES
              COMPUTE SEL-SERIES = FUNCTION NUMVAL (SEL-SERIES-TX)
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE NEW VALUE MUST BE ONE THE MOVIES SCREEN WOULD ACCEPT -     *
      * REFUSE-TEXT COMES BACK NON-BLANK WHEN IT IS NOT                *
      *----------------------------------------------------------------*
       CHECK-NEW-VALUE.
           MOVE SPACES TO REFUSE-TEXT
           SET NEW-DISTRIBUTOR TO FALSE

           EVALUATE TRUE
           WHEN UPD-IS-DISTRIB
                IF UPD-VALUE = SPACES
                   MOVE "A DISTRIBUTOR CANNOT BE SET TO BLANK"
                     TO REFUSE-TEXT
                ELSE
                   MOVE UPD-VALUE TO DST-NAME
                   READ DISTRIBS
                        INVALID
                            SET NEW-DISTRIBUTOR TO TRUE
                   END-READ
                END-IF

           WHEN UPD-IS-GENRE
                COMPUTE UPD-GENRE-NO = FUNCTION NUMVAL (UPD-VALUE)
                MOVE UPD-GENRE-NO TO CODIGO-GEN
                READ GENRES
                     INVALID
                         MOVE "THAT GENRE CODE IS NOT ON FILE"
                           TO REFUSE-TEXT
                END-READ
                MOVE SPACES       TO UPD-VALUE
                MOVE UPD-GENRE-NO TO UPD-VALUE (1:3)

           WHEN UPD-IS-FORMAT
                IF FMTTAB-OPEN
                   MOVE UPD-VALUE TO MFT-CODE
                   READ FMTTAB
                        INVALID
                            MOVE "THAT MEDIA FORMAT IS NOT ON FILE"
                              TO REFUSE-TEXT
                   END-READ
                ELSE
                   MOVE UPD-VALUE TO MEDIA-FORMAT
                   IF NOT FORMAT-IS-VALID
                      MOVE "THAT MEDIA FORMAT IS NOT A KNOWN ONE"
                        TO REFUSE-TEXT
                   END-IF
                END-IF

           WHEN UPD-IS-CERT
                IF CERTTAB-OPEN
                   MOVE UPD-VALUE TO CFT-CODE
                   READ CERTTAB
                        INVALID
                            MOVE "THAT CERTIFICATION IS NOT ON FILE"
                              TO REFUSE-TEXT
                   END-READ
                ELSE
                   MOVE UPD-VALUE TO CERTIFICATION
                   IF NOT CERT-IS-VALID
                      MOVE "THAT CERTIFICATION IS NOT A KNOWN ONE"
                        TO REFUSE-TEXT
                   END-IF
                END-IF

           WHEN UPD-IS-SERIES
      *> ZERO TAKES THE TITLES OUT OF ANY SERIES
                COMPUTE UPD-SERIES = FUNCTION NUMVAL (UPD-VALUE)
                IF UPD-SERIES NOT = ZERO
                   IF SERIES-OPEN
                      MOVE UPD-SERIES TO SER-CODE
                      READ SERIES
                           INVALID
                               MOVE "THAT SERIES CODE IS NOT ON FILE"
                                 TO REFUSE-TEXT
                      END-READ
                   ELSE
                      MOVE "THERE IS NO SERIES FILE YET"
                        TO REFUSE-TEXT
                   END-IF
                END-IF
                MOVE SPACES     TO UPD-VALUE
                MOVE UPD-SERIES TO UPD-VALUE (1:5)

           WHEN UPD-IS-LANGUAGE
           WHEN UPD-IS-SUBS
                IF UPD-VALUE (4:27) NOT = SPACES
                   MOVE "A LANGUAGE CODE IS THREE LETTERS"
                     TO REFUSE-TEXT
                END-IF

           WHEN OTHER
                STRING "FIELD MUST BE DISTRIB, GENRE, FORMAT, CERT, "
                                         DELIMITED BY SIZE
                       "SERIES, LANGUAGE OR SUBTITLES"
                                         DELIMITED BY SIZE
                  INTO REFUSE-TEXT
                END-STRING
           END-EVALUATE
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES                                                 *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN I-O    MOVIES
           OPEN INPUT  GENRES
           OPEN I-O    DISTRIBS
           IF STATUS-DISTRIBS = "35"
              OPEN OUTPUT DISTRIBS
              CLOSE DISTRIBS
              OPEN I-O DISTRIBS
           END-IF

           SET SERIES-OPEN TO FALSE
           OPEN INPUT SERIES
           IF VALID-STATUS-SERIES
              SET SERIES-OPEN TO TRUE
           END-IF

           SET CERTTAB-OPEN TO FALSE
           OPEN INPUT CERTTAB
           IF VALID-STATUS-CERTTAB
              SET CERTTAB-OPEN TO TRUE
           END-IF

           SET FMTTAB-OPEN TO FALSE
           OPEN INPUT FMTTAB
           IF VALID-STATUS-FMTTAB
              SET FMTTAB-OPEN TO TRUE
           END-IF

           OPEN OUTPUT MASSUPD-RPT

           IF NOT VALID-STATUS-MOVIES
              DISPLAY "UNABLE TO OPEN MOVIES.DAT - STATUS "
                      STATUS-MOVIES
              STOP RUN
           END-IF

           PERFORM VERIFY-MOVIES-LAYOUT

           IF VSN-UNSTAMPED OR VSN-MISMATCH
              DISPLAY "MOVIES.DAT DOES NOT MATCH THIS PROGRAM'S "
                      "LAYOUT - RUN MIGMOV FIRST"
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-GENRES
              DISPLAY "UNABLE TO OPEN GENRES.DAT - STATUS "
                      STATUS-GENRES
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-DISTRIBS
              DISPLAY "UNABLE TO OPEN DISTRIBS.DAT - STATUS "
                      STATUS-DISTRIBS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " MASSUPD-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE DAY'S JOURNAL AND THE AUDIT TRAIL, OPENED ONLY ONCE THE    *
      * OPERATOR HAS CONFIRMED - THE SAME DATED MOVJRN FILE THE        *
      * MOVIES SCREEN APPENDS TO                                       *
      *----------------------------------------------------------------*
       OPEN-JOURNAL-AND-AUDIT.
           STRING FMT-DATA-DIR  DELIMITED BY SPACE
                  "/MOVJRN."    DELIMITED BY SIZE
                  TODAY-DATE    DELIMITED BY SIZE
                  ".JRN"        DELIMITED BY SIZE
             INTO JOURNAL-PATH
           END-STRING

           OPEN EXTEND MOV-JOURNAL
           IF STATUS-JOURNAL = "35"
              OPEN OUTPUT MOV-JOURNAL
           END-IF

           IF NOT VALID-STATUS-JOURNAL
              DISPLAY "UNABLE TO OPEN " JOURNAL-PATH
                      " - STATUS " STATUS-JOURNAL
              DISPLAY "NOTHING CHANGED"
              STOP RUN
           END-IF

           OPEN EXTEND AUDIT-LOG
           IF STATUS-AUDIT = "35"
              OPEN OUTPUT AUDIT-LOG
           END-IF

           IF NOT VALID-STATUS-AUDIT
              DISPLAY "UNABLE TO OPEN AUDIT.LOG - STATUS "
                      STATUS-AUDIT
              DISPLAY "NOTHING CHANGED"
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * LISTING TITLE, THE SELECTION AND THE CHANGE                    *
      *----------------------------------------------------------------*
       PRINT-PREVIEW-HEADING.
           MOVE SPACES TO RPT-LINE
           STRING "FILMOTECA.EDUC360 - CATALOG MASS UPDATE "
                                     DELIMITED BY SIZE
                  TODAY-DATE         DELIMITED BY SIZE
                  " BY "             DELIMITED BY SIZE
                  RUN-OPERATOR       DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           IF SEL-DISTRIB NOT = SPACES
              MOVE SPACES TO RPT-LINE
              STRING "  DISTRIBUTOR IS      " DELIMITED BY SIZE
                     SEL-DISTRIB             DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF

           IF SEL-GENRE NOT = SPACES
              MOVE SPACES TO RPT-LINE
              STRING "  GENRE IS            " DELIMITED BY SIZE
                     SEL-GENRE               DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF

           IF SEL-FORMAT NOT = SPACES
              MOVE SPACES TO RPT-LINE
              STRING "  MEDIA FORMAT IS     " DELIMITED BY SIZE
                     SEL-FORMAT              DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF

           IF SEL-CERT NOT = SPACES
              MOVE SPACES TO RPT-LINE
              STRING "  CERTIFICATION IS    " DELIMITED BY SIZE
                     SEL-CERT                DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF

           IF SEL-YEAR-FROM-TX NOT = SPACES
              OR SEL-YEAR-TO-TX NOT = SPACES
              MOVE SPACES TO RPT-LINE
              STRING "  RELEASED FROM       " DELIMITED BY SIZE
                     SEL-YEAR-FROM           DELIMITED BY SIZE
                     " TO "                  DELIMITED BY SIZE
                     SEL-YEAR-TO             DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF

           IF SEL-SERIES-TX NOT = SPACES
              MOVE SPACES TO RPT-LINE
              STRING "  SERIES IS           " DELIMITED BY SIZE
                     SEL-SERIES              DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           STRING "  SET " DELIMITED BY SIZE
                  UPD-FIELD DELIMITED BY SPACE
                  " TO "   DELIMITED BY SIZE
                  UPD-VALUE DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           IF NEW-DISTRIBUTOR
              MOVE SPACES TO RPT-LINE
              STRING "  (NOT YET IN THE DISTRIBUTORS DIRECTORY - "
                                         DELIMITED BY SIZE
                     "ADDED WHEN THE UPDATE RUNS)"
                                         DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "CODE  TITLE                          "
                                     DELIMITED BY SIZE
                  "NOW             WILL BE"
                                     DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * WALK THE CATALOG IN CODE ORDER - PASS ONE LISTS, PASS TWO      *
      * REWRITES.  THE STAMP RECORD (00000) AND THE EQUIPMENT BAND     *
      * ARE LEFT OUT                                                   *
      *----------------------------------------------------------------*
       SCAN-CATALOG.
           SET MOVIES-AT-END TO FALSE
           MOVE 1 TO CODIGO

           START MOVIES KEY >= CODIGO
                 INVALID KEY
                     SET MOVIES-AT-END TO TRUE
                 NOT INVALID KEY
                     READ MOVIES NEXT RECORD
                          AT END SET MOVIES-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL MOVIES-AT-END
                      OR CODIGO >= 90000
              PERFORM CHECK-ONE-TITLE

              IF TITLE-MATCHES
                 IF APPLY-PASS
                    PERFORM UPDATE-ONE-TITLE
                 ELSE
                    PERFORM LIST-ONE-TITLE
                 END-IF
              END-IF

              READ MOVIES NEXT RECORD
                   AT END SET MOVIES-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * DOES THE TITLE IN MOV-REC MEET EVERY CRITERION GIVEN, AND DOES *
      * IT NEED THE CHANGE AT ALL?  CUR-VALUE IS LEFT HOLDING THE      *
      * FIELD'S PRESENT VALUE                                          *
      *----------------------------------------------------------------*
       CHECK-ONE-TITLE.
           SET TITLE-MATCHES TO FALSE

           IF SEL-DISTRIB NOT = SPACES
              AND DISTRIB NOT = SEL-DISTRIB
              EXIT PARAGRAPH
           END-IF

           IF SEL-GENRE NOT = SPACES
              AND GENERO NOT = SEL-GENRE
              EXIT PARAGRAPH
           END-IF

           IF SEL-FORMAT NOT = SPACES
              AND MEDIA-FORMAT NOT = SEL-FORMAT
              EXIT PARAGRAPH
           END-IF

           IF SEL-CERT NOT = SPACES
              AND CERTIFICATION NOT = SEL-CERT
              EXIT PARAGRAPH
           END-IF

           IF SEL-YEAR-FROM-TX NOT = SPACES
              OR SEL-YEAR-TO-TX NOT = SPACES
              IF RELEASE-YEAR < SEL-YEAR-FROM
                 OR RELEASE-YEAR > SEL-YEAR-TO
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF SEL-SERIES-TX NOT = SPACES
              AND SERIES-CODE NOT = SEL-SERIES
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CUR-VALUE

           EVALUATE TRUE
           WHEN UPD-IS-DISTRIB
                MOVE DISTRIB        TO CUR-VALUE
           WHEN UPD-IS-GENRE
                MOVE GENERO         TO CUR-VALUE
           WHEN UPD-IS-FORMAT
                MOVE MEDIA-FORMAT   TO CUR-VALUE
           WHEN UPD-IS-CERT
                MOVE CERTIFICATION  TO CUR-VALUE
           WHEN UPD-IS-SERIES
                MOVE SERIES-CODE    TO CUR-VALUE (1:5)
           WHEN UPD-IS-LANGUAGE
                MOVE AUDIO-LANGUAGE TO CUR-VALUE
           WHEN UPD-IS-SUBS
                MOVE SUBTITLES      TO CUR-VALUE
           END-EVALUATE

           IF CUR-VALUE = UPD-VALUE
              IF NOT APPLY-PASS
                 ADD 1 TO SAME-COUNT
              END-IF
              EXIT PARAGRAPH
           END-IF

      *> A TITLE WITH DISCS ON THE SHELF CANNOT BECOME A DOWNLOAD
      *> LICENCE - THE COPIES WOULD BE LEFT POINTING AT NOTHING
           IF UPD-IS-FORMAT
              AND UPD-VALUE (1:7) = "DIGITAL"
              AND COPIES-ON-HAND > ZERO
              IF NOT APPLY-PASS
                 ADD 1 TO HELD-COUNT
                 MOVE SPACES TO RPT-LINE
                 STRING CODIGO      DELIMITED BY SIZE
                        " "         DELIMITED BY SIZE
                        TITULO      DELIMITED BY SIZE
                        " "         DELIMITED BY SIZE
                        CUR-VALUE (1:15) DELIMITED BY SIZE
                        " LEFT ALONE - HAS COPIES ON HAND"
                                    DELIMITED BY SIZE
                   INTO RPT-LINE
                 END-STRING
                 WRITE RPT-LINE
              END-IF
              EXIT PARAGRAPH
           END-IF

           SET TITLE-MATCHES TO TRUE
           .
      /
      *----------------------------------------------------------------*
      * PASS ONE - ONE PREVIEW LINE PER TITLE THAT WOULD CHANGE        *
      *----------------------------------------------------------------*
       LIST-ONE-TITLE.
           ADD 1 TO MATCH-COUNT

           MOVE SPACES TO RPT-LINE
           STRING CODIGO           DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  TITULO           DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  CUR-VALUE (1:15) DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  UPD-VALUE (1:15) DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * PASS TWO - SET THE FIELD, STAMP THE DATE AND REWRITE, THEN     *
      * JOURNAL AND AUDIT IT THE WAY THE MOVIES SCREEN'S SAVE DOES     *
      *----------------------------------------------------------------*
       UPDATE-ONE-TITLE.
           MOVE MOV-REC TO BEFORE-MOV-REC
           MOVE TITULO  TO OLD-TITULO
           MOVE GENERO  TO OLD-GENERO
           MOVE NOTA    TO OLD-NOTA

           EVALUATE TRUE
           WHEN UPD-IS-DISTRIB
                MOVE UPD-VALUE  TO DISTRIB
           WHEN UPD-IS-GENRE
                MOVE UPD-VALUE  TO GENERO
           WHEN UPD-IS-FORMAT
                MOVE UPD-VALUE  TO MEDIA-FORMAT
           WHEN UPD-IS-CERT
                MOVE UPD-VALUE  TO CERTIFICATION
           WHEN UPD-IS-SERIES
                MOVE UPD-SERIES TO SERIES-CODE
           WHEN UPD-IS-LANGUAGE
                MOVE UPD-VALUE  TO AUDIO-LANGUAGE
           WHEN UPD-IS-SUBS
                MOVE UPD-VALUE  TO SUBTITLES
           END-EVALUATE

           MOVE TODAY-DATE TO LAST-UPDATED

           REWRITE MOV-REC
              INVALID KEY
                  ADD 1 TO FAIL-COUNT
                  MOVE SPACES TO RPT-LINE
                  STRING CODIGO   DELIMITED BY SIZE
                         " "      DELIMITED BY SIZE
                         TITULO   DELIMITED BY SIZE
                         " NOT REWRITTEN - STATUS "
                                  DELIMITED BY SIZE
                         STATUS-MOVIES DELIMITED BY SIZE
                    INTO RPT-LINE
                  END-STRING
                  WRITE RPT-LINE
                  EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO DONE-COUNT

           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE RUN-OPERATOR TO AUD-OPERATOR
           MOVE "UPDATE"     TO AUD-ACTION
           MOVE CODIGO       TO AUD-CODIGO
           MOVE OLD-TITULO   TO AUD-OLD-TITULO
           MOVE OLD-GENERO   TO AUD-OLD-GENERO
           MOVE OLD-NOTA     TO AUD-OLD-NOTA
           MOVE TITULO       TO AUD-NEW-TITULO
           MOVE GENERO       TO AUD-NEW-GENERO
           MOVE NOTA         TO AUD-NEW-NOTA
           WRITE AUD-REC

           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-TIME FROM TIME
           MOVE RUN-OPERATOR   TO JRN-OPERATOR
           MOVE "REWRIT"       TO JRN-ACTION
           MOVE BEFORE-MOV-REC TO JRN-BEFORE
           MOVE MOV-REC        TO JRN-AFTER
           WRITE JRN-REC
           .
      /
      *----------------------------------------------------------------*
      * HOW MANY WOULD CHANGE, AND WHY THE REST WERE PASSED OVER       *
      *----------------------------------------------------------------*
       PRINT-PREVIEW-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE MATCH-COUNT TO COUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING COUNT-TEXT                   DELIMITED BY SIZE
                  " TITLE(S) TO BE UPDATED"    DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SAME-COUNT TO COUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING COUNT-TEXT                   DELIMITED BY SIZE
                  " ALREADY CARRY THE NEW VALUE"
                                               DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           IF HELD-COUNT > ZERO
              MOVE HELD-COUNT TO COUNT-TEXT
              MOVE SPACES TO RPT-LINE
              STRING COUNT-TEXT                DELIMITED BY SIZE
                     " LEFT ALONE (COPIES ON HAND)"
                                               DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * WHAT THE CONFIRMED RUN ACTUALLY DID                            *
      *----------------------------------------------------------------*
       PRINT-APPLY-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE DONE-COUNT TO COUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "CONFIRMED - "               DELIMITED BY SIZE
                  COUNT-TEXT                   DELIMITED BY SIZE
                  " TITLE(S) UPDATED, JOURNALLED TO "
                                               DELIMITED BY SIZE
                  JOURNAL-PATH                 DELIMITED BY SPACE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           IF FAIL-COUNT > ZERO
              MOVE FAIL-COUNT TO COUNT-TEXT
              MOVE SPACES TO RPT-LINE
              STRING COUNT-TEXT                DELIMITED BY SIZE
                     " TITLE(S) NOT REWRITTEN - SEE ABOVE"
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
           CLOSE MOVIES
           CLOSE GENRES
           CLOSE DISTRIBS
           CLOSE MASSUPD-RPT

           IF SERIES-OPEN
              CLOSE SERIES
           END-IF

           IF CERTTAB-OPEN
              CLOSE CERTTAB
           END-IF

           IF FMTTAB-OPEN
              CLOSE FMTTAB
           END-IF

           IF APPLY-PASS
              CLOSE MOV-JOURNAL
              CLOSE AUDIT-LOG
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * MOVIES LAYOUT-VERSION STAMP CHECK                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDVSP.CPY'.
