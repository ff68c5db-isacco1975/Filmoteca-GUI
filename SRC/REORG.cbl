       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          REORG.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  INDEXED FILE REORGANIZATION - YEARS OF DELETES AND REWRITES   *
      *  LEAVE MOVIES.DAT, LOANS.DAT AND FINES.DAT FAR BIGGER THAN     *
      *  THEIR LIVE ROWS.  EACH FILE IN TURN IS UNLOADED IN PRIMARY    *
      *  KEY ORDER TO <DATA DIR>/<FILE>.UNL, RELOADED INTO A FRESH     *
      *  <FILE>.NEW THROUGH THE SAME SELECT AS THE LIVE FILE (SO EVERY *
      *  ALTERNATE KEY IS BUILT AGAIN), AND THE NEW FILE IS READ BACK  *
      *  THROUGH EACH OF ITS KEYS.  ONLY WHEN THE RECORD COUNT AND THE *
      *  PRIMARY-KEY HASH TOTAL OF THE UNLOAD, THE RELOAD AND EVERY    *
      *  KEY PATH OF THE NEW FILE ALL AGREE IS THE NEW FILE SWAPPED    *
      *  IN - THE LIVE FILE IS KEPT AS <FILE>.OLD UNTIL THE NEXT RUN.  *
      *  A FILE THAT DOES NOT BALANCE IS LEFT EXACTLY AS IT WAS.       *
      *                                                                *
      *  REORG.LST SHOWS THE COUNTS AND TOTALS AND THE SPACE RECLAIMED *
      *  PER FILE.  THE RUN REFUSES TO START WHILE ANY STATION IS ON   *
      *  THE SESSION REGISTRY, AND NEVER AGAINST THE REPORT SNAPSHOT.  *
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
          COPY 'CPVIDLOA.CPY'.
          COPY 'CPVIDFIA.CPY'.
          COPY 'CPVIDSNA.CPY'.
          SELECT REORG-UNLOAD ASSIGN TO REORG-UNL-PATH
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS  IS STATUS-UNLOAD.
          SELECT REORG-RPT ASSIGN TO REORG-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD LOANS.
          COPY 'CPVIDLON.CPY'.
      *
       FD FINES.
          COPY 'CPVIDFIN.CPY'.
      *
       FD SESSIONS.
          COPY 'CPVIDSSN.CPY'.
      *
      * ONE UNLOAD ROW IS WIDE ENOUGH FOR THE LONGEST OF THE THREE
      * RECORDS (MOVIES, LRECL 370); THE SHORTER ONES RIDE SPACE-FILLED
      *
       FD REORG-UNLOAD.
       01 UNL-REC                   PIC X(370).
      *
       FD REORG-RPT.
       01 RPT-LINE                  PIC X(100).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 REORG-RPT-PATH   PIC X(40) VALUE "REORG.LST".
       77 STATUS-MOVIES    PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-LOANS     PIC X(2).
           88 VALID-STATUS-LOANS VALUE IS "00" THRU "09".
       77 STATUS-FINES     PIC X(2).
           88 VALID-STATUS-FINES VALUE IS "00" THRU "09".
       77 STATUS-SESSIONS  PIC X(2).
           88 VALID-STATUS-SESSIONS VALUE IS "00" THRU "09".
       77 STATUS-UNLOAD    PIC X(2).
           88 VALID-STATUS-UNLOAD VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-EOF           PIC 9 VALUE ZERO.
           88 FILE-AT-END   VALUE 1, FALSE 0.
       77 SW-SSN-EOF       PIC 9 VALUE ZERO.
           88 SESSIONS-AT-END VALUE 1, FALSE 0.
      * SET WHEN THE FILE IN HAND CANNOT BE REORGANIZED - IT IS THEN
      * LEFT UNTOUCHED AND THE RUN ENDS WITH A NON-ZERO RETURN CODE
       77 SW-FILE-FAILED   PIC 9 VALUE ZERO.
           88 FILE-FAILED   VALUE 1, FALSE 0.
       77 SW-RUN-FAILED    PIC 9 VALUE ZERO.
           88 RUN-FAILED    VALUE 1, FALSE 0.

       77 ACTIVE-SESSIONS  PIC 9(3) VALUE ZERO.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 REORG-FILE-NAME  PIC X(08) VALUE SPACES.
       77 REORG-LIVE-PATH  PIC X(70) VALUE SPACES.
       77 REORG-NEW-PATH   PIC X(70) VALUE SPACES.
       77 REORG-OLD-PATH   PIC X(70) VALUE SPACES.
       77 REORG-UNL-PATH   PIC X(70) VALUE SPACES.
       77 REORG-FAIL-TEXT  PIC X(60) VALUE SPACES.
       77 REORG-CALL-RC    PIC S9(9) COMP-4 VALUE ZERO.
       77 REORG-OPEN-STATUS PIC X(2) VALUE SPACES.

      * THE HASH TOTAL ADDS UP EVERY PRIMARY KEY READ AS A NUMBER -
      * ALL THREE FILES HAVE ALL-DIGIT KEYS
       01 REORG-KEY-TEXT   PIC X(10) VALUE ZERO.
       01 REORG-KEY-NUM    REDEFINES REORG-KEY-TEXT PIC 9(10).

       77 UNL-COUNT        PIC 9(7) VALUE ZERO.
       77 UNL-KEY-TOTAL    PIC 9(15) VALUE ZERO.
       77 LOAD-COUNT       PIC 9(7) VALUE ZERO.
       77 DUP-COUNT        PIC 9(7) VALUE ZERO.
       77 NEW-COUNT        PIC 9(7) VALUE ZERO.
       77 NEW-KEY-TOTAL    PIC 9(15) VALUE ZERO.
       77 ALT1-COUNT       PIC 9(7) VALUE ZERO.
       77 ALT2-COUNT       PIC 9(7) VALUE ZERO.
       77 FILES-DONE       PIC 9(1) VALUE ZERO.

      * FILE SIZES COME FROM THE RUNTIME'S FILE-EXISTS ROUTINE
       01 REORG-FILE-INFO.
           05 RFI-SIZE              PIC X(8) COMP-X.
           05 RFI-DAY               PIC X(1) COMP-X.
           05 RFI-MONTH             PIC X(1) COMP-X.
           05 RFI-YEAR              PIC X(2) COMP-X.
           05 RFI-HOURS             PIC X(1) COMP-X.
           05 RFI-MINUTES           PIC X(1) COMP-X.
           05 RFI-SECONDS           PIC X(1) COMP-X.
           05 RFI-HUNDREDTHS        PIC X(1) COMP-X.
       77 SIZE-BEFORE      PIC 9(12) VALUE ZERO.
       77 SIZE-AFTER       PIC 9(12) VALUE ZERO.
       77 SIZE-RECLAIMED   PIC S9(12) VALUE ZERO.
       77 TOTAL-RECLAIMED  PIC S9(13) VALUE ZERO.

       77 COUNT-TEXT       PIC Z(6)9.
       77 TOTAL-TEXT       PIC Z(14)9.
       77 SIZE-TEXT        PIC Z(11)9.
       77 RECLAIM-TEXT     PIC -Z(12)9.
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

      *> THE SNAPSHOT PATHS ARE A REPORT'S FROZEN COPIES - THE
      *> REORGANIZATION IS ONLY EVER DONE TO THE LIVE FILES
           IF FMT-SNAP-FLAG = "Y"
              DISPLAY "REORG REFUSED - FILMOTECA_SNAPSHOT IS SET; "
                      "RUN AGAINST THE LIVE FILES"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM COUNT-ACTIVE-SESSIONS

           IF ACTIVE-SESSIONS > ZERO
              DISPLAY "REORG REFUSED - " ACTIVE-SESSIONS
                      " STATION(S) STILL SIGNED IN; EVERY DESK MUST "
                      "BE OFF THE FILES"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT REORG-RPT

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " REORG-RPT-PATH
                      " - STATUS " STATUS-RPT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADER

           MOVE "MOVIES" TO REORG-FILE-NAME
           PERFORM START-ONE-FILE
           PERFORM UNLOAD-MOVIES
           PERFORM RELOAD-MOVIES
           PERFORM VERIFY-MOVIES
           PERFORM FINISH-ONE-FILE

           MOVE "LOANS" TO REORG-FILE-NAME
           PERFORM START-ONE-FILE
           PERFORM UNLOAD-LOANS
           PERFORM RELOAD-LOANS
           PERFORM VERIFY-LOANS
           PERFORM FINISH-ONE-FILE

           MOVE "FINES" TO REORG-FILE-NAME
           PERFORM START-ONE-FILE
           PERFORM UNLOAD-FINES
           PERFORM RELOAD-FINES
           PERFORM VERIFY-FINES
           PERFORM FINISH-ONE-FILE

           PERFORM WRITE-REPORT-FOOTER

           CLOSE REORG-RPT

           IF RUN-FAILED
              DISPLAY "REORG ENDED WITH " FILES-DONE
                      " OF 3 FILE(S) REORGANIZED - SEE "
                      REORG-RPT-PATH
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "REORG COMPLETE - 3 FILE(S) REORGANIZED, SEE "
                      REORG-RPT-PATH
              MOVE ZERO TO RETURN-CODE
           END-IF

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * HOW MANY STATIONS ARE ON THE REGISTRY RIGHT NOW - NO REGISTRY  *
      * FILE AT ALL MEANS NOBODY HAS EVER SIGNED IN                    *
      *----------------------------------------------------------------*
       COUNT-ACTIVE-SESSIONS.
           MOVE ZERO TO ACTIVE-SESSIONS

           OPEN INPUT SESSIONS

           IF NOT VALID-STATUS-SESSIONS
              EXIT PARAGRAPH
           END-IF

           SET SESSIONS-AT-END TO FALSE
           MOVE LOW-VALUES TO SSN-STATION

           START SESSIONS KEY >= SSN-STATION
                 INVALID KEY
                     SET SESSIONS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ SESSIONS NEXT RECORD
                          AT END SET SESSIONS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL SESSIONS-AT-END
              ADD 1 TO ACTIVE-SESSIONS
              DISPLAY "  SIGNED IN: " SSN-STATION " " SSN-OPERATOR

              READ SESSIONS NEXT RECORD
                   AT END SET SESSIONS-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE SESSIONS
           .
      /
      *----------------------------------------------------------------*
      * REPORT HEADING AND COLUMN TITLES                               *
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADER.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           MOVE SPACES TO RPT-LINE
           STRING "FILMOTECA.EDUC360 - INDEXED FILE REORGANIZATION "
                                     DELIMITED BY SIZE
                  WK-DATE-TEXT       DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "DATA DIRECTORY " DELIMITED BY SIZE
                  FMT-DATA-DIR      DELIMITED BY SPACE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * THE WORK PATHS FOR THE FILE IN HAND, AND ITS SIZE BEFORE       *
      *----------------------------------------------------------------*
       START-ONE-FILE.
           SET FILE-FAILED TO FALSE
           MOVE SPACES TO REORG-FAIL-TEXT
           MOVE ZERO TO UNL-COUNT
           MOVE ZERO TO UNL-KEY-TOTAL
           MOVE ZERO TO LOAD-COUNT
           MOVE ZERO TO DUP-COUNT
           MOVE ZERO TO NEW-COUNT
           MOVE ZERO TO NEW-KEY-TOTAL
           MOVE ZERO TO ALT1-COUNT
           MOVE ZERO TO ALT2-COUNT
           MOVE ZERO TO SIZE-BEFORE
           MOVE ZERO TO SIZE-AFTER

           EVALUATE REORG-FILE-NAME
              WHEN "MOVIES"
                   MOVE MOVIES-PATH TO REORG-LIVE-PATH
              WHEN "LOANS"
                   MOVE LOANS-PATH  TO REORG-LIVE-PATH
              WHEN "FINES"
                   MOVE FINES-PATH  TO REORG-LIVE-PATH
           END-EVALUATE

           MOVE SPACES TO REORG-NEW-PATH
           STRING FMT-DATA-DIR    DELIMITED BY SPACE
                  "/"             DELIMITED BY SIZE
                  REORG-FILE-NAME DELIMITED BY SPACE
                  ".NEW"          DELIMITED BY SIZE
             INTO REORG-NEW-PATH
           END-STRING

           MOVE SPACES TO REORG-OLD-PATH
           STRING FMT-DATA-DIR    DELIMITED BY SPACE
                  "/"             DELIMITED BY SIZE
                  REORG-FILE-NAME DELIMITED BY SPACE
                  ".OLD"          DELIMITED BY SIZE
             INTO REORG-OLD-PATH
           END-STRING

           MOVE SPACES TO REORG-UNL-PATH
           STRING FMT-DATA-DIR    DELIMITED BY SPACE
                  "/"             DELIMITED BY SIZE
                  REORG-FILE-NAME DELIMITED BY SPACE
                  ".UNL"          DELIMITED BY SIZE
             INTO REORG-UNL-PATH
           END-STRING

           CALL "CBL_CHECK_FILE_EXIST" USING REORG-LIVE-PATH
                                             REORG-FILE-INFO
                                      GIVING REORG-CALL-RC

           IF REORG-CALL-RC = ZERO
              MOVE RFI-SIZE TO SIZE-BEFORE
           END-IF

      *> A .NEW LEFT BY A RUN THAT STOPPED PART-WAY IS NEVER REUSED
           CALL "CBL_DELETE_FILE" USING REORG-NEW-PATH
                                 GIVING REORG-CALL-RC
           .
      /
      *----------------------------------------------------------------*
      * MOVIES - UNLOAD IN CODIGO ORDER (THE LAYOUT STAMP, CODIGO      *
      * ZERO, RIDES ALONG AS AN ORDINARY RECORD)                       *
      *----------------------------------------------------------------*
       UNLOAD-MOVIES.
           OPEN INPUT MOVIES

           IF NOT VALID-STATUS-MOVIES
              SET FILE-FAILED TO TRUE
              STRING "MOVIES.DAT WILL NOT OPEN - STATUS "
                                    DELIMITED BY SIZE
                     STATUS-MOVIES  DELIMITED BY SIZE
                INTO REORG-FAIL-TEXT
              END-STRING
              EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT REORG-UNLOAD

           IF NOT VALID-STATUS-UNLOAD
              CLOSE MOVIES
              PERFORM UNLOAD-WILL-NOT-OPEN
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO CODIGO

           START MOVIES KEY >= CODIGO
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ MOVIES NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              MOVE MOV-REC TO UNL-REC
              WRITE UNL-REC
              ADD 1 TO UNL-COUNT
              MOVE ZERO TO REORG-KEY-NUM
              MOVE CODIGO TO REORG-KEY-NUM
              ADD REORG-KEY-NUM TO UNL-KEY-TOTAL

              READ MOVIES NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE MOVIES
           CLOSE REORG-UNLOAD
           .
      /
      *----------------------------------------------------------------*
      * MOVIES - RELOAD INTO A FRESH FILE THROUGH THE LIVE SELECT, SO  *
      * THE TITULO AND SERIES-CODE INDEXES ARE BUILT AS IT GOES        *
      *----------------------------------------------------------------*
       RELOAD-MOVIES.
           IF FILE-FAILED
              EXIT PARAGRAPH
           END-IF

           MOVE REORG-NEW-PATH TO MOVIES-PATH

           OPEN INPUT  REORG-UNLOAD
           OPEN OUTPUT MOVIES

           IF NOT VALID-STATUS-MOVIES
              CLOSE REORG-UNLOAD
              MOVE STATUS-MOVIES TO REORG-OPEN-STATUS
              PERFORM NEW-WILL-NOT-OPEN
              MOVE REORG-LIVE-PATH TO MOVIES-PATH
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE

           READ REORG-UNLOAD
                AT END SET FILE-AT-END TO TRUE
           END-READ

           PERFORM UNTIL FILE-AT-END
              MOVE UNL-REC TO MOV-REC

              WRITE MOV-REC
                    INVALID KEY
                        ADD 1 TO DUP-COUNT
                    NOT INVALID KEY
                        ADD 1 TO LOAD-COUNT
              END-WRITE

              READ REORG-UNLOAD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE REORG-UNLOAD
           CLOSE MOVIES
           .
      /
      *----------------------------------------------------------------*
      * MOVIES - READ THE NEW FILE BACK BY CODIGO, TITULO AND SERIES   *
      *----------------------------------------------------------------*
       VERIFY-MOVIES.
           IF FILE-FAILED
              EXIT PARAGRAPH
           END-IF

           OPEN INPUT MOVIES

           IF NOT VALID-STATUS-MOVIES
              MOVE STATUS-MOVIES TO REORG-OPEN-STATUS
              PERFORM NEW-WILL-NOT-OPEN
              MOVE REORG-LIVE-PATH TO MOVIES-PATH
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO CODIGO

           START MOVIES KEY >= CODIGO
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ MOVIES NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              ADD 1 TO NEW-COUNT
              MOVE ZERO TO REORG-KEY-NUM
              MOVE CODIGO TO REORG-KEY-NUM
              ADD REORG-KEY-NUM TO NEW-KEY-TOTAL

              READ MOVIES NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO TITULO

           START MOVIES KEY >= TITULO
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ MOVIES NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              ADD 1 TO ALT1-COUNT

              READ MOVIES NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO SERIES-CODE

           START MOVIES KEY >= SERIES-CODE
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ MOVIES NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              ADD 1 TO ALT2-COUNT

              READ MOVIES NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE MOVIES
           MOVE REORG-LIVE-PATH TO MOVIES-PATH
           .
      /
      *----------------------------------------------------------------*
      * LOANS - UNLOAD IN LOAN-KEY ORDER                               *
      *----------------------------------------------------------------*
       UNLOAD-LOANS.
           OPEN INPUT LOANS

           IF NOT VALID-STATUS-LOANS
              SET FILE-FAILED TO TRUE
              STRING "LOANS.DAT WILL NOT OPEN - STATUS "
                                   DELIMITED BY SIZE
                     STATUS-LOANS  DELIMITED BY SIZE
                INTO REORG-FAIL-TEXT
              END-STRING
              EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT REORG-UNLOAD

           IF NOT VALID-STATUS-UNLOAD
              CLOSE LOANS
              PERFORM UNLOAD-WILL-NOT-OPEN
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO LOAN-KEY

           START LOANS KEY >= LOAN-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ LOANS NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              MOVE LOAN-REC TO UNL-REC
              WRITE UNL-REC
              ADD 1 TO UNL-COUNT
              MOVE LOAN-KEY TO REORG-KEY-TEXT
              ADD REORG-KEY-NUM TO UNL-KEY-TOTAL

              READ LOANS NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE LOANS
           CLOSE REORG-UNLOAD
           .
      /
      *----------------------------------------------------------------*
      * LOANS - RELOAD, REBUILDING THE LOAN-BORROWER-ID INDEX          *
      *----------------------------------------------------------------*
       RELOAD-LOANS.
           IF FILE-FAILED
              EXIT PARAGRAPH
           END-IF

           MOVE REORG-NEW-PATH TO LOANS-PATH

           OPEN INPUT  REORG-UNLOAD
           OPEN OUTPUT LOANS

           IF NOT VALID-STATUS-LOANS
              CLOSE REORG-UNLOAD
              MOVE STATUS-LOANS TO REORG-OPEN-STATUS
              PERFORM NEW-WILL-NOT-OPEN
              MOVE REORG-LIVE-PATH TO LOANS-PATH
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE

           READ REORG-UNLOAD
                AT END SET FILE-AT-END TO TRUE
           END-READ

           PERFORM UNTIL FILE-AT-END
              MOVE UNL-REC TO LOAN-REC

              WRITE LOAN-REC
                    INVALID KEY
                        ADD 1 TO DUP-COUNT
                    NOT INVALID KEY
                        ADD 1 TO LOAD-COUNT
              END-WRITE

              READ REORG-UNLOAD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE REORG-UNLOAD
           CLOSE LOANS
           .
      /
      *----------------------------------------------------------------*
      * LOANS - READ THE NEW FILE BACK BY LOAN-KEY AND BY BORROWER     *
      *----------------------------------------------------------------*
       VERIFY-LOANS.
           IF FILE-FAILED
              EXIT PARAGRAPH
           END-IF

           OPEN INPUT LOANS

           IF NOT VALID-STATUS-LOANS
              MOVE STATUS-LOANS TO REORG-OPEN-STATUS
              PERFORM NEW-WILL-NOT-OPEN
              MOVE REORG-LIVE-PATH TO LOANS-PATH
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO LOAN-KEY

           START LOANS KEY >= LOAN-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ LOANS NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              ADD 1 TO NEW-COUNT
              MOVE LOAN-KEY TO REORG-KEY-TEXT
              ADD REORG-KEY-NUM TO NEW-KEY-TOTAL

              READ LOANS NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO LOAN-BORROWER-ID

           START LOANS KEY >= LOAN-BORROWER-ID
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ LOANS NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              ADD 1 TO ALT1-COUNT

              READ LOANS NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

      *> ONE ALTERNATE KEY ONLY - THE SECOND PATH IS NOT CHECKED
           MOVE NEW-COUNT TO ALT2-COUNT

           CLOSE LOANS
           MOVE REORG-LIVE-PATH TO LOANS-PATH
           .
      /
      *----------------------------------------------------------------*
      * FINES - UNLOAD IN FIN-KEY ORDER                                *
      *----------------------------------------------------------------*
       UNLOAD-FINES.
           OPEN INPUT FINES

           IF NOT VALID-STATUS-FINES
              SET FILE-FAILED TO TRUE
              STRING "FINES.DAT WILL NOT OPEN - STATUS "
                                   DELIMITED BY SIZE
                     STATUS-FINES  DELIMITED BY SIZE
                INTO REORG-FAIL-TEXT
              END-STRING
              EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT REORG-UNLOAD

           IF NOT VALID-STATUS-UNLOAD
              CLOSE FINES
              PERFORM UNLOAD-WILL-NOT-OPEN
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO FIN-KEY

           START FINES KEY >= FIN-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ FINES NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              MOVE FIN-REC TO UNL-REC
              WRITE UNL-REC
              ADD 1 TO UNL-COUNT
              MOVE FIN-KEY TO REORG-KEY-TEXT
              ADD REORG-KEY-NUM TO UNL-KEY-TOTAL

              READ FINES NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE FINES
           CLOSE REORG-UNLOAD
           .
      /
      *----------------------------------------------------------------*
      * FINES - RELOAD, REBUILDING THE FIN-BORROWER-ID INDEX           *
      *----------------------------------------------------------------*
       RELOAD-FINES.
           IF FILE-FAILED
              EXIT PARAGRAPH
           END-IF

           MOVE REORG-NEW-PATH TO FINES-PATH

           OPEN INPUT  REORG-UNLOAD
           OPEN OUTPUT FINES

           IF NOT VALID-STATUS-FINES
              CLOSE REORG-UNLOAD
              MOVE STATUS-FINES TO REORG-OPEN-STATUS
              PERFORM NEW-WILL-NOT-OPEN
              MOVE REORG-LIVE-PATH TO FINES-PATH
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE

           READ REORG-UNLOAD
                AT END SET FILE-AT-END TO TRUE
           END-READ

           PERFORM UNTIL FILE-AT-END
              MOVE UNL-REC TO FIN-REC

              WRITE FIN-REC
                    INVALID KEY
                        ADD 1 TO DUP-COUNT
                    NOT INVALID KEY
                        ADD 1 TO LOAD-COUNT
              END-WRITE

              READ REORG-UNLOAD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE REORG-UNLOAD
           CLOSE FINES
           .
      /
      *----------------------------------------------------------------*
      * FINES - READ THE NEW FILE BACK BY FIN-KEY AND BY BORROWER      *
      *----------------------------------------------------------------*
       VERIFY-FINES.
           IF FILE-FAILED
              EXIT PARAGRAPH
           END-IF

           OPEN INPUT FINES

           IF NOT VALID-STATUS-FINES
              MOVE STATUS-FINES TO REORG-OPEN-STATUS
              PERFORM NEW-WILL-NOT-OPEN
              MOVE REORG-LIVE-PATH TO FINES-PATH
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO FIN-KEY

           START FINES KEY >= FIN-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ FINES NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              ADD 1 TO NEW-COUNT
              MOVE FIN-KEY TO REORG-KEY-TEXT
              ADD REORG-KEY-NUM TO NEW-KEY-TOTAL

              READ FINES NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO FIN-BORROWER-ID

           START FINES KEY >= FIN-BORROWER-ID
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ FINES NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              ADD 1 TO ALT1-COUNT

              READ FINES NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

      *> ONE ALTERNATE KEY ONLY - THE SECOND PATH IS NOT CHECKED
           MOVE NEW-COUNT TO ALT2-COUNT

           CLOSE FINES
           MOVE REORG-LIVE-PATH TO FINES-PATH
           .
      /
      *----------------------------------------------------------------*
      * THE FAILURE TEXTS SHARED BY THE THREE FILES                    *
      *----------------------------------------------------------------*
       UNLOAD-WILL-NOT-OPEN.
           SET FILE-FAILED TO TRUE
           MOVE SPACES TO REORG-FAIL-TEXT
           STRING "UNLOAD FILE WILL NOT OPEN - STATUS "
                                  DELIMITED BY SIZE
                  STATUS-UNLOAD   DELIMITED BY SIZE
             INTO REORG-FAIL-TEXT
           END-STRING
           .

       NEW-WILL-NOT-OPEN.
           SET FILE-FAILED TO TRUE
           MOVE SPACES TO REORG-FAIL-TEXT
           STRING "THE NEW FILE WILL NOT OPEN - STATUS "
                                     DELIMITED BY SIZE
                  REORG-OPEN-STATUS  DELIMITED BY SIZE
             INTO REORG-FAIL-TEXT
           END-STRING
           .
      /
      *----------------------------------------------------------------*
      * BALANCE THE FILE IN HAND, SWAP IT IN WHEN IT BALANCES, AND PUT *
      * ITS LINES ON THE REPORT                                        *
      *----------------------------------------------------------------*
       FINISH-ONE-FILE.
           IF NOT FILE-FAILED
              EVALUATE TRUE
                 WHEN DUP-COUNT > ZERO
                      MOVE "DUPLICATE KEYS ON RELOAD - NOT SWAPPED"
                        TO REORG-FAIL-TEXT
                 WHEN LOAD-COUNT NOT = UNL-COUNT
                      MOVE "RELOAD COUNT DIFFERS - NOT SWAPPED"
                        TO REORG-FAIL-TEXT
                 WHEN NEW-COUNT NOT = UNL-COUNT
                      MOVE "READ-BACK COUNT DIFFERS - NOT SWAPPED"
                        TO REORG-FAIL-TEXT
                 WHEN NEW-KEY-TOTAL NOT = UNL-KEY-TOTAL
                      MOVE "KEY TOTALS DIFFER - NOT SWAPPED"
                        TO REORG-FAIL-TEXT
                 WHEN ALT1-COUNT NOT = UNL-COUNT
                   OR ALT2-COUNT NOT = UNL-COUNT
                      MOVE "ALTERNATE KEY PATHS DISAGREE - NOT SWAPPED"
                        TO REORG-FAIL-TEXT
              END-EVALUATE

              IF REORG-FAIL-TEXT NOT = SPACES
                 SET FILE-FAILED TO TRUE
              END-IF
           END-IF

           IF NOT FILE-FAILED
              PERFORM SWAP-NEW-FILE-IN
           END-IF

           IF FILE-FAILED
              SET RUN-FAILED TO TRUE
           ELSE
              ADD 1 TO FILES-DONE
              CALL "CBL_CHECK_FILE_EXIST" USING REORG-LIVE-PATH
                                                REORG-FILE-INFO
                                         GIVING REORG-CALL-RC
              IF REORG-CALL-RC = ZERO
                 MOVE RFI-SIZE TO SIZE-AFTER
              END-IF
              COMPUTE SIZE-RECLAIMED = SIZE-BEFORE - SIZE-AFTER
              ADD SIZE-RECLAIMED TO TOTAL-RECLAIMED
           END-IF

           PERFORM WRITE-FILE-LINES
           .
      /
      *----------------------------------------------------------------*
      * LIVE -> .OLD, THEN .NEW -> LIVE.  IF THE SECOND RENAME FAILS   *
      * THE LIVE FILE IS PUT BACK, SO THE DESK NEVER FINDS IT MISSING  *
      *----------------------------------------------------------------*
       SWAP-NEW-FILE-IN.
           CALL "CBL_DELETE_FILE" USING REORG-OLD-PATH
                                 GIVING REORG-CALL-RC

           CALL "CBL_RENAME_FILE" USING REORG-LIVE-PATH
                                        REORG-OLD-PATH
                                 GIVING REORG-CALL-RC

           IF REORG-CALL-RC NOT = ZERO
              SET FILE-FAILED TO TRUE
              MOVE "LIVE FILE COULD NOT BE RENAMED - NOT SWAPPED"
                TO REORG-FAIL-TEXT
              EXIT PARAGRAPH
           END-IF

           CALL "CBL_RENAME_FILE" USING REORG-NEW-PATH
                                        REORG-LIVE-PATH
                                 GIVING REORG-CALL-RC

           IF REORG-CALL-RC NOT = ZERO
              CALL "CBL_RENAME_FILE" USING REORG-OLD-PATH
                                           REORG-LIVE-PATH
                                    GIVING REORG-CALL-RC
              SET FILE-FAILED TO TRUE
              MOVE "NEW FILE COULD NOT BE RENAMED - LIVE FILE KEPT"
                TO REORG-FAIL-TEXT
              EXIT PARAGRAPH
           END-IF

           CALL "CBL_DELETE_FILE" USING REORG-UNL-PATH
                                 GIVING REORG-CALL-RC
           .
      /
      *----------------------------------------------------------------*
      * ONE FILE'S BLOCK ON REORG.LST                                  *
      *----------------------------------------------------------------*
       WRITE-FILE-LINES.
           MOVE SPACES TO RPT-LINE
           STRING REORG-FILE-NAME DELIMITED BY SPACE
                  ".DAT"          DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "  UNLOADED" TO RPT-LINE (1:10)
           MOVE UNL-COUNT    TO COUNT-TEXT
           MOVE COUNT-TEXT   TO RPT-LINE (14:7)
           MOVE "KEY TOTAL"  TO RPT-LINE (24:9)
           MOVE UNL-KEY-TOTAL TO TOTAL-TEXT
           MOVE TOTAL-TEXT   TO RPT-LINE (34:15)
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "  RELOADED" TO RPT-LINE (1:10)
           MOVE LOAD-COUNT   TO COUNT-TEXT
           MOVE COUNT-TEXT   TO RPT-LINE (14:7)
           MOVE "DUPLICATES" TO RPT-LINE (52:10)
           MOVE DUP-COUNT    TO COUNT-TEXT
           MOVE COUNT-TEXT   TO RPT-LINE (63:7)
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "  READ BACK" TO RPT-LINE (1:11)
           MOVE NEW-COUNT    TO COUNT-TEXT
           MOVE COUNT-TEXT   TO RPT-LINE (14:7)
           MOVE "KEY TOTAL"  TO RPT-LINE (24:9)
           MOVE NEW-KEY-TOTAL TO TOTAL-TEXT
           MOVE TOTAL-TEXT   TO RPT-LINE (34:15)
           MOVE "BY ALT KEY" TO RPT-LINE (52:10)
           MOVE ALT1-COUNT   TO COUNT-TEXT
           MOVE COUNT-TEXT   TO RPT-LINE (63:7)
           IF REORG-FILE-NAME = "MOVIES"
              MOVE ALT2-COUNT TO COUNT-TEXT
              MOVE COUNT-TEXT TO RPT-LINE (71:7)
           END-IF
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           IF FILE-FAILED
              STRING "  LEFT AS IT WAS - " DELIMITED BY SIZE
                     REORG-FAIL-TEXT       DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
           ELSE
              MOVE "  SWAPPED IN - BYTES BEFORE" TO RPT-LINE (1:27)
              MOVE SIZE-BEFORE  TO SIZE-TEXT
              MOVE SIZE-TEXT    TO RPT-LINE (29:12)
              MOVE "AFTER"      TO RPT-LINE (42:5)
              MOVE SIZE-AFTER   TO SIZE-TEXT
              MOVE SIZE-TEXT    TO RPT-LINE (48:12)
              MOVE "RECLAIMED"  TO RPT-LINE (61:9)
              MOVE SIZE-RECLAIMED TO RECLAIM-TEXT
              MOVE RECLAIM-TEXT TO RPT-LINE (71:14)
           END-IF
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * RUN TOTALS                                                     *
      *----------------------------------------------------------------*
       WRITE-REPORT-FOOTER.
           MOVE SPACES TO RPT-LINE
           MOVE "FILES REORGANIZED" TO RPT-LINE (1:17)
           MOVE FILES-DONE          TO RPT-LINE (19:1)
           MOVE "OF 3"              TO RPT-LINE (21:4)
           MOVE "TOTAL BYTES RECLAIMED" TO RPT-LINE (42:21)
           MOVE TOTAL-RECLAIMED     TO RECLAIM-TEXT
           MOVE RECLAIM-TEXT        TO RPT-LINE (71:14)
           WRITE RPT-LINE

           IF RUN-FAILED
              MOVE "A FILE LEFT AS IT WAS STILL HAS ITS .UNL UNLOAD"
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
