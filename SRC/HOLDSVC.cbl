       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          HOLDSVC.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 OCTOBER 15
      /
      ******************************************************************
      *                                                                *
      *  HOLD SERVICE-LEVEL REPORT - HOW LONG PATRONS REALLY WAIT FOR  *
      *  A HOLD, SO "USUALLY WITHIN TWO WEEKS" CAN BE CHECKED.         *
      *                                                                *
      *  RESERVE.DAT KEEPS EVERY HOLD EVER TAKEN - A HOLD CHANGES      *
      *  STATE BUT IS NEVER DELETED - SO THE FILE IS ITS OWN HISTORY.  *
      *  FOR EVERY HOLD THAT FILLED, THE DAYS FROM BEING PLACED TO     *
      *  GOING ON THE PICKUP SHELF; FOR EVERY ONE COLLECTED, THE DAYS  *
      *  FROM THE SHELF TO THE PATRON'S HANDS (HOLDS COLLECTED BEFORE  *
      *  THE DAY WAS KEPT ARE LEFT OUT OF THAT MEASURE).  HOLDS THAT   *
      *  WERE CANCELLED OR EXPIRED BEFORE THEY EVER FILLED ARE COUNTED *
      *  AS DROPPED, THOSE LEFT ON THE SHELF UNTIL THEY EXPIRED AS NO- *
      *  SHOWS, AND THOSE STILL IN THE QUEUE AS WAITING.               *
      *                                                                *
      *  EACH MEASURE IS GIVEN AS THE MEDIAN, THE 90TH PERCENTILE AND  *
      *  THE WORST CASE, BY TITLE, BY MEDIA FORMAT, BY GENRE AND FOR   *
      *  THE WHOLE SHOP, FOLLOWED BY THE LONGEST WAITS ON FILE.  A     *
      *  TITLE WHOSE MEDIAN WAIT IS OVER THE HOLD WAIT TARGET ON THE   *
      *  SETTINGS SCREEN IS FLAGGED - HALF ITS PATRONS OR MORE WAIT    *
      *  LONGER THAN WE SAY.  WAITS OF A YEAR OR MORE ARE RANKED AS    *
      *  366 DAYS; THE WORST CASE IS ALWAYS THE REAL FIGURE.           *
      *                                                                *
      *  AN OPTIONAL HOLDSVC.CTL LIMITS THE REPORT TO HOLDS PLACED     *
      *  FROM=YYYYMMDD AND/OR TO=YYYYMMDD; THE DEFAULT IS EVERYTHING.  *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDRSA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDGES.CPY'.
          COPY 'CPVIDPRA.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "HOLDSVC.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT HOLDSVC-RPT ASSIGN TO HOLDSVC-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD RESERVES.
          COPY 'CPVIDRSV.CPY'.
      *
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD GENRES.
          COPY 'CPVIDGEN.CPY'.
      *
       FD PARAMS.
          COPY 'CPVIDPRM.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD HOLDSVC-RPT.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDVSV.CPY'.
       77 HOLDSVC-RPT-PATH PIC X(40) VALUE "HOLDSVC.LST".
       77 STATUS-RESERVES  PIC X(2).
           88 VALID-STATUS-RESERVES VALUE IS "00" THRU "09".
       77 STATUS-MOVIES    PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-GENRES    PIC X(2).
           88 VALID-STATUS-GENRES VALUE IS "00" THRU "09".
       77 STATUS-PARAMS    PIC X(2).
           88 VALID-STATUS-PARAMS VALUE IS "00" THRU "09".
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-EOF           PIC 9 VALUE ZERO.
           88 FILE-AT-END   VALUE 1, FALSE 0.
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 SW-GEN-OPEN      PIC 9 VALUE ZERO.
           88 GENRES-OPEN   VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 FROM-DT          PIC 9(08) VALUE ZERO.
       77 TO-DT            PIC 9(08) VALUE 99999999.
       77 TARGET-DAYS      PIC 9(03) VALUE 14.

      * THE TITLE WHOSE HOLDS ARE BEING READ
       77 CUR-CODIGO       PIC 9(05) VALUE ZERO.
       77 CUR-TITULO       PIC X(30) VALUE SPACES.
       77 CUR-FMT-SLOT     PIC 9(3) VALUE ZERO.
       77 CUR-GEN-SLOT     PIC 9(3) VALUE ZERO.
       77 HOLD-DAYS        PIC 9(05) VALUE ZERO.
       77 HOLD-KIND        PIC X(01) VALUE SPACE.
           88 KIND-WAIT     VALUE "W".
           88 KIND-PICKUP   VALUE "P".
           88 KIND-DROPPED  VALUE "D".
           88 KIND-NO-SHOW  VALUE "N".
           88 KIND-WAITING  VALUE "Q".

      * ONE SLOT PER GROUP THE REPORT MEASURES: SLOT 1 IS THE CURRENT
      * TITLE (CLEARED AT EACH NEW TITLE), SLOT 2 THE WHOLE SHOP,
      * SLOTS 3-7 THE MEDIA FORMATS AND 8 ON THE GENRES AS THEY ARE
      * MET.  THE DAYS ARE KEPT AS A COUNT PER DAY, 0 TO 365, WITH A
      * YEAR OR MORE IN THE LAST BUCKET
       01 HG-TABLE.
           05 HG-ROW OCCURS 107 TIMES.
               10 HG-KEY        PIC X(07).
               10 HG-FILLED     PIC 9(07).
               10 HG-OVER       PIC 9(07).
               10 HG-COLLECTED  PIC 9(07).
               10 HG-DROPPED    PIC 9(07).
               10 HG-NO-SHOW    PIC 9(07).
               10 HG-WAITING    PIC 9(07).
               10 HG-WAIT-MAX   PIC 9(05).
               10 HG-PICK-MAX   PIC 9(05).
               10 HG-WAIT-DAY   OCCURS 367 TIMES PIC 9(07) COMP-4.
               10 HG-PICK-DAY   OCCURS 367 TIMES PIC 9(07) COMP-4.
       77 HG-CNT           PIC 9(3) VALUE 7.
       77 HG-SUB           PIC 9(3) VALUE ZERO.
       77 HG-SUB2          PIC 9(3) VALUE ZERO.
       77 HG-LOOKUP        PIC X(07) VALUE SPACES.
       77 DAY-SUB          PIC 9(3) VALUE ZERO.
       01 FMT-NAME-TABLE.
           05 FILLER PIC X(7) VALUE "VHS    ".
           05 FILLER PIC X(7) VALUE "DVD    ".
           05 FILLER PIC X(7) VALUE "BLU-RAY".
           05 FILLER PIC X(7) VALUE "DIGITAL".
           05 FILLER PIC X(7) VALUE "OTHER  ".
       01 FMT-NAMES REDEFINES FMT-NAME-TABLE.
           05 FMT-NAME OCCURS 5 TIMES PIC X(7).

      * ONE GROUP'S FIGURES, WORKED OUT FROM ITS SLOT
       77 ST-WAIT-MED      PIC 9(05) VALUE ZERO.
       77 ST-WAIT-P90      PIC 9(05) VALUE ZERO.
       77 ST-PICK-MED      PIC 9(05) VALUE ZERO.
       77 ST-PICK-P90      PIC 9(05) VALUE ZERO.
       77 ST-OVER-PCT      PIC 9(03) VALUE ZERO.
       77 RANK-MED         PIC 9(07) VALUE ZERO.
       77 RANK-P90         PIC 9(07) VALUE ZERO.
       77 RANK-RUN         PIC 9(07) VALUE ZERO.
       77 GROUP-NAME       PIC X(30) VALUE SPACES.
       77 SW-FLAG          PIC 9 VALUE ZERO.
           88 GROUP-FLAGGED VALUE 1, FALSE 0.
       77 FLAGGED-COUNT    PIC 9(5) VALUE ZERO.
       77 TITLE-COUNT      PIC 9(5) VALUE ZERO.

      * THE LONGEST WAITS ON FILE, FILLED OR STILL IN THE QUEUE,
      * LONGEST FIRST
       01 LW-TABLE.
           05 LW-ROW OCCURS 20 TIMES.
               10 LW-DAYS       PIC 9(05).
               10 LW-CODIGO     PIC 9(05).
               10 LW-SEQ        PIC 9(05).
               10 LW-BRW-ID     PIC 9(05).
               10 LW-PLACED-DT  PIC 9(08).
               10 LW-FILLED-DT  PIC 9(08).
               10 LW-TITULO     PIC X(30).
       77 LW-CNT           PIC 9(2) VALUE ZERO.
       77 LW-SUB           PIC 9(2) VALUE ZERO.
       77 LW-POS           PIC 9(2) VALUE ZERO.

       77 COUNT-TEXT       PIC ZZZZZZ9.
       77 DAYS-TEXT        PIC ZZZZ9.
       77 PCT-TEXT         PIC ZZ9.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           PERFORM READ-CONTROL-FILE
           PERFORM OPEN-FILES

           INITIALIZE HG-TABLE
           PERFORM VARYING HG-SUB FROM 1 BY 1 UNTIL HG-SUB > 5
              COMPUTE HG-SUB2 = HG-SUB + 2
              MOVE FMT-NAME (HG-SUB) TO HG-KEY (HG-SUB2)
           END-PERFORM

           PERFORM PRINT-TITLE-HEADINGS
           PERFORM SWEEP-HOLDS
           PERFORM PRINT-SUMMARIES

           PERFORM CLOSE-FILES

           DISPLAY TITLE-COUNT " TITLE(S) WITH HOLDS, "
                   FLAGGED-COUNT " OVER THE " TARGET-DAYS
                   "-DAY TARGET - SEE " HOLDSVC-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - THE PLACED-DATE WINDOW                 *
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
           WHEN "FROM        "
                COMPUTE FROM-DT = FUNCTION NUMVAL (CTL-VALUE)
           WHEN "TO          "
                COMPUTE TO-DT = FUNCTION NUMVAL (CTL-VALUE)
           WHEN OTHER
                CONTINUE
           END-EVALUATE

              READ CONTROL-FILE
                   AT END SET CTL-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE CONTROL-FILE

           IF TO-DT = ZERO
              MOVE 99999999 TO TO-DT
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES - THE TARGET COMES OFF THE SETTINGS RECORD,     *
      * THE HOUSE DEFAULT WHEN THEY HAVE NEVER BEEN SAVED              *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  RESERVES
           OPEN INPUT  MOVIES
           OPEN INPUT  PARAMS

           OPEN INPUT  GENRES
           IF VALID-STATUS-GENRES
              SET GENRES-OPEN TO TRUE
           END-IF

           OPEN OUTPUT HOLDSVC-RPT

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " HOLDSVC-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RESERVES
              DISPLAY "UNABLE TO OPEN RESERVE.DAT - STATUS "
                      STATUS-RESERVES
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-MOVIES
              DISPLAY "UNABLE TO OPEN MOVIES.DAT - STATUS "
                      STATUS-MOVIES
              STOP RUN
           END-IF

           PERFORM VERIFY-MOVIES-LAYOUT

           IF VSN-UNSTAMPED OR VSN-MISMATCH
              DISPLAY "MOVIES.DAT DOES NOT MATCH THIS PROGRAM - "
                      "RUN MIGMOV FIRST"
              STOP RUN
           END-IF

           IF VALID-STATUS-PARAMS
              MOVE 1 TO PRM-ID
              READ PARAMS
                   INVALID
                       CONTINUE
                   NOT INVALID
                       IF PRM-HOLD-TARGET IS NUMERIC
                          MOVE PRM-HOLD-TARGET TO TARGET-DAYS
                       END-IF
              END-READ
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * EVERY HOLD ON FILE, IN TITLE ORDER                             *
      *----------------------------------------------------------------*
       SWEEP-HOLDS.
           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO RSV-KEY

           START RESERVES KEY >= RSV-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ RESERVES NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              IF RSV-CODIGO NOT = ZERO
                 AND RSV-CODIGO < 90000
                 AND RSV-DATE NOT < FROM-DT
                 AND RSV-DATE NOT > TO-DT
                 IF RSV-CODIGO NOT = CUR-CODIGO
                    PERFORM END-TITLE
                    PERFORM START-TITLE
                 END-IF
                 PERFORM TALLY-ONE-HOLD
              END-IF

              READ RESERVES NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM

           PERFORM END-TITLE
           .

      *> A NEW TITLE - ITS NAME, FORMAT AND GENRE SLOTS, AND A CLEAN
      *> SLOT 1
       START-TITLE.
           MOVE RSV-CODIGO TO CUR-CODIGO
           MOVE RSV-CODIGO TO CODIGO

           READ MOVIES
                INVALID
                    INITIALIZE MOV-REC
                    MOVE "(NOT ON THE CATALOG)" TO TITULO
           END-READ
           MOVE TITULO TO CUR-TITULO

           EVALUATE MEDIA-FORMAT
           WHEN "VHS    "
                MOVE 3 TO CUR-FMT-SLOT
           WHEN "DVD    "
                MOVE 4 TO CUR-FMT-SLOT
           WHEN "BLU-RAY"
                MOVE 5 TO CUR-FMT-SLOT
           WHEN "DIGITAL"
                MOVE 6 TO CUR-FMT-SLOT
           WHEN OTHER
                MOVE 7 TO CUR-FMT-SLOT
           END-EVALUATE

           MOVE GENERO TO HG-LOOKUP
           PERFORM FIND-GENRE-SLOT
           MOVE HG-SUB TO CUR-GEN-SLOT

           INITIALIZE HG-ROW (1)
           .

      *> THE SLOT FOR GENRE HG-LOOKUP INTO HG-SUB, OPENING ONE IF
      *> NEEDED - ZERO WHEN THE TABLE IS FULL
       FIND-GENRE-SLOT.
           MOVE ZERO TO HG-SUB

           PERFORM VARYING HG-SUB2 FROM 8 BY 1
                     UNTIL HG-SUB2 > HG-CNT
              IF HG-KEY (HG-SUB2) = HG-LOOKUP
                 MOVE HG-SUB2 TO HG-SUB
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF HG-SUB = ZERO AND HG-CNT < 107
              ADD 1 TO HG-CNT
              MOVE HG-CNT    TO HG-SUB
              INITIALIZE HG-ROW (HG-SUB)
              MOVE HG-LOOKUP TO HG-KEY (HG-SUB)
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * ONE HOLD - WHAT IT MEASURES, FOLDED INTO THE TITLE, THE SHOP,  *
      * ITS FORMAT AND ITS GENRE                                       *
      *----------------------------------------------------------------*
       TALLY-ONE-HOLD.
           EVALUATE TRUE
              WHEN RSV-IS-WAITING OR RSV-IS-TRANSIT
                   MOVE "Q" TO HOLD-KIND
                   PERFORM FOLD-INTO-GROUPS
                   IF RSV-DATE > ZERO AND RSV-DATE NOT > TODAY-DATE
                      COMPUTE HOLD-DAYS =
                         FUNCTION INTEGER-OF-DATE (TODAY-DATE)
                       - FUNCTION INTEGER-OF-DATE (RSV-DATE)
                      PERFORM NOTE-LONG-WAIT
                   END-IF
                   EXIT PARAGRAPH
              WHEN RSV-FILLED-DT = ZERO
                   IF RSV-IS-CANCELLED OR RSV-IS-EXPIRED
                      MOVE "D" TO HOLD-KIND
                      PERFORM FOLD-INTO-GROUPS
                   END-IF
                   EXIT PARAGRAPH
           END-EVALUATE

           IF RSV-DATE > ZERO AND RSV-FILLED-DT NOT < RSV-DATE
              COMPUTE HOLD-DAYS =
                 FUNCTION INTEGER-OF-DATE (RSV-FILLED-DT)
               - FUNCTION INTEGER-OF-DATE (RSV-DATE)
              MOVE "W" TO HOLD-KIND
              PERFORM FOLD-INTO-GROUPS
              PERFORM NOTE-LONG-WAIT
           END-IF

           EVALUATE TRUE
              WHEN RSV-IS-EXPIRED
                   MOVE "N" TO HOLD-KIND
                   PERFORM FOLD-INTO-GROUPS
              WHEN RSV-IS-COLLECTED
                   IF RSV-CLOSED-DT NOT < RSV-FILLED-DT
                      COMPUTE HOLD-DAYS =
                         FUNCTION INTEGER-OF-DATE (RSV-CLOSED-DT)
                       - FUNCTION INTEGER-OF-DATE (RSV-FILLED-DT)
                      MOVE "P" TO HOLD-KIND
                      PERFORM FOLD-INTO-GROUPS
                   END-IF
           END-EVALUATE
           .

       FOLD-INTO-GROUPS.
           MOVE 1 TO HG-SUB
           PERFORM FOLD-INTO-SLOT
           MOVE 2 TO HG-SUB
           PERFORM FOLD-INTO-SLOT
           MOVE CUR-FMT-SLOT TO HG-SUB
           PERFORM FOLD-INTO-SLOT
           IF CUR-GEN-SLOT > ZERO
              MOVE CUR-GEN-SLOT TO HG-SUB
              PERFORM FOLD-INTO-SLOT
           END-IF
           .

       FOLD-INTO-SLOT.
           IF HOLD-DAYS > 366
              MOVE 367 TO DAY-SUB
           ELSE
              COMPUTE DAY-SUB = HOLD-DAYS + 1
           END-IF

           EVALUATE TRUE
              WHEN KIND-WAIT
                   ADD 1 TO HG-FILLED (HG-SUB)
                   ADD 1 TO HG-WAIT-DAY (HG-SUB DAY-SUB)
                   IF HOLD-DAYS > HG-WAIT-MAX (HG-SUB)
                      MOVE HOLD-DAYS TO HG-WAIT-MAX (HG-SUB)
                   END-IF
                   IF TARGET-DAYS > ZERO AND HOLD-DAYS > TARGET-DAYS
                      ADD 1 TO HG-OVER (HG-SUB)
                   END-IF
              WHEN KIND-PICKUP
                   ADD 1 TO HG-COLLECTED (HG-SUB)
                   ADD 1 TO HG-PICK-DAY (HG-SUB DAY-SUB)
                   IF HOLD-DAYS > HG-PICK-MAX (HG-SUB)
                      MOVE HOLD-DAYS TO HG-PICK-MAX (HG-SUB)
                   END-IF
              WHEN KIND-DROPPED
                   ADD 1 TO HG-DROPPED (HG-SUB)
              WHEN KIND-NO-SHOW
                   ADD 1 TO HG-NO-SHOW (HG-SUB)
              WHEN KIND-WAITING
                   ADD 1 TO HG-WAITING (HG-SUB)
           END-EVALUATE
           .

      *> KEEP THE HOLD IN THE LONGEST-WAITS LIST IF IT BELONGS THERE
       NOTE-LONG-WAIT.
           MOVE ZERO TO LW-POS

           PERFORM VARYING LW-SUB FROM 1 BY 1
                     UNTIL LW-SUB > LW-CNT
              IF HOLD-DAYS > LW-DAYS (LW-SUB)
                 MOVE LW-SUB TO LW-POS
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF LW-POS = ZERO
              IF LW-CNT < 20
                 ADD 1 TO LW-CNT
                 MOVE LW-CNT TO LW-POS
              ELSE
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF LW-CNT < 20
                 ADD 1 TO LW-CNT
              END-IF
              PERFORM VARYING LW-SUB FROM LW-CNT BY -1
                        UNTIL LW-SUB NOT > LW-POS
                 MOVE LW-ROW (LW-SUB - 1) TO LW-ROW (LW-SUB)
              END-PERFORM
           END-IF

           MOVE HOLD-DAYS       TO LW-DAYS (LW-POS)
           MOVE RSV-CODIGO      TO LW-CODIGO (LW-POS)
           MOVE RSV-SEQ         TO LW-SEQ (LW-POS)
           MOVE RSV-BORROWER-ID TO LW-BRW-ID (LW-POS)
           MOVE RSV-DATE        TO LW-PLACED-DT (LW-POS)
           IF KIND-WAITING
              MOVE ZERO          TO LW-FILLED-DT (LW-POS)
           ELSE
              MOVE RSV-FILLED-DT TO LW-FILLED-DT (LW-POS)
           END-IF
           MOVE CUR-TITULO      TO LW-TITULO (LW-POS)
           .
      /
      *----------------------------------------------------------------*
      * THE END OF A TITLE'S HOLDS - ITS LINE ON THE REPORT            *
      *----------------------------------------------------------------*
       END-TITLE.
           IF CUR-CODIGO = ZERO
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO TITLE-COUNT

           MOVE SPACES TO GROUP-NAME
           STRING CUR-CODIGO DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  CUR-TITULO DELIMITED BY SIZE
             INTO GROUP-NAME
           END-STRING

           MOVE 1 TO HG-SUB
           PERFORM PRINT-GROUP-LINE

           IF GROUP-FLAGGED
              ADD 1 TO FLAGGED-COUNT
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE MEDIANS AND 90TH PERCENTILES OF SLOT HG-SUB - NEAREST RANK *
      * OVER THE COUNT PER DAY                                         *
      *----------------------------------------------------------------*
       WORK-OUT-STATS.
           MOVE ZERO TO ST-WAIT-MED
           MOVE ZERO TO ST-WAIT-P90
           MOVE ZERO TO ST-PICK-MED
           MOVE ZERO TO ST-PICK-P90
           MOVE ZERO TO ST-OVER-PCT

           IF HG-FILLED (HG-SUB) > ZERO
              COMPUTE RANK-MED = (HG-FILLED (HG-SUB) + 1) / 2
              COMPUTE RANK-P90 = (HG-FILLED (HG-SUB) * 9 + 9) / 10
              MOVE ZERO TO RANK-RUN
              PERFORM VARYING DAY-SUB FROM 1 BY 1
                        UNTIL DAY-SUB > 367
                 IF RANK-RUN < RANK-MED
                    AND RANK-RUN + HG-WAIT-DAY (HG-SUB DAY-SUB)
                        NOT < RANK-MED
                    COMPUTE ST-WAIT-MED = DAY-SUB - 1
                 END-IF
                 IF RANK-RUN < RANK-P90
                    AND RANK-RUN + HG-WAIT-DAY (HG-SUB DAY-SUB)
                        NOT < RANK-P90
                    COMPUTE ST-WAIT-P90 = DAY-SUB - 1
                 END-IF
                 ADD HG-WAIT-DAY (HG-SUB DAY-SUB) TO RANK-RUN
              END-PERFORM
              COMPUTE ST-OVER-PCT ROUNDED =
                      HG-OVER (HG-SUB) * 100 / HG-FILLED (HG-SUB)
           END-IF

           IF HG-COLLECTED (HG-SUB) > ZERO
              COMPUTE RANK-MED = (HG-COLLECTED (HG-SUB) + 1) / 2
              COMPUTE RANK-P90 = (HG-COLLECTED (HG-SUB) * 9 + 9) / 10
              MOVE ZERO TO RANK-RUN
              PERFORM VARYING DAY-SUB FROM 1 BY 1
                        UNTIL DAY-SUB > 367
                 IF RANK-RUN < RANK-MED
                    AND RANK-RUN + HG-PICK-DAY (HG-SUB DAY-SUB)
                        NOT < RANK-MED
                    COMPUTE ST-PICK-MED = DAY-SUB - 1
                 END-IF
                 IF RANK-RUN < RANK-P90
                    AND RANK-RUN + HG-PICK-DAY (HG-SUB DAY-SUB)
                        NOT < RANK-P90
                    COMPUTE ST-PICK-P90 = DAY-SUB - 1
                 END-IF
                 ADD HG-PICK-DAY (HG-SUB DAY-SUB) TO RANK-RUN
              END-PERFORM
           END-IF

           SET GROUP-FLAGGED TO FALSE
           IF TARGET-DAYS > ZERO
              AND HG-FILLED (HG-SUB) > ZERO
              AND ST-WAIT-MED > TARGET-DAYS
              SET GROUP-FLAGGED TO TRUE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * PRINTING                                                       *
      *----------------------------------------------------------------*
       PRINT-TITLE-HEADINGS.
           MOVE SPACES TO RPT-LINE
           MOVE "FILMOTECA.EDUC360 - HOLD SERVICE LEVEL" TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "AS OF "     DELIMITED BY SIZE
                  TODAY-DATE   DELIMITED BY SIZE
                  " - HOLDS PLACED " DELIMITED BY SIZE
                  FROM-DT      DELIMITED BY SIZE
                  " TO "       DELIMITED BY SIZE
                  TO-DT        DELIMITED BY SIZE
                  " - WAIT TARGET " DELIMITED BY SIZE
                  TARGET-DAYS  DELIMITED BY SIZE
                  " DAYS"      DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "BY TITLE" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM PRINT-COLUMN-HEADINGS
           .

       PRINT-COLUMN-HEADINGS.
           MOVE SPACES TO RPT-LINE
           MOVE "-------- DAYS TO FILL --------" TO RPT-LINE (34:30)
           MOVE "----- DAYS TO COLLECT ------"   TO RPT-LINE (67:28)
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "FILLED"  TO RPT-LINE (34:6)
           MOVE "MED"     TO RPT-LINE (43:3)
           MOVE "P90"     TO RPT-LINE (49:3)
           MOVE "WORST"   TO RPT-LINE (53:5)
           MOVE "OVER"    TO RPT-LINE (60:4)
           MOVE "COLL"    TO RPT-LINE (69:4)
           MOVE "MED"     TO RPT-LINE (77:3)
           MOVE "P90"     TO RPT-LINE (83:3)
           MOVE "WORST"   TO RPT-LINE (89:5)
           MOVE "DROPPED" TO RPT-LINE (96:7)
           MOVE "NO-SHOW" TO RPT-LINE (104:7)
           MOVE "WAITING" TO RPT-LINE (112:7)
           WRITE RPT-LINE

           MOVE ALL "-" TO RPT-LINE (1:132)
           WRITE RPT-LINE
           .

      *> ONE LINE FOR SLOT HG-SUB UNDER GROUP-NAME
       PRINT-GROUP-LINE.
           PERFORM WORK-OUT-STATS

           MOVE SPACES     TO RPT-LINE
           MOVE GROUP-NAME TO RPT-LINE (1:31)

           MOVE HG-FILLED (HG-SUB)   TO COUNT-TEXT
           MOVE COUNT-TEXT           TO RPT-LINE (33:7)
           IF HG-FILLED (HG-SUB) > ZERO
              MOVE ST-WAIT-MED          TO DAYS-TEXT
              MOVE DAYS-TEXT            TO RPT-LINE (41:5)
              MOVE ST-WAIT-P90          TO DAYS-TEXT
              MOVE DAYS-TEXT            TO RPT-LINE (47:5)
              MOVE HG-WAIT-MAX (HG-SUB) TO DAYS-TEXT
              MOVE DAYS-TEXT            TO RPT-LINE (53:5)
              MOVE ST-OVER-PCT          TO PCT-TEXT
              MOVE PCT-TEXT             TO RPT-LINE (60:3)
              MOVE "%"                  TO RPT-LINE (63:1)
           END-IF

           MOVE HG-COLLECTED (HG-SUB) TO COUNT-TEXT
           MOVE COUNT-TEXT            TO RPT-LINE (66:7)
           IF HG-COLLECTED (HG-SUB) > ZERO
              MOVE ST-PICK-MED          TO DAYS-TEXT
              MOVE DAYS-TEXT            TO RPT-LINE (75:5)
              MOVE ST-PICK-P90          TO DAYS-TEXT
              MOVE DAYS-TEXT            TO RPT-LINE (81:5)
              MOVE HG-PICK-MAX (HG-SUB) TO DAYS-TEXT
              MOVE DAYS-TEXT            TO RPT-LINE (89:5)
           END-IF

           MOVE HG-DROPPED (HG-SUB)  TO COUNT-TEXT
           MOVE COUNT-TEXT           TO RPT-LINE (96:7)
           MOVE HG-NO-SHOW (HG-SUB)  TO COUNT-TEXT
           MOVE COUNT-TEXT           TO RPT-LINE (104:7)
           MOVE HG-WAITING (HG-SUB)  TO COUNT-TEXT
           MOVE COUNT-TEXT           TO RPT-LINE (112:7)

           IF GROUP-FLAGGED
              MOVE "OVER TARGET"     TO RPT-LINE (121:11)
           END-IF

           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * THE FORMAT, GENRE AND SHOP FIGURES AND THE LONGEST WAITS       *
      *----------------------------------------------------------------*
       PRINT-SUMMARIES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "BY MEDIA FORMAT" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM PRINT-COLUMN-HEADINGS

           PERFORM VARYING HG-SUB FROM 3 BY 1 UNTIL HG-SUB > 7
              IF HG-FILLED (HG-SUB) + HG-DROPPED (HG-SUB)
               + HG-NO-SHOW (HG-SUB) + HG-WAITING (HG-SUB)
               + HG-COLLECTED (HG-SUB) > ZERO
                 MOVE HG-KEY (HG-SUB) TO GROUP-NAME
                 PERFORM PRINT-GROUP-LINE
              END-IF
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "BY GENRE" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM PRINT-COLUMN-HEADINGS

           PERFORM VARYING HG-SUB FROM 8 BY 1 UNTIL HG-SUB > HG-CNT
              MOVE HG-KEY (HG-SUB) TO GROUP-NAME
              IF GENRES-OPEN AND HG-KEY (HG-SUB) (1:3) IS NUMERIC
                 MOVE HG-KEY (HG-SUB) (1:3) TO CODIGO-GEN
                 READ GENRES
                      INVALID CONTINUE
                      NOT INVALID
                          MOVE SPACES   TO GROUP-NAME
                          MOVE DESC-GEN TO GROUP-NAME
                 END-READ
              END-IF
              PERFORM PRINT-GROUP-LINE
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ALL HOLDS" TO GROUP-NAME
           MOVE 2 TO HG-SUB
           PERFORM PRINT-GROUP-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF TARGET-DAYS > ZERO AND HG-FILLED (2) > ZERO
              COMPUTE ST-OVER-PCT ROUNDED =
                 (HG-FILLED (2) - HG-OVER (2)) * 100 / HG-FILLED (2)
              MOVE ST-OVER-PCT TO PCT-TEXT
              MOVE SPACES TO RPT-LINE
              STRING PCT-TEXT         DELIMITED BY SIZE
                     "% OF FILLED HOLDS FILLED WITHIN "
                                      DELIMITED BY SIZE
                     TARGET-DAYS      DELIMITED BY SIZE
                     " DAYS; "        DELIMITED BY SIZE
                     FLAGGED-COUNT    DELIMITED BY SIZE
                     " TITLE(S) WITH A MEDIAN WAIT OVER TARGET"
                                      DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "LONGEST WAITS (FILLED, OR STILL IN THE QUEUE)"
             TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "DAYS"      TO RPT-LINE (2:4)
           MOVE "HOLD"      TO RPT-LINE (8:4)
           MOVE "TITLE"     TO RPT-LINE (21:5)
           MOVE "BORROWER"  TO RPT-LINE (52:8)
           MOVE "PLACED"    TO RPT-LINE (62:6)
           MOVE "FILLED"    TO RPT-LINE (72:6)
           WRITE RPT-LINE

           PERFORM VARYING LW-SUB FROM 1 BY 1 UNTIL LW-SUB > LW-CNT
              MOVE SPACES TO RPT-LINE
              MOVE LW-DAYS (LW-SUB)      TO DAYS-TEXT
              MOVE DAYS-TEXT             TO RPT-LINE (1:5)
              MOVE LW-CODIGO (LW-SUB)    TO RPT-LINE (8:5)
              MOVE "/"                   TO RPT-LINE (13:1)
              MOVE LW-SEQ (LW-SUB)       TO RPT-LINE (14:5)
              MOVE LW-TITULO (LW-SUB)    TO RPT-LINE (21:30)
              MOVE LW-BRW-ID (LW-SUB)    TO RPT-LINE (52:5)
              MOVE LW-PLACED-DT (LW-SUB) TO RPT-LINE (62:8)
              IF LW-FILLED-DT (LW-SUB) = ZERO
                 MOVE "STILL WAITING"    TO RPT-LINE (72:13)
              ELSE
                 MOVE LW-FILLED-DT (LW-SUB) TO RPT-LINE (72:8)
              END-IF
              WRITE RPT-LINE
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE RESERVES
           CLOSE MOVIES
           CLOSE PARAMS
           CLOSE HOLDSVC-RPT
           IF GENRES-OPEN
              CLOSE GENRES
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
