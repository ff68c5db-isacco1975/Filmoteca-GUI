       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          DONRPT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 OCTOBER 15
      /
      ******************************************************************
      *                                                                *
      *  YEARLY DONATIONS REPORT FOR THE TRUSTEES - EVERY DISC TAKEN   *
      *  IN FROM A DONOR DURING THE CALENDAR YEAR, ONE LINE PER DONOR  *
      *  (HOW MANY DISCS, HOW MANY WENT ON THE SHELF AS EXTRA COPIES   *
      *  AND HOW MANY STARTED NEW CATALOG TITLES, AND THEIR ESTIMATED  *
      *  VALUE), THEN THE SAME FIGURES BY MEDIA FORMAT AND THE YEAR'S  *
      *  TOTALS, WITH A COUNT OF THE DISCS STILL AWAITING A THANK-YOU  *
      *  LETTER FROM THE DONACK RUN.  THE VALUES ARE THE DESK'S OWN    *
      *  ESTIMATES AT INTAKE, NOT A VALUATION.                         *
      *                                                                *
      *  THE DEFAULT IS THE CURRENT YEAR TO DATE.  AN OPTIONAL         *
      *  DONRPT.CTL TAKES YEAR=YYYY FOR AN EARLIER ONE.                *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDDNA.CPY'.
          COPY 'CPVIDDIA.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "DONRPT.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT DONRPT-RPT ASSIGN TO DONRPT-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD DONORS.
          COPY 'CPVIDDNR.CPY'.
      *
       FD DONITEM.
          COPY 'CPVIDDIT.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD DONRPT-RPT.
       01 RPT-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 DONRPT-RPT-PATH  PIC X(40) VALUE "DONRPT.LST".
       77 STATUS-DONORS    PIC X(2).
           88 VALID-STATUS-DONORS VALUE IS "00" THRU "09".
       77 STATUS-DONITEM   PIC X(2).
           88 VALID-STATUS-DONITEM VALUE IS "00" THRU "09".
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 SW-DNR-EOF       PIC 9 VALUE ZERO.
           88 DONORS-AT-END VALUE 1, FALSE 0.
       77 SW-DIT-EOF       PIC 9 VALUE ZERO.
           88 DIT-AT-END    VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 REPORT-YEAR      PIC 9(04) VALUE ZERO.

      * ONE DONOR'S DISCS IN THE YEAR
       77 DN-ITEMS         PIC 9(5) VALUE ZERO.
       77 DN-COPIES        PIC 9(5) VALUE ZERO.
       77 DN-TITLES        PIC 9(5) VALUE ZERO.
       77 DN-VALUE         PIC 9(7)V99 VALUE ZERO.

      * THE YEAR'S TOTALS
       77 TOT-DONORS       PIC 9(5) VALUE ZERO.
       77 TOT-ITEMS        PIC 9(5) VALUE ZERO.
       77 TOT-COPIES       PIC 9(5) VALUE ZERO.
       77 TOT-TITLES       PIC 9(5) VALUE ZERO.
       77 TOT-UNACK        PIC 9(5) VALUE ZERO.
       77 TOT-VALUE        PIC 9(8)V99 VALUE ZERO.

       77 KIND-TEXT        PIC X(06) VALUE SPACES.
       77 ITEMS-TEXT       PIC ZZZZ9.
       77 COPIES-TEXT      PIC ZZZZ9.
       77 TITLES-TEXT      PIC ZZZZ9.
       77 VALUE-TEXT       PIC ZZZZZZZ9,99.

      * ONE SLOT PER MEDIA FORMAT SEEN IN THE YEAR - A FORMAT THE
      * CATALOG DOES NOT KNOW STILL GETS ITS OWN LINE
       01 FMT-TABLE.
           05 FM-CNT           PIC 9(2) VALUE ZERO.
           05 FM-ROW OCCURS 10 TIMES INDEXED BY FM-IDX.
               10 FM-FORMAT    PIC X(07).
               10 FM-ITEMS     PIC 9(5).
               10 FM-COPIES    PIC 9(5).
               10 FM-TITLES    PIC 9(5).
               10 FM-VALUE     PIC 9(8)V99.
       77 FM-SUB           PIC 9(2) VALUE ZERO.
       77 SW-SLOT-FOUND    PIC 9 VALUE ZERO.
           88 SLOT-FOUND    VALUE 1, FALSE 0.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE (1:4) TO REPORT-YEAR

           PERFORM READ-CONTROL-FILE

           PERFORM OPEN-FILES

           PERFORM PRINT-REPORT-HEADING

           SET DONORS-AT-END TO FALSE
           MOVE ZERO TO DNR-ID

           START DONORS KEY >= DNR-ID
                 INVALID KEY
                     SET DONORS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ DONORS NEXT RECORD
                          AT END SET DONORS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL DONORS-AT-END
              PERFORM REPORT-ONE-DONOR

              READ DONORS NEXT RECORD
                   AT END SET DONORS-AT-END TO TRUE
              END-READ
           END-PERFORM

           PERFORM PRINT-FORMAT-TOTALS

           PERFORM PRINT-YEAR-TOTALS

           PERFORM CLOSE-FILES

           DISPLAY "DONATIONS REPORT FOR " REPORT-YEAR
                   " WRITTEN TO " DONRPT-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - REPORT AN EARLIER YEAR                 *
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
              WHEN "YEAR        "
                   COMPUTE REPORT-YEAR = FUNCTION NUMVAL (CTL-VALUE)
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
      * OPEN ALL FILES                                                 *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  DONORS
           OPEN INPUT  DONITEM
           OPEN OUTPUT DONRPT-RPT

           IF NOT VALID-STATUS-DONORS
              DISPLAY "UNABLE TO OPEN DONORS.DAT - STATUS "
                      STATUS-DONORS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-DONITEM
              DISPLAY "UNABLE TO OPEN DONITEM.DAT - STATUS "
                      STATUS-DONITEM
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " DONRPT-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * REPORT TITLE AND COLUMN HEADINGS                               *
      *----------------------------------------------------------------*
       PRINT-REPORT-HEADING.
           MOVE SPACES TO RPT-LINE
           STRING "FILMOTECA.EDUC360 - DONATIONS RECEIVED IN "
                                     DELIMITED BY SIZE
                  REPORT-YEAR        DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE "VALUES ARE THE DESK'S ESTIMATES AT INTAKE" TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "DONOR NAME                           KIND   "
                                     DELIMITED BY SIZE
                  "DISCS COPIES TITLES       VALUE"
                                     DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE DONOR - THEIR DISCS DATED IN THE YEAR, ONE LINE IF ANY     *
      *----------------------------------------------------------------*
       REPORT-ONE-DONOR.
           MOVE ZERO TO DN-ITEMS
           MOVE ZERO TO DN-COPIES
           MOVE ZERO TO DN-TITLES
           MOVE ZERO TO DN-VALUE

           SET DIT-AT-END TO FALSE
           MOVE DNR-ID TO DIT-DNR-ID
           MOVE ZERO   TO DIT-SEQ

           START DONITEM KEY >= DIT-KEY
                 INVALID KEY
                     SET DIT-AT-END TO TRUE
           END-START

           PERFORM UNTIL DIT-AT-END
              READ DONITEM NEXT RECORD
                   AT END
                       SET DIT-AT-END TO TRUE
                   NOT AT END
                       IF DIT-DNR-ID NOT = DNR-ID
                          SET DIT-AT-END TO TRUE
                       ELSE
                          IF DIT-DATE (1:4) = REPORT-YEAR
                             PERFORM COUNT-ONE-ITEM
                          END-IF
                       END-IF
              END-READ
           END-PERFORM

           IF DN-ITEMS = ZERO
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO TOT-DONORS

           EVALUATE TRUE
           WHEN DNR-IS-PATRON
                MOVE "PATRON" TO KIND-TEXT
           WHEN DNR-IS-ESTATE
                MOVE "ESTATE" TO KIND-TEXT
           WHEN OTHER
                MOVE "OTHER"  TO KIND-TEXT
           END-EVALUATE

           MOVE DN-ITEMS  TO ITEMS-TEXT
           MOVE DN-COPIES TO COPIES-TEXT
           MOVE DN-TITLES TO TITLES-TEXT
           MOVE DN-VALUE  TO VALUE-TEXT

           MOVE SPACES TO RPT-LINE
           STRING DNR-ID       DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  DNR-NAME     DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  KIND-TEXT    DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  ITEMS-TEXT   DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  COPIES-TEXT  DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  TITLES-TEXT  DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  VALUE-TEXT   DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .

       COUNT-ONE-ITEM.
           ADD 1             TO DN-ITEMS
           ADD 1             TO TOT-ITEMS
           ADD DIT-EST-VALUE TO DN-VALUE
           ADD DIT-EST-VALUE TO TOT-VALUE

           IF DIT-IS-NEW-TITLE
              ADD 1 TO DN-TITLES
              ADD 1 TO TOT-TITLES
           ELSE
              ADD 1 TO DN-COPIES
              ADD 1 TO TOT-COPIES
           END-IF

           IF DIT-ACK-DT = ZERO
              ADD 1 TO TOT-UNACK
           END-IF

           PERFORM ADD-TO-FORMAT-SLOT
           .

       ADD-TO-FORMAT-SLOT.
           SET SLOT-FOUND TO FALSE

           PERFORM VARYING FM-SUB FROM 1 BY 1
                     UNTIL FM-SUB > FM-CNT
                        OR SLOT-FOUND
              IF FM-FORMAT (FM-SUB) = DIT-FORMAT
                 SET SLOT-FOUND TO TRUE
                 SUBTRACT 1 FROM FM-SUB
              END-IF
           END-PERFORM

           IF NOT SLOT-FOUND
              IF FM-CNT < 10
                 ADD 1 TO FM-CNT
                 MOVE FM-CNT     TO FM-SUB
                 MOVE DIT-FORMAT TO FM-FORMAT (FM-SUB)
                 MOVE ZERO       TO FM-ITEMS  (FM-SUB)
                 MOVE ZERO       TO FM-COPIES (FM-SUB)
                 MOVE ZERO       TO FM-TITLES (FM-SUB)
                 MOVE ZERO       TO FM-VALUE  (FM-SUB)
              ELSE
                 EXIT PARAGRAPH
              END-IF
           END-IF

           ADD 1             TO FM-ITEMS (FM-SUB)
           ADD DIT-EST-VALUE TO FM-VALUE (FM-SUB)

           IF DIT-IS-NEW-TITLE
              ADD 1 TO FM-TITLES (FM-SUB)
           ELSE
              ADD 1 TO FM-COPIES (FM-SUB)
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE SAME FIGURES BY MEDIA FORMAT                               *
      *----------------------------------------------------------------*
       PRINT-FORMAT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "BY FORMAT                                   "
                                     DELIMITED BY SIZE
                  "DISCS COPIES TITLES       VALUE"
                                     DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           PERFORM VARYING FM-SUB FROM 1 BY 1
                     UNTIL FM-SUB > FM-CNT
              MOVE FM-ITEMS  (FM-SUB) TO ITEMS-TEXT
              MOVE FM-COPIES (FM-SUB) TO COPIES-TEXT
              MOVE FM-TITLES (FM-SUB) TO TITLES-TEXT
              MOVE FM-VALUE  (FM-SUB) TO VALUE-TEXT

              MOVE SPACES TO RPT-LINE
              MOVE FM-FORMAT (FM-SUB) TO RPT-LINE (1:7)
              STRING ITEMS-TEXT   DELIMITED BY SIZE
                     "  "         DELIMITED BY SIZE
                     COPIES-TEXT  DELIMITED BY SIZE
                     "  "         DELIMITED BY SIZE
                     TITLES-TEXT  DELIMITED BY SIZE
                     " "          DELIMITED BY SIZE
                     VALUE-TEXT   DELIMITED BY SIZE
                INTO RPT-LINE (45:31)
              END-STRING
              WRITE RPT-LINE
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * THE YEAR'S TOTALS                                              *
      *----------------------------------------------------------------*
       PRINT-YEAR-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "DONORS WHO GAVE       " DELIMITED BY SIZE
                  TOT-DONORS              DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "DISCS RECEIVED        " DELIMITED BY SIZE
                  TOT-ITEMS               DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "  AS EXTRA COPIES     " DELIMITED BY SIZE
                  TOT-COPIES              DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "  AS NEW TITLES       " DELIMITED BY SIZE
                  TOT-TITLES              DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TOT-VALUE TO VALUE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "ESTIMATED VALUE    "   DELIMITED BY SIZE
                  VALUE-TEXT              DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "NOT YET ACKNOWLEDGED  " DELIMITED BY SIZE
                  TOT-UNACK               DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE DONORS
           CLOSE DONITEM
           CLOSE DONRPT-RPT
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
