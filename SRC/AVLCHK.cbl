       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          AVLCHK.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 OCTOBER 15
      /
      ******************************************************************
      *                                                                *
      *  AVAILABILITY SUMMARY CHECK - RECOUNTS EVERY TITLE'S COPIES    *
      *  AND HOLDS FROM COPIES AND RESERVES, THE WAY AVLBLD BUILDS     *
      *  THEM, AND COMPARES THE RESULT WITH THE ROW ON AVAIL.DAT THE   *
      *  SCREENS HAVE BEEN READING.  A TITLE WHOSE ROW DISAGREES, A    *
      *  TITLE WITH NO ROW AND A ROW WITH NO TITLE ARE EACH LISTED ON  *
      *  AVLCHK.LST, EVERY COUNT SHOWN AS ON FILE / RECOUNTED.         *
      *  NOTHING IS CHANGED - THE NEXT AVLBLD RUN PUTS THE FILE RIGHT; *
      *  RUN THIS BEFORE IT TO SEE WHAT THE DAY'S UPDATES MISSED.      *
      *  ENDS WITH RETURN CODE 4 WHEN ANY DRIFT WAS FOUND.             *
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
          COPY 'CPVIDCPA.CPY'.
          COPY 'CPVIDRSA.CPY'.
          COPY 'CPVIDAVA.CPY'.
          SELECT AVLCHK-RPT ASSIGN TO AVLCHK-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD COPIES.
          COPY 'CPVIDCPN.CPY'.
      *
       FD RESERVES.
          COPY 'CPVIDRSV.CPY'.
      *
       FD AVAIL.
          COPY 'CPVIDAVL.CPY'.
      *
       FD AVLCHK-RPT.
       01 RPT-LINE                  PIC X(100).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 AVLCHK-RPT-PATH  PIC X(40) VALUE "AVLCHK.LST".
       77 STATUS-MOVIES    PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-COPIES    PIC X(2).
           88 VALID-STATUS-COPIES VALUE IS "00" THRU "09".
       77 STATUS-RESERVES  PIC X(2).
           88 VALID-STATUS-RESERVES VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
          COPY 'CPVIDAVV.CPY'.
       77 SW-EOF           PIC 9 VALUE ZERO.
           88 FILE-AT-END   VALUE 1, FALSE 0.
       77 TODAY-DATE       PIC 9(8) VALUE ZERO.
       77 TITLE-COUNT      PIC 9(5) VALUE ZERO.
       77 DRIFT-COUNT      PIC 9(5) VALUE ZERO.
       77 NO-ROW-COUNT     PIC 9(5) VALUE ZERO.
       77 ORPHAN-COUNT     PIC 9(5) VALUE ZERO.
       77 PROBLEM-COUNT    PIC 9(5) VALUE ZERO.
       77 STORED-TEXT      PIC ZZZ9.
       77 COUNTED-TEXT     PIC ZZZ9.
       77 COUNT-TEXT       PIC ZZZZ9.
       77 PAIR-TEXT        PIC X(09) VALUE SPACES.
       77 PAIR-COL         PIC 9(03) VALUE ZERO.
       77 PAIR-STORED      PIC 9(04) VALUE ZERO.
       77 PAIR-COUNTED     PIC 9(04) VALUE ZERO.
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO CODIGO

           START MOVIES KEY >= CODIGO
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
           END-START

           PERFORM UNTIL FILE-AT-END
              READ MOVIES NEXT RECORD
                   AT END
                       SET FILE-AT-END TO TRUE
                   NOT AT END
                       IF CODIGO NOT = ZERO
                          PERFORM CHECK-ONE-TITLE
                       END-IF
              END-READ
           END-PERFORM

           PERFORM CHECK-ORPHAN-ROWS
           PERFORM WRITE-REPORT-TOTALS

           PERFORM CLOSE-FILES

           COMPUTE PROBLEM-COUNT = DRIFT-COUNT + NO-ROW-COUNT
                                 + ORPHAN-COUNT

           DISPLAY TITLE-COUNT " TITLE(S) RECOUNTED - "
                   DRIFT-COUNT " DRIFTED, "
                   NO-ROW-COUNT " WITH NO ROW, "
                   ORPHAN-COUNT " ROW(S) WITH NO TITLE"

           IF PROBLEM-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES                                                 *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM LOAD-CAPTIONS

           OPEN INPUT MOVIES
           IF NOT VALID-STATUS-MOVIES
              DISPLAY "UNABLE TO OPEN MOVIES.DAT - STATUS "
                      STATUS-MOVIES
              STOP RUN
           END-IF

           OPEN INPUT COPIES
           IF NOT VALID-STATUS-COPIES
              DISPLAY "UNABLE TO OPEN COPIES.DAT - STATUS "
                      STATUS-COPIES
              STOP RUN
           END-IF

           OPEN INPUT RESERVES
           IF NOT VALID-STATUS-RESERVES
              DISPLAY "UNABLE TO OPEN RESERVE.DAT - STATUS "
                      STATUS-RESERVES
              STOP RUN
           END-IF

           OPEN INPUT AVAIL
           IF NOT VALID-STATUS-AVAIL
              DISPLAY "UNABLE TO OPEN AVAIL.DAT - STATUS "
                      STATUS-AVAIL " - RUN AVLBLD FIRST"
              STOP RUN
           END-IF

           SET AVAIL-IS-OPEN TO TRUE

           OPEN OUTPUT AVLCHK-RPT
           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " AVLCHK-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * AVLCHK.LST HEADING                                             *
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADING.
           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           MOVE SPACES TO RPT-LINE
           STRING "FILMOTECA.EDUC360 - AVAILABILITY SUMMARY CHECK "
                                  DELIMITED BY SIZE
                  WK-DATE-TEXT    DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE "EACH COUNT SHOWN AS ON FILE / RECOUNTED" TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "CODE   TITLE" TO RPT-LINE
           MOVE "SHELF"        TO RPT-LINE (40:5)
           MOVE "OUT"          TO RPT-LINE (50:3)
           MOVE "REPAIR"       TO RPT-LINE (60:6)
           MOVE "HOLD SHF"     TO RPT-LINE (70:8)
           MOVE "WAITING"      TO RPT-LINE (80:7)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE TITLE - RECOUNT IT AND HOLD THE RESULT AGAINST ITS ROW     *
      *----------------------------------------------------------------*
       CHECK-ONE-TITLE.
           ADD 1 TO TITLE-COUNT

           MOVE CODIGO TO AVL-WANT-CODIGO
           PERFORM COUNT-AVAILABILITY
           PERFORM LOOKUP-AVAILABILITY

           IF NOT AVL-WAS-FOUND
              ADD 1 TO NO-ROW-COUNT
              INITIALIZE AVL-REC
              PERFORM BUILD-TITLE-LINE
              MOVE "NO ROW" TO RPT-LINE (90:6)
              WRITE RPT-LINE
              EXIT PARAGRAPH
           END-IF

           IF AVL-ON-SHELF   = AVC-ON-SHELF
              AND AVL-OUT        = AVC-OUT
              AND AVL-REPAIR     = AVC-REPAIR
              AND AVL-HOLD-SHELF = AVC-HOLD-SHELF
              AND AVL-WAITING    = AVC-WAITING
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO DRIFT-COUNT
           PERFORM BUILD-TITLE-LINE
           MOVE "*** DRIFT" TO RPT-LINE (90:9)
           WRITE RPT-LINE
           .

      *> THE TITLE'S LINE IN RPT-LINE - THE CALLER FLAGS AND WRITES IT
       BUILD-TITLE-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE CODIGO TO RPT-LINE (1:5)
           MOVE TITULO TO RPT-LINE (8:30)

           MOVE 40             TO PAIR-COL
           MOVE AVL-ON-SHELF   TO PAIR-STORED
           MOVE AVC-ON-SHELF   TO PAIR-COUNTED
           PERFORM PUT-COUNT-PAIR

           MOVE 50             TO PAIR-COL
           MOVE AVL-OUT        TO PAIR-STORED
           MOVE AVC-OUT        TO PAIR-COUNTED
           PERFORM PUT-COUNT-PAIR

           MOVE 60             TO PAIR-COL
           MOVE AVL-REPAIR     TO PAIR-STORED
           MOVE AVC-REPAIR     TO PAIR-COUNTED
           PERFORM PUT-COUNT-PAIR

           MOVE 70             TO PAIR-COL
           MOVE AVL-HOLD-SHELF TO PAIR-STORED
           MOVE AVC-HOLD-SHELF TO PAIR-COUNTED
           PERFORM PUT-COUNT-PAIR

           MOVE 80             TO PAIR-COL
           MOVE AVL-WAITING    TO PAIR-STORED
           MOVE AVC-WAITING    TO PAIR-COUNTED
           PERFORM PUT-COUNT-PAIR
           .

       PUT-COUNT-PAIR.
           MOVE SPACES TO PAIR-TEXT
           MOVE PAIR-STORED  TO STORED-TEXT
           MOVE PAIR-COUNTED TO COUNTED-TEXT
           STRING FUNCTION TRIM (STORED-TEXT)  DELIMITED BY SIZE
                  "/"                          DELIMITED BY SIZE
                  FUNCTION TRIM (COUNTED-TEXT) DELIMITED BY SIZE
             INTO PAIR-TEXT
           END-STRING
           MOVE PAIR-TEXT TO RPT-LINE (PAIR-COL:9)
           .
      /
      *----------------------------------------------------------------*
      * ROWS LEFT ON THE SUMMARY FOR A TITLE NO LONGER CATALOGUED      *
      *----------------------------------------------------------------*
       CHECK-ORPHAN-ROWS.
           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO AVL-CODIGO

           START AVAIL KEY >= AVL-CODIGO
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
           END-START

           PERFORM UNTIL FILE-AT-END
              READ AVAIL NEXT RECORD
                   AT END
                       SET FILE-AT-END TO TRUE
                   NOT AT END
                       MOVE AVL-CODIGO TO CODIGO
                       READ MOVIES
                            KEY IS CODIGO
                            INVALID
                                ADD 1 TO ORPHAN-COUNT
                                MOVE SPACES     TO RPT-LINE
                                MOVE AVL-CODIGO TO RPT-LINE (1:5)
                                MOVE "(NOT ON THE CATALOG)"
                                  TO RPT-LINE (8:20)
                                MOVE "NO TITLE" TO RPT-LINE (90:8)
                                WRITE RPT-LINE
                       END-READ
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * AVLCHK.LST TOTALS                                              *
      *----------------------------------------------------------------*
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE TITLE-COUNT TO COUNT-TEXT
           STRING "TITLES RECOUNTED    " DELIMITED BY SIZE
                  COUNT-TEXT             DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE DRIFT-COUNT TO COUNT-TEXT
           STRING "ROWS DRIFTED        " DELIMITED BY SIZE
                  COUNT-TEXT             DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE NO-ROW-COUNT TO COUNT-TEXT
           STRING "TITLES WITH NO ROW  " DELIMITED BY SIZE
                  COUNT-TEXT             DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE ORPHAN-COUNT TO COUNT-TEXT
           STRING "ROWS WITH NO TITLE  " DELIMITED BY SIZE
                  COUNT-TEXT             DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           IF DRIFT-COUNT + NO-ROW-COUNT + ORPHAN-COUNT > ZERO
              MOVE "THE SUMMARY IS REBUILT FROM SCRATCH BY THE NEXT "
                TO RPT-LINE
              MOVE "AVLBLD RUN" TO RPT-LINE (50:10)
           ELSE
              MOVE "THE SUMMARY AGREES WITH THE COPIES AND HOLDS"
                TO RPT-LINE
           END-IF
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE MOVIES
           CLOSE COPIES
           CLOSE RESERVES
           CLOSE AVAIL
           CLOSE AVLCHK-RPT
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
      * TITLE AVAILABILITY SUMMARY                                     *
      *----------------------------------------------------------------*
          COPY 'CPVIDAVP.CPY'.
      /
      *----------------------------------------------------------------*
      * TITLE AVAILABILITY RECOUNT                                     *
      *----------------------------------------------------------------*
          COPY 'CPVIDAVC.CPY'.
