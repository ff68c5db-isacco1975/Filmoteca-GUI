       FILE-CONTROL.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDMTA.CPY'.
          COPY 'CPVIDAVA.CPY'.
          SELECT QUERY-OUT ASSIGN TO QUERY-OUT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-OUT.
      *
       FD MOVTAGS.
          COPY 'CPVIDMTG.CPY'.
      *
       FD AVAIL.
          COPY 'CPVIDAVL.CPY'.
      *
       FD QUERY-OUT.
       01 REC-QUERY-OUT            PIC X(120).
       77 SW-MOV-EOF        PIC 9 VALUE ZERO.
           88 MOVIES-AT-END VALUE 1, FALSE 0.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.

      * THE CRITERIA AS TYPED - BLANK/ZERO MEANS "ANY"
       77 CRT-GENERO        PIC X(3) VALUE SPACES.
       77 MATCH-TEXT        PIC X(40) VALUE SPACES.
       77 EXPORT-COUNT      PIC 9(5) VALUE ZERO.
       77 DETAIL-TEXT       PIC X(80) VALUE SPACES.
          COPY 'CPVIDAVV.CPY'.
       77 AVAIL-LINE-TEXT   PIC X(78) VALUE SPACES.
       77 SHELF-TEXT        PIC ZZ9.
       77 OUT-TEXT          PIC ZZ9.
       77 REPAIR-TEXT       PIC ZZ9.
       77 PICKUP-TEXT       PIC ZZ9.
       77 WAITING-TEXT      PIC ZZZ9.

      * ONE EXPORT LINE, SEMICOLON DELIMITED LIKE EXPMOV'S
       01 EXP-LINE.
           FONT IS SMALL-FONT,
           .

      * LABEL - THE SELECTED TITLE'S AVAILABILITY
       05
           LBL-Q-AVAIL,
           LABEL,
           COL 2,00,
           LINE 22,60,
           SIZE 78,00,
           TITLE SPACES,
           ID IS 6119,
           FONT IS SMALL-FONT,
           .

      * PUSH BUTTON
       05
           PB-Q-EXIT,
           ACCEPT SYSTEM-INFORMATION FROM SYSTEM-INFO.
           ACCEPT TERMINAL-ABILITIES FROM TERMINAL-INFO.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM SET-SCREEN-TITLE

           OPEN INPUT MOVIES
           IF NOT VALID-STATUS-MOVIES
                END-IF
           END-IF

      *> THE NIGHT'S AVAILABILITY SUMMARY - NO FILE, NO COUNTS SHOWN
           SET AVAIL-IS-OPEN TO FALSE
           OPEN INPUT AVAIL
           IF VALID-STATUS-AVAIL
              SET AVAIL-IS-OPEN TO TRUE
           END-IF

           PERFORM FORM1-OPEN-ROUTINE

           CLOSE MOVIES
           CLOSE MOVTAGS
           IF AVAIL-IS-OPEN
              CLOSE AVAIL
           END-IF
           .
      /
      *----------------------------------------------------------------*
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE SCREEN-TITLE,
              WITH SYSTEM MENU,
              USER-GRAY,
              USER-WHITE,
                         INTO DETAIL-TEXT
                       END-STRING
                       MODIFY LBL-Q-DETAIL TITLE DETAIL-TEXT
                       PERFORM SHOW-TITLE-AVAILABILITY
              END-READ
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE SELECTED TITLE'S COPIES AND HOLDS FROM ITS AVAILABILITY    *
      * SUMMARY ROW - BLANK WHEN THE NIGHT RUN HAS NOT SUMMARISED IT   *
      *----------------------------------------------------------------*
       SHOW-TITLE-AVAILABILITY.
           MOVE SPACES TO AVAIL-LINE-TEXT

           MOVE CODIGO TO AVL-WANT-CODIGO
           PERFORM LOOKUP-AVAILABILITY

           IF AVL-WAS-FOUND
              MOVE AVL-FREE-NOW   TO SHELF-TEXT
              MOVE AVL-OUT        TO OUT-TEXT
              MOVE AVL-REPAIR     TO REPAIR-TEXT
              MOVE AVL-HOLD-SHELF TO PICKUP-TEXT
              MOVE AVL-WAITING    TO WAITING-TEXT
              STRING "FREE ON SHELF "  DELIMITED BY SIZE
                     SHELF-TEXT        DELIMITED BY SIZE
                     "   OUT "         DELIMITED BY SIZE
                     OUT-TEXT          DELIMITED BY SIZE
                     "   AT REPAIR "   DELIMITED BY SIZE
                     REPAIR-TEXT       DELIMITED BY SIZE
                     "   FOR PICKUP "  DELIMITED BY SIZE
                     PICKUP-TEXT       DELIMITED BY SIZE
                     "   WAITING "     DELIMITED BY SIZE
                     WAITING-TEXT      DELIMITED BY SIZE
                INTO AVAIL-LINE-TEXT
              END-STRING
           END-IF

           MODIFY LBL-Q-AVAIL TITLE AVAIL-LINE-TEXT
           .
      /
      *----------------------------------------------------------------*
      * DUMP EVERY MATCH (NOT JUST THE 200 ON SCREEN) TO THE           *
      * DELIMITED RESULT FILE                                          *
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * THE MAIN WINDOW'S TITLE, WITH THE TRAINING BANNER              *
      *----------------------------------------------------------------*
          COPY 'CPVIDTNP.CPY'.
      /
      *----------------------------------------------------------------*
      * TITLE AVAILABILITY SUMMARY                                     *
      *----------------------------------------------------------------*
          COPY 'CPVIDAVP.CPY'.
