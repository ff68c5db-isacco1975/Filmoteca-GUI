       77 SW-SEC-EOF        PIC 9 VALUE ZERO.
           88 SECLOG-AT-END  VALUE 1, FALSE 0.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.

           ACCEPT TERMINAL-ABILITIES FROM TERMINAL-INFO.
           PERFORM LOAD-CAPTIONS
           PERFORM RESOLVE-DATA-PATHS
           PERFORM SET-SCREEN-TITLE

           PERFORM FORM1-OPEN-ROUTINE
           .
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE SCREEN-TITLE,
              WITH SYSTEM MENU,
              USER-GRAY,
              USER-WHITE,
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * THE MAIN WINDOW'S TITLE, WITH THE TRAINING BANNER              *
      *----------------------------------------------------------------*
          COPY 'CPVIDTNP.CPY'.
      /
      *----------------------------------------------------------------*
      * LOAD THE SCREEN CAPTIONS FOR THE SELECTED LANGUAGE             *
      *----------------------------------------------------------------*
          COPY 'CPVIDLNP.CPY'.
