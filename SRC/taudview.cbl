       77 SW-AUD-EOF        PIC 9 VALUE ZERO.
           88 AUDIT-AT-END   VALUE 1, FALSE 0.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.

      * FILTERS TYPED AT THE TOP OF THE FORM - BLANK/ZERO MEANS "ANY"
       77 FLT-OPERATOR      PIC X(10) VALUE SPACES.
           ACCEPT SYSTEM-INFORMATION FROM SYSTEM-INFO.
           ACCEPT TERMINAL-ABILITIES FROM TERMINAL-INFO.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM SET-SCREEN-TITLE
           PERFORM FORM1-OPEN-ROUTINE
           .
      /
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE SCREEN-TITLE,
              WITH SYSTEM MENU,
              USER-GRAY,
              USER-WHITE,
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * THE MAIN WINDOW'S TITLE, WITH THE TRAINING BANNER              *
      *----------------------------------------------------------------*
          COPY 'CPVIDTNP.CPY'.
