       77 STATUS-OPERATORS  PIC X(2).
           88 VALID-STATUS-OPERATORS VALUE IS "00" THRU "09".
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.
          COPY 'CPVIDHSV.CPY'.

       77 NEW-PWD-ENTRY     PIC X(10) VALUE SPACES.
      *----------------------------------------------------------------*
       OPEN-FILE-RTN.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM SET-SCREEN-TITLE

           OPEN  I-O OPERATORS

          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * THE MAIN WINDOW'S TITLE, WITH THE TRAINING BANNER              *
      *----------------------------------------------------------------*
          COPY 'CPVIDTNP.CPY'.
      /
      *----------------------------------------------------------------*
      * ONE-WAY PASSWORD HASH                                          *
      *----------------------------------------------------------------*
          COPY 'CPVIDHSP.CPY'.
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE SCREEN-TITLE,
              AUTO-MINIMIZE,
              WITH SYSTEM MENU,
              USER-GRAY,
