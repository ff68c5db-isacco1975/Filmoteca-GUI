       77 STATUS-CALENDAR   PIC X(2).
           88 VALID-STATUS-CALENDAR VALUE IS "00" THRU "09".
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.

      *----------------------------------------------------------------*
       OPEN-FILE-RTN.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM SET-SCREEN-TITLE

           OPEN  I-O CALENDAR
           IF STATUS-CALENDAR = "35"
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * THE MAIN WINDOW'S TITLE, WITH THE TRAINING BANNER              *
      *----------------------------------------------------------------*
          COPY 'CPVIDTNP.CPY'.
      /
      *----------------------------------------------------------------*
      * SHARED LANGUAGE AND DATE-HANDLING ROUTINES                     *
      *----------------------------------------------------------------*
          COPY 'CPVIDLNP.CPY'.
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE SCREEN-TITLE,
              AUTO-MINIMIZE,
              WITH SYSTEM MENU,
              USER-GRAY,
