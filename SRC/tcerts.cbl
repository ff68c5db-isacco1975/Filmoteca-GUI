           88 CRT-IN-USE     VALUE 1, FALSE 0.
           88 CRT-NOT-IN-USE VALUE 0.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.

       77 DECISION          PIC 9.

      *----------------------------------------------------------------*
       OPEN-FILE-RTN.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM SET-SCREEN-TITLE

           OPEN  I-O CERTTAB
           IF STATUS-CERTTAB = "35"
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * THE MAIN WINDOW'S TITLE, WITH THE TRAINING BANNER              *
      *----------------------------------------------------------------*
          COPY 'CPVIDTNP.CPY'.
      /
      *----------------------------------------------------------------*
      * SCREEN ROUTINES - WINDOW CREATION AND DISPLAY                  *
      *----------------------------------------------------------------*
       FORM1-OPEN-ROUTINE.
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE SCREEN-TITLE,
              AUTO-MINIMIZE,
              WITH SYSTEM MENU,
              USER-GRAY,
