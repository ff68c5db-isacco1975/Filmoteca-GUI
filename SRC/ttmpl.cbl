      *                                                                *
      *  PRINT TEMPLATE SCREEN - PART OF FILMOTECA.EDUC360 GUI         *
      *                                                                *
      *          MAINTAINS THE WORDING LINES THE RECEIPTS AND THE      *
      *          LETTERS PRINT (RCPFOOT / NTCOPEN / NTCCLOSE, AND FOR  *
      *          THE POSTED LETTERS LETHEAD / RMDOPEN / RMDCLOSE /     *
      *          COLOPEN / COLCLOSE / DONOPEN / DONCLOSE), PER         *
      *          LANGUAGE, WITH A PREVIEW                              *
      *          THAT FILLS THE &NAME / &TITLE / &DUE / &BAL MARKS     *
      *          WITH SAMPLE VALUES.                                   *
      *          CHANGING THE OPENING-HOURS LINE IS NOW A DESK JOB.    *
      *                                                                *
      ******************************************************************

          COPY 'CPVIDTVV.CPY'.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.

       77 DECISION          PIC 9.

           ACCEPT SYSTEM-INFORMATION FROM SYSTEM-INFO.
           ACCEPT TERMINAL-ABILITIES FROM TERMINAL-INFO.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM SET-SCREEN-TITLE

           OPEN I-O TMPLATE
           IF STATUS-TMPLATE = "35"
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
      * TEMPLATE SUBSTITUTION                                          *
      *----------------------------------------------------------------*
          COPY 'CPVIDTVP.CPY'.
