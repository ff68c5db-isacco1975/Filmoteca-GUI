      *          LIMIT) AND THE PER-FORMAT RENTAL PRICE TABLE THE      *
      *          LOANS SCREEN CHARGES FROM AT CHECKOUT.  OPENED FROM   *
      *          THE MOVIES SCREEN, WHICH ONLY OFFERS THE BUTTON TO    *
      *          ADMIN OPERATORS.  A SAVE CAN BE DATED AHEAD - THE     *
      *          LOAN POLICY AND FEES THEN WAIT ON THE POLSCHED        *
      *          SCHEDULE UNTIL THE DAY THEY TAKE EFFECT.              *
      *                                                                *
      ******************************************************************
      /
       FILE-CONTROL.
          COPY 'CPVIDPRA.CPY'.
          COPY 'CPVIDPCA.CPY'.
          COPY 'CPVIDPSA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
      *
       FD PRICES.
          COPY 'CPVIDPRC.CPY'.
      *
       FD POLSCHED.
          COPY 'CPVIDPSC.CPY'.

       WORKING-STORAGE      SECTION.
               COPY "ACUGUI.DEF".
       77 GL-FORM-HANDLE    USAGE IS HANDLE OF WINDOW.
       77 SW-GL-DONE        PIC 9 VALUE ZERO.
           88 GL-DONE        VALUE 1, FALSE 0.
       77 NR-FORM-HANDLE    USAGE IS HANDLE OF WINDOW.
       77 SW-NR-DONE        PIC 9 VALUE ZERO.
           88 NR-DONE        VALUE 1, FALSE 0.
       77 LY-FORM-HANDLE    USAGE IS HANDLE OF WINDOW.
       77 SW-LY-DONE        PIC 9 VALUE ZERO.
           88 LY-DONE        VALUE 1, FALSE 0.
       77 AM-FORM-HANDLE    USAGE IS HANDLE OF WINDOW.
       77 SW-AM-DONE        PIC 9 VALUE ZERO.
           88 AM-DONE        VALUE 1, FALSE 0.
       77 AM-FROM-DT        PIC 9(8) VALUE ZERO.
       77 AM-TO-DT          PIC 9(8) VALUE ZERO.
       77 AM-CATS-LEFT      PIC X(04) VALUE SPACES.

      * A SAVE TAKES EFFECT FROM THE DAY KEYED ON THE SCREEN - TODAY
      * ON THE LIVE RECORDS, A LATER DAY ONLY ON THE SCHEDULE UNTIL
      * THE POLAPPLY RUN REACHES IT
       77 EFF-FROM-DT       PIC 9(8) VALUE ZERO.
       77 EFF-TODAY         PIC 9(8) VALUE ZERO.
       77 LIVE-HOUSE-IMAGE  PIC X(57) VALUE SPACES.
       77 LIVE-FEE          PIC 9(5)V99 VALUE ZERO.
       77 NEW-FEE           PIC 9(5)V99 VALUE ZERO.
          COPY 'CPVIDPSV.CPY'.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.

       77 DECISION          PIC 9.

           TITLE "HOLD PICKUP DAYS",
           .

      * ENTRY FIELD - THE DAYS A PATRON SHOULD WAIT AT MOST FOR A HOLD
      * TO FILL; THE HOLDSVC REPORT FLAGS TITLES THAT RUN OVER IT.
      * ZERO FLAGS NOTHING
       05
           EF-HOLDTARGET,
           ENTRY-FIELD,
           COL 28,00,
           LINE 24,00,
           LINES 1,31 ,
           SIZE 7,00 ,
           BOXED,
           COLOR IS 2,
           ID IS 5453,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 3,
           FONT SMALL-FONT
           .

      * LABEL
       05
           LBL-HOLDTARGET,
           LABEL,
           COL 3,00,
           LINE 24,00,
           LINES 1,31 ,
           SIZE 24,00 ,
           ID IS 437,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "HOLD WAIT TARGET (DAYS)",
           .

      * ENTRY FIELD - DAYS A KIOSK APPLICATION WAITS FOR THE DESK
      * BEFORE THE NIGHTLY PURGE; ZERO KEEPS THEM UNTIL DEALT WITH
       05
           EF-APPLY-DAYS,
           ENTRY-FIELD,
           COL 66,00,
           LINE 4,00,
           LINES 1,31 ,
           SIZE 6,00 ,
           BOXED,
           COLOR IS 2,
           ID IS 5419,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 3,
           FONT SMALL-FONT
           .

      * LABEL
       05
           LBL-APPLY-DAYS,
           LABEL,
           COL 40,00,
           LINE 4,00,
           LINES 1,31 ,
           SIZE 25,00 ,
           ID IS 431,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "PURGE APPLICATIONS AFTER",
           .

      * ENTRY FIELD - THE DAY THE LOAN POLICY AND FEES BEING SAVED
      * TAKE EFFECT
       05
           EF-EFF-FROM,
           ENTRY-FIELD,
           COL 66,00,
           LINE 2,00,
           LINES 1,31 ,
           SIZE 12,00 ,
           BOXED,
           COLOR IS 2,
           ID IS 5452,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 10,
           FONT SMALL-FONT
           .

      * LABEL
       05
           LBL-EFF-FROM,
           LABEL,
           COL 40,00,
           LINE 2,00,
           LINES 1,31 ,
           SIZE 25,00 ,
           ID IS 435,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "CHANGES TAKE EFFECT FROM",
           .

      * ENTRY FIELD - REPLACEMENT VALUE ABOVE WHICH A CHECKOUT TAKES
      * A DEPOSIT
       05
           TITLE "DEPOSIT OVER",
           .

      * ENTRY FIELD - MONTH THE ACQUISITIONS FISCAL YEAR STARTS IN
       05
           EF-FYSTART,
           ENTRY-FIELD,
           COL 66,00,
           LINE 8,00,
           LINES 1,31 ,
           SIZE 6,00 ,
           BOXED,
           COLOR IS 2,
           ID IS 5414,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 2,
           FONT SMALL-FONT
           .

      * LABEL
       05
           LBL-FYSTART,
           LABEL,
           COL 40,00,
           LINE 8,00,
           LINES 1,31 ,
           SIZE 25,00 ,
           ID IS 422,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "FISCAL YEAR STARTS (MM)",
           .

      * ENTRY FIELD - LATE-RETURN PERCENTAGE THAT FLAGS A CHRONIC
      * OFFENDER AT CHECKOUT
       05
           TITLE "HOLDS/COPY TRIGGER",
           .

      * LABEL - PAID MEMBERSHIP SECTION
       05
           LBL-MBR-HEAD,
           LABEL,
           COL 40,00,
           LINE 14,00,
           LINES 1,31 ,
           SIZE 32,00 ,
           ID IS 424,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "MEMBERSHIP FEE PER TERM",
           .

      * ENTRY FIELD - FEE FOR A YEAR'S MEMBERSHIP
       05
           EF-MBR-ANNUAL,
           ENTRY-FIELD,
           COL 66,00,
           LINE 16,00,
           LINES 1,31 ,
           SIZE 10,00 ,
           BOXED,
           COLOR IS 2,
           ID IS 5415,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 6,
           FONT SMALL-FONT
           .

      * LABEL
       05
           LBL-MBR-ANNUAL,
           LABEL,
           COL 40,00,
           LINE 16,00,
           LINES 1,31 ,
           SIZE 25,00 ,
           ID IS 425,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "ANNUAL PLAN",
           .

      * ENTRY FIELD - FEE FOR A MONTH'S MEMBERSHIP
       05
           EF-MBR-MONTHLY,
           ENTRY-FIELD,
           COL 66,00,
           LINE 18,00,
           LINES 1,31 ,
           SIZE 10,00 ,
           BOXED,
           COLOR IS 2,
           ID IS 5416,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 6,
           FONT SMALL-FONT
           .

      * LABEL
       05
           LBL-MBR-MONTHLY,
           LABEL,
           COL 40,00,
           LINE 18,00,
           LINES 1,31 ,
           SIZE 25,00 ,
           ID IS 426,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "MONTHLY PLAN",
           .

      * ENTRY FIELD - DAYS BEFORE EXPIRY THE RENEWAL REMINDER GOES
      * OUT
       05
           EF-MBR-WARN,
           ENTRY-FIELD,
           COL 66,00,
           LINE 20,00,
           LINES 1,31 ,
           SIZE 6,00 ,
           BOXED,
           COLOR IS 2,
           ID IS 5417,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 2,
           FONT SMALL-FONT
           .

      * LABEL
       05
           LBL-MBR-WARN,
           LABEL,
           COL 40,00,
           LINE 20,00,
           LINES 1,31 ,
           SIZE 25,00 ,
           ID IS 427,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "REMIND DAYS BEFORE EXPIRY",
           .

      * ENTRY FIELD - MOST LOANS A WHOLE HOUSEHOLD MAY HAVE OUT AT
      * ONCE; ZERO LEAVES ONLY EACH MEMBER'S OWN LIMIT
       05
           EF-HH-MAXLOANS,
           ENTRY-FIELD,
           COL 66,00,
           LINE 22,00,
           LINES 1,31 ,
           SIZE 6,00 ,
           BOXED,
           COLOR IS 2,
           ID IS 5418,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 2,
           FONT SMALL-FONT
           .

      * LABEL
       05
           LBL-HH-MAXLOANS,
           LABEL,
           COL 40,00,
           LINE 22,00,
           LINES 1,31 ,
           SIZE 25,00 ,
           ID IS 428,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "HOUSEHOLD LOAN LIMIT",
           .

      * LABEL - RENTAL PRICE TABLE SECTION
       05
           LBL-FEE-HEAD,
           PB-PRM-SAVE,
           PUSH-BUTTON,
           COL 3,00,
           LINE 27,00,
           SIZE 15,00,
           EXCEPTION-VALUE 3,
           ID IS 406,
           PB-PRM-CATPOL,
           PUSH-BUTTON,
           COL 3,00,
           LINE 29,00,
           SIZE 20,00,
           EXCEPTION-VALUE 1040,
           ID IS 408,
           PB-PRM-GL,
           PUSH-BUTTON,
           COL 24,00,
           LINE 29,00,
           SIZE 18,00,
           EXCEPTION-VALUE 1041,
           ID IS 409,
           TITLE "GL AND TAX...",
           .

      * PUSH BUTTON
           PB-PRM-CERTS,
           PUSH-BUTTON,
           COL 36,00,
           LINE 27,00,
           SIZE 11,00,
           EXCEPTION-VALUE 1043,
           ID IS 419,
           PB-PRM-FMTS,
           PUSH-BUTTON,
           COL 48,00,
           LINE 27,00,
           SIZE 13,00,
           EXCEPTION-VALUE 1044,
           ID IS 420,
           PB-PRM-TMPL,
           PUSH-BUTTON,
           COL 44,00,
           LINE 29,00,
           SIZE 16,00,
           EXCEPTION-VALUE 1042,
           ID IS 418,
           TITLE "TEMPLATES...",
           .

      * PUSH BUTTON
       05
           PB-PRM-TAXRT,
           PUSH-BUTTON,
           COL 3,00,
           LINE 31,00,
           SIZE 20,00,
           EXCEPTION-VALUE 1045,
           ID IS 423,
           TITLE "TAX RATES...",
           .

      * PUSH BUTTON
       05
           PB-PRM-PROMO,
           PUSH-BUTTON,
           COL 24,00,
           LINE 31,00,
           SIZE 18,00,
           EXCEPTION-VALUE 1046,
           ID IS 429,
           TITLE "PROMOTIONS...",
           .

      * PUSH BUTTON
       05
           PB-PRM-NEWREL,
           PUSH-BUTTON,
           COL 43,00,
           LINE 31,00,
           SIZE 18,00,
           EXCEPTION-VALUE 1047,
           ID IS 430,
           TITLE "NEW RELEASES...",
           .

      * PUSH BUTTON
       05
           PB-PRM-REVSHR,
           PUSH-BUTTON,
           COL 3,00,
           LINE 33,00,
           SIZE 20,00,
           EXCEPTION-VALUE 1048,
           ID IS 432,
           TITLE "REVENUE SHARE...",
           .

      * PUSH BUTTON
       05
           PB-PRM-LOYALTY,
           PUSH-BUTTON,
           COL 24,00,
           LINE 33,00,
           SIZE 18,00,
           EXCEPTION-VALUE 1049,
           ID IS 433,
           TITLE "LOYALTY POINTS...",
           .

      * PUSH BUTTON
       05
           PB-PRM-AMNESTY,
           PUSH-BUTTON,
           COL 43,00,
           LINE 33,00,
           SIZE 18,00,
           EXCEPTION-VALUE 1050,
           ID IS 434,
           TITLE "FINE AMNESTY...",
           .

      * PUSH BUTTON
       05
           PB-PRM-DISPLAYS,
           PUSH-BUTTON,
           COL 3,00,
           LINE 35,00,
           SIZE 20,00,
           EXCEPTION-VALUE 1051,
           ID IS 436,
           TITLE "THEMED DISPLAYS...",
           .

      * GL ACCOUNT CODES DIALOG (FOR THE MONTHLY GLEXP EXPORT)
       01
           GL-FORM,
           .

       05
           LBL-GL-TITLE, LABEL, COL 2,00, LINE 1,00, SIZE 40,00,
           TITLE "GL ACCOUNT CODES AND TAX CLASSES",
           FONT IS SMALL-FONT,
           .
       05
           LBL-GL-CASH, LABEL, COL 2,00, LINE 3,00, SIZE 18,00,
           TITLE "CASH / TILL", FONT IS SMALL-FONT,
           .
       05
           EF-GL-CASH, ENTRY-FIELD, COL 21,00, LINE 3,00, SIZE 10,00,
           BOXED, UPPER, FONT IS SMALL-FONT, ID IS 5420, MAX-TEXT 8,
           .
       05
           LBL-GL-AR, LABEL, COL 2,00, LINE 5,00, SIZE 18,00,
           TITLE "PATRON BALANCES", FONT IS SMALL-FONT,
           .
       05
           EF-GL-AR, ENTRY-FIELD, COL 21,00, LINE 5,00, SIZE 10,00,
           BOXED, UPPER, FONT IS SMALL-FONT, ID IS 5421, MAX-TEXT 8,
           .
       05
           LBL-GL-FINREV, LABEL, COL 2,00, LINE 7,00, SIZE 18,00,
           BOXED, UPPER, FONT IS SMALL-FONT, ID IS 5424, MAX-TEXT 8,
           .
       05
           LBL-GL-TAX, LABEL, COL 2,00, LINE 13,00, SIZE 18,00,
           TITLE "SALES TAX OWED", FONT IS SMALL-FONT,
           .
       05
           EF-GL-TAX, ENTRY-FIELD, COL 21,00, LINE 13,00,
           SIZE 10,00,
           BOXED, UPPER, FONT IS SMALL-FONT, ID IS 5425, MAX-TEXT 8,
           .
       05
           LBL-GL-SALEREV, LABEL, COL 2,00, LINE 15,00, SIZE 18,00,
           TITLE "EX-RENTAL SALES", FONT IS SMALL-FONT,
           .
       05
           EF-GL-SALEREV, ENTRY-FIELD, COL 21,00, LINE 15,00,
           SIZE 10,00,
           BOXED, UPPER, FONT IS SMALL-FONT, ID IS 5426, MAX-TEXT 8,
           .
       05
           LBL-GL-MBRREV, LABEL, COL 2,00, LINE 17,00, SIZE 18,00,
           TITLE "MEMBERSHIP FEES", FONT IS SMALL-FONT,
           .
       05
           EF-GL-MBRREV, ENTRY-FIELD, COL 21,00, LINE 17,00,
           SIZE 10,00,
           BOXED, UPPER, FONT IS SMALL-FONT, ID IS 5430, MAX-TEXT 8,
           .
       05
           LBL-GL-EVTREV, LABEL, COL 33,00, LINE 17,00, SIZE 10,00,
           TITLE "SCREENINGS", FONT IS SMALL-FONT,
           .
       05
           EF-GL-EVTREV, ENTRY-FIELD, COL 33,00, LINE 18,30,
           SIZE 10,00,
           BOXED, UPPER, FONT IS SMALL-FONT, ID IS 5431, MAX-TEXT 8,
           .
      * DEPRECIATION AND DISPOSALS OF COPIES AND EQUIPMENT (DEPRUN)
       05
           LBL-GL-DEPEXP, LABEL, COL 33,00, LINE 3,00, SIZE 10,00,
           TITLE "DEPREC EXP", FONT IS SMALL-FONT,
           .
       05
           EF-GL-DEPEXP, ENTRY-FIELD, COL 33,00, LINE 4,30,
           SIZE 10,00,
           BOXED, UPPER, FONT IS SMALL-FONT, ID IS 5432, MAX-TEXT 8,
           .
       05
           LBL-GL-ACCDEP, LABEL, COL 33,00, LINE 6,00, SIZE 10,00,
           TITLE "ACCUM DEPR", FONT IS SMALL-FONT,
           .
       05
           EF-GL-ACCDEP, ENTRY-FIELD, COL 33,00, LINE 7,30,
           SIZE 10,00,
           BOXED, UPPER, FONT IS SMALL-FONT, ID IS 5433, MAX-TEXT 8,
           .
       05
           LBL-GL-ASSETS, LABEL, COL 33,00, LINE 9,00, SIZE 10,00,
           TITLE "ASSETS", FONT IS SMALL-FONT,
           .
       05
           EF-GL-ASSETS, ENTRY-FIELD, COL 33,00, LINE 10,30,
           SIZE 10,00,
           BOXED, UPPER, FONT IS SMALL-FONT, ID IS 5434, MAX-TEXT 8,
           .
       05
           LBL-GL-DISPGL, LABEL, COL 33,00, LINE 12,00, SIZE 10,00,
           TITLE "DISPOSALS", FONT IS SMALL-FONT,
           .
       05
           EF-GL-DISPGL, ENTRY-FIELD, COL 33,00, LINE 13,30,
           SIZE 10,00,
           BOXED, UPPER, FONT IS SMALL-FONT, ID IS 5435, MAX-TEXT 8,
           .
      * FINES WRITTEN OFF BY THE WRTOFF RUN
       05
           LBL-GL-BADDEBT, LABEL, COL 33,00, LINE 21,00, SIZE 10,00,
           TITLE "BAD DEBT", FONT IS SMALL-FONT,
           .
       05
           EF-GL-BADDEBT, ENTRY-FIELD, COL 33,00, LINE 22,30,
           SIZE 10,00,
           BOXED, UPPER, FONT IS SMALL-FONT, ID IS 5439, MAX-TEXT 8,
           .
      * DISTRIBUTORS' REVENUE SHARE SETTLED BY THE REVSET RUN
       05
           LBL-GL-REVSHR, LABEL, COL 45,00, LINE 3,00, SIZE 10,00,
           TITLE "REV SHARE", FONT IS SMALL-FONT,
           .
       05
           EF-GL-REVSHR, ENTRY-FIELD, COL 45,00, LINE 4,30,
           SIZE 10,00,
           BOXED, UPPER, FONT IS SMALL-FONT, ID IS 5440, MAX-TEXT 8,
           .
       05
           LBL-GL-DISTPAY, LABEL, COL 45,00, LINE 6,00, SIZE 10,00,
           TITLE "DIST OWED", FONT IS SMALL-FONT,
           .
       05
           EF-GL-DISTPAY, ENTRY-FIELD, COL 45,00, LINE 7,30,
           SIZE 10,00,
           BOXED, UPPER, FONT IS SMALL-FONT, ID IS 5441, MAX-TEXT 8,
           .
      * LATE FINES FORGIVEN UNDER A FINE AMNESTY CAMPAIGN
       05
           LBL-GL-AMNESTY, LABEL, COL 45,00, LINE 9,00, SIZE 10,00,
           TITLE "AMNESTY", FONT IS SMALL-FONT,
           .
       05
           EF-GL-AMNESTY, ENTRY-FIELD, COL 45,00, LINE 10,30,
           SIZE 10,00,
           BOXED, UPPER, FONT IS SMALL-FONT, ID IS 5451, MAX-TEXT 8,
           .
       05
           LBL-TAX-TITLE, LABEL, COL 2,00, LINE 19,00, SIZE 40,00,
           TITLE "TAX CLASS CHARGED ON EACH KIND OF CHARGE",
           FONT IS SMALL-FONT,
           .
       05
           LBL-TAX-RENTAL, LABEL, COL 2,00, LINE 21,00, SIZE 18,00,
           TITLE "RENTAL FEES", FONT IS SMALL-FONT,
           .
       05
           EF-TAX-RENTAL, ENTRY-FIELD, COL 21,00, LINE 21,00,
           SIZE 4,00,
           BOXED, UPPER, FONT IS SMALL-FONT, ID IS 5427, MAX-TEXT 1,
           .
       05
           LBL-TAX-SALE, LABEL, COL 2,00, LINE 23,00, SIZE 18,00,
           TITLE "EX-RENTAL SALES", FONT IS SMALL-FONT,
           .
       05
           EF-TAX-SALE, ENTRY-FIELD, COL 21,00, LINE 23,00,
           SIZE 4,00,
           BOXED, UPPER, FONT IS SMALL-FONT, ID IS 5428, MAX-TEXT 1,
           .
       05
           LBL-TAX-DAMAGE, LABEL, COL 2,00, LINE 25,00, SIZE 18,00,
           TITLE "DAMAGE CHARGES", FONT IS SMALL-FONT,
           .
       05
           EF-TAX-DAMAGE, ENTRY-FIELD, COL 21,00, LINE 25,00,
           SIZE 4,00,
           BOXED, UPPER, FONT IS SMALL-FONT, ID IS 5429, MAX-TEXT 1,
           .
       05
           PB-GL-SAVE, PUSH-BUTTON, COL 2,00, LINE 27,50, SIZE 14,00,
           EXCEPTION-VALUE 7091, ID IS 7091, TITLE "SAVE",
           .
       05
           PB-GL-CLOSE, PUSH-BUTTON, COL 18,00, LINE 27,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7092, ID IS 7092, TITLE "CLOSE",
           .

      * NEW-RELEASE TIER DIALOG - HOW LONG A TITLE STAYS A NEW RELEASE
      * AFTER ITS STREET DATE, AND HOW IT RENTS WHILE IT IS ONE
       01
           NR-FORM,
           .

       05
           LBL-NR-TITLE, LABEL, COL 2,00, LINE 1,00, SIZE 40,00,
           TITLE "NEW-RELEASE TIER AFTER THE STREET DATE",
           FONT IS SMALL-FONT,
           .
       05
           LBL-NR-DAYS, LABEL, COL 2,00, LINE 3,00, SIZE 22,00,
           TITLE "DAYS IN THE TIER", FONT IS SMALL-FONT,
           .
       05
           EF-NR-DAYS, ENTRY-FIELD, COL 25,00, LINE 3,00, SIZE 6,00,
           BOXED, FONT IS SMALL-FONT, ID IS 5436, MAX-TEXT 3,
           .
       05
           LBL-NR-LOANDAYS, LABEL, COL 2,00, LINE 5,00, SIZE 22,00,
           TITLE "LOAN DAYS IN THE TIER", FONT IS SMALL-FONT,
           .
       05
           EF-NR-LOANDAYS, ENTRY-FIELD, COL 25,00, LINE 5,00,
           SIZE 6,00,
           BOXED, FONT IS SMALL-FONT, ID IS 5437, MAX-TEXT 3,
           .
       05
           LBL-NR-FEE, LABEL, COL 2,00, LINE 7,00, SIZE 22,00,
           TITLE "RENTAL FEE IN THE TIER", FONT IS SMALL-FONT,
           .
       05
           EF-NR-FEE, ENTRY-FIELD, COL 25,00, LINE 7,00, SIZE 10,00,
           BOXED, FONT IS SMALL-FONT, ID IS 5438, MAX-TEXT 6,
           .
       05
           LBL-NR-EFF, LABEL, COL 2,00, LINE 9,00, SIZE 22,00,
           TITLE "TAKES EFFECT ON", FONT IS SMALL-FONT,
           .
       05
           EF-NR-EFF, ENTRY-FIELD, COL 25,00, LINE 9,00, SIZE 12,00,
           BOXED, FONT IS SMALL-FONT, ID IS 5454, MAX-TEXT 10,
           .
       05
           PB-NR-SAVE, PUSH-BUTTON, COL 2,00, LINE 12,00, SIZE 14,00,
           EXCEPTION-VALUE 7093, ID IS 7093, TITLE "SAVE",
           .
       05
           PB-NR-CLOSE, PUSH-BUTTON, COL 18,00, LINE 12,00,
           SIZE 14,00,
           EXCEPTION-VALUE 7094, ID IS 7094, TITLE "CLOSE",
           .

      * LOYALTY POINTS DIALOG - WHAT A PAID RENTAL EARNS, WHAT A POINT
      * IS WORTH AT THE DESK AND HOW LONG IT LASTS
       01
           LY-FORM,
           .

       05
           LBL-LY-TITLE, LABEL, COL 2,00, LINE 1,00, SIZE 40,00,
           TITLE "LOYALTY POINTS ON PAID RENTALS",
           FONT IS SMALL-FONT,
           .
       05
           LBL-LY-RATE, LABEL, COL 2,00, LINE 3,00, SIZE 22,00,
           TITLE "POINTS PER UNIT PAID", FONT IS SMALL-FONT,
           .
       05
           EF-LY-RATE, ENTRY-FIELD, COL 25,00, LINE 3,00, SIZE 6,00,
           BOXED, FONT IS SMALL-FONT, ID IS 5442, MAX-TEXT 3,
           .
       05
           LBL-LY-VALUE, LABEL, COL 2,00, LINE 5,00, SIZE 22,00,
           TITLE "VALUE OF ONE POINT", FONT IS SMALL-FONT,
           .
       05
           EF-LY-VALUE, ENTRY-FIELD, COL 25,00, LINE 5,00,
           SIZE 10,00,
           BOXED, FONT IS SMALL-FONT, ID IS 5443, MAX-TEXT 6,
           .
       05
           LBL-LY-EXPIRE, LABEL, COL 2,00, LINE 7,00, SIZE 22,00,
           TITLE "MONTHS BEFORE EXPIRY", FONT IS SMALL-FONT,
           .
       05
           EF-LY-EXPIRE, ENTRY-FIELD, COL 25,00, LINE 7,00, SIZE 6,00,
           BOXED, FONT IS SMALL-FONT, ID IS 5444, MAX-TEXT 3,
           .
       05
           PB-LY-SAVE, PUSH-BUTTON, COL 2,00, LINE 10,00, SIZE 14,00,
           EXCEPTION-VALUE 7095, ID IS 7095, TITLE "SAVE",
           .
       05
           PB-LY-CLOSE, PUSH-BUTTON, COL 18,00, LINE 10,00,
           SIZE 14,00,
           EXCEPTION-VALUE 7096, ID IS 7096, TITLE "CLOSE",
           .

      * FINE AMNESTY DIALOG - THE CAMPAIGN WINDOW DURING WHICH LATE
      * FINES ON RETURNED ITEMS ARE FORGIVEN
       01
           AM-FORM,
           .

       05
           LBL-AM-TITLE, LABEL, COL 2,00, LINE 1,00, SIZE 44,00,
           TITLE "FINE AMNESTY CAMPAIGN (FIRST DAY BLANK = NONE)",
           FONT IS SMALL-FONT,
           .
       05
           LBL-AM-CODE, LABEL, COL 2,00, LINE 3,00, SIZE 22,00,
           TITLE "CAMPAIGN CODE", FONT IS SMALL-FONT,
           .
       05
           EF-AM-CODE, ENTRY-FIELD, COL 25,00, LINE 3,00,
           SIZE 14,00,
           BOXED, UPPER, FONT IS SMALL-FONT, ID IS 5445, MAX-TEXT 10,
           .
       05
           LBL-AM-DESC, LABEL, COL 2,00, LINE 5,00, SIZE 22,00,
           TITLE "DESCRIPTION", FONT IS SMALL-FONT,
           .
       05
           EF-AM-DESC, ENTRY-FIELD, COL 25,00, LINE 5,00,
           SIZE 30,00,
           BOXED, FONT IS SMALL-FONT, ID IS 5446, MAX-TEXT 30,
           .
       05
           LBL-AM-FROM, LABEL, COL 2,00, LINE 7,00, SIZE 22,00,
           TITLE "FIRST DAY", FONT IS SMALL-FONT,
           .
       05
           EF-AM-FROM, ENTRY-FIELD, COL 25,00, LINE 7,00,
           SIZE 12,00,
           BOXED, FONT IS SMALL-FONT, ID IS 5447, MAX-TEXT 10,
           .
       05
           LBL-AM-TO, LABEL, COL 2,00, LINE 9,00, SIZE 22,00,
           TITLE "LAST DAY", FONT IS SMALL-FONT,
           .
       05
           EF-AM-TO, ENTRY-FIELD, COL 25,00, LINE 9,00,
           SIZE 12,00,
           BOXED, FONT IS SMALL-FONT, ID IS 5448, MAX-TEXT 10,
           .
       05
           LBL-AM-CATS, LABEL, COL 2,00, LINE 11,00, SIZE 22,00,
           TITLE "CATEGORIES (BLANK=ALL)", FONT IS SMALL-FONT,
           .
       05
           EF-AM-CATS, ENTRY-FIELD, COL 25,00, LINE 11,00,
           SIZE 6,00,
           BOXED, UPPER, FONT IS SMALL-FONT, ID IS 5449, MAX-TEXT 4,
           .
       05
           LBL-AM-MAXDAYS, LABEL, COL 2,00, LINE 13,00, SIZE 22,00,
           TITLE "MAX DAYS LATE (0=ANY)", FONT IS SMALL-FONT,
           .
       05
           EF-AM-MAXDAYS, ENTRY-FIELD, COL 25,00, LINE 13,00,
           SIZE 6,00,
           BOXED, FONT IS SMALL-FONT, ID IS 5450, MAX-TEXT 4,
           .
       05
           PB-AM-SAVE, PUSH-BUTTON, COL 2,00, LINE 16,00, SIZE 14,00,
           EXCEPTION-VALUE 7097, ID IS 7097, TITLE "SAVE",
           .
       05
           PB-AM-CLOSE, PUSH-BUTTON, COL 18,00, LINE 16,00,
           SIZE 14,00,
           EXCEPTION-VALUE 7098, ID IS 7098, TITLE "CLOSE",
           .

      * PUSH BUTTON
       05
           PB-PRM-EXIT,
       INITIALIZE-ROUTINE.
           ACCEPT SYSTEM-INFORMATION FROM SYSTEM-INFO.
           ACCEPT TERMINAL-ABILITIES FROM TERMINAL-INFO.
           PERFORM LOAD-CAPTIONS.
           PERFORM OPEN-FILE-RTN.
           .
      /
      *----------------------------------------------------------------*
       OPEN-FILE-RTN.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM SET-SCREEN-TITLE

           OPEN  I-O PARAMS
           IF STATUS-PARAMS = "35"
           END-IF

           PERFORM LOAD-PRICE-TABLE

           OPEN  I-O POLSCHED
           IF STATUS-POLSCHED = "35"
              OPEN OUTPUT POLSCHED
                IF VALID-STATUS-POLSCHED
                   CLOSE POLSCHED
                   OPEN I-O POLSCHED
                END-IF
           END-IF

           IF NOT VALID-STATUS-POLSCHED
               PERFORM EXIT-STOP-ROUTINE
           END-IF
           SET SCH-OPEN TO TRUE
           .
      /
      *----------------------------------------------------------------*
           MOVE 2    TO PRM-HOLD-PRESS
           MOVE 50   TO PRM-LATE-PCT
           MOVE 50,00 TO PRM-DEP-OVER
           MOVE 1    TO PRM-FY-START
           MOVE "S"  TO PRM-TAX-RENTAL
           MOVE "S"  TO PRM-TAX-SALE
           MOVE "S"  TO PRM-TAX-DAMAGE
           MOVE "2100" TO PRM-GL-TAX
           MOVE "4200" TO PRM-GL-SALEREV
           MOVE 25,00 TO PRM-MBR-ANNUAL
           MOVE 3,00  TO PRM-MBR-MONTHLY
           MOVE 14    TO PRM-MBR-WARN-DAYS
           MOVE "4300" TO PRM-GL-MBRREV
           MOVE ZERO  TO PRM-HH-MAX-LOANS
           MOVE "4400" TO PRM-GL-EVTREV
           MOVE "6100" TO PRM-GL-DEPEXP
           MOVE "1590" TO PRM-GL-ACCDEP
           MOVE "1500" TO PRM-GL-ASSETS
           MOVE "6200" TO PRM-GL-DISPGL
           MOVE 30   TO PRM-NEW-DAYS
           MOVE 2    TO PRM-NEW-LOAN-DAYS
           MOVE 3,50 TO PRM-NEW-FEE
           MOVE 14   TO PRM-APPLY-DAYS
           MOVE "5100" TO PRM-GL-BADDEBT
           MOVE "5200" TO PRM-GL-REVSHR
           MOVE "2200" TO PRM-GL-DISTPAY
           MOVE 10     TO PRM-PTS-PER-UNIT
           MOVE 0,0050 TO PRM-PTS-VALUE
           MOVE 12     TO PRM-PTS-EXPIRE-MM
           MOVE SPACES TO PRM-AMN-CODE
           MOVE SPACES TO PRM-AMN-DESC
           MOVE ZERO   TO PRM-AMN-FROM-DT
           MOVE ZERO   TO PRM-AMN-TO-DT
           MOVE SPACES TO PRM-AMN-CATS
           MOVE ZERO   TO PRM-AMN-MAX-DAYS
           MOVE "5300" TO PRM-GL-AMNESTY
           MOVE 14     TO PRM-HOLD-TARGET

           WRITE PRM-REC
                 INVALID KEY
       CLOSE-FILE-RTN.
           CLOSE PARAMS
           CLOSE PRICES
           CLOSE POLSCHED
           .
      /
      *----------------------------------------------------------------*
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
      /
          COPY 'CPVIDDTP.CPY'.
      /
      *----------------------------------------------------------------*
      * THE POLICY AND FEE SCHEDULE                                    *
      *----------------------------------------------------------------*
          COPY 'CPVIDPSP.CPY'.
      /
      *----------------------------------------------------------------*
      * SCREEN ROUTINES - WINDOW CREATION AND DISPLAY                  *
      *----------------------------------------------------------------*
       FORM1-OPEN-ROUTINE.

       FORM1-CREATE-WINDOW.
           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 36,00,
              SIZE 62,00,
              COLOR 65793,
              CONTROL FONT SMALL-FONT,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE SCREEN-TITLE,
              WITH SYSTEM MENU,
              USER-GRAY,
              USER-WHITE,
                  PERFORM OPEN-CERT-MAINT
               WHEN KEY-STATUS = 1044
                  PERFORM OPEN-FMT-MAINT
               WHEN KEY-STATUS = 1045
                  PERFORM OPEN-TAXRT-MAINT
               WHEN KEY-STATUS = 1046
                  PERFORM OPEN-PROMO-MAINT
               WHEN KEY-STATUS = 1047
                  PERFORM NEW-RELEASE-PROMPT
               WHEN KEY-STATUS = 1048
                  PERFORM OPEN-REVSHR-MAINT
               WHEN KEY-STATUS = 1049
                  PERFORM LOYALTY-PROMPT
               WHEN KEY-STATUS = 1050
                  PERFORM AMNESTY-PROMPT
               WHEN KEY-STATUS = 1051
                  PERFORM OPEN-DISPLAY-MAINT
           END-EVALUATE

      * AVOID CHANGING FOCUS
      * SAVE THE SETTINGS BACK TO THE PARAMS RECORD                    *
      *----------------------------------------------------------------*
       SAVE-ENTRY.
           ACCEPT EFF-TODAY FROM DATE YYYYMMDD
           INQUIRE EF-EFF-FROM VALUE WK-DATE-TEXT
           IF WK-DATE-TEXT = SPACES
              MOVE EFF-TODAY TO EFF-FROM-DT
           ELSE
              PERFORM PARSE-DATE-TEXT
              IF NOT WK-DATE-VALID
                 DISPLAY MESSAGE BOX
                    "Invalid date the changes take effect - not saved!"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF
              MOVE WK-DATE-YMD TO EFF-FROM-DT
           END-IF

           IF EFF-FROM-DT < EFF-TODAY
              DISPLAY MESSAGE BOX
                 "Changes cannot take effect in the past - not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

      *> THE HOUSE POLICY AS IT STANDS, BEFORE THE SCREEN'S VALUES
           MOVE 1 TO PRM-ID
           READ PARAMS
                INVALID CONTINUE
           END-READ
           PERFORM HOUSE-TO-SCHEDULE
           MOVE PSC-HOUSE TO LIVE-HOUSE-IMAGE

           PERFORM FROMSCREEN-TORECORD

           IF PRM-LOAN-DAYS = ZERO
              EXIT PARAGRAPH
           END-IF

           IF PRM-FY-START = ZERO OR PRM-FY-START > 12
              DISPLAY MESSAGE BOX
                 "Fiscal year start must be a month 1-12 - not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           PERFORM SCHEDULE-HOUSE-POLICY
           PERFORM SCHEDULE-PRICE-TABLE

      *> A LATER DAY - THE LOAN POLICY AND FEES WAIT ON THE SCHEDULE
      *> AND ONLY THE HOUSEKEEPING SETTINGS CHANGE TODAY
           IF EFF-FROM-DT > EFF-TODAY
              MOVE LIVE-HOUSE-IMAGE TO PSC-HOUSE
              PERFORM SCHEDULE-TO-HOUSE
           END-IF

           MOVE 1 TO PRM-ID
           REWRITE PRM-REC
              INVALID KEY
                     "Error during REWRITE"
                     TITLE TITLEX
              NOT INVALID KEY
                  IF EFF-FROM-DT > EFF-TODAY
                     PERFORM LOAD-PRICE-TABLE
                     PERFORM FROMREC-TOSCREEN
                     MOVE EFF-FROM-DT TO WK-DATE-YMD
                     PERFORM FORMAT-DATE-TEXT
                     DISPLAY MESSAGE
                        "Loan policy and fees saved to take effect on "
                        WK-DATE-TEXT
                  ELSE
                     PERFORM SAVE-PRICE-TABLE
                     DISPLAY MESSAGE "Settings saved!"
                  END-IF
           END-REWRITE
           .
      /
      *----------------------------------------------------------------*
      * FILE THE HOUSE LOAN POLICY ON THE SCHEDULE AS TAKING EFFECT ON *
      * EFF-FROM-DT - THE FIRST CHANGE EVER ALSO FILES THE POLICY AS   *
      * IT STOOD.  A SAVE FOR TODAY THAT CHANGES NONE OF IT FILES      *
      * NOTHING                                                        *
      *----------------------------------------------------------------*
       SCHEDULE-HOUSE-POLICY.
           MOVE "H"    TO SCH-KIND
           MOVE SPACES TO SCH-ITEM
           MOVE LIVE-HOUSE-IMAGE TO PSC-HOUSE
           PERFORM KEEP-SCHEDULE-BASELINE

           PERFORM HOUSE-TO-SCHEDULE
           IF EFF-FROM-DT = EFF-TODAY
              AND PSC-HOUSE = LIVE-HOUSE-IMAGE
              EXIT PARAGRAPH
           END-IF

           MOVE EFF-FROM-DT TO SCH-DATE
           PERFORM SAVE-SCHEDULE-ROW
           .

       HOUSE-TO-SCHEDULE.
           MOVE SPACES           TO PSC-HOUSE
           MOVE PRM-LOAN-DAYS    TO PSC-LOAN-DAYS
           MOVE PRM-MAX-LOANS    TO PSC-MAX-LOANS
           MOVE PRM-FINE-RATE    TO PSC-FINE-RATE
           MOVE PRM-GRACE-DAYS   TO PSC-GRACE-DAYS
           MOVE PRM-MAX-RENEWALS TO PSC-MAX-RENEWALS
           MOVE PRM-HOLD-DAYS    TO PSC-HOLD-DAYS
           MOVE PRM-LATE-PCT     TO PSC-LATE-PCT
           MOVE PRM-DEP-OVER     TO PSC-DEP-OVER
           MOVE PRM-MBR-ANNUAL   TO PSC-MBR-ANNUAL
           MOVE PRM-MBR-MONTHLY  TO PSC-MBR-MONTHLY
           MOVE PRM-HH-MAX-LOANS TO PSC-HH-MAX-LOANS
           MOVE PRM-NEW-DAYS      TO PSC-NEW-DAYS
           MOVE PRM-NEW-LOAN-DAYS TO PSC-NEW-LOAN-DAYS
           MOVE PRM-NEW-FEE       TO PSC-NEW-FEE
           .

       SCHEDULE-TO-HOUSE.
           MOVE PSC-LOAN-DAYS    TO PRM-LOAN-DAYS
           MOVE PSC-MAX-LOANS    TO PRM-MAX-LOANS
           MOVE PSC-FINE-RATE    TO PRM-FINE-RATE
           MOVE PSC-GRACE-DAYS   TO PRM-GRACE-DAYS
           MOVE PSC-MAX-RENEWALS TO PRM-MAX-RENEWALS
           MOVE PSC-HOLD-DAYS    TO PRM-HOLD-DAYS
           MOVE PSC-LATE-PCT     TO PRM-LATE-PCT
           MOVE PSC-DEP-OVER     TO PRM-DEP-OVER
           MOVE PSC-MBR-ANNUAL   TO PRM-MBR-ANNUAL
           MOVE PSC-MBR-MONTHLY  TO PRM-MBR-MONTHLY
           MOVE PSC-HH-MAX-LOANS TO PRM-HH-MAX-LOANS
           MOVE PSC-NEW-DAYS      TO PRM-NEW-DAYS
           MOVE PSC-NEW-LOAN-DAYS TO PRM-NEW-LOAN-DAYS
           MOVE PSC-NEW-FEE       TO PRM-NEW-FEE
           .
      /
      *----------------------------------------------------------------*
      * FILE THE FOUR FORMAT FEES ON THE SCHEDULE THE SAME WAY         *
      *----------------------------------------------------------------*
       SCHEDULE-PRICE-TABLE.
           MOVE "VHS    " TO PRC-FORMAT
           MOVE FEE-VHS   TO NEW-FEE
           PERFORM SCHEDULE-ONE-PRICE

           MOVE "DVD    " TO PRC-FORMAT
           MOVE FEE-DVD   TO NEW-FEE
           PERFORM SCHEDULE-ONE-PRICE

           MOVE "BLU-RAY"  TO PRC-FORMAT
           MOVE FEE-BLURAY TO NEW-FEE
           PERFORM SCHEDULE-ONE-PRICE

           MOVE "DIGITAL"   TO PRC-FORMAT
           MOVE FEE-DIGITAL TO NEW-FEE
           PERFORM SCHEDULE-ONE-PRICE
           .

       SCHEDULE-ONE-PRICE.
           MOVE ZERO TO LIVE-FEE
           READ PRICES
                INVALID     CONTINUE
                NOT INVALID MOVE PRC-FEE TO LIVE-FEE
           END-READ

           MOVE "F"        TO SCH-KIND
           MOVE PRC-FORMAT TO SCH-ITEM
           MOVE SPACES     TO PSC-HOUSE
           MOVE LIVE-FEE   TO PSC-PRC-FEE
           PERFORM KEEP-SCHEDULE-BASELINE

           IF EFF-FROM-DT = EFF-TODAY
              AND NEW-FEE = LIVE-FEE
              EXIT PARAGRAPH
           END-IF

           MOVE NEW-FEE     TO PSC-PRC-FEE
           MOVE EFF-FROM-DT TO SCH-DATE
           PERFORM SAVE-SCHEDULE-ROW
           .
      /
      *----------------------------------------------------------------*
      * WRITE (OR REWRITE) THE FOUR FORMAT PRICE ROWS                  *
      *----------------------------------------------------------------*
       SAVE-PRICE-TABLE.
           MODIFY EF-GRACEDAYS VALUE PRM-GRACE-DAYS
           MODIFY EF-MAXRENEW  VALUE PRM-MAX-RENEWALS
           MODIFY EF-HOLDDAYS  VALUE PRM-HOLD-DAYS
           MODIFY EF-HOLDTARGET VALUE PRM-HOLD-TARGET
           MODIFY EF-HOLDPRESS VALUE PRM-HOLD-PRESS
           MODIFY EF-LATEPCT   VALUE PRM-LATE-PCT
           MODIFY EF-DEPOVER   VALUE PRM-DEP-OVER
           MODIFY EF-FYSTART   VALUE PRM-FY-START
           MODIFY EF-MBR-ANNUAL  VALUE PRM-MBR-ANNUAL
           MODIFY EF-MBR-MONTHLY VALUE PRM-MBR-MONTHLY
           MODIFY EF-MBR-WARN    VALUE PRM-MBR-WARN-DAYS
           MODIFY EF-HH-MAXLOANS VALUE PRM-HH-MAX-LOANS
           MODIFY EF-APPLY-DAYS  VALUE PRM-APPLY-DAYS
           MODIFY EF-FEE-VHS     VALUE FEE-VHS
           MODIFY EF-FEE-DVD     VALUE FEE-DVD
           MODIFY EF-FEE-BLURAY  VALUE FEE-BLURAY
           MODIFY EF-FEE-DIGITAL VALUE FEE-DIGITAL

           ACCEPT WK-DATE-YMD FROM DATE YYYYMMDD
           PERFORM FORMAT-DATE-TEXT
           MODIFY EF-EFF-FROM    VALUE WK-DATE-TEXT
           .
      /
      *----------------------------------------------------------------*
           INQUIRE EF-GRACEDAYS VALUE PRM-GRACE-DAYS
           INQUIRE EF-MAXRENEW  VALUE PRM-MAX-RENEWALS
           INQUIRE EF-HOLDDAYS  VALUE PRM-HOLD-DAYS
           INQUIRE EF-HOLDTARGET VALUE PRM-HOLD-TARGET
           INQUIRE EF-HOLDPRESS VALUE PRM-HOLD-PRESS
           INQUIRE EF-LATEPCT   VALUE PRM-LATE-PCT
           INQUIRE EF-DEPOVER   VALUE PRM-DEP-OVER
           INQUIRE EF-FYSTART   VALUE PRM-FY-START
           INQUIRE EF-MBR-ANNUAL  VALUE PRM-MBR-ANNUAL
           INQUIRE EF-MBR-MONTHLY VALUE PRM-MBR-MONTHLY
           INQUIRE EF-MBR-WARN    VALUE PRM-MBR-WARN-DAYS
           INQUIRE EF-HH-MAXLOANS VALUE PRM-HH-MAX-LOANS
           INQUIRE EF-APPLY-DAYS  VALUE PRM-APPLY-DAYS
           INQUIRE EF-FEE-VHS     VALUE FEE-VHS
           INQUIRE EF-FEE-DVD     VALUE FEE-DVD
           INQUIRE EF-FEE-BLURAY  VALUE FEE-BLURAY
      /
      *----------------------------------------------------------------*
      * GL ACCOUNT CODES DIALOG - THE BOOKKEEPER'S CHART-OF-ACCOUNTS   *
      * CODES THE MONTHLY GL EXPORT POSTS TO, AND THE TAXRATE CLASS    *
      * EACH KIND OF CHARGE IS TAXED UNDER                             *
      *----------------------------------------------------------------*
       GL-ACCOUNTS-PROMPT.
           SET GL-DONE TO FALSE

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 30,00,
              SIZE 56,00,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
              MODELESS,
           MODIFY EF-GL-FINREV  VALUE PRM-GL-FINREV
           MODIFY EF-GL-RENTREV VALUE PRM-GL-RENTREV
           MODIFY EF-GL-WAIVE   VALUE PRM-GL-WAIVE
           MODIFY EF-GL-TAX     VALUE PRM-GL-TAX
           MODIFY EF-GL-SALEREV VALUE PRM-GL-SALEREV
           MODIFY EF-GL-MBRREV  VALUE PRM-GL-MBRREV
           MODIFY EF-GL-EVTREV  VALUE PRM-GL-EVTREV
           MODIFY EF-GL-DEPEXP  VALUE PRM-GL-DEPEXP
           MODIFY EF-GL-ACCDEP  VALUE PRM-GL-ACCDEP
           MODIFY EF-GL-ASSETS  VALUE PRM-GL-ASSETS
           MODIFY EF-GL-DISPGL  VALUE PRM-GL-DISPGL
           MODIFY EF-GL-BADDEBT VALUE PRM-GL-BADDEBT
           MODIFY EF-GL-REVSHR  VALUE PRM-GL-REVSHR
           MODIFY EF-GL-DISTPAY VALUE PRM-GL-DISTPAY
           MODIFY EF-GL-AMNESTY VALUE PRM-GL-AMNESTY
           MODIFY EF-TAX-RENTAL VALUE PRM-TAX-RENTAL
           MODIFY EF-TAX-SALE   VALUE PRM-TAX-SALE
           MODIFY EF-TAX-DAMAGE VALUE PRM-TAX-DAMAGE

           PERFORM UNTIL GL-DONE
              ACCEPT GL-FORM
                   INQUIRE EF-GL-FINREV  VALUE PRM-GL-FINREV
                   INQUIRE EF-GL-RENTREV VALUE PRM-GL-RENTREV
                   INQUIRE EF-GL-WAIVE   VALUE PRM-GL-WAIVE
                   INQUIRE EF-GL-TAX     VALUE PRM-GL-TAX
                   INQUIRE EF-GL-SALEREV VALUE PRM-GL-SALEREV
                   INQUIRE EF-GL-MBRREV  VALUE PRM-GL-MBRREV
                   INQUIRE EF-GL-EVTREV  VALUE PRM-GL-EVTREV
                   INQUIRE EF-GL-DEPEXP  VALUE PRM-GL-DEPEXP
                   INQUIRE EF-GL-ACCDEP  VALUE PRM-GL-ACCDEP
                   INQUIRE EF-GL-ASSETS  VALUE PRM-GL-ASSETS
                   INQUIRE EF-GL-DISPGL  VALUE PRM-GL-DISPGL
                   INQUIRE EF-GL-BADDEBT VALUE PRM-GL-BADDEBT
                   INQUIRE EF-GL-REVSHR  VALUE PRM-GL-REVSHR
                   INQUIRE EF-GL-DISTPAY VALUE PRM-GL-DISTPAY
                   INQUIRE EF-GL-AMNESTY VALUE PRM-GL-AMNESTY
                   INQUIRE EF-TAX-RENTAL VALUE PRM-TAX-RENTAL
                   INQUIRE EF-TAX-SALE   VALUE PRM-TAX-SALE
                   INQUIRE EF-TAX-DAMAGE VALUE PRM-TAX-DAMAGE

                   MOVE 1 TO PRM-ID
                   REWRITE PRM-REC
           .
      /
      *----------------------------------------------------------------*
      * NEW-RELEASE TIER DIALOG - DAYS A TITLE STAYS A NEW RELEASE     *
      * AFTER ITS STREET DATE, ITS LOAN PERIOD AND ITS FLAT FEE.  ZERO *
      * DAYS SWITCHES THE TIER OFF AND EVERY TITLE RENTS AT CATALOG    *
      *----------------------------------------------------------------*
       NEW-RELEASE-PROMPT.
           SET NR-DONE TO FALSE

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 14,00,
              SIZE 44,00,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE "FILMOTECA.EDUC360 - NEW RELEASES",
              WITH SYSTEM MENU,
              HANDLE IS NR-FORM-HANDLE,

           DISPLAY NR-FORM

           MODIFY EF-NR-DAYS     VALUE PRM-NEW-DAYS
           MODIFY EF-NR-LOANDAYS VALUE PRM-NEW-LOAN-DAYS
           MODIFY EF-NR-FEE      VALUE PRM-NEW-FEE
           ACCEPT WK-DATE-YMD FROM DATE YYYYMMDD
           PERFORM FORMAT-DATE-TEXT
           MODIFY EF-NR-EFF      VALUE WK-DATE-TEXT

           PERFORM UNTIL NR-DONE
              ACCEPT NR-FORM
                 ON EXCEPTION
                    PERFORM NR-EVALUATE-FUNC
              END-ACCEPT
           END-PERFORM

           DESTROY NR-FORM-HANDLE
           INITIALIZE KEY-STATUS
           .

       NR-EVALUATE-FUNC.
           EVALUATE TRUE
              WHEN EXIT-PUSHED
                   SET NR-DONE TO TRUE
              WHEN EVENT-OCCURRED
                   IF EVENT-TYPE = CMD-CLOSE
                      SET NR-DONE TO TRUE
                   END-IF
              WHEN KEY-STATUS = 7093
                   PERFORM NR-SAVE-TIER
              WHEN KEY-STATUS = 7094
                   SET NR-DONE TO TRUE
           END-EVALUATE
           .

      *> THE TIER IS PART OF THE HOUSE POLICY, SO IT GOES ON THE
      *> SCHEDULE LIKE THE LOAN POLICY ON THE MAIN SCREEN - A LATER
      *> DAY LEAVES PARAMS AS IT IS FOR POLAPPLY TO PROMOTE
       NR-SAVE-TIER.
           ACCEPT EFF-TODAY FROM DATE YYYYMMDD
           INQUIRE EF-NR-EFF VALUE WK-DATE-TEXT
           IF WK-DATE-TEXT = SPACES
              MOVE EFF-TODAY TO EFF-FROM-DT
           ELSE
              PERFORM PARSE-DATE-TEXT
              IF NOT WK-DATE-VALID
                 DISPLAY MESSAGE BOX
                    "Invalid date the tier takes effect - not saved!"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF
              MOVE WK-DATE-YMD TO EFF-FROM-DT
           END-IF

           IF EFF-FROM-DT < EFF-TODAY
              DISPLAY MESSAGE BOX
                 "Changes cannot take effect in the past - not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE 1 TO PRM-ID
           READ PARAMS
                INVALID CONTINUE
           END-READ
           PERFORM HOUSE-TO-SCHEDULE
           MOVE PSC-HOUSE TO LIVE-HOUSE-IMAGE

           INQUIRE EF-NR-DAYS     VALUE PRM-NEW-DAYS
           INQUIRE EF-NR-LOANDAYS VALUE PRM-NEW-LOAN-DAYS
           INQUIRE EF-NR-FEE      VALUE PRM-NEW-FEE

           IF PRM-NEW-DAYS > ZERO
              AND PRM-NEW-LOAN-DAYS = ZERO
              DISPLAY MESSAGE BOX
                 "New-release loan days must be at least 1 - not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           PERFORM SCHEDULE-NEW-RELEASE-TIER

           IF EFF-FROM-DT > EFF-TODAY
              MOVE LIVE-HOUSE-IMAGE TO PSC-HOUSE
              PERFORM SCHEDULE-TO-HOUSE
           END-IF

           MOVE 1 TO PRM-ID
           REWRITE PRM-REC
              INVALID KEY
                  DISPLAY MESSAGE BOX
                     "Error during REWRITE"
                     TITLE TITLEX
              NOT INVALID KEY
                  IF EFF-FROM-DT > EFF-TODAY
                     MOVE EFF-FROM-DT TO WK-DATE-YMD
                     PERFORM FORMAT-DATE-TEXT
                     DISPLAY MESSAGE
                        "New-release tier saved to take effect on "
                        WK-DATE-TEXT
                  ELSE
                     DISPLAY MESSAGE "New-release tier saved!"
                  END-IF
           END-REWRITE
           .

      *> ONLY THE TIER CHANGES ON THE DAY - THE REST OF THE HOUSE ROW
      *> IS WHATEVER IS IN FORCE THEN, SO A LOAN POLICY CHANGE ALREADY
      *> WAITING ON THE SCHEDULE IS NOT UNDONE
       SCHEDULE-NEW-RELEASE-TIER.
           MOVE "H"    TO SCH-KIND
           MOVE SPACES TO SCH-ITEM
           MOVE LIVE-HOUSE-IMAGE TO PSC-HOUSE
           PERFORM KEEP-SCHEDULE-BASELINE

           MOVE EFF-FROM-DT TO SCH-DATE
           PERFORM FIND-POLICY-IN-FORCE
           IF NOT SCH-FOUND
              MOVE LIVE-HOUSE-IMAGE TO PSC-HOUSE
           END-IF
           MOVE PRM-NEW-DAYS      TO PSC-NEW-DAYS
           MOVE PRM-NEW-LOAN-DAYS TO PSC-NEW-LOAN-DAYS
           MOVE PRM-NEW-FEE       TO PSC-NEW-FEE
           IF EFF-FROM-DT = EFF-TODAY
              AND PSC-HOUSE = LIVE-HOUSE-IMAGE
              EXIT PARAGRAPH
           END-IF

           MOVE EFF-FROM-DT TO SCH-DATE
           PERFORM SAVE-SCHEDULE-ROW
           .
      /
      *----------------------------------------------------------------*
      * LOYALTY POINTS DIALOG - POINTS EARNED PER WHOLE UNIT OF A PAID *
      * RENTAL FEE, THE VALUE OF ONE POINT OFF A RENTAL, AND THE       *
      * MONTHS A POINT LASTS.  ZERO POINTS PER UNIT SWITCHES EARNING   *
      * OFF; POINTS ALREADY AVAILABLE CAN STILL BE SPENT               *
      *----------------------------------------------------------------*
       LOYALTY-PROMPT.
           SET LY-DONE TO FALSE

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 12,00,
              SIZE 44,00,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE "FILMOTECA.EDUC360 - LOYALTY POINTS",
              WITH SYSTEM MENU,
              HANDLE IS LY-FORM-HANDLE,

           DISPLAY LY-FORM

           MODIFY EF-LY-RATE   VALUE PRM-PTS-PER-UNIT
           MODIFY EF-LY-VALUE  VALUE PRM-PTS-VALUE
           MODIFY EF-LY-EXPIRE VALUE PRM-PTS-EXPIRE-MM

           PERFORM UNTIL LY-DONE
              ACCEPT LY-FORM
                 ON EXCEPTION
                    PERFORM LY-EVALUATE-FUNC
              END-ACCEPT
           END-PERFORM

           DESTROY LY-FORM-HANDLE
           INITIALIZE KEY-STATUS
           .

       LY-EVALUATE-FUNC.
           EVALUATE TRUE
              WHEN EXIT-PUSHED
                   SET LY-DONE TO TRUE
              WHEN EVENT-OCCURRED
                   IF EVENT-TYPE = CMD-CLOSE
                      SET LY-DONE TO TRUE
                   END-IF
              WHEN KEY-STATUS = 7095
                   INQUIRE EF-LY-RATE   VALUE PRM-PTS-PER-UNIT
                   INQUIRE EF-LY-VALUE  VALUE PRM-PTS-VALUE
                   INQUIRE EF-LY-EXPIRE VALUE PRM-PTS-EXPIRE-MM

                   IF PRM-PTS-PER-UNIT > ZERO
                      AND PRM-PTS-VALUE = ZERO
                      DISPLAY MESSAGE BOX
                         "A point must be worth something - not saved!"
                         TITLE TITLEX
                         ICON  3
                      EXIT PARAGRAPH
                   END-IF

                   MOVE 1 TO PRM-ID
                   REWRITE PRM-REC
                      INVALID KEY
                          DISPLAY MESSAGE BOX
                             "Error during REWRITE"
                             TITLE TITLEX
                      NOT INVALID KEY
                          DISPLAY MESSAGE "Loyalty points saved!"
                   END-REWRITE
              WHEN KEY-STATUS = 7096
                   SET LY-DONE TO TRUE
           END-EVALUATE
           .
      /
      *----------------------------------------------------------------*
      * FINE AMNESTY DIALOG - THE CURRENT CAMPAIGN'S CODE, ITS FIRST   *
      * AND LAST DAY, THE BORROWER CATEGORIES IT COVERS (BLANK = ALL)  *
      * AND THE MOST DAYS LATE IT FORGIVES (ZERO = ANY).  A BLANK      *
      * FIRST DAY MEANS NO CAMPAIGN IS RUNNING                         *
      *----------------------------------------------------------------*
       AMNESTY-PROMPT.
           SET AM-DONE TO FALSE

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 18,00,
              SIZE 58,00,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE "FILMOTECA.EDUC360 - FINE AMNESTY",
              WITH SYSTEM MENU,
              HANDLE IS AM-FORM-HANDLE,

           DISPLAY AM-FORM

           MODIFY EF-AM-CODE    VALUE PRM-AMN-CODE
           MODIFY EF-AM-DESC    VALUE PRM-AMN-DESC
           MOVE PRM-AMN-FROM-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MODIFY EF-AM-FROM    VALUE WK-DATE-TEXT
           MOVE PRM-AMN-TO-DT   TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MODIFY EF-AM-TO      VALUE WK-DATE-TEXT
           MODIFY EF-AM-CATS    VALUE PRM-AMN-CATS
           MODIFY EF-AM-MAXDAYS VALUE PRM-AMN-MAX-DAYS

           PERFORM UNTIL AM-DONE
              ACCEPT AM-FORM
                 ON EXCEPTION
                    PERFORM AM-EVALUATE-FUNC
              END-ACCEPT
           END-PERFORM

           DESTROY AM-FORM-HANDLE
           INITIALIZE KEY-STATUS
           .

       AM-EVALUATE-FUNC.
           EVALUATE TRUE
              WHEN EXIT-PUSHED
                   SET AM-DONE TO TRUE
              WHEN EVENT-OCCURRED
                   IF EVENT-TYPE = CMD-CLOSE
                      SET AM-DONE TO TRUE
                   END-IF
              WHEN KEY-STATUS = 7097
                   INQUIRE EF-AM-FROM VALUE WK-DATE-TEXT
                   PERFORM PARSE-DATE-TEXT
                   IF NOT WK-DATE-VALID
                      DISPLAY MESSAGE BOX
                         "First day is not a valid date - not saved!"
                         TITLE TITLEX
                         ICON  3
                      EXIT PARAGRAPH
                   END-IF
                   MOVE WK-DATE-YMD TO AM-FROM-DT

                   INQUIRE EF-AM-TO VALUE WK-DATE-TEXT
                   PERFORM PARSE-DATE-TEXT
                   IF NOT WK-DATE-VALID
                      DISPLAY MESSAGE BOX
                         "Last day is not a valid date - not saved!"
                         TITLE TITLEX
                         ICON  3
                      EXIT PARAGRAPH
                   END-IF
                   MOVE WK-DATE-YMD TO AM-TO-DT

                   INQUIRE EF-AM-CODE    VALUE PRM-AMN-CODE
                   INQUIRE EF-AM-DESC    VALUE PRM-AMN-DESC
                   INQUIRE EF-AM-CATS    VALUE PRM-AMN-CATS
                   INQUIRE EF-AM-MAXDAYS VALUE PRM-AMN-MAX-DAYS

                   IF AM-FROM-DT > ZERO
                      AND PRM-AMN-CODE = SPACES
                      DISPLAY MESSAGE BOX
                         "A campaign needs a code - not saved!"
                         TITLE TITLEX
                         ICON  3
                      EXIT PARAGRAPH
                   END-IF

                   IF AM-FROM-DT > ZERO
                      AND AM-TO-DT < AM-FROM-DT
                      DISPLAY MESSAGE BOX
                         "Last day is before the first day - not saved!"
                         TITLE TITLEX
                         ICON  3
                      EXIT PARAGRAPH
                   END-IF

      *> ONLY THE FOUR BORROWER CATEGORIES MAY BE LISTED
                   MOVE PRM-AMN-CATS TO AM-CATS-LEFT
                   INSPECT AM-CATS-LEFT CONVERTING "AJST" TO SPACES
                   IF AM-CATS-LEFT NOT = SPACES
                      DISPLAY MESSAGE BOX
                         "Categories are A, J, S or T - not saved!"
                         TITLE TITLEX
                         ICON  3
                      EXIT PARAGRAPH
                   END-IF

                   MOVE AM-FROM-DT TO PRM-AMN-FROM-DT
                   MOVE AM-TO-DT   TO PRM-AMN-TO-DT
                   MOVE 1 TO PRM-ID
                   REWRITE PRM-REC
                      INVALID KEY
                          DISPLAY MESSAGE BOX
                             "Error during REWRITE"
                             TITLE TITLEX
                      NOT INVALID KEY
                          DISPLAY MESSAGE "Fine amnesty saved!"
                   END-REWRITE
              WHEN KEY-STATUS = 7098
                   SET AM-DONE TO TRUE
           END-EVALUATE
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE CERTIFICATION TABLE SCREEN                            *
      *----------------------------------------------------------------*
       OPEN-CERT-MAINT.
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE SALES TAX RATE TABLE SCREEN                           *
      *----------------------------------------------------------------*
       OPEN-TAXRT-MAINT.
           CALL   "TTAXRT.ACU"
                  ON EXCEPTION
                     DISPLAY MESSAGE BOX
                        "The tax rates screen is not installed"
                        TITLE TITLEX
                        ICON  3
           END-CALL
           CANCEL "TTAXRT.ACU"
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE PROMOTIONS SCREEN                                     *
      *----------------------------------------------------------------*
       OPEN-PROMO-MAINT.
           CALL   "TPROMO.ACU"
                  ON EXCEPTION
                     DISPLAY MESSAGE BOX
                        "The promotions screen is not installed"
                        TITLE TITLEX
                        ICON  3
           END-CALL
           CANCEL "TPROMO.ACU"
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE THEMED DISPLAYS SCREEN                                *
      *----------------------------------------------------------------*
       OPEN-DISPLAY-MAINT.
           CALL   "TDISPLAY.ACU"
                  ON EXCEPTION
                     DISPLAY MESSAGE BOX
                        "The themed displays screen is not installed"
                        TITLE TITLEX
                        ICON  3
           END-CALL
           CANCEL "TDISPLAY.ACU"
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE REVENUE-SHARE AGREEMENTS SCREEN                       *
      *----------------------------------------------------------------*
       OPEN-REVSHR-MAINT.
           CALL   "TREVSH.ACU"
                  ON EXCEPTION
                     DISPLAY MESSAGE BOX
                        "The revenue-share screen is not installed"
                        TITLE TITLEX
                        ICON  3
           END-CALL
           CANCEL "TREVSH.ACU"
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE PRINT TEMPLATE SCREEN                                 *
      *----------------------------------------------------------------*
       OPEN-TMPL-MAINT.
