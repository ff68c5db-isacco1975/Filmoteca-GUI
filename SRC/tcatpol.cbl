      *          STARTS OUT SEEDED FROM THE SINGLE PRM-REC HOUSE       *
      *          POLICY, WHICH IS ALSO WHAT THE LOANS SCREEN FALLS     *
      *          BACK TO WHEN A ROW IS MISSING.  OPENED FROM THE       *
      *          SETTINGS SCREEN.  A SAVE CAN BE DATED AHEAD - THE     *
      *          ROWS THEN WAIT ON THE POLSCHED SCHEDULE UNTIL THE     *
      *          DAY THEY TAKE EFFECT.                                 *
      *                                                                *
      ******************************************************************
      /
       FILE-CONTROL.
          COPY 'CPVIDCTA.CPY'.
          COPY 'CPVIDPRA.CPY'.
          COPY 'CPVIDPSA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
      *
       FD PARAMS.
          COPY 'CPVIDPRM.CPY'.
      *
       FD POLSCHED.
          COPY 'CPVIDPSC.CPY'.

       WORKING-STORAGE      SECTION.
               COPY "ACUGUI.DEF".
       77 STATUS-PARAMS     PIC X(2).
           88 VALID-STATUS-PARAMS VALUE IS "00" THRU "09".
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.

      * THE FOUR CATEGORY ROWS AS ON-SCREEN WORK FIELDS - ONE SET
      * PER CATEGORY, LOADED FROM CATPOL AND SEEDED FROM PRM-REC
               10 POL-RATE       PIC 9(03)V99.
       77 POL-SUB           PIC 9(1) VALUE ZERO.

      * A SAVE TAKES EFFECT FROM THE DAY KEYED ON THE SCREEN - TODAY
      * ON CATPOL ITSELF, A LATER DAY ONLY ON THE SCHEDULE UNTIL THE
      * POLAPPLY RUN REACHES IT
       77 EFF-FROM-DT       PIC 9(8) VALUE ZERO.
       77 EFF-TODAY         PIC 9(8) VALUE ZERO.
       77 LIVE-CAT-IMAGE    PIC X(57) VALUE SPACES.
          COPY 'CPVIDPSV.CPY'.

       77 DECISION          PIC 9.

       LINKAGE          SECTION.
           SIZE 9,00, BOXED, COLOR IS 2, ID IS 5516,
           MAX-TEXT 6, FONT SMALL-FONT, VALUE POL-RATE  (4), .

      * THE DAY THE ROWS BEING SAVED TAKE EFFECT
       05
           LBL-CP-EFF-FROM,
           LABEL,
           COL 3,00,
           LINE 12,00,
           LINES 1,31 ,
           SIZE 25,00 ,
           ID IS 508,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "CHANGES TAKE EFFECT FROM",
           .
       05  EF-CP-EFF-FROM, ENTRY-FIELD, COL 29,00, LINE 12,00,
           SIZE 12,00, BOXED, COLOR IS 2, ID IS 5517,
           MAX-TEXT 10, FONT SMALL-FONT, .

      * PUSH BUTTON
       05
           PB-CP-SAVE,
           PUSH-BUTTON,
           COL 3,00,
           LINE 14,00,
           SIZE 15,00,
           EXCEPTION-VALUE 3,
           ID IS 506,
           PB-CP-EXIT,
           PUSH-BUTTON,
           COL 20,00,
           LINE 14,00,
           SIZE 15,00,
           EXCEPTION-VALUE 27,
           ID IS 507,
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

           OPEN  I-O CATPOL
           IF STATUS-CATPOL = "35"
                     UNTIL POL-SUB > 4
              PERFORM LOAD-ONE-POLICY-ROW
           END-PERFORM

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
      *----------------------------------------------------------------*
       CLOSE-FILE-RTN.
           CLOSE CATPOL
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
              LINES 17,00,
              SIZE 60,00,
              COLOR 65793,
              CONTROL FONT SMALL-FONT,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE SCREEN-TITLE,
              WITH SYSTEM MENU,
              USER-GRAY,
              USER-WHITE,
      * SAVE THE FOUR CATEGORY ROWS BACK TO THE POLICY TABLE           *
      *----------------------------------------------------------------*
       SAVE-ENTRY.
           ACCEPT EFF-TODAY FROM DATE YYYYMMDD
           INQUIRE EF-CP-EFF-FROM VALUE WK-DATE-TEXT
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

           PERFORM FROMSCREEN-TORECORD

           PERFORM VARYING POL-SUB FROM 1 BY 1
              END-IF
           END-PERFORM

           PERFORM VARYING POL-SUB FROM 1 BY 1
                     UNTIL POL-SUB > 4
              PERFORM SCHEDULE-ONE-POLICY-ROW
           END-PERFORM

      *> A LATER DAY - THE ROWS WAIT ON THE SCHEDULE, AND THE SCREEN
      *> GOES BACK TO SHOWING WHAT IS IN FORCE
           IF EFF-FROM-DT > EFF-TODAY
              PERFORM VARYING POL-SUB FROM 1 BY 1
                        UNTIL POL-SUB > 4
                 PERFORM LOAD-ONE-POLICY-ROW
              END-PERFORM
              PERFORM FROMREC-TOSCREEN
              MOVE EFF-FROM-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              DISPLAY MESSAGE
                 "Category policies saved to take effect on "
                 WK-DATE-TEXT
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING POL-SUB FROM 1 BY 1
                     UNTIL POL-SUB > 4
              PERFORM SAVE-ONE-POLICY-ROW

           DISPLAY MESSAGE "Category policies saved!"
           .
      /
      *----------------------------------------------------------------*
      * FILE ONE CATEGORY ROW ON THE SCHEDULE AS TAKING EFFECT ON      *
      * EFF-FROM-DT - THE FIRST CHANGE EVER ALSO FILES THE ROW AS IT   *
      * STOOD (THE HOUSE POLICY FOR A CATEGORY NEVER SAVED).  A SAVE   *
      * FOR TODAY THAT CHANGES NOTHING ON THE ROW FILES NOTHING        *
      *----------------------------------------------------------------*
       SCHEDULE-ONE-POLICY-ROW.
           MOVE SPACES TO PSC-HOUSE
           MOVE POL-CODE (POL-SUB) TO CAT-CODE
           READ CATPOL
                INVALID
                    MOVE PRM-LOAN-DAYS    TO PSC-CAT-LOAN-DAYS
                    MOVE PRM-MAX-LOANS    TO PSC-CAT-MAX-LOANS
                    MOVE PRM-MAX-RENEWALS TO PSC-CAT-RENEWALS
                    MOVE PRM-FINE-RATE    TO PSC-CAT-FINE-RATE
                NOT INVALID
                    MOVE CAT-LOAN-DAYS    TO PSC-CAT-LOAN-DAYS
                    MOVE CAT-MAX-LOANS    TO PSC-CAT-MAX-LOANS
                    MOVE CAT-MAX-RENEWALS TO PSC-CAT-RENEWALS
                    MOVE CAT-FINE-RATE    TO PSC-CAT-FINE-RATE
           END-READ
           MOVE PSC-HOUSE TO LIVE-CAT-IMAGE

           MOVE "C"                TO SCH-KIND
           MOVE POL-CODE (POL-SUB) TO SCH-ITEM
           PERFORM KEEP-SCHEDULE-BASELINE

           MOVE SPACES              TO PSC-HOUSE
           MOVE POL-DAYS  (POL-SUB) TO PSC-CAT-LOAN-DAYS
           MOVE POL-LOANS (POL-SUB) TO PSC-CAT-MAX-LOANS
           MOVE POL-RENEW (POL-SUB) TO PSC-CAT-RENEWALS
           MOVE POL-RATE  (POL-SUB) TO PSC-CAT-FINE-RATE

           IF EFF-FROM-DT = EFF-TODAY
              AND PSC-HOUSE = LIVE-CAT-IMAGE
              EXIT PARAGRAPH
           END-IF

           MOVE EFF-FROM-DT TO SCH-DATE
           PERFORM SAVE-SCHEDULE-ROW
           .

       SAVE-ONE-POLICY-ROW.
           MOVE POL-CODE  (POL-SUB) TO CAT-CODE
           MODIFY EF-ST-LOANS VALUE POL-LOANS (4)
           MODIFY EF-ST-RENEW VALUE POL-RENEW (4)
           MODIFY EF-ST-RATE  VALUE POL-RATE  (4)

           ACCEPT WK-DATE-YMD FROM DATE YYYYMMDD
           PERFORM FORMAT-DATE-TEXT
           MODIFY EF-CP-EFF-FROM VALUE WK-DATE-TEXT
           .
      /
      *----------------------------------------------------------------*
