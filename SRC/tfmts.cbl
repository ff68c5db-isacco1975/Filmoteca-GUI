      *          MAINTAINS THE FORMAT CODES THE ENTRY SCREENS AND      *
      *          LOADERS ACCEPT, AND EACH CODE'S PER-RENTAL FEE ON     *
      *          THE PRICES TABLE - SO A NEW FORMAT IS PRICEABLE THE   *
      *          MOMENT IT EXISTS.  A ZERO FEE LENDS FREE.  EACH CODE  *
      *          ALSO CARRIES THE USEFUL LIFE AND DEPRECIATION METHOD  *
      *          ITS COPIES ARE WRITTEN OFF BY, ON THE DEPPOL TABLE.   *
      *          A CODE STILL ON CATALOG RECORDS CANNOT BE DELETED.    *
      *          A FEE CHANGE IS ALSO FILED ON THE POLSCHED SCHEDULE   *
      *          AS TAKING EFFECT TODAY, SO EARLIER RENTALS KEEP THE   *
      *          FEE THEY WERE CHARGED.                                *
      *                                                                *
      ******************************************************************
      /
          COPY 'CPVIDMFA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDPCA.CPY'.
          COPY 'CPVIDDLA.CPY'.
          COPY 'CPVIDPSA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
      *
       FD PRICES.
          COPY 'CPVIDPRC.CPY'.
      *
       FD DEPPOL.
          COPY 'CPVIDDPL.CPY'.
      *
       FD POLSCHED.
          COPY 'CPVIDPSC.CPY'.

       WORKING-STORAGE      SECTION.
               COPY "ACUGUI.DEF".
       77 STATUS-PRICES     PIC X(2).
           88 VALID-STATUS-PRICES VALUE IS "00" THRU "09".
       77 FEE-WORK          PIC 9(5)V99 VALUE ZERO.
       77 STATUS-DEPPOL     PIC X(2).
           88 VALID-STATUS-DEPPOL VALUE IS "00" THRU "09".
       77 LIFE-WORK         PIC 9(3) VALUE ZERO.
       77 METHOD-WORK       PIC X(1) VALUE SPACE.
           88 METHOD-WORK-IS-VALID VALUE "S", "D", "N".
       77 LIVE-FEE          PIC 9(5)V99 VALUE ZERO.
       77 SW-FEE-ON-FILE    PIC 9 VALUE ZERO.
           88 FEE-ON-FILE       VALUE 1, FALSE 0.
          COPY 'CPVIDPSV.CPY'.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.

       77 DECISION          PIC 9.

           MAX-TEXT 8,
           .

      * ENTRY FIELD - USEFUL LIFE IN MONTHS OF A COPY IN THIS FORMAT
       05
           EF-MFTLIFE,
           ENTRY-FIELD,
           COL 20,00,
           LINE 11,00,
           LINES 1,31 ,
           SIZE 6,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 5904,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 3,
           .

      * ENTRY FIELD - DEPRECIATION METHOD: S STRAIGHT LINE, D
      * DECLINING BALANCE, N NOT DEPRECIATED
       05
           EF-MFTMETH,
           ENTRY-FIELD,
           COL 34,00,
           LINE 11,00,
           LINES 1,31 ,
           SIZE 4,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 5905,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 1,
           .

      * LABEL
       05
           LBL-MFTCODE,
           TITLE "RENTAL FEE",
           .

      * LABEL
       05
           LBL-MFTLIFE,
           LABEL,
           COL 3,00,
           LINE 11,00,
           LINES 1,31 ,
           SIZE 15,00 ,
           ID IS 904,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "LIFE (MONTHS)",
           .

      * LABEL
       05
           LBL-MFTMETH,
           LABEL,
           COL 27,00,
           LINE 11,00,
           LINES 1,31 ,
           SIZE 6,00 ,
           ID IS 905,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "METHOD",
           .

      * BAR
       05
           FORM1-BR-1,
      *----------------------------------------------------------------*
       OPEN-FILE-RTN.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM SET-SCREEN-TITLE

           OPEN  I-O FMTTAB
           IF STATUS-FMTTAB = "35"
           IF NOT VALID-STATUS-PRICES
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O DEPPOL
           IF STATUS-DEPPOL = "35"
              OPEN OUTPUT DEPPOL
                IF VALID-STATUS-DEPPOL
                   CLOSE DEPPOL
                   OPEN I-O DEPPOL
                END-IF
           END-IF

           IF NOT VALID-STATUS-DEPPOL
               PERFORM EXIT-STOP-ROUTINE
           END-IF

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
           CLOSE FMTTAB
           CLOSE MOVIES
           CLOSE PRICES
           CLOSE DEPPOL
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
      * THE POLICY AND FEE SCHEDULE                                    *
      *----------------------------------------------------------------*
          COPY 'CPVIDPSP.CPY'.
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
           MOVE SPACES TO MFT-CODE
           MOVE SPACES TO MFT-DESC
           MOVE ZERO   TO FEE-WORK
           MOVE ZERO   TO LIFE-WORK
           MOVE "S"    TO METHOD-WORK

           DISPLAY FORM1
           PERFORM FROMREC-TOSCREEN
              EXIT PARAGRAPH
           END-IF

           IF METHOD-WORK = SPACE
              MOVE "S" TO METHOD-WORK
           END-IF

           IF NOT METHOD-WORK-IS-VALID
              OR (LIFE-WORK = ZERO AND METHOD-WORK NOT = "N")
              DISPLAY MESSAGE BOX
                 "Give a life in months and a method S, D or N - "
                 "record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           WRITE MFT-REC
                 INVALID KEY
                         DISPLAY MESSAGE BOX
           END-WRITE

           PERFORM SAVE-FORMAT-FEE
           PERFORM SAVE-FORMAT-POLICY
           .
      /
      *----------------------------------------------------------------*
      * THE FEE RIDES THE PRICES TABLE UNDER THE SAME CODE - THE       *
      * DESK'S RENTAL CHARGE READS IT BY MEDIA FORMAT AT CHECKOUT.  A  *
      * CHANGED FEE GOES ON THE SCHEDULE AS TAKING EFFECT TODAY, THE   *
      * FIRST CHANGE ALSO FILING THE FEE IT REPLACES                   *
      *----------------------------------------------------------------*
       SAVE-FORMAT-FEE.
           MOVE MFT-CODE TO PRC-FORMAT
           SET FEE-ON-FILE TO FALSE
           READ PRICES
                INVALID
                    MOVE ZERO TO LIVE-FEE
                NOT INVALID
                    SET FEE-ON-FILE TO TRUE
                    MOVE PRC-FEE TO LIVE-FEE
           END-READ

           IF NOT FEE-ON-FILE OR FEE-WORK NOT = LIVE-FEE
              MOVE "F"      TO SCH-KIND
              MOVE MFT-CODE TO SCH-ITEM
              IF FEE-ON-FILE
                 MOVE SPACES   TO PSC-PRICE
                 MOVE LIVE-FEE TO PSC-PRC-FEE
                 PERFORM KEEP-SCHEDULE-BASELINE
              END-IF
              MOVE SPACES   TO PSC-PRICE
              MOVE FEE-WORK TO PSC-PRC-FEE
              ACCEPT SCH-DATE FROM DATE YYYYMMDD
              PERFORM SAVE-SCHEDULE-ROW
           END-IF

           MOVE MFT-CODE TO PRC-FORMAT
           MOVE FEE-WORK TO PRC-FEE

           .
      /
      *----------------------------------------------------------------*
      * THE LIFE AND METHOD RIDE THE DEPPOL TABLE UNDER KIND "F" - THE *
      * DEPRUN RUN STAMPS THEM ON EVERY COPY OF THE FORMAT IT HAS NOT  *
      * YET PICKED UP                                                  *
      *----------------------------------------------------------------*
       SAVE-FORMAT-POLICY.
           MOVE "F"         TO DPL-KIND
           MOVE MFT-CODE    TO DPL-CLASS
           MOVE LIFE-WORK   TO DPL-LIFE
           MOVE METHOD-WORK TO DPL-METHOD
      *> A FORMAT ROW CARRIES NO SERVICE SCHEDULE - THAT IS EQUIPMENT
           MOVE ZERO        TO DPL-SVC-DAYS
           MOVE ZERO        TO DPL-SVC-LOANS
           MOVE ZERO        TO DPL-TEST-DAYS

           WRITE DPL-REC
                 INVALID KEY
                     REWRITE DPL-REC
                        INVALID KEY CONTINUE
                     END-REWRITE
           END-WRITE
           .
      /
      *----------------------------------------------------------------*
      * POSITION ON THE FIRST RECORD                                   *
      *----------------------------------------------------------------*
       START-FMTS-LESS.
                NOT INVALID MOVE PRC-FEE TO FEE-WORK
           END-READ
           MODIFY EF-MFTFEE   VALUE FEE-WORK

           MOVE ZERO     TO LIFE-WORK
           MOVE SPACE    TO METHOD-WORK
           MOVE "F"      TO DPL-KIND
           MOVE MFT-CODE TO DPL-CLASS
           READ DEPPOL
                INVALID
                    CONTINUE
                NOT INVALID
                    MOVE DPL-LIFE   TO LIFE-WORK
                    MOVE DPL-METHOD TO METHOD-WORK
           END-READ
           MODIFY EF-MFTLIFE  VALUE LIFE-WORK
           MODIFY EF-MFTMETH  VALUE METHOD-WORK
           .
      /
      *----------------------------------------------------------------*
           INQUIRE EF-MFTCODE  VALUE MFT-CODE
           INQUIRE EF-MFTDESC  VALUE MFT-DESC
           INQUIRE EF-MFTFEE   VALUE FEE-WORK
           INQUIRE EF-MFTLIFE  VALUE LIFE-WORK
           INQUIRE EF-MFTMETH  VALUE METHOD-WORK
           .
      /
      *----------------------------------------------------------------*
                                        DELETE PRICES RECORD
                               END-READ

                               MOVE "F"      TO DPL-KIND
                               MOVE MFT-CODE TO DPL-CLASS
                               READ DEPPOL
                                    INVALID
                                        CONTINUE
                                    NOT INVALID
                                        DELETE DEPPOL RECORD
                               END-READ

                               DISPLAY MESSAGE "Deleted!"
                               PERFORM FIRST-ENTRY
                            END-IF
