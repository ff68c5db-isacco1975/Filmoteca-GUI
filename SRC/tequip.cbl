      *          MAINTAINS THE LOANABLE ASSETS (DVD PLAYERS, THE       *
      *          PROJECTOR) THE LOANS DESK LENDS UNDER THE 90000+      *
      *          CODE BAND.  AN ASSET WITH AN OPEN LOAN ON FILE        *
      *          CANNOT BE DELETED; DELETING ANY OTHER RETIRES IT      *
      *          ONTO THE DISPOSAL LOG.  EACH ASSET CARRIES AN         *
      *          EQUIPMENT CLASS WHOSE USEFUL LIFE AND DEPRECIATION    *
      *          METHOD LIVE ON THE DEPPOL TABLE, KEPT FROM HERE.      *
      *          THE SAME CLASS ROW CARRIES THE SERVICE SCHEDULE (DAYS *
      *          OR LOANS BETWEEN SERVICES, DAYS A SAFETY TEST STAYS   *
      *          GOOD); EACH SERVICE AND SAFETY TEST IS LOGGED FROM    *
      *          HERE ONTO SVCLOG AND THE ASSET'S HISTORY IS LISTED.   *
      *          ADVANCE BOOKINGS OF AN ASSET ARE TAKEN ON THE         *
      *          BOOKINGS SCREEN, OPENED FROM HERE.                    *
      *                                                                *
      ******************************************************************
      /
       FILE-CONTROL.
          COPY 'CPVIDEQA.CPY'.
          COPY 'CPVIDLOA.CPY'.
          COPY 'CPVIDDLA.CPY'.
          COPY 'CPVIDDXA.CPY'.
          COPY 'CPVIDSVA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
      *
       FD LOANS.
          COPY 'CPVIDLON.CPY'.
      *
       FD DEPPOL.
          COPY 'CPVIDDPL.CPY'.
      *
       FD DISPOSE.
          COPY 'CPVIDDSX.CPY'.
      *
       FD SVCLOG.
          COPY 'CPVIDSVH.CPY'.

       WORKING-STORAGE      SECTION.
               COPY "ACUGUI.DEF".
       77 EQP-IN-USE-SW     PIC 9 VALUE ZERO.
           88 EQP-IN-USE     VALUE 1, FALSE 0.
           88 EQP-NOT-IN-USE VALUE 0.
      * DEPRECIATION - THE CLASS POLICY ON DEPPOL AND THE DISPOSAL LOG
      * A RETIRED ASSET'S FIGURES GO ON
       77 STATUS-DEPPOL     PIC X(2).
           88 VALID-STATUS-DEPPOL VALUE IS "00" THRU "09".
       77 STATUS-DISPOSE    PIC X(2).
           88 VALID-STATUS-DISPOSE VALUE IS "00" THRU "09".
       77 LIFE-WORK         PIC 9(3) VALUE ZERO.
       77 METHOD-WORK       PIC X(1) VALUE SPACE.
           88 METHOD-WORK-IS-VALID VALUE "S", "D", "N".
       77 BOOK-WORK         PIC 9(5)V99 VALUE ZERO.
       77 BOOK-TEXT         PIC ZZZZ9,99.
       77 BOOK-INFO-TEXT    PIC X(26) VALUE SPACES.
      * SERVICING - THE CLASS'S SCHEDULE AS TYPED, THE STATUS LINES,
      * AND THE ASSET'S SERVICE LOG ROWS ON SCREEN
       77 STATUS-SVCLOG     PIC X(2).
           88 VALID-STATUS-SVCLOG VALUE IS "00" THRU "09".
       77 SW-SVH-EOF        PIC 9 VALUE ZERO.
           88 SVCLOG-AT-END  VALUE 1, FALSE 0.
       77 SVCDAYS-WORK      PIC 9(3) VALUE ZERO.
       77 SVCLOANS-WORK     PIC 9(3) VALUE ZERO.
       77 TESTDAYS-WORK     PIC 9(3) VALUE ZERO.
       77 SVC-INFO-TEXT     PIC X(40) VALUE SPACES.
       77 TEST-INFO-TEXT    PIC X(40) VALUE SPACES.
       77 SVC-STATUS-TEXT   PIC X(45) VALUE SPACES.
       77 SVC-LOANS-TEXT    PIC ZZZZ9.
       77 SVC-EVENT-KIND    PIC X(1) VALUE SPACE.
       77 SVC-EVENT-RESULT  PIC X(1) VALUE SPACE.
       77 SVC-BY-WORK       PIC X(15) VALUE SPACES.
       77 SVC-NOTE-WORK     PIC X(30) VALUE SPACES.
       77 SVH-KIND-TEXT     PIC X(11) VALUE SPACES.
       77 SVH-RESULT-TEXT   PIC X(04) VALUE SPACES.
       01 SVH-TABLE.
           05 SVH-ROW OCCURS 1 TO 200 TIMES
                        DEPENDING ON SVH-CNT
                        INDEXED BY SVH-IDX
                        PIC X(60).
       77 SVH-CNT           PIC 9(03) VALUE ZERO.
       77 LAST-SVH-SEQ      PIC 9(04) VALUE ZERO.
          COPY 'CPVIDSVV.CPY'.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.
          COPY 'CPVIDEBC.CPY'.

       77 DECISION          PIC 9.

           MAX-TEXT 1,
           .

      * ENTRY FIELD - EQUIPMENT CLASS (PLAYER, PROJ...) - ITS DEPPOL
      * ROW SETS THE USEFUL LIFE AND DEPRECIATION METHOD
       05
           EF-EQPCLASS,
           ENTRY-FIELD,
           COL 20,00,
           LINE 14,00,
           LINES 1,31 ,
           SIZE 8,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 5805,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 4,
           .

      * ENTRY FIELD - THE DAY THE UNIT WENT INTO SERVICE (YYYYMMDD)
       05
           EF-EQPINSVC,
           ENTRY-FIELD,
           COL 20,00,
           LINE 17,00,
           LINES 1,31 ,
           SIZE 12,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 5806,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 8,
           .

      * ENTRY FIELD - THE CLASS'S USEFUL LIFE IN MONTHS
       05
           EF-EQPLIFE,
           ENTRY-FIELD,
           COL 20,00,
           LINE 20,00,
           LINES 1,31 ,
           SIZE 6,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 5807,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 3,
           .

      * ENTRY FIELD - THE CLASS'S METHOD: S STRAIGHT LINE, D DECLINING
      * BALANCE, N NOT DEPRECIATED
       05
           EF-EQPMETH,
           ENTRY-FIELD,
           COL 34,00,
           LINE 20,00,
           LINES 1,31 ,
           SIZE 4,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 5808,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 1,
           .

      * ENTRY FIELD - THE CLASS'S DAYS BETWEEN SERVICES (0 = NONE)
       05
           EF-EQPSVCDAY,
           ENTRY-FIELD,
           COL 20,00,
           LINE 23,00,
           LINES 1,31 ,
           SIZE 6,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 5809,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 3,
           .

      * ENTRY FIELD - THE CLASS'S LOANS BETWEEN SERVICES (0 = NONE)
       05
           EF-EQPSVCLON,
           ENTRY-FIELD,
           COL 34,00,
           LINE 23,00,
           LINES 1,31 ,
           SIZE 6,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 5810,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 3,
           .

      * ENTRY FIELD - THE DAYS A SAFETY TEST STAYS GOOD (0 = NONE)
       05
           EF-EQPTSTDAY,
           ENTRY-FIELD,
           COL 20,00,
           LINE 26,00,
           LINES 1,31 ,
           SIZE 6,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 5811,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 3,
           .

      * ENTRY FIELD - WHO DID THE SERVICE OR TEST BEING LOGGED
       05
           EF-SVCBY,
           ENTRY-FIELD,
           COL 66,00,
           LINE 30,50,
           LINES 1,31 ,
           SIZE 15,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           FONT IS SMALL-FONT,
           ID IS 5812,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 15,
           .

      * ENTRY FIELD - WHAT WAS DONE OR FOUND
       05
           EF-SVCNOTE,
           ENTRY-FIELD,
           COL 66,00,
           LINE 33,50,
           LINES 1,31 ,
           SIZE 15,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           FONT IS SMALL-FONT,
           ID IS 5813,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 30,
           .

      * LABEL
       05
           LBL-EQPID,
           TITLE SPACES,
           .

      * LABEL
       05
           LBL-EQPCLASS,
           LABEL,
           COL 3,00,
           LINE 14,00,
           LINES 1,31 ,
           SIZE 13,00 ,
           ID IS 806,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "CLASS",
           .

      * LABEL
       05
           LBL-EQPINSVC,
           LABEL,
           COL 3,00,
           LINE 17,00,
           LINES 1,31 ,
           SIZE 13,00 ,
           ID IS 807,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "IN SERVICE",
           .

      * LABEL
       05
           LBL-EQPLIFE,
           LABEL,
           COL 3,00,
           LINE 20,00,
           LINES 1,31 ,
           SIZE 15,00 ,
           ID IS 808,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "CLASS LIFE (MO)",
           .

      * LABEL
       05
           LBL-EQPMETH,
           LABEL,
           COL 27,00,
           LINE 20,00,
           LINES 1,31 ,
           SIZE 6,00 ,
           ID IS 809,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "METHOD",
           .

      * LABEL - COST LESS DEPRECIATION SO FAR (DEPRUN DRIVES IT)
       05
           LBL-EQPBOOK,
           LABEL,
           COL 34,00,
           LINE 17,00,
           LINES 1,31 ,
           SIZE 26,00 ,
           ID IS 810,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE SPACES,
           .

      * LABEL - LAST SAFETY TEST PASSED
       05
           LBL-EQPTEST,
           LABEL,
           COL 34,00,
           LINE 8,00,
           LINES 1,31 ,
           SIZE 40,00 ,
           ID IS 811,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE SPACES,
           .

      * LABEL - LAST SERVICE AND THE LOANS SINCE
       05
           LBL-EQPSVC,
           LABEL,
           COL 34,00,
           LINE 14,00,
           LINES 1,31 ,
           SIZE 40,00 ,
           ID IS 812,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE SPACES,
           .

      * LABEL
       05
           LBL-EQPSVCDAY,
           LABEL,
           COL 3,00,
           LINE 23,00,
           LINES 1,31 ,
           SIZE 15,00 ,
           ID IS 813,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "SERVICE (DAYS)",
           .

      * LABEL
       05
           LBL-EQPSVCLON,
           LABEL,
           COL 27,00,
           LINE 23,00,
           LINES 1,31 ,
           SIZE 6,00 ,
           ID IS 814,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "LOANS",
           .

      * LABEL
       05
           LBL-EQPTSTDAY,
           LABEL,
           COL 3,00,
           LINE 26,00,
           LINES 1,31 ,
           SIZE 15,00 ,
           ID IS 815,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "SAFETY (DAYS)",
           .

      * LABEL - SERVICE DUE / SAFETY TEST LAPSED (CHECKOUT IS BLOCKED)
       05
           LBL-EQPSVCSTAT,
           LABEL,
           COL 34,00,
           LINE 26,00,
           LINES 1,31 ,
           SIZE 45,00 ,
           ID IS 816,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE SPACES,
           .

      * LABEL
       05
           LBL-SVH-TITLE,
           LABEL,
           COL 3,00,
           LINE 29,00,
           LINES 1,31 ,
           SIZE 60,00 ,
           ID IS 817,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "SERVICE HISTORY (DATE / WHAT / RESULT / BY / NOTE)",
           .

      * LIST-BOX - THE ASSET'S SERVICE LOG, OLDEST FIRST
       05
           SVCLOG-LB,
           LIST-BOX,
           COL 3,00,
           LINE 30,50,
           LINES 9,00 ,
           SIZE 60,00 ,
           OCCURS 1 TO 200 TIMES DEPENDING ON SVH-CNT,
           INDEXED BY SVH-IDX,
           VALUE SVH-ROW (SVH-IDX),
           FRAMED,
           ID IS 5814,
           FONT SMALL-FONT,
           .

      * LABEL
       05
           LBL-SVCBY,
           LABEL,
           COL 66,00,
           LINE 29,00,
           LINES 1,31 ,
           SIZE 15,00 ,
           ID IS 818,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "DONE BY",
           .

      * LABEL
       05
           LBL-SVCNOTE,
           LABEL,
           COL 66,00,
           LINE 32,00,
           LINES 1,31 ,
           SIZE 15,00 ,
           ID IS 819,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "NOTE",
           .

      * PUSH BUTTON
       05
           PB-SVC-SERVICE,
           PUSH-BUTTON,
           COL 66,00,
           LINE 35,50,
           LINES 1,31 ,
           SIZE 15,00 ,
           EXCEPTION-VALUE 5815,
           FONT IS SMALL-FONT,
           ID IS 5815,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "LOG SERVICE",
           .

      * PUSH BUTTON
       05
           PB-SVC-PASS,
           PUSH-BUTTON,
           COL 66,00,
           LINE 37,50,
           LINES 1,31 ,
           SIZE 15,00 ,
           EXCEPTION-VALUE 5816,
           FONT IS SMALL-FONT,
           ID IS 5816,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "TEST PASSED",
           .

      * PUSH BUTTON
       05
           PB-SVC-FAIL,
           PUSH-BUTTON,
           COL 66,00,
           LINE 39,50,
           LINES 1,31 ,
           SIZE 15,00 ,
           EXCEPTION-VALUE 5817,
           FONT IS SMALL-FONT,
           ID IS 5817,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "TEST FAILED",
           .

      * PUSH BUTTON - THE ADVANCE BOOKINGS OF THE ASSET ON SCREEN
       05
           PB-EQP-BOOKINGS,
           PUSH-BUTTON,
           COL 66,00,
           LINE 2,00,
           LINES 1,31 ,
           SIZE 15,00 ,
           EXCEPTION-VALUE 5818,
           FONT IS SMALL-FONT,
           ID IS 5818,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "BOOKINGS...",
           .

      * BAR
       05
           FORM1-BR-1,
      *----------------------------------------------------------------*
       OPEN-FILE-RTN.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM SET-SCREEN-TITLE

           OPEN  I-O EQUIP
           IF STATUS-EQUIP = "35"
           IF NOT VALID-STATUS-LOANS
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

           OPEN  I-O DISPOSE
           IF STATUS-DISPOSE = "35"
              OPEN OUTPUT DISPOSE
                IF VALID-STATUS-DISPOSE
                   CLOSE DISPOSE
                   OPEN I-O DISPOSE
                END-IF
           END-IF

           IF NOT VALID-STATUS-DISPOSE
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O SVCLOG
           IF STATUS-SVCLOG = "35"
              OPEN OUTPUT SVCLOG
                IF VALID-STATUS-SVCLOG
                   CLOSE SVCLOG
                   OPEN I-O SVCLOG
                END-IF
           END-IF

           IF NOT VALID-STATUS-SVCLOG
               PERFORM EXIT-STOP-ROUTINE
           END-IF
           .
      /
      *----------------------------------------------------------------*
       CLOSE-FILE-RTN.
           CLOSE EQUIP
           CLOSE LOANS
           CLOSE DEPPOL
           CLOSE DISPOSE
           CLOSE SVCLOG
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
      * IS THE ASSET DUE FOR SERVICE OR ITS SAFETY TEST LAPSED         *
      *----------------------------------------------------------------*
          COPY 'CPVIDSVP.CPY'.
      /
      *----------------------------------------------------------------*
      * SCREEN ROUTINES - WINDOW CREATION AND DISPLAY                  *
      *----------------------------------------------------------------*
       FORM1-OPEN-ROUTINE.

       FORM1-CREATE-WINDOW.
           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 42,00,
              SIZE 83,50,
              COLOR 65793,
              CONTROL FONT SMALL-FONT,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE SCREEN-TITLE,
              AUTO-MINIMIZE,
              WITH SYSTEM MENU,
              USER-GRAY,
                  PERFORM NEXT-ENTRY
               WHEN KEY-STATUS = 1006
                  PERFORM LAST-ENTRY
               WHEN KEY-STATUS = 5815
                  MOVE "S" TO SVC-EVENT-KIND
                  MOVE "P" TO SVC-EVENT-RESULT
                  PERFORM LOG-SERVICE-EVENT
               WHEN KEY-STATUS = 5816
                  MOVE "T" TO SVC-EVENT-KIND
                  MOVE "P" TO SVC-EVENT-RESULT
                  PERFORM LOG-SERVICE-EVENT
               WHEN KEY-STATUS = 5817
                  MOVE "T" TO SVC-EVENT-KIND
                  MOVE "F" TO SVC-EVENT-RESULT
                  PERFORM LOG-SERVICE-EVENT
               WHEN KEY-STATUS = 5818
                  PERFORM OPEN-EQUIP-BOOKINGS
           END-EVALUATE

      * AVOID CHANGING FOCUS
           MOVE ZERO   TO EQP-REPL-VALUE
           MOVE "A"    TO EQP-CONDITION
           MOVE "I"    TO EQP-STATUS
           MOVE SPACES TO EQP-CLASS
           INITIALIZE EQP-DEP-DATA
           ACCEPT EQP-INSVC-DT FROM DATE YYYYMMDD
      *> A NEW UNIT COMES OUT OF THE BOX SERVICED AND TESTED
           INITIALIZE EQP-SVC-DATA
           MOVE EQP-INSVC-DT TO EQP-SVC-DT
           MOVE EQP-INSVC-DT TO EQP-TEST-DT

           DISPLAY FORM1
           PERFORM FROMREC-TOSCREEN
              EXIT PARAGRAPH
           END-IF

           IF METHOD-WORK = SPACE
              MOVE "S" TO METHOD-WORK
           END-IF

           IF EQP-CLASS NOT = SPACES
              AND (NOT METHOD-WORK-IS-VALID
                   OR (LIFE-WORK = ZERO AND METHOD-WORK NOT = "N"))
              DISPLAY MESSAGE BOX
                 "A class needs a life in months and a method S, D "
                 "or N - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF EQP-INSVC-DT = ZERO
              ACCEPT EQP-INSVC-DT FROM DATE YYYYMMDD
           END-IF

           WRITE EQP-REC
                 INVALID KEY
                         DISPLAY MESSAGE BOX
                                    TITLE   TITLEX
                         END-IF
           END-WRITE

           PERFORM SAVE-CLASS-POLICY
           .
      /
      *----------------------------------------------------------------*
      * THE CLASS'S LIFE AND METHOD RIDE THE DEPPOL TABLE UNDER KIND   *
      * "E" - EVERY ASSET OF THE CLASS THE DEPRUN RUN HAS NOT YET      *
      * PICKED UP IS WRITTEN OFF BY IT.  THE CLASS'S SERVICE SCHEDULE  *
      * RIDES THE SAME ROW                                             *
      *----------------------------------------------------------------*
       SAVE-CLASS-POLICY.
           IF EQP-CLASS = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE "E"         TO DPL-KIND
           MOVE EQP-CLASS   TO DPL-CLASS
           MOVE LIFE-WORK   TO DPL-LIFE
           MOVE METHOD-WORK TO DPL-METHOD
           MOVE SVCDAYS-WORK  TO DPL-SVC-DAYS
           MOVE SVCLOANS-WORK TO DPL-SVC-LOANS
           MOVE TESTDAYS-WORK TO DPL-TEST-DAYS

           WRITE DPL-REC
                 INVALID KEY
                     REWRITE DPL-REC
                        INVALID KEY CONTINUE
                     END-REWRITE
           END-WRITE
           .
      /
      *----------------------------------------------------------------*
           ELSE
              MODIFY LBL-EQPSTAT TITLE "ON THE SHELF"
           END-IF

           MODIFY EF-EQPCLASS VALUE EQP-CLASS
           MODIFY EF-EQPINSVC VALUE EQP-INSVC-DT

           MOVE ZERO  TO LIFE-WORK
           MOVE SPACE TO METHOD-WORK
           MOVE ZERO  TO SVCDAYS-WORK
           MOVE ZERO  TO SVCLOANS-WORK
           MOVE ZERO  TO TESTDAYS-WORK
           IF EQP-CLASS NOT = SPACES
              MOVE "E"       TO DPL-KIND
              MOVE EQP-CLASS TO DPL-CLASS
              READ DEPPOL
                   INVALID
                       CONTINUE
                   NOT INVALID
                       MOVE DPL-LIFE      TO LIFE-WORK
                       MOVE DPL-METHOD    TO METHOD-WORK
                       MOVE DPL-SVC-DAYS  TO SVCDAYS-WORK
                       MOVE DPL-SVC-LOANS TO SVCLOANS-WORK
                       MOVE DPL-TEST-DAYS TO TESTDAYS-WORK
              END-READ
           END-IF
           MODIFY EF-EQPLIFE  VALUE LIFE-WORK
           MODIFY EF-EQPMETH  VALUE METHOD-WORK
           MODIFY EF-EQPSVCDAY VALUE SVCDAYS-WORK
           MODIFY EF-EQPSVCLON VALUE SVCLOANS-WORK
           MODIFY EF-EQPTSTDAY VALUE TESTDAYS-WORK

           MOVE SPACES TO BOOK-INFO-TEXT
           IF EQP-DEP-METHOD NOT = SPACE
              COMPUTE BOOK-WORK = EQP-DEP-COST - EQP-DEP-ACCUM
              MOVE BOOK-WORK TO BOOK-TEXT
              STRING "BOOK VALUE " DELIMITED BY SIZE
                     BOOK-TEXT     DELIMITED BY SIZE
                INTO BOOK-INFO-TEXT
              END-STRING
           END-IF
           MODIFY LBL-EQPBOOK TITLE BOOK-INFO-TEXT

           PERFORM SHOW-SERVICE-STATUS
           PERFORM SHOW-SERVICE-HISTORY
           .
      /
      *----------------------------------------------------------------*
           INQUIRE EF-EQPDESC  VALUE EQP-DESC
           INQUIRE EF-EQPVAL   VALUE EQP-REPL-VALUE
           INQUIRE EF-EQPCOND  VALUE EQP-CONDITION
           INQUIRE EF-EQPCLASS VALUE EQP-CLASS
           INQUIRE EF-EQPINSVC VALUE EQP-INSVC-DT
           INQUIRE EF-EQPLIFE  VALUE LIFE-WORK
           INQUIRE EF-EQPMETH  VALUE METHOD-WORK
           INQUIRE EF-EQPSVCDAY VALUE SVCDAYS-WORK
           INQUIRE EF-EQPSVCLON VALUE SVCLOANS-WORK
           INQUIRE EF-EQPTSTDAY VALUE TESTDAYS-WORK
           .
      /
      *----------------------------------------------------------------*
      * THE LAST SERVICE AND SAFETY TEST, AND WHETHER THE CLASS'S      *
      * SCHEDULE NOW KEEPS THE UNIT OFF THE LOANS DESK                 *
      *----------------------------------------------------------------*
       SHOW-SERVICE-STATUS.
           ACCEPT SVC-TODAY-DT FROM DATE YYYYMMDD
           PERFORM CHECK-EQUIP-SERVICE

           MOVE SPACES TO SVC-INFO-TEXT
           IF EQP-SVC-DT = ZERO
              MOVE "NO SERVICE ON FILE" TO SVC-INFO-TEXT
           ELSE
              MOVE EQP-SVC-LOANS TO SVC-LOANS-TEXT
              STRING "LAST SERVICE "   DELIMITED BY SIZE
                     EQP-SVC-DT        DELIMITED BY SIZE
                     ", "              DELIMITED BY SIZE
                     SVC-LOANS-TEXT    DELIMITED BY SIZE
                     " LOAN(S) SINCE"  DELIMITED BY SIZE
                INTO SVC-INFO-TEXT
              END-STRING
           END-IF
           MODIFY LBL-EQPSVC TITLE SVC-INFO-TEXT

           MOVE SPACES TO TEST-INFO-TEXT
           IF EQP-TEST-DT = ZERO
              MOVE "NO PASSED SAFETY TEST ON FILE" TO TEST-INFO-TEXT
           ELSE
              STRING "SAFETY TEST PASSED " DELIMITED BY SIZE
                     EQP-TEST-DT           DELIMITED BY SIZE
                INTO TEST-INFO-TEXT
              END-STRING
           END-IF
           MODIFY LBL-EQPTEST TITLE TEST-INFO-TEXT

           EVALUATE TRUE
           WHEN SVC-SERVICE-DUE AND SVC-TEST-LAPSED
                MOVE "** SERVICE DUE, SAFETY TEST LAPSED **"
                  TO SVC-STATUS-TEXT
           WHEN SVC-SERVICE-DUE
                MOVE "** SERVICE DUE - NOT FOR LOAN **"
                  TO SVC-STATUS-TEXT
           WHEN SVC-TEST-LAPSED
                MOVE "** SAFETY TEST LAPSED - NOT FOR LOAN **"
                  TO SVC-STATUS-TEXT
           WHEN SVC-POLICY-FOUND
                MOVE "SERVICE AND SAFETY TEST UP TO DATE"
                  TO SVC-STATUS-TEXT
           WHEN OTHER
                MOVE SPACES TO SVC-STATUS-TEXT
           END-EVALUATE
           MODIFY LBL-EQPSVCSTAT TITLE SVC-STATUS-TEXT
           .
      /
      *----------------------------------------------------------------*
      * REFRESH THE SERVICE HISTORY LIST FOR THE ASSET ON SCREEN       *
      *----------------------------------------------------------------*
       SHOW-SERVICE-HISTORY.
           PERFORM LOAD-SERVICE-HISTORY

           MODIFY SVCLOG-LB RESET-LIST = 1
           DISPLAY SVCLOG-LB
           .
      /
      *----------------------------------------------------------------*
      * FILL THE LIST WITH THE ASSET'S SERVICE LOG ROWS AND NOTE THE   *
      * LAST SEQUENCE USED, FOR THE NEXT ROW LOGGED                    *
      *----------------------------------------------------------------*
       LOAD-SERVICE-HISTORY.
           MOVE ZERO TO SVH-CNT
           MOVE ZERO TO LAST-SVH-SEQ
           SET SVCLOG-AT-END TO FALSE

           IF EQP-ASSET-ID = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE EQP-ASSET-ID TO SVH-ASSET-ID
           MOVE ZERO         TO SVH-SEQ

           START SVCLOG KEY >= SVH-KEY
                 INVALID KEY
                     SET SVCLOG-AT-END TO TRUE
                 NOT INVALID KEY
                     READ SVCLOG NEXT RECORD
                          AT END SET SVCLOG-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL SVCLOG-AT-END
                      OR SVH-ASSET-ID NOT = EQP-ASSET-ID
              MOVE SVH-SEQ TO LAST-SVH-SEQ

              IF SVH-CNT < 200
                 ADD 1 TO SVH-CNT
                 PERFORM FORMAT-SERVICE-ROW
              END-IF

              READ SVCLOG NEXT RECORD
                   AT END SET SVCLOG-AT-END TO TRUE
              END-READ
           END-PERFORM
           .

       FORMAT-SERVICE-ROW.
           IF SVH-IS-SERVICE
              MOVE "SERVICE"     TO SVH-KIND-TEXT
           ELSE
              MOVE "SAFETY TEST" TO SVH-KIND-TEXT
           END-IF

           IF SVH-FAILED
              MOVE "FAIL" TO SVH-RESULT-TEXT
           ELSE
              MOVE "OK"   TO SVH-RESULT-TEXT
           END-IF

           MOVE SPACES TO SVH-ROW (SVH-CNT)
           STRING SVH-DATE          DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  SVH-KIND-TEXT     DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  SVH-RESULT-TEXT   DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  SVH-BY            DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  SVH-NOTE          DELIMITED BY SIZE
             INTO SVH-ROW (SVH-CNT)
           END-STRING
           .
      /
      *----------------------------------------------------------------*
      * LOG A SERVICE OR SAFETY TEST DONE TODAY ON THE ASSET ON SCREEN *
      * (SVC-EVENT-KIND / SVC-EVENT-RESULT SET BY THE BUTTON).  A      *
      * SERVICE RESTARTS BOTH CLOCKS; A PASSED TEST RESTARTS THE TEST  *
      * CLOCK AND A FAILED ONE STOPS IT, SO THE UNIT STAYS OFF LOAN    *
      * UNTIL IT PASSES                                                *
      *----------------------------------------------------------------*
       LOG-SERVICE-EVENT.
           INQUIRE EF-EQPID VALUE IN EQP-ASSET-ID
           READ EQUIP
                INVALID
                    DISPLAY MESSAGE BOX
                       "Save the asset before logging a service or test"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           INQUIRE EF-SVCBY   VALUE SVC-BY-WORK
           INQUIRE EF-SVCNOTE VALUE SVC-NOTE-WORK

           IF SVC-BY-WORK = SPACES
              DISPLAY MESSAGE BOX
                 "Type who did the service or test - nothing logged"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-SERVICE-HISTORY

           INITIALIZE SVH-REC
           MOVE EQP-ASSET-ID     TO SVH-ASSET-ID
           COMPUTE SVH-SEQ = LAST-SVH-SEQ + 1
           ACCEPT SVH-DATE FROM DATE YYYYMMDD
           MOVE SVC-EVENT-KIND   TO SVH-KIND
           MOVE SVC-EVENT-RESULT TO SVH-RESULT
           MOVE SVC-BY-WORK      TO SVH-BY
           MOVE EQP-SVC-LOANS    TO SVH-LOANS
           MOVE SVC-NOTE-WORK    TO SVH-NOTE

           WRITE SVH-REC
                 INVALID KEY
                     DISPLAY MESSAGE BOX
                        "Error writing the service log"
                        TITLE TITLEX
                        ICON  3
                     EXIT PARAGRAPH
           END-WRITE

           EVALUATE TRUE
           WHEN SVH-IS-SERVICE
                MOVE SVH-DATE TO EQP-SVC-DT
                MOVE ZERO     TO EQP-SVC-LOANS
           WHEN SVH-PASSED
                MOVE SVH-DATE TO EQP-TEST-DT
           WHEN OTHER
                MOVE ZERO     TO EQP-TEST-DT
           END-EVALUATE

           REWRITE EQP-REC
              INVALID KEY
                  DISPLAY MESSAGE BOX
                     "Error during REWRITE"
                     TITLE   TITLEX
           END-REWRITE

           MODIFY EF-SVCBY   VALUE SPACES
           MODIFY EF-SVCNOTE VALUE SPACES

           PERFORM SHOW-SERVICE-STATUS
           PERFORM SHOW-SERVICE-HISTORY
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE BOOKINGS SCREEN FOR THE ASSET ON SCREEN - A NEW       *
      * BOOKING STARTS OUT ON THAT UNIT                                *
      *----------------------------------------------------------------*
       OPEN-EQUIP-BOOKINGS.
           INITIALIZE EBK-CALL-AREA
           INQUIRE EF-EQPID VALUE IN EBK-CALL-ASSET-ID

           CALL   "TEBOOK.ACU" USING EBK-CALL-AREA
           CANCEL "TEBOOK.ACU"
           .
      /
      *----------------------------------------------------------------*
                               GIVING  DECISION

                            IF DECISION = MB-YES
                               PERFORM LOG-RETIRED-ASSET
                               DELETE  EQUIP RECORD
                               DISPLAY MESSAGE "Deleted!"
                               PERFORM FIRST-ENTRY
           .
      /
      *----------------------------------------------------------------*
      * A DELETED ASSET IS RETIRED - ITS DEPRECIATION FIGURES GO ON    *
      * THE DISPOSAL LOG FOR THE NEXT DEPRUN RUN TO WRITE THE BOOK     *
      * VALUE LEFT OFF AS A LOSS ON DISPOSAL                           *
      *----------------------------------------------------------------*
       LOG-RETIRED-ASSET.
           INITIALIZE DSX-REC

           ACCEPT DSX-DATE FROM DATE YYYYMMDD
           MOVE "E"            TO DSX-KIND
           MOVE EQP-ASSET-ID   TO DSX-ITEM
           MOVE ZERO           TO DSX-COPY-NO
           MOVE "X"            TO DSX-REASON
           MOVE EQP-CLASS      TO DSX-CLASS
           MOVE ZERO           TO DSX-PROCEEDS
           MOVE EQP-INSVC-DT   TO DSX-INSVC-DT
           MOVE EQP-DEP-LIFE   TO DSX-DEP-LIFE
           MOVE EQP-DEP-METHOD TO DSX-DEP-METHOD
           MOVE EQP-DEP-COST   TO DSX-DEP-COST
           IF EQP-DEP-COST = ZERO
              MOVE EQP-REPL-VALUE TO DSX-DEP-COST
           END-IF
           MOVE EQP-DEP-ACCUM  TO DSX-DEP-ACCUM
           MOVE EQP-DEP-THRU   TO DSX-DEP-THRU

           WRITE DSX-REC
              INVALID KEY CONTINUE
           END-WRITE
           .
      /
      *----------------------------------------------------------------*
      * SET EQP-IN-USE IF AN OPEN LOAN ROW STILL CARRIES THIS ASSET    *
      * ID - THE LOANS FILE IS KEYED BY CODE, SO THE SCAN STARTS AT    *
      * THE ASSET AND STOPS WHEN THE CODE CHANGES                      *
