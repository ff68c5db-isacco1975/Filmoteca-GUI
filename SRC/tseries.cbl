      *          BUILT THE SAME WAY THE GENRES MAINTENANCE FORM IS;    *
      *          GIVES EACH SERIES-CODE A NAME AND NOTES, SO THE       *
      *          MOVIES SCREEN CAN CALL A FRANCHISE SOMETHING BETTER   *
      *          THAN A BARE NUMBER OFF A PAPER LIST.  THE DESK CAN    *
      *          SIGN A PATRON UP TO A SERIES HERE, OR STOP THEM, SO   *
      *          EACH NEW TITLE IN IT IS HELD FOR THEM ON ARRIVAL.     *
      *                                                                *
      ******************************************************************
      /
       FILE-CONTROL.
          COPY 'CPVIDSRA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDSBA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
      *
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD SUBSCRIBE.
          COPY 'CPVIDSBS.CPY'.

       WORKING-STORAGE      SECTION.
               COPY "ACUGUI.DEF".
           88 SERIES-IN-USE     VALUE 1, FALSE 0.
           88 SERIES-NOT-IN-USE VALUE 0.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.

       77 DECISION          PIC 9.

      * SERIES SUBSCRIPTIONS TAKEN AT THE DESK
       77 STATUS-BORROWERS  PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
          COPY 'CPVIDSBV.CPY'.
          COPY 'CPVIDBNV.CPY'.
       77 SBS-FORM-HANDLE   USAGE IS HANDLE OF WINDOW.
       77 SW-SBS-FORM-DONE  PIC 9 VALUE ZERO.
           88 SBS-FORM-DONE  VALUE 1, FALSE 0.
       77 SBS-COUNT-TEXT    PIC X(45) VALUE SPACES.
       77 SBS-ACTIVE-TEXT   PIC ZZZZ9.

       LINKAGE          SECTION.

       SCREEN           SECTION.
           VALUE MOD,
           .

      * PUSH BUTTON
       05
           TOOL-SUBSCRIBE,
           PUSH-BUTTON,
           COL 31,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 8,
           FRAMED,
           SQUARE,
           EXCEPTION-VALUE 158,
           FLAT,
           ID IS 80,
           SELF-ACT,
           TITLE "SUBSCRIBERS",
           .

      * SUBSCRIBE DIALOG (TAKES THE BORROWER ID TO SIGN UP OR STOP)
       01
           SBS-FORM,
           .

      * LABEL
       05
           LBL-SBS-TITLE,
           LABEL,
           COL 5,00,
           LINE 1,00,
           SIZE 45,00,
           TITLE "HOLD EACH NEW TITLE IN THIS SERIES FOR",
           FONT IS SMALL-FONT,
           .

      * LABEL
       05
           LBL-SBS-BORRID,
           LABEL,
           COL 5,00,
           LINE 3,00,
           TITLE "BORROWER ID",
           FONT IS SMALL-FONT,
           .

      * ENTRY FIELD
       05
           EF-SBS-BORRID,
           ENTRY-FIELD,
           COL 22,00,
           LINE 3,00,
           SIZE 9,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 5904,
           MAX-TEXT 5,
           .

      * LABEL - THE SERIES AND HOW MANY FOLLOW IT
       05
           LBL-SBS-NAME,
           LABEL,
           COL 5,00,
           LINE 5,00,
           SIZE 45,00,
           TITLE SPACES,
           FONT IS SMALL-FONT,
           .

      * LABEL
       05
           LBL-SBS-COUNT,
           LABEL,
           COL 5,00,
           LINE 6,00,
           SIZE 45,00,
           TITLE SPACES,
           FONT IS SMALL-FONT,
           .

      * PUSH BUTTON
       05
           PB-SBS-OK,
           PUSH-BUTTON,
           COL 10,00,
           LINE 8,00,
           SIZE 20,00,
           EXCEPTION-VALUE 5905,
           ID IS 5905,
           TITLE "SUBSCRIBE",
           .

      * PUSH BUTTON
       05
           PB-SBS-CANCEL,
           PUSH-BUTTON,
           COL 32,00,
           LINE 8,00,
           SIZE 20,00,
           EXCEPTION-VALUE 5906,
           ID IS 5906,
           TITLE "CANCEL",
           .

      * PUSH BUTTON
       05
           FORM1-PB-1A,
      *----------------------------------------------------------------*
       OPEN-FILE-RTN.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM SET-SCREEN-TITLE

           OPEN  I-O SERIES
           IF STATUS-SERIES = "35"
           IF NOT VALID-STATUS-MOVIES
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           PERFORM GET-THIS-BRANCH

           OPEN INPUT BORROWERS
           IF NOT VALID-STATUS-BORROWERS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN I-O SUBSCRIBE
           IF STATUS-SUBSCRIBE = "35"
              OPEN OUTPUT SUBSCRIBE
                IF VALID-STATUS-SUBSCRIBE
                   CLOSE SUBSCRIBE
                   OPEN I-O SUBSCRIBE
                END-IF
           END-IF

           IF NOT VALID-STATUS-SUBSCRIBE
               PERFORM EXIT-STOP-ROUTINE
           END-IF
           .
      /
      *----------------------------------------------------------------*
       CLOSE-FILE-RTN.
           CLOSE SERIES
           CLOSE MOVIES
           CLOSE BORROWERS
           CLOSE SUBSCRIBE
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
      * THIS DESK'S BRANCH - SERIES HOLDS TAKEN HERE ARE COLLECTED HERE*
      *----------------------------------------------------------------*
          COPY 'CPVIDBNP.CPY'.
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
                  PERFORM NEXT-ENTRY
               WHEN KEY-STATUS = 1006
                  PERFORM LAST-ENTRY
               WHEN KEY-STATUS = 158
                  PERFORM SUBSCRIBE-ENTRY
           END-EVALUATE

      * AVOID CHANGING FOCUS
           .
      /
      *----------------------------------------------------------------*
      * SIGN A PATRON UP TO THE SERIES ON SCREEN, OR STOP THEM - EVERY *
      * TITLE CATALOGUED IN IT AFTERWARDS IS HELD FOR THEM             *
      *----------------------------------------------------------------*
       SUBSCRIBE-ENTRY.
           INQUIRE EF-SERCODE VALUE IN SER-CODE
           READ SERIES
                INVALID
                    DISPLAY MESSAGE BOX
                       "This Entry does not exist!"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           SET SBS-FORM-DONE TO FALSE

           PERFORM SBS-CREATE-WINDOW

           PERFORM UNTIL SBS-FORM-DONE
              ACCEPT SBS-FORM
                 ON EXCEPTION
                    PERFORM SBS-EVALUATE-FUNC
              END-ACCEPT
           END-PERFORM

           DESTROY SBS-FORM-HANDLE
           INITIALIZE KEY-STATUS
           .

       SBS-CREATE-WINDOW.
           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 12,50,
              SIZE 55,50,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE "FILMOTECA.EDUC360 - SERIES SUBSCRIBERS",
              WITH SYSTEM MENU,
              HANDLE IS SBS-FORM-HANDLE,

           MOVE SER-CODE TO SBS-WANT-SER
           PERFORM COUNT-SUBSCRIBERS

           MOVE SBS-ACTIVE-CNT TO SBS-ACTIVE-TEXT
           MOVE SPACES         TO SBS-COUNT-TEXT
           STRING FUNCTION TRIM (SBS-ACTIVE-TEXT)
                                 DELIMITED BY SIZE
                  " patron(s) follow this series now"
                                 DELIMITED BY SIZE
             INTO SBS-COUNT-TEXT
           END-STRING

           MODIFY LBL-SBS-NAME  TITLE SER-NAME
           MODIFY LBL-SBS-COUNT TITLE SBS-COUNT-TEXT

           DISPLAY SBS-FORM
           .

       SBS-EVALUATE-FUNC.
           EVALUATE TRUE
              WHEN EXIT-PUSHED
                   SET SBS-FORM-DONE TO TRUE
              WHEN EVENT-OCCURRED
                   IF EVENT-TYPE = CMD-CLOSE
                      SET SBS-FORM-DONE TO TRUE
                   END-IF
              WHEN KEY-STATUS = 5905
                   PERFORM SAVE-SUBSCRIPTION
              WHEN KEY-STATUS = 5906
                   SET SBS-FORM-DONE TO TRUE
           END-EVALUATE
           .
      /
      *----------------------------------------------------------------*
      * VALIDATE THE TYPED BORROWER ID AND SIGN THEM UP AT THE BACK OF *
      * THE SERIES' LINE.  A BORROWER ALREADY FOLLOWING IT IS OFFERED  *
      * THE CANCEL INSTEAD                                             *
      *----------------------------------------------------------------*
       SAVE-SUBSCRIPTION.
           INQUIRE EF-SBS-BORRID VALUE IN BRW-ID

           READ BORROWERS
                INVALID
                    DISPLAY MESSAGE BOX
                       "Invalid Borrower ID - not subscribed!"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           MOVE SER-CODE TO SBS-WANT-SER
           MOVE BRW-ID   TO SBS-WANT-ID
           PERFORM FIND-SUBSCRIPTION

           IF SBS-WAS-FOUND
              DISPLAY MESSAGE BOX
                 "This borrower already follows this series"
                 " - stop the holds on its new titles?"
                 TITLE   TITLEX
                 TYPE    MB-YES-NO
                 DEFAULT MB-NO
                 GIVING  DECISION

              IF DECISION = MB-YES
                 PERFORM CANCEL-SUBSCRIPTION
                 SET SBS-FORM-DONE TO TRUE
                 DISPLAY MESSAGE "Subscription cancelled"
                         TITLE TITLEX
              END-IF
              EXIT PARAGRAPH
           END-IF

           IF BRW-IS-BLOCKED
              DISPLAY MESSAGE BOX
                 "This borrower is blocked - not subscribed!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF BRW-IS-PENDING
              DISPLAY MESSAGE BOX
                 "Application not approved yet - not subscribed!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE "D"         TO SBS-WANT-AT
           MOVE THIS-BRANCH TO SBS-WANT-BRANCH
           PERFORM ADD-SUBSCRIPTION

           IF NOT SBS-WAS-DONE
              DISPLAY MESSAGE BOX
                 "Error writing the subscription record"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           SET SBS-FORM-DONE TO TRUE
           DISPLAY MESSAGE "Subscribed - new titles will be held"
                   TITLE TITLEX
           .
      /
      *----------------------------------------------------------------*
      * SERIES SUBSCRIPTIONS                                           *
      *----------------------------------------------------------------*
          COPY 'CPVIDSBP.CPY'.
      /
      *----------------------------------------------------------------*
      * EXIT PROGRAM                                                   *
      *----------------------------------------------------------------*
       EXIT-STOP-ROUTINE.
