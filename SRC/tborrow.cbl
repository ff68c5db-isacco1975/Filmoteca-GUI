      *          EACH BORROWER GETS A GENERATED ID SO THE LOANS FILE   *
      *          CAN POINT AT ONE PERSON INSTEAD OF FREE-TYPED NAMES   *
      *          THAT NEVER MATCH FROM ONE CHECKOUT TO THE NEXT.       *
      *          PATRONS WHO JOINED AT THE KIOSK WAIT AS PENDING       *
      *          BORROWERS IN THE APPLICATIONS QUEUE UNTIL THE DESK    *
      *          HAS SEEN THEIR ID AND ACTIVATES OR REJECTS THEM.      *
      *          THE POSTAL ADDRESS FEEDS THE LETTERS RUN; WHEN THE    *
      *          POST OFFICE SENDS A LETTER BACK THE DESK RECORDS IT   *
      *          HERE AND NOTHING IS POSTED UNTIL THE ADDRESS CHANGES. *
      *          THE DESK ALSO RECORDS WHETHER THE BORROWER AGREES TO  *
      *          MARKETING BY E-MAIL, POST AND PHONE; EVERY CHANGE IS  *
      *          LOGGED WITH THE DAY, THE STATION AND THE OPERATOR.    *
      *                                                                *
      ******************************************************************
      /
          COPY 'CPVIDBDA.CPY'.
          COPY 'CPVIDCOA.CPY'.
          COPY 'CPVIDDPA.CPY'.
          COPY 'CPVIDCNA.CPY'.
          COPY 'CPVIDCGA.CPY'.
          COPY 'CPVIDDVA.CPY'.
          COPY 'CPVIDBAA.CPY'.
          COPY 'CPVIDSUA.CPY'.
          COPY 'CPVIDGES.CPY'.
          SELECT LOANHIST ASSIGN TO LOANHIST-PATH
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS  IS STATUS-LOANHIST.
      *
       FD DEPOSITS.
          COPY 'CPVIDDEP.CPY'.
      *
       FD CONSENT.
          COPY 'CPVIDCNS.CPY'.
      *
       FD CONSLOG.
          COPY 'CPVIDCLG.CPY'.
      *
       FD DELIVERY.
          COPY 'CPVIDDVR.CPY'.
      *
       FD ALERTS.
          COPY 'CPVIDBAL.CPY'.
      *
       FD SUSPEND.
          COPY 'CPVIDSUS.CPY'.
      *
       FD GENRES.
          COPY 'CPVIDGEN.CPY'.
      *
       FD LOANHIST.
       01 REC-LOANHIST              PIC X(100).
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.

       01 SAVE-KEY.
           10 SAVE-BRW-ID   PIC  9(05).

      * HOUSEHOLDS - BRW-REC IS PARKED IN HOLD-BRW-REC WHILE THE
      * GUARANTOR OR THE OTHER MEMBERS ARE READ.  THE SHOWN- FIELDS
      * REMEMBER WHAT WAS ON FILE WHEN THE BORROWER WAS DISPLAYED
       77 HOLD-BRW-REC      PIC X(260) VALUE SPACES.
       77 HH-GUARANTOR-ID   PIC 9(5) VALUE ZERO.
       77 HH-MEMBER-COUNT   PIC 9(3) VALUE ZERO.
       77 HH-COUNT-TEXT     PIC ZZ9.
       77 HH-INFO-TEXT      PIC X(50) VALUE SPACES.
       77 SHOWN-BRW-ID      PIC 9(5) VALUE ZERO.
       77 SHOWN-HOUSEHOLD-ID PIC 9(5) VALUE ZERO.
       77 SW-HH-EOF         PIC 9 VALUE ZERO.
           88 HOUSEHOLD-AT-END VALUE 1, FALSE 0.
       77 SW-HH-OK          PIC 9 VALUE ZERO.
           88 HOUSEHOLD-OK     VALUE 1, FALSE 0.
       77 SW-STM-GUARANTOR  PIC 9 VALUE ZERO.
           88 STM-IS-GUARANTOR VALUE 1, FALSE 0.

      * POSTAL ADDRESS - WHAT WAS ON FILE WHEN THE BORROWER WAS
      * DISPLAYED, SO A SAVE CAN TELL THE ADDRESS WAS CORRECTED
       77 SHOWN-ADDRESS     PIC X(95) VALUE SPACES.
       77 RETMAIL-INFO-TEXT PIC X(55) VALUE SPACES.

      * MARKETING CONSENT - THE ANSWERS ON FILE WHEN THE BORROWER WAS
      * DISPLAYED AND THE ANSWERS TYPED, ONE PER CHANNEL IN THE
      * CONSENT FILE'S ORDER (E-MAIL, POST, PHONE)
          COPY 'CPVIDCNV.CPY'.
       01 SHOWN-CONSENT.
           05 SHOWN-CONSENT-ANS PIC X(01) OCCURS 3 TIMES.
       01 TYPED-CONSENT.
           05 TYPED-CONSENT-ANS PIC X(01) OCCURS 3 TIMES.
       77 CONSENT-SUB       PIC 9(01) VALUE ZERO.
       77 SW-CONSENT-BAD    PIC 9 VALUE ZERO.
           88 CONSENT-TYPED-BAD VALUE 1, FALSE 0.
       77 SW-BRW-SAVED      PIC 9 VALUE ZERO.
           88 BRW-SAVED      VALUE 1, FALSE 0.
       77 DESK-OPERATOR     PIC X(10) VALUE SPACES.

      * WHAT THE INCIDENT LOG IS HANDED WHEN THE DESK OPENS IT HERE
          COPY 'CPVIDICV.CPY'.

      * KIOSK APPLICATIONS - EVERY PENDING BORROWER, ONE LIST ROW
      * EACH WITH THE BRW-ID IN THE FIRST FIVE BYTES.  THE DESK CHECKS
      * THE PATRON'S ID, PICKS THE CATEGORY AND ACTIVATES OR REJECTS
       77 APP-FORM-HANDLE   USAGE IS HANDLE OF WINDOW.
       77 SW-APP-DONE       PIC 9 VALUE ZERO.
           88 APP-DONE       VALUE 1, FALSE 0.
       77 SW-APP-EOF        PIC 9 VALUE ZERO.
           88 APPLICATIONS-AT-END VALUE 1, FALSE 0.
       01 APP-TABLE.
           05 APP-ROW OCCURS 1 TO 200 TIMES
                        DEPENDING ON APP-CNT
                        INDEXED BY APP-IDX
                        PIC X(80).
       77 APP-CNT           PIC 9(3) VALUE ZERO.
       77 APP-SEL           PIC 9(3) VALUE ZERO.
       77 APP-CATEGORY-IN   PIC X(01) VALUE SPACE.
       77 APP-BIRTH-TEXT    PIC X(10) VALUE SPACES.

      * HOME DELIVERY - THE HOUSEBOUND BORROWER'S ROW ON THE DELIVERY
      * FILE, KEPT FROM ITS OWN DIALOG; THE RUN ITSELF IS MADE FROM
      * THE LOANS SCREEN
       77 DLV-FORM-HANDLE   USAGE IS HANDLE OF WINDOW.
       77 SW-DLV-DONE       PIC 9 VALUE ZERO.
           88 DLV-DONE       VALUE 1, FALSE 0.
       77 SW-DLV-ON-FILE    PIC 9 VALUE ZERO.
           88 DLV-ON-FILE    VALUE 1, FALSE 0.
       77 STATUS-DELIVERY   PIC X(2).
           88 VALID-STATUS-DELIVERY VALUE IS "00" THRU "09".
       77 STATUS-GENRES     PIC X(2).
           88 VALID-STATUS-GENRES VALUE IS "00" THRU "09".
       77 DLV-ACTIVE-IN     PIC X(01) VALUE SPACE.
       77 DLV-HEAD-TEXT     PIC X(70) VALUE SPACES.
       77 DLV-INFO-TEXT     PIC X(70) VALUE SPACES.

      * BORROWER ALERTS - EVERY ALERT EVER PUT ON THE BORROWER, ONE
      * LIST ROW EACH WITH THE RUNNING NUMBER IN THE FIRST THREE
      * BYTES; NEW ONES ARE ADDED AND OLD ONES TAKEN OFF FROM HERE
       77 ALR-FORM-HANDLE   USAGE IS HANDLE OF WINDOW.
       77 SW-ALR-DONE       PIC 9 VALUE ZERO.
           88 ALR-DONE       VALUE 1, FALSE 0.
       77 STATUS-ALERTS     PIC X(2).
           88 VALID-STATUS-ALERTS VALUE IS "00" THRU "09".
          COPY 'CPVIDBAV.CPY'.
       01 ALR-TABLE.
           05 ALR-ROW OCCURS 1 TO 100 TIMES
                        DEPENDING ON ALR-CNT
                        INDEXED BY ALR-IDX
                        PIC X(100).
       77 ALR-CNT           PIC 9(3) VALUE ZERO.
       77 ALR-SEL           PIC 9(3) VALUE ZERO.
       77 ALR-TODAY         PIC 9(8) VALUE ZERO.
       77 ALR-SEV-IN        PIC X(01) VALUE SPACE.
       77 ALR-PATRON-IN     PIC X(01) VALUE SPACE.
       77 ALR-TEXT-IN       PIC X(60) VALUE SPACES.
       77 ALR-EXPIRY-DT     PIC 9(8) VALUE ZERO.
       77 ALR-STATE-TEXT    PIC X(08) VALUE SPACES.
       77 ALR-SEV-TEXT      PIC X(07) VALUE SPACES.
       77 ALR-EXPIRY-TEXT   PIC X(10) VALUE SPACES.
       77 ALR-HEAD-TEXT     PIC X(70) VALUE SPACES.

      * BORROWER SUSPENSIONS - EVERY SUSPENSION EVER PLACED ON THE
      * BORROWER, ONE LIST ROW EACH WITH THE RUNNING NUMBER IN THE
      * FIRST THREE BYTES.  THE STATUS FIELD ON THE MAIN SCREEN IS
      * DERIVED FROM THE ONES STILL IN FORCE
       77 SUS-FORM-HANDLE   USAGE IS HANDLE OF WINDOW.
       77 SW-SUS-DONE       PIC 9 VALUE ZERO.
           88 SUS-DONE       VALUE 1, FALSE 0.
       77 STATUS-SUSPEND    PIC X(2).
           88 VALID-STATUS-SUSPEND VALUE IS "00" THRU "09".
          COPY 'CPVIDSUV.CPY'.
       01 SUS-TABLE.
           05 SUS-ROW OCCURS 1 TO 100 TIMES
                        DEPENDING ON SUS-CNT
                        INDEXED BY SUS-IDX
                        PIC X(130).
       77 SUS-CNT           PIC 9(3) VALUE ZERO.
       77 SUS-SEL           PIC 9(3) VALUE ZERO.
       77 SUS-TODAY         PIC 9(8) VALUE ZERO.
       77 SUS-REASON-IN     PIC X(01) VALUE SPACE.
       77 SUS-NOTE-IN       PIC X(60) VALUE SPACES.
       77 SUS-END-IN-DT     PIC 9(8) VALUE ZERO.
       77 SUS-STATE-TEXT    PIC X(08) VALUE SPACES.
       77 SUS-START-TEXT    PIC X(10) VALUE SPACES.
       77 SUS-END-TEXT      PIC X(10) VALUE SPACES.
       77 SUS-HEAD-TEXT     PIC X(70) VALUE SPACES.

       77 DECISION          PIC 9.

       LINKAGE          SECTION.
          COPY 'CPVIDBCV.CPY'.

       SCREEN           SECTION.
      * FORM
           TITLE SPACES,
           .

      * ENTRY FIELD - MEMBERSHIP PLAN, ANNUAL OR MONTHLY; THE LOANS
      * SCREEN CHARGES THE MATCHING FEE WHEN THE TERM IS RENEWED
       05
           EF-BRWPLAN,
           ENTRY-FIELD,
           COL 20,00,
           LINE 23,00,
           LINES 1,31 ,
           SIZE 2,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 5310,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 1,
           .

      * LABEL
       05
           LBL-BRWPLAN,
           LABEL,
           COL 3,00,
           LINE 23,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           FONT IS SMALL-FONT,
           ID IS 312,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TRANSPARENT,
           TITLE "MEMBER PLAN (A/M)",
           FONT DEFAULT-FONT
           .

      * ENTRY FIELD - FIRST DAY OF THE TERM PAID FOR; NEVER TYPED
      * HERE - THE LOANS SCREEN SETS IT WHEN IT TAKES THE FEE
       05
           EF-BRWMBRFROM,
           ENTRY-FIELD,
           COL 45,00,
           LINE 23,00,
           LINES 1,31 ,
           SIZE 12,00 ,
           BOXED,
           COLOR 8,
           DISABLED,
           FONT IS SMALL-FONT,
           ID IS 5311,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 10,
           .

      * LABEL
       05
           LBL-BRWMBRFROM,
           LABEL,
           COL 28,00,
           LINE 23,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           FONT IS SMALL-FONT,
           ID IS 313,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TRANSPARENT,
           TITLE "TERM STARTED",
           FONT DEFAULT-FONT
           .

      * ENTRY FIELD - LAST DAY OF THE TERM PAID FOR, IN THE LOCALE'S
      * FORMAT; BLANK UNTIL THE FIRST FEE IS TAKEN.  THE DESK CAN
      * EXTEND IT BY HAND FOR A COMPLIMENTARY MEMBERSHIP
       05
           EF-BRWMBRTO,
           ENTRY-FIELD,
           COL 20,00,
           LINE 25,00,
           LINES 1,31 ,
           SIZE 12,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 5312,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 10,
           .

      * LABEL
       05
           LBL-BRWMBRTO,
           LABEL,
           COL 3,00,
           LINE 25,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           FONT IS SMALL-FONT,
           ID IS 314,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TRANSPARENT,
           TITLE "MEMBER UNTIL",
           FONT DEFAULT-FONT
           .

      * ENTRY FIELD - THE HOUSEHOLD GUARANTOR'S BORROWER ID; THE
      * GUARANTOR CARRIES THEIR OWN ID, BLANK MEANS NO HOUSEHOLD
       05
           EF-BRWHHOLD,
           ENTRY-FIELD,
           COL 20,00,
           LINE 27,00,
           LINES 1,31 ,
           SIZE 9,00 ,
           BOXED,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 5313,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 5,
           .

      * LABEL
       05
           LBL-BRWHHOLD,
           LABEL,
           COL 3,00,
           LINE 27,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           FONT IS SMALL-FONT,
           ID IS 315,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TRANSPARENT,
           TITLE "HOUSEHOLD OF (ID)",
           FONT DEFAULT-FONT
           .

      * LABEL - WHO GUARANTEES THIS BORROWER, OR HOW MANY MEMBERS
      * THIS BORROWER GUARANTEES
       05
           LBL-BRWHHINFO,
           LABEL,
           COL 30,00,
           LINE 27,00,
           LINES 1,31 ,
           SIZE 50,00 ,
           FONT IS SMALL-FONT,
           ID IS 316,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TRANSPARENT,
           TITLE SPACES,
           .

      * LABEL - THE NEWEST MAIL-QUEUE ROW FOR THIS BORROWER
       05
           LBL-BRWMAIL,
           FONT DEFAULT-FONT
           .

      * ENTRY FIELD - POSTAL ADDRESS, TYPED AS IT GOES ON THE ENVELOPE;
      * PAPER NOTICES GO HERE WHEN THERE IS NO E-MAIL ADDRESS
       05
           EF-BRWADDR1,
           ENTRY-FIELD,
           COL 20,00,
           LINE 29,00,
           LINES 1,31 ,
           SIZE 40,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 5314,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 30,
           .

      * LABEL
       05
           LBL-BRWADDR1,
           LABEL,
           COL 3,00,
           LINE 29,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           FONT IS SMALL-FONT,
           ID IS 317,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TRANSPARENT,
           TITLE "ADDRESS",
           FONT DEFAULT-FONT
           .

      * ENTRY FIELD
       05
           EF-BRWADDR2,
           ENTRY-FIELD,
           COL 20,00,
           LINE 31,00,
           LINES 1,31 ,
           SIZE 40,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 5315,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 30,
           .

      * LABEL
       05
           LBL-BRWADDR2,
           LABEL,
           COL 3,00,
           LINE 31,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           FONT IS SMALL-FONT,
           ID IS 318,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TRANSPARENT,
           TITLE "ADDRESS (CONT.)",
           FONT DEFAULT-FONT
           .

      * ENTRY FIELD
       05
           EF-BRWTOWN,
           ENTRY-FIELD,
           COL 20,00,
           LINE 33,00,
           LINES 1,31 ,
           SIZE 32,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 5316,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 25,
           .

      * LABEL
       05
           LBL-BRWTOWN,
           LABEL,
           COL 3,00,
           LINE 33,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           FONT IS SMALL-FONT,
           ID IS 319,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TRANSPARENT,
           TITLE "TOWN",
           FONT DEFAULT-FONT
           .

      * ENTRY FIELD
       05
           EF-BRWPOST,
           ENTRY-FIELD,
           COL 66,00,
           LINE 33,00,
           LINES 1,31 ,
           SIZE 14,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 5317,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 10,
           .

      * LABEL
       05
           LBL-BRWPOST,
           LABEL,
           COL 54,00,
           LINE 33,00,
           LINES 1,31 ,
           SIZE 11,00 ,
           FONT IS SMALL-FONT,
           ID IS 320,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TRANSPARENT,
           TITLE "POSTCODE",
           FONT DEFAULT-FONT
           .

      * LABEL - LIT WHILE OUR POST TO THIS ADDRESS IS COMING BACK
       05
           LBL-BRWRETMAIL,
           LABEL,
           COL 3,00,
           LINE 35,00,
           LINES 1,31 ,
           SIZE 55,00 ,
           FONT IS SMALL-FONT,
           ID IS 321,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TRANSPARENT,
           TITLE SPACES,
           .

      * PUSH BUTTON - RECORD A LETTER THE POST OFFICE SENT BACK
       05
           PB-BRWRETMAIL,
           PUSH-BUTTON,
           COL 60,00,
           LINE 35,00,
           LINES 1,31 ,
           SIZE 20,00 ,
           EXCEPTION-VALUE 1034,
           SELF-ACT,
           FONT IS SMALL-FONT,
           ID IS 5318,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TITLE "LETTER CAME BACK",
           .

      * LABEL - MARKETING CONSENT PER CHANNEL: Y AGREED, N REFUSED,
      * BLANK NEVER ASKED (NO MARKETING EITHER WAY)
       05
           LBL-BRWMKTG,
           LABEL,
           COL 3,00,
           LINE 37,00,
           LINES 1,31 ,
           SIZE 16,00 ,
           FONT IS SMALL-FONT,
           ID IS 322,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TRANSPARENT,
           TITLE "MARKETING OK BY",
           FONT DEFAULT-FONT
           .

      * LABEL
       05
           LBL-BRWMKMAIL,
           LABEL,
           COL 20,00,
           LINE 37,00,
           LINES 1,31 ,
           SIZE 7,00 ,
           FONT IS SMALL-FONT,
           ID IS 323,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TRANSPARENT,
           TITLE "E-MAIL",
           FONT DEFAULT-FONT
           .

      * ENTRY FIELD
       05
           EF-BRWMKMAIL,
           ENTRY-FIELD,
           COL 28,00,
           LINE 37,00,
           LINES 1,31 ,
           SIZE 3,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 5319,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 1,
           .

      * LABEL
       05
           LBL-BRWMKPOST,
           LABEL,
           COL 33,00,
           LINE 37,00,
           LINES 1,31 ,
           SIZE 5,00 ,
           FONT IS SMALL-FONT,
           ID IS 324,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TRANSPARENT,
           TITLE "POST",
           FONT DEFAULT-FONT
           .

      * ENTRY FIELD
       05
           EF-BRWMKPOST,
           ENTRY-FIELD,
           COL 39,00,
           LINE 37,00,
           LINES 1,31 ,
           SIZE 3,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 5320,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 1,
           .

      * LABEL
       05
           LBL-BRWMKPHONE,
           LABEL,
           COL 44,00,
           LINE 37,00,
           LINES 1,31 ,
           SIZE 6,00 ,
           FONT IS SMALL-FONT,
           ID IS 325,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TRANSPARENT,
           TITLE "PHONE",
           FONT DEFAULT-FONT
           .

      * ENTRY FIELD
       05
           EF-BRWMKPHONE,
           ENTRY-FIELD,
           COL 51,00,
           LINE 37,00,
           LINES 1,31 ,
           SIZE 3,00 ,
           BOXED,
           UPPER,
           COLOR IS 2,
           ENABLED MOD,
           FONT IS SMALL-FONT,
           ID IS 5321,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           MAX-TEXT 1,
           .

      * LABEL
       05
           LBL-BRWMKHINT,
           LABEL,
           COL 56,00,
           LINE 37,00,
           LINES 1,31 ,
           SIZE 26,00 ,
           FONT IS SMALL-FONT,
           ID IS 326,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           TRANSPARENT,
           TITLE "(Y/N, BLANK = NOT ASKED)",
           FONT DEFAULT-FONT
           .

      * BAR
       05
           FORM1-BR-1,
           BAR,
           COL 1,00,
           LINE 3,92,
           SIZE 83,50 ,
           ID IS 4,
           HEIGHT-IN-CELLS,
           WIDTH-IN-CELLS,
           COLORS (8, 8),
           SHADING (-1, 1),
           WIDTH 2,
           .

      * TOOLBAR
       01
           FORM1-TB-1,
           .

      * PUSH BUTTON
       05
           TOOL-ESC,
           PUSH-BUTTON,
           COL 1,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 1,
           FRAMED,
           SQUARE,
           ENABLED E-ESC,
           EXCEPTION-VALUE 27,
           FLAT,
           ID IS 2223,
           SELF-ACT,
           ESCAPE-BUTTON,
           TITLE "EXIT (ESC)",
           .

      * PUSH BUTTON
       05
           TOOL-NEW,
           PUSH-BUTTON,
           COL 6,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 2,
           FRAMED,
           SQUARE,
           ENABLED E-NEW,
           EXCEPTION-VALUE 2,
           FLAT,
           ID IS 208,
           SELF-ACT,
           TITLE "NEW (F2)",
           .

      * PUSH BUTTON
       05
           TOOL-DELETE,
           PUSH-BUTTON,
           COL 16,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 4,
           FRAMED,
           SQUARE,
           ENABLED E-DELETE,
           EXCEPTION-VALUE 4,
           FLAT,
           ID IS 106,
           SELF-ACT,
           TITLE "DELETE (F4)",
           .

      * PUSH BUTTON
       05
           TOOL-SAVE,
           PUSH-BUTTON,
           COL 11,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 3,
           FRAMED,
           SQUARE,
           ENABLED MOD,
           EXCEPTION-VALUE 3,
           FLAT,
           ID IS 75,
           SELF-ACT,
           TITLE "SAVE (F3)",
           .

      * CHECK BOX
       05
           TOOL-EDIT,
           CHECK-BOX,
           COL 21,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 5,
           FRAMED,
           SQUARE,
           ENABLED E-EDIT,
           EXCEPTION-VALUE 150
           FLAT,
           ID IS 77,
           SELF-ACT,
           TITLE "EDIT (F5)",
           VALUE MOD,
           .

      * PUSH BUTTON
       05
           TOOL-STMT,
           PUSH-BUTTON,
           COL 26,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 8,
           FRAMED,
           SQUARE,
           EXCEPTION-VALUE 152,
           FLAT,
           ID IS 78,
           SELF-ACT,
           TITLE "STATEMENT (F7)",
           .

      * PUSH BUTTON
       05
           TOOL-INCID,
           PUSH-BUTTON,
           COL 31,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 14,
           FRAMED,
           SQUARE,
           EXCEPTION-VALUE 1032,
           FLAT,
           ID IS 79,
           SELF-ACT,
           TITLE "INCIDENTS...",
           .

      * PUSH BUTTON
       05
           TOOL-APPLY,
           PUSH-BUTTON,
           COL 36,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 7,
           FRAMED,
           SQUARE,
           EXCEPTION-VALUE 1033,
           FLAT,
           ID IS 80,
           SELF-ACT,
           TITLE "KIOSK APPLICATIONS...",
           .

      * PUSH BUTTON
       05
           FORM1-PB-1A,
           PUSH-BUTTON,
           COL 46,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 10,
           FRAMED,
           SQUARE,
           EXCEPTION-VALUE 1002,
           FLAT,
           ID IS 113,
           SELF-ACT,
           TITLE "&FIRST",
           .

      * PUSH BUTTON
       05
           FORM1-PB-1B,
           PUSH-BUTTON,
           COL 51,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 11,
           FRAMED,
           SQUARE,
           EXCEPTION-VALUE 67,
           FLAT,
           ID IS 114,
           SELF-ACT,
           TITLE "PREVIOUS (PGDN)",
           .

      * PUSH BUTTON
       05
           FORM1-PB-1C,
           PUSH-BUTTON,
           COL 56,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 12,
           FRAMED,
           SQUARE,
           EXCEPTION-VALUE 68,
           FLAT,
           ID IS 115,
           SELF-ACT,
           TITLE "NEXT (PGUP)",
           .
           TITLE "&LAST",
           .

      * PUSH BUTTON
       05
           TOOL-DELIVERY,
           PUSH-BUTTON,
           COL 66,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 6,
           FRAMED,
           SQUARE,
           EXCEPTION-VALUE 1035,
           FLAT,
           ID IS 81,
           SELF-ACT,
           TITLE "HOME DELIVERY...",
           .

      * PUSH BUTTON
       05
           TOOL-ALERTS,
           PUSH-BUTTON,
           COL 71,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 9,
           FRAMED,
           SQUARE,
           EXCEPTION-VALUE 1036,
           FLAT,
           ID IS 82,
           SELF-ACT,
           TITLE "ALERTS...",
           .

      * PUSH BUTTON
       05
           TOOL-SUSPEND,
           PUSH-BUTTON,
           COL 76,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 14,
           FRAMED,
           SQUARE,
           EXCEPTION-VALUE 1037,
           FLAT,
           ID IS 83,
           SELF-ACT,
           TITLE "SUSPENSIONS...",
           .

      * PRINT DIALOG (PRINTER AND COPIES FOR A SPOOLED STATEMENT) -
      * THE SAME DIALOG THE LOANS SCREEN USES FOR ITS RECEIPTS
       01
           TITLE "SPOOL ONLY",
           .

      * KIOSK APPLICATIONS DIALOG (THE APPROVAL QUEUE)
       01
           APP-FORM,
           .

       05
           LBL-APP-TITLE,
           LABEL,
           COL 2,00,
           LINE 1,00,
           SIZE 76,00,
           TITLE "PENDING: ID, NAME, BIRTH DATE, APPLIED ON, PHONE",
           FONT IS SMALL-FONT,
           .

       05
           APP-LB,
           LIST-BOX,
           COL 2,00,
           LINE 2,50,
           LINES 10,00 ,
           SIZE 76,00 ,
           OCCURS 1 TO 200 TIMES DEPENDING ON APP-CNT,
           INDEXED BY APP-IDX,
           VALUE APP-ROW (APP-IDX),
           FRAMED,
           EXCEPTION-VALUE 7043,
           ID IS 8311,
           FONT SMALL-FONT,
           .

       05
           LBL-APP-CAT,
           LABEL,
           COL 2,00,
           LINE 13,00,
           SIZE 30,00,
           TITLE "CATEGORY TO GIVE (A, J, S, T)",
           FONT IS SMALL-FONT,
           .

       05
           EF-APP-CAT,
           ENTRY-FIELD,
           COL 33,00,
           LINE 13,00,
           SIZE 4,00,
           BOXED,
           UPPER,
           FONT IS SMALL-FONT,
           ID IS 8312,
           MAX-TEXT 1,
           .

       05
           PB-APP-ACTIVATE,
           PUSH-BUTTON,
           COL 2,00,
           LINE 15,00,
           SIZE 14,00,
           EXCEPTION-VALUE 7044,
           ID IS 7044,
           TITLE "ACTIVATE",
           .

       05
           PB-APP-REJECT,
           PUSH-BUTTON,
           COL 18,00,
           LINE 15,00,
           SIZE 14,00,
           EXCEPTION-VALUE 7045,
           ID IS 7045,
           TITLE "REJECT",
           .

       05
           PB-APP-CLOSE,
           PUSH-BUTTON,
           COL 34,00,
           LINE 15,00,
           SIZE 14,00,
           EXCEPTION-VALUE 7046,
           ID IS 7046,
           TITLE "CLOSE",
           .

      * HOME DELIVERY DIALOG (FLAG, ROUND, STANDING GENRE, NOTES)
       01
           DLV-FORM,
           .

       05
           LBL-DLV-TITLE,
           LABEL,
           COL 2,00,
           LINE 1,00,
           SIZE 72,00,
           TITLE SPACES,
           ID IS 8321,
           FONT IS SMALL-FONT,
           .

       05
           LBL-DLV-ACTIVE,
           LABEL,
           COL 2,00,
           LINE 3,00,
           SIZE 30,00,
           TITLE "DELIVER TO THIS BORROWER (Y/N)",
           FONT IS SMALL-FONT,
           .

       05
           EF-DLV-ACTIVE,
           ENTRY-FIELD,
           COL 33,00,
           LINE 3,00,
           SIZE 4,00,
           BOXED,
           UPPER,
           FONT IS SMALL-FONT,
           ID IS 8322,
           MAX-TEXT 1,
           .

       05
           LBL-DLV-AREA,
           LABEL,
           COL 2,00,
           LINE 5,00,
           SIZE 30,00,
           TITLE "ROUND / AREA",
           FONT IS SMALL-FONT,
           .

       05
           EF-DLV-AREA,
           ENTRY-FIELD,
           COL 33,00,
           LINE 5,00,
           SIZE 14,00,
           BOXED,
           UPPER,
           FONT IS SMALL-FONT,
           ID IS 8323,
           MAX-TEXT 10,
           .

       05
           LBL-DLV-GENRE,
           LABEL,
           COL 2,00,
           LINE 7,00,
           SIZE 30,00,
           TITLE "STANDING GENRE (CODE)",
           FONT IS SMALL-FONT,
           .

       05
           EF-DLV-GENRE,
           ENTRY-FIELD,
           COL 33,00,
           LINE 7,00,
           SIZE 6,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 8324,
           MAX-TEXT 3,
           .

       05
           LBL-DLV-MAX,
           LABEL,
           COL 2,00,
           LINE 9,00,
           SIZE 30,00,
           TITLE "ITEMS PER RUN (BLANK = 3)",
           FONT IS SMALL-FONT,
           .

       05
           EF-DLV-MAX,
           ENTRY-FIELD,
           COL 33,00,
           LINE 9,00,
           SIZE 4,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 8325,
           MAX-TEXT 2,
           .

       05
           LBL-DLV-NOTES,
           LABEL,
           COL 2,00,
           LINE 11,00,
           SIZE 40,00,
           TITLE "NOTES FOR THE DRIVER",
           FONT IS SMALL-FONT,
           .

       05
           EF-DLV-NOTE-1,
           ENTRY-FIELD,
           COL 2,00,
           LINE 12,00,
           SIZE 72,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 8326,
           MAX-TEXT 60,
           .

       05
           EF-DLV-NOTE-2,
           ENTRY-FIELD,
           COL 2,00,
           LINE 13,50,
           SIZE 72,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 8327,
           MAX-TEXT 60,
           .

       05
           LBL-DLV-INFO,
           LABEL,
           COL 2,00,
           LINE 15,50,
           SIZE 72,00,
           TITLE SPACES,
           ID IS 8328,
           FONT IS SMALL-FONT,
           .

       05
           PB-DLV-SAVE,
           PUSH-BUTTON,
           COL 2,00,
           LINE 17,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7047,
           ID IS 7047,
           TITLE "SAVE",
           .

       05
           PB-DLV-CLOSE,
           PUSH-BUTTON,
           COL 18,00,
           LINE 17,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7048,
           ID IS 7048,
           TITLE "CLOSE",
           .

      * BORROWER ALERTS DIALOG (THE LIST, THEN A NEW ALERT TO ADD)
       01
           ALR-FORM,
           .

       05
           LBL-ALR-TITLE,
           LABEL,
           COL 2,00,
           LINE 1,00,
           SIZE 90,00,
           TITLE SPACES,
           ID IS 8331,
           FONT IS SMALL-FONT,
           .

       05
           ALR-LB,
           LIST-BOX,
           COL 2,00,
           LINE 2,50,
           LINES 9,00 ,
           SIZE 90,00 ,
           OCCURS 1 TO 100 TIMES DEPENDING ON ALR-CNT,
           INDEXED BY ALR-IDX,
           VALUE ALR-ROW (ALR-IDX),
           FRAMED,
           EXCEPTION-VALUE 7049,
           ID IS 8332,
           FONT SMALL-FONT,
           .

       05
           LBL-ALR-NEW,
           LABEL,
           COL 2,00,
           LINE 12,00,
           SIZE 90,00,
           TITLE "NEW ALERT",
           FONT IS SMALL-FONT,
           .

       05
           LBL-ALR-SEV,
           LABEL,
           COL 2,00,
           LINE 13,50,
           SIZE 34,00,
           TITLE "SEVERITY (N NOTE, W WARNING, S STOP)",
           FONT IS SMALL-FONT,
           .

       05
           EF-ALR-SEV,
           ENTRY-FIELD,
           COL 37,00,
           LINE 13,50,
           SIZE 4,00,
           BOXED,
           UPPER,
           FONT IS SMALL-FONT,
           ID IS 8333,
           MAX-TEXT 1,
           .

       05
           LBL-ALR-EXPIRY,
           LABEL,
           COL 45,00,
           LINE 13,50,
           SIZE 24,00,
           TITLE "EXPIRES (BLANK = NEVER)",
           FONT IS SMALL-FONT,
           .

       05
           EF-ALR-EXPIRY,
           ENTRY-FIELD,
           COL 70,00,
           LINE 13,50,
           SIZE 12,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 8334,
           MAX-TEXT 10,
           .

       05
           LBL-ALR-PATRON,
           LABEL,
           COL 2,00,
           LINE 15,00,
           SIZE 34,00,
           TITLE "SHOW TO THE PATRON AT THE KIOSK (Y/N)",
           FONT IS SMALL-FONT,
           .

       05
           EF-ALR-PATRON,
           ENTRY-FIELD,
           COL 37,00,
           LINE 15,00,
           SIZE 4,00,
           BOXED,
           UPPER,
           FONT IS SMALL-FONT,
           ID IS 8335,
           MAX-TEXT 1,
           .

       05
           EF-ALR-TEXT,
           ENTRY-FIELD,
           COL 2,00,
           LINE 16,50,
           SIZE 72,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 8336,
           MAX-TEXT 60,
           .

       05
           PB-ALR-ADD,
           PUSH-BUTTON,
           COL 2,00,
           LINE 18,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7050,
           ID IS 7050,
           TITLE "ADD",
           .

       05
           PB-ALR-REMOVE,
           PUSH-BUTTON,
           COL 18,00,
           LINE 18,50,
           SIZE 18,00,
           EXCEPTION-VALUE 7051,
           ID IS 7051,
           TITLE "TAKE OFF PICKED",
           .

       05
           PB-ALR-CLOSE,
           PUSH-BUTTON,
           COL 38,00,
           LINE 18,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7052,
           ID IS 7052,
           TITLE "CLOSE",
           .

      * BORROWER SUSPENSIONS DIALOG (THE HISTORY, THEN A NEW ONE)
       01
           SUS-FORM,
           .

       05
           LBL-SUS-TITLE,
           LABEL,
           COL 2,00,
           LINE 1,00,
           SIZE 90,00,
           TITLE SPACES,
           ID IS 8341,
           FONT IS SMALL-FONT,
           .

       05
           SUS-LB,
           LIST-BOX,
           COL 2,00,
           LINE 2,50,
           LINES 9,00 ,
           SIZE 90,00 ,
           OCCURS 1 TO 100 TIMES DEPENDING ON SUS-CNT,
           INDEXED BY SUS-IDX,
           VALUE SUS-ROW (SUS-IDX),
           FRAMED,
           EXCEPTION-VALUE 7053,
           ID IS 8342,
           FONT SMALL-FONT,
           .

       05
           LBL-SUS-NEW,
           LABEL,
           COL 2,00,
           LINE 12,00,
           SIZE 90,00,
           TITLE "NEW SUSPENSION",
           FONT IS SMALL-FONT,
           .

       05
           LBL-SUS-REASON,
           LABEL,
           COL 2,00,
           LINE 13,50,
           SIZE 34,00,
           TITLE "REASON (F FINES, M CONDUCT, O OTHER)",
           FONT IS SMALL-FONT,
           .

       05
           EF-SUS-REASON,
           ENTRY-FIELD,
           COL 37,00,
           LINE 13,50,
           SIZE 4,00,
           BOXED,
           UPPER,
           FONT IS SMALL-FONT,
           ID IS 8343,
           MAX-TEXT 1,
           .

       05
           LBL-SUS-END,
           LABEL,
           COL 45,00,
           LINE 13,50,
           SIZE 24,00,
           TITLE "ENDS (BLANK = UNTIL LIFTED)",
           FONT IS SMALL-FONT,
           .

       05
           EF-SUS-END,
           ENTRY-FIELD,
           COL 70,00,
           LINE 13,50,
           SIZE 12,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 8344,
           MAX-TEXT 10,
           .

       05
           LBL-SUS-NOTE,
           LABEL,
           COL 2,00,
           LINE 15,00,
           SIZE 34,00,
           TITLE "WHY (REQUIRED)",
           FONT IS SMALL-FONT,
           .

       05
           EF-SUS-NOTE,
           ENTRY-FIELD,
           COL 2,00,
           LINE 16,50,
           SIZE 72,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 8345,
           MAX-TEXT 60,
           .

       05
           PB-SUS-ADD,
           PUSH-BUTTON,
           COL 2,00,
           LINE 18,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7054,
           ID IS 7054,
           TITLE "SUSPEND",
           .

       05
           PB-SUS-LIFT,
           PUSH-BUTTON,
           COL 18,00,
           LINE 18,50,
           SIZE 18,00,
           EXCEPTION-VALUE 7055,
           ID IS 7055,
           TITLE "LIFT PICKED",
           .

       05
           PB-SUS-CLOSE,
           PUSH-BUTTON,
           COL 38,00,
           LINE 18,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7056,
           ID IS 7056,
           TITLE "CLOSE",
           .

       PROCEDURE  DIVISION USING BRW-CALL-AREA.
       DECLARATIVES.
      /
      *----------------------------------------------------------------*
      * DECLARATIVES TO HANDLE COMMON FILE ERRORS                      *
      *----------------------------------------------------------------*
       BORROWERS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON BORROWERS.
           SET RECLOCKED TO FALSE.
           EVALUATE STATUS-BORROWERS
           WHEN "35"
                DISPLAY MESSAGE "FILE [BORROWERS] NOT FOUND!"
                           TITLE TITLEX
                            ICON 3
                SET ERRORI TO TRUE
           WHEN "93"
                DISPLAY MESSAGE BOX "FILE ALREADY IN USE!"
                          TITLE TITLEX
                           ICON 3
                GOBACK
           END-EVALUATE.

       LOANS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LOANS.
           SET RECLOCKED TO FALSE.
           EVALUATE STATUS-LOANS
           WHEN "35"
                DISPLAY MESSAGE "FILE [LOANS] NOT FOUND!"
                           TITLE TITLEX
                            ICON 3
                SET ERRORI TO TRUE
           WHEN "93"
                DISPLAY MESSAGE BOX "FILE ALREADY IN USE!"
                          TITLE TITLEX
                           ICON 3
                GOBACK
           END-EVALUATE.

       INPUT-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INPUT.
       0100-DECL.
           EXIT.
       I-O-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON I-O.
       0200-DECL.
           EXIT.
       OUTPUT-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUTPUT.
       0300-DECL.
           EXIT.
       TRANSACTION-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON TRANSACTION.
       0400-DECL.
           EXIT.
       END DECLARATIVES.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM INITIALIZE-ROUTINE
           PERFORM FORM1-OPEN-ROUTINE
           .
      /
      *----------------------------------------------------------------*
      * INITIALIZE                                                     *
      *----------------------------------------------------------------*
       INITIALIZE-ROUTINE.
           ACCEPT SYSTEM-INFORMATION FROM SYSTEM-INFO.
           ACCEPT TERMINAL-ABILITIES FROM TERMINAL-INFO.
           PERFORM INIT-BMP.
           PERFORM LOAD-CAPTIONS.
           PERFORM OPEN-FILE-RTN.
           .
      /
      *----------------------------------------------------------------*
      * INITIALIZE BITMAPS                                             *
      *----------------------------------------------------------------*
       INIT-BMP.
           CALL "W$BITMAP" USING WBITMAP-LOAD "..\RESOURCE\TOOLBAR.BMP",
                   GIVING TOOLBAR-BMP.
           .
      /
      *----------------------------------------------------------------*
      * MAIN OPENING FILE ROUTINE                                      *
      *----------------------------------------------------------------*
       OPEN-FILE-RTN.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM SET-SCREEN-TITLE

           PERFORM CHECK-BUSINESS-DATE

           IF BUSDATE-MISMATCH
              DISPLAY MESSAGE BOX
                 "This workstation's clock does not match the shop's "
                 "business date - fix the clock or run the day-end "
                 "close, then try again"
                 TITLE TITLEX
                 ICON  3
              STOP RUN
           END-IF

           PERFORM ENSURE-SPOOL-DIR

           OPEN  I-O BORROWERS
           IF STATUS-BORROWERS = "35"
              OPEN OUTPUT BORROWERS
                IF VALID-STATUS-BORROWERS
                   CLOSE BORROWERS
                   OPEN I-O BORROWERS
                END-IF
           END-IF

           IF NOT VALID-STATUS-BORROWERS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN INPUT LOANS
           IF NOT VALID-STATUS-LOANS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  INPUT FINES
           IF STATUS-FINES = "35"
              OPEN OUTPUT FINES
                IF VALID-STATUS-FINES
                   CLOSE FINES
                   OPEN INPUT FINES
                END-IF
           END-IF

           IF NOT VALID-STATUS-FINES
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  INPUT CREDIT
           IF STATUS-CREDIT = "35"
              OPEN OUTPUT CREDIT
                IF VALID-STATUS-CREDIT
                   CLOSE CREDIT
                   OPEN INPUT CREDIT
                END-IF
           END-IF

           IF NOT VALID-STATUS-CREDIT
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  INPUT DEPOSITS
           IF STATUS-DEPOSITS = "35"
              OPEN OUTPUT DEPOSITS
                IF VALID-STATUS-DEPOSITS
                   CLOSE DEPOSITS
                   OPEN INPUT DEPOSITS
                END-IF
           END-IF

           IF NOT VALID-STATUS-DEPOSITS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  INPUT COLLECT
           IF STATUS-COLLECT = "35"
              OPEN OUTPUT COLLECT
                IF VALID-STATUS-COLLECT
                   CLOSE COLLECT
                   OPEN INPUT COLLECT
                END-IF
           END-IF

           IF NOT VALID-STATUS-COLLECT
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  INPUT MAILQ
           IF STATUS-MAILQ = "35"
              OPEN OUTPUT MAILQ
                IF VALID-STATUS-MAILQ
                   CLOSE MAILQ
                   OPEN INPUT MAILQ
                END-IF
           END-IF

           IF NOT VALID-STATUS-MAILQ
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O CONSENT
           IF STATUS-CONSENT = "35"
              OPEN OUTPUT CONSENT
                IF VALID-STATUS-CONSENT
                   CLOSE CONSENT
                   OPEN I-O CONSENT
                END-IF
           END-IF

           IF NOT VALID-STATUS-CONSENT
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O DELIVERY
           IF STATUS-DELIVERY = "35"
              OPEN OUTPUT DELIVERY
                IF VALID-STATUS-DELIVERY
                   CLOSE DELIVERY
                   OPEN I-O DELIVERY
                END-IF
           END-IF

           IF NOT VALID-STATUS-DELIVERY
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O ALERTS
           IF STATUS-ALERTS = "35"
              OPEN OUTPUT ALERTS
                IF VALID-STATUS-ALERTS
                   CLOSE ALERTS
                   OPEN I-O ALERTS
                END-IF
           END-IF

           IF NOT VALID-STATUS-ALERTS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O SUSPEND
           IF STATUS-SUSPEND = "35"
              OPEN OUTPUT SUSPEND
                IF VALID-STATUS-SUSPEND
                   CLOSE SUSPEND
                   OPEN I-O SUSPEND
                END-IF
           END-IF

           IF NOT VALID-STATUS-SUSPEND
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           ACCEPT DESK-OPERATOR FROM ENVIRONMENT "FILMOTECA_OPERATOR"
           IF DESK-OPERATOR = SPACES
              MOVE "DESK" TO DESK-OPERATOR
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * MAIN CLOSING FILE ROUTINE                                      *
      *----------------------------------------------------------------*
       CLOSE-FILE-RTN.
           CLOSE BORROWERS
           CLOSE LOANS
           CLOSE FINES
           CLOSE CREDIT
           CLOSE MAILQ
           CLOSE COLLECT
           CLOSE DEPOSITS
           CLOSE CONSENT
           CLOSE DELIVERY
           CLOSE ALERTS
           CLOSE SUSPEND
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
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
           PERFORM FORM1-CREATE-WINDOW
           PERFORM FORM1-PROC
           .

       FORM1-CREATE-WINDOW.
           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 39,62,
              SIZE 83,50,
              COLOR 65793,
              CONTROL FONT SMALL-FONT,
              CONTROLS-UNCROPPED,
              LABEL-OFFSET 23,
              LINK TO THREAD,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE SCREEN-TITLE,
              AUTO-MINIMIZE,
              WITH SYSTEM MENU,
              USER-GRAY,
              USER-WHITE,
              NO WRAP,
              HANDLE IS FORM1-HANDLE,

      * TOOL BAR
           DISPLAY TOOL-BAR
              LINES 2,69,
              HANDLE IN FORM1-TB-1-HANDLE
           DISPLAY FORM1-TB-1 UPON FORM1-TB-1-HANDLE

      * STATUS-BAR
            DISPLAY STATUS-BAR
               GRIP,
               PANEL-WIDTHS (42, 23, 999),
               PANEL-STYLE  (1, 1, 1),
               PANEL-TEXT   (SPACE, SPACE, SPACE),
               HANDLE IS FORM1-ST-1-HANDLE
           DISPLAY FORM1 UPON FORM1-HANDLE

           DISPLAY FORM1
           PERFORM FIRST-ENTRY

           MOVE ZERO TO MOD
           MOVE 1    TO MOD-K

           MODIFY TOOL-EDIT,    VALUE   MOD
           MODIFY TOOL-DELETE,  ENABLED MOD
           MODIFY TOOL-SAVE     ENABLED MOD

      *> OPENED FROM ANOTHER SCREEN ON ONE BORROWER - GO STRAIGHT TO IT
           IF BRW-CALL-ID NOT = ZERO
              MOVE BRW-CALL-ID TO BRW-ID
              READ BORROWERS
                   INVALID
                       DISPLAY MESSAGE BOX
                          "That borrower is no longer on file"
                          TITLE TITLEX
                          ICON  3
                       PERFORM FIRST-ENTRY
                   NOT INVALID
                       PERFORM FROMREC-TOSCREEN
              END-READ
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * ACCEPT SCREEN                                                  *
      *----------------------------------------------------------------*
       FORM1-PROC.
           PERFORM UNTIL EXIT-PUSHED
              ACCEPT FORM1
                 ON EXCEPTION
                    PERFORM FORM1-EVALUATE-FUNC
              END-ACCEPT
           END-PERFORM

           DESTROY FORM1-HANDLE
           INITIALIZE KEY-STATUS
           .
      /
      *----------------------------------------------------------------*
      * EVALUATE KEY PRESSED ON THE SCREEN (BUTTONS)                   *
      *----------------------------------------------------------------*
       FORM1-EVALUATE-FUNC.
           EVALUATE KEY-STATUS
           WHEN 150 *> THE EDIT FUNCTION
                INQUIRE TOOL-EDIT, ENABLED IN E-EDIT

                IF E-EDIT = 1
                   IF MOD = 0
                      MOVE 1 TO MOD
                      MOVE 1 TO E-DELETE
                      MOVE 0 TO MOD-K
                   ELSE
                      MOVE 0 TO MOD
                      MOVE 1 TO MOD-K
                      MOVE 0 TO E-DELETE
                   END-IF

                   MODIFY TOOL-EDIT,    VALUE   MOD
                   MODIFY TOOL-DELETE,  ENABLED MOD
                   MODIFY TOOL-SAVE     ENABLED MOD

                   DISPLAY FORM1
                END-IF
           END-EVALUATE.

           EVALUATE TRUE
              WHEN EXIT-PUSHED
                 PERFORM FORM1-EXIT
              WHEN EVENT-OCCURRED
                 IF EVENT-TYPE = CMD-CLOSE
                    PERFORM FORM1-EXIT
                 END-IF
               WHEN KEY-STATUS = 2
                  PERFORM NEW-ENTRY
               WHEN KEY-STATUS = 3
                  PERFORM SAVE-ENTRY
               WHEN KEY-STATUS = 4
                  PERFORM DELETE-ENTRY
               WHEN KEY-STATUS = 152
                  PERFORM PRINT-STATEMENT
               WHEN KEY-STATUS = 1032
                  PERFORM OPEN-INCIDENT-LOG
               WHEN KEY-STATUS = 1033
                  PERFORM APPLICATIONS-PROMPT
               WHEN KEY-STATUS = 1034
                  PERFORM RECORD-RETURNED-LETTER
               WHEN KEY-STATUS = 1035
                  PERFORM DELIVERY-PROMPT
               WHEN KEY-STATUS = 1036
                  PERFORM ALERTS-PROMPT
               WHEN KEY-STATUS = 1037
                  PERFORM SUSPENSIONS-PROMPT
               WHEN KEY-STATUS = 1002
                  PERFORM FIRST-ENTRY
               WHEN KEY-STATUS = 67
                  PERFORM PREV-ENTRY
               WHEN KEY-STATUS = 68
                  PERFORM NEXT-ENTRY
               WHEN KEY-STATUS = 1006
                  PERFORM LAST-ENTRY
           END-EVALUATE

      * AVOID CHANGING FOCUS
           MOVE 4 TO ACCEPT-CONTROL
           .
      /
      *----------------------------------------------------------------*
      * ADD A NEW ENTRY TO THE FILE                                    *
      *----------------------------------------------------------------*
       NEW-ENTRY.
           PERFORM START-BORROWERS-GREATER

           READ BORROWERS
                INVALID KEY
                        CONTINUE
                NOT INVALID KEY ADD 1 TO BRW-ID
           END-READ

           MOVE SPACES TO BRW-NAME
           MOVE SPACES TO BRW-PHONE
           MOVE SPACES TO BRW-EMAIL
           MOVE "A"    TO BRW-STATUS
           MOVE ZERO   TO BRW-BIRTH-DT
           MOVE "A"    TO BRW-CATEGORY
           MOVE SPACES TO BRW-PIN

      *> NO TERM UNTIL THE FIRST FEE IS TAKEN AT THE LOANS DESK
           MOVE "A"    TO BRW-MBR-PLAN
           MOVE ZERO   TO BRW-MBR-START-DT
           MOVE ZERO   TO BRW-MBR-EXPIRY-DT
           MOVE ZERO   TO BRW-MBR-NOTICE-DT
           MOVE ZERO   TO BRW-HOUSEHOLD-ID
           MOVE ZERO   TO BRW-APPLIED-DT
           MOVE SPACES TO BRW-ADDRESS
           MOVE ZERO   TO BRW-ADDR-RETURNED-DT

           DISPLAY FORM1
           PERFORM FROMREC-TOSCREEN

           MOVE 5302   TO CONTROL-ID
           MOVE 4      TO ACCEPT-CONTROL
           .
      /
      *----------------------------------------------------------------*
      * SAVE THE CURRENT RECORD FROM THE SCREEN TO THE FILE            *
      *----------------------------------------------------------------*
       SAVE-ENTRY.
           PERFORM FROMSCREEN-TORECORD

           IF BRW-NAME = SPACES
              DISPLAY MESSAGE BOX
                 "A borrower needs a Name - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF NOT BRW-IS-ACTIVE AND NOT BRW-IS-BLOCKED
              AND NOT BRW-IS-PENDING
              DISPLAY MESSAGE BOX
                 "Status must be A (active), B (blocked) or P (pending) - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF NOT BRW-CAT-IS-VALID
              DISPLAY MESSAGE BOX
                 "Category must be A, J, S or T - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF NOT BRW-MBR-PLAN-VALID
              DISPLAY MESSAGE BOX
                 "Member plan must be A (annual) or M (monthly) - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-HOUSEHOLD-LINK

           IF NOT HOUSEHOLD-OK
              EXIT PARAGRAPH
           END-IF

      *> AN ADDRESS IS ALL OR NOTHING - THE LETTERS RUN NEEDS THE
      *> STREET, THE TOWN AND THE POSTCODE TO FILL THE WINDOW
           IF BRW-ADDRESS NOT = SPACES
              AND (BRW-ADDR-LINE1 = SPACES
                   OR BRW-ADDR-TOWN = SPACES
                   OR BRW-ADDR-POSTCODE = SPACES)
              DISPLAY MESSAGE BOX
                 "A postal address needs the street line, the town and the postcode - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           SET CONSENT-TYPED-BAD TO FALSE
           PERFORM VARYING CONSENT-SUB FROM 1 BY 1
                     UNTIL CONSENT-SUB > 3
              MOVE TYPED-CONSENT-ANS (CONSENT-SUB) TO CONSENT-ANSWER
              IF NOT CONSENT-ANSWER-VALID
                 SET CONSENT-TYPED-BAD TO TRUE
              END-IF
           END-PERFORM

           IF CONSENT-TYPED-BAD
              DISPLAY MESSAGE BOX
                 "Marketing consent must be Y, N or blank - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

      *> A CORRECTED ADDRESS MEANS THE POST CAN TRY AGAIN
           IF BRW-ADDRESS NOT = SHOWN-ADDRESS
              MOVE ZERO TO BRW-ADDR-RETURNED-DT
           END-IF

      *> A BLOCK IS KEPT AS SUSPENSIONS - ONE IN FORCE CAN ONLY COME
      *> OFF THROUGH SUSPENSIONS..., WHERE IT IS LIFTED ON THE RECORD
           MOVE BRW-ID TO SUS-WANT-ID
           ACCEPT SUS-ASOF-DT FROM DATE YYYYMMDD
           PERFORM COUNT-ACTIVE-SUSPENSIONS

           IF BRW-IS-ACTIVE AND SUS-ACTIVE-CNT > ZERO
              DISPLAY MESSAGE BOX
                 "This borrower is suspended - lift it from SUSPENSIONS... - record not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           SET BRW-SAVED TO FALSE

           WRITE BRW-REC
                 INVALID KEY
                         DISPLAY MESSAGE BOX
                            "Save changes to the current Entry?"
                            TITLE   TITLEX
                            TYPE    MB-YES-NO
                            DEFAULT MB-NO
                            GIVING  DECISION

                         IF DECISION = MB-YES
                            REWRITE BRW-REC
                               INVALID KEY
                                   DISPLAY MESSAGE BOX
                                    "Error during REWRITE"
                                    TITLE   TITLEX
                               NOT INVALID KEY
                                   SET BRW-SAVED TO TRUE
                            END-REWRITE
                         END-IF
                 NOT INVALID KEY
                         SET BRW-SAVED TO TRUE
           END-WRITE

           IF BRW-SAVED
              PERFORM SAVE-MARKETING-CONSENT
           END-IF

      *> B TYPED STRAIGHT INTO THE STATUS STILL NEEDS A REASON ON FILE
           IF BRW-SAVED AND BRW-IS-BLOCKED
              AND SUS-ACTIVE-CNT = ZERO
              MOVE BRW-ID        TO SUS-WANT-ID
              MOVE DESK-OPERATOR TO SUS-BY
              MOVE "O"           TO SUS-NEW-REASON
              MOVE ZERO          TO SUS-NEW-END-DT
              MOVE "BLOCKED ON THE BORROWER SCREEN" TO SUS-NEW-NOTE
              PERFORM PLACE-SUSPENSION
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * STORE EVERY CONSENT ANSWER THE DESK CHANGED - RECORD-CONSENT   *
      * LOGS THE CHANGE; AN ANSWER LEFT AS IT WAS WRITES NOTHING       *
      *----------------------------------------------------------------*
       SAVE-MARKETING-CONSENT.
           PERFORM VARYING CONSENT-SUB FROM 1 BY 1
                     UNTIL CONSENT-SUB > 3
              IF TYPED-CONSENT-ANS (CONSENT-SUB)
                 NOT = SHOWN-CONSENT-ANS (CONSENT-SUB)
                 MOVE BRW-ID        TO CONSENT-BRW-ID
                 MOVE CONSENT-SUB   TO CONSENT-CHANNEL
                 MOVE TYPED-CONSENT-ANS (CONSENT-SUB)
                                    TO CONSENT-ANSWER
                 MOVE "D"           TO CONSENT-SOURCE
                 MOVE DESK-OPERATOR TO CONSENT-OPERATOR
                 MOVE SPACES        TO CONSENT-REFERENCE
                 PERFORM RECORD-CONSENT
                 MOVE TYPED-CONSENT-ANS (CONSENT-SUB)
                   TO SHOWN-CONSENT-ANS (CONSENT-SUB)
              END-IF
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * POSITION ON THE FIRST FREE RECORD                              *
      *----------------------------------------------------------------*
       START-BORROWERS-LESS.
           INITIALIZE BRW-ID

           MOVE LOW-VALUES      TO BRW-ID

           START BORROWERS  KEY >= BRW-ID
                 INVALID KEY
                     MOVE 1      TO BRW-ID
                 NOT INVALID KEY
                     READ BORROWERS NEXT RECORD
           END-START
           .
      /
      *----------------------------------------------------------------*
      * POSITION ON THE LAST  FREE RECORD                              *
      *----------------------------------------------------------------*
       START-BORROWERS-GREATER.
           INITIALIZE BRW-ID

           MOVE HIGH-VALUES      TO BRW-ID

           START BORROWERS  KEY <= BRW-ID
                 INVALID KEY
                     MOVE 1      TO BRW-ID
                 NOT INVALID KEY
                     READ BORROWERS PREVIOUS RECORD
           END-START
           .
      /
      *----------------------------------------------------------------*
      * SHOW FIRST RECORD                                              *
      *----------------------------------------------------------------*
       FIRST-ENTRY.
           PERFORM START-BORROWERS-LESS
           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * SHOW NEXT RECORD                                               *
      *----------------------------------------------------------------*
       NEXT-ENTRY.
           READ BORROWERS NEXT
                AT END
                   DISPLAY MESSAGE "Reached the End of File"
                   TITLE TITLEX
                NOT AT END
                   PERFORM FROMREC-TOSCREEN
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * SHOW PREVIOUS RECORD                                           *
      *----------------------------------------------------------------*
       PREV-ENTRY.
           READ BORROWERS PREVIOUS
                AT END
                   DISPLAY MESSAGE "Reached the Beginning of File"
                   TITLE TITLEX
                NOT AT END
                   PERFORM FROMREC-TOSCREEN
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * SHOW LAST  RECORD                                              *
      *----------------------------------------------------------------*
       LAST-ENTRY.
           PERFORM START-BORROWERS-GREATER
           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * PUT THE DATA FROM THE FILE INTO SCREEN FIELDS                  *
      *----------------------------------------------------------------*
       FROMREC-TOSCREEN.
           MOVE ZERO       TO MOD-K
           MOVE 1          TO MOD

           MODIFY EF-BRWID     VALUE BRW-ID
           MODIFY EF-BRWNAME   VALUE BRW-NAME
           MODIFY EF-BRWPHONE  VALUE BRW-PHONE
           MODIFY EF-BRWEMAIL  VALUE BRW-EMAIL
           MODIFY EF-BRWSTATUS VALUE BRW-STATUS
           MODIFY EF-BRWCAT    VALUE BRW-CATEGORY

           MOVE BRW-BIRTH-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MODIFY EF-BRWBIRTH  VALUE WK-DATE-TEXT

           MODIFY EF-BRWPLAN   VALUE BRW-MBR-PLAN

           MOVE BRW-MBR-START-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MODIFY EF-BRWMBRFROM VALUE WK-DATE-TEXT

           MOVE BRW-MBR-EXPIRY-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MODIFY EF-BRWMBRTO  VALUE WK-DATE-TEXT

           IF BRW-HOUSEHOLD-ID = ZERO
              MODIFY EF-BRWHHOLD VALUE SPACES
           ELSE
              MODIFY EF-BRWHHOLD VALUE BRW-HOUSEHOLD-ID
           END-IF
           MOVE BRW-ID           TO SHOWN-BRW-ID
           MOVE BRW-HOUSEHOLD-ID TO SHOWN-HOUSEHOLD-ID

           MODIFY EF-BRWADDR1  VALUE BRW-ADDR-LINE1
           MODIFY EF-BRWADDR2  VALUE BRW-ADDR-LINE2
           MODIFY EF-BRWTOWN   VALUE BRW-ADDR-TOWN
           MODIFY EF-BRWPOST   VALUE BRW-ADDR-POSTCODE
           MOVE BRW-ADDRESS      TO SHOWN-ADDRESS
           PERFORM SHOW-RETURNED-MAIL

           MOVE SPACES TO SHOWN-CONSENT
           MOVE BRW-ID TO CNS-BORROWER-ID
           READ CONSENT
                INVALID
                    CONTINUE
                NOT INVALID
                    PERFORM VARYING CONSENT-SUB FROM 1 BY 1
                              UNTIL CONSENT-SUB > 3
                       MOVE CNS-ANSWER (CONSENT-SUB)
                         TO SHOWN-CONSENT-ANS (CONSENT-SUB)
                    END-PERFORM
           END-READ
           MODIFY EF-BRWMKMAIL  VALUE SHOWN-CONSENT-ANS (1)
           MODIFY EF-BRWMKPOST  VALUE SHOWN-CONSENT-ANS (2)
           MODIFY EF-BRWMKPHONE VALUE SHOWN-CONSENT-ANS (3)

           MOVE BRW-ID TO CRD-BORROWER-ID
           READ CREDIT
                INVALID
                    MOVE ZERO TO CRD-BALANCE
           END-READ
           MOVE CRD-BALANCE TO CREDIT-BAL-TEXT
           MODIFY EF-BRWCREDIT VALUE CREDIT-BAL-TEXT

           PERFORM SHOW-LAST-MAIL

           MOVE BRW-ID TO COL-BORROWER-ID
           READ COLLECT
                INVALID
                    MODIFY LBL-BRWCOLL TITLE SPACES
                NOT INVALID
                    IF COL-AT-AGENCY
                       MODIFY LBL-BRWCOLL
                          TITLE "!! ACCOUNT AT COLLECTIONS AGENCY"
                    ELSE
                       MODIFY LBL-BRWCOLL TITLE SPACES
                    END-IF
           END-READ

           PERFORM SHOW-HOUSEHOLD
           .
      /
      *----------------------------------------------------------------*
      * WHO GUARANTEES THE BORROWER ON SCREEN, OR HOW MANY OTHER       *
      * MEMBERS THE BORROWER GUARANTEES.  THE LOOKUP MOVES THE FILE    *
      * POSITION, SO THE BROWSE IS PUT BACK ON THE BORROWER SHOWN      *
      *----------------------------------------------------------------*
       SHOW-HOUSEHOLD.
           MOVE SPACES TO HH-INFO-TEXT

           IF BRW-HOUSEHOLD-ID = ZERO
              MODIFY LBL-BRWHHINFO TITLE SPACES
              EXIT PARAGRAPH
           END-IF

           IF BRW-HOUSEHOLD-ID = BRW-ID
              MOVE BRW-ID TO HH-GUARANTOR-ID
              PERFORM COUNT-HOUSEHOLD-MEMBERS
              MOVE HH-MEMBER-COUNT TO HH-COUNT-TEXT
              STRING "GUARANTOR FOR "   DELIMITED BY SIZE
                     HH-COUNT-TEXT      DELIMITED BY SIZE
                     " OTHER MEMBER(S)" DELIMITED BY SIZE
                INTO HH-INFO-TEXT
              END-STRING
           ELSE
              MOVE BRW-REC TO HOLD-BRW-REC
              MOVE BRW-HOUSEHOLD-ID TO BRW-ID
              READ BORROWERS
                   INVALID
                       MOVE "!! GUARANTOR NOT ON FILE" TO HH-INFO-TEXT
                   NOT INVALID
                       STRING "GUARANTOR: " DELIMITED BY SIZE
                              BRW-NAME      DELIMITED BY SIZE
                         INTO HH-INFO-TEXT
                       END-STRING
              END-READ
              MOVE HOLD-BRW-REC TO BRW-REC
           END-IF

           MODIFY LBL-BRWHHINFO TITLE HH-INFO-TEXT

           START BORROWERS KEY = BRW-ID
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     READ BORROWERS NEXT RECORD
                          AT END CONTINUE
                     END-READ
           END-START
           .
      /
      *----------------------------------------------------------------*
      * COUNT THE MEMBERS OF HH-GUARANTOR-ID'S HOUSEHOLD OTHER THAN    *
      * THE GUARANTOR, THROUGH THE BRW-HOUSEHOLD-ID ALTERNATE INDEX    *
      *----------------------------------------------------------------*
       COUNT-HOUSEHOLD-MEMBERS.
           MOVE ZERO TO HH-MEMBER-COUNT
           MOVE BRW-REC TO HOLD-BRW-REC
           SET HOUSEHOLD-AT-END TO FALSE

           MOVE HH-GUARANTOR-ID TO BRW-HOUSEHOLD-ID

           START BORROWERS KEY = BRW-HOUSEHOLD-ID
                 INVALID KEY
                     SET HOUSEHOLD-AT-END TO TRUE
                 NOT INVALID KEY
                     READ BORROWERS NEXT RECORD
                          AT END SET HOUSEHOLD-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL HOUSEHOLD-AT-END
                      OR BRW-HOUSEHOLD-ID NOT = HH-GUARANTOR-ID
              IF BRW-ID NOT = HH-GUARANTOR-ID
                 ADD 1 TO HH-MEMBER-COUNT
              END-IF

              READ BORROWERS NEXT RECORD
                   AT END SET HOUSEHOLD-AT-END TO TRUE
              END-READ
           END-PERFORM

           MOVE HOLD-BRW-REC TO BRW-REC
           .
      /
      *----------------------------------------------------------------*
      * VALIDATE THE HOUSEHOLD LINK BEFORE A SAVE.  THE GUARANTOR      *
      * MUST BE AN ACTIVE, NON-JUNIOR BORROWER WHO IS NOT A MEMBER OF  *
      * SOMEONE ELSE'S HOUSEHOLD; LINKING THE FIRST MEMBER STAMPS THE  *
      * GUARANTOR WITH THEIR OWN ID.  A GUARANTOR STILL ANSWERING FOR  *
      * OTHER MEMBERS CANNOT LEAVE THE HOUSEHOLD                       *
      *----------------------------------------------------------------*
       CHECK-HOUSEHOLD-LINK.
           SET HOUSEHOLD-OK TO TRUE

           IF SHOWN-BRW-ID = BRW-ID
              AND SHOWN-HOUSEHOLD-ID = BRW-ID
              AND BRW-HOUSEHOLD-ID NOT = BRW-ID
              MOVE BRW-ID TO HH-GUARANTOR-ID
              PERFORM COUNT-HOUSEHOLD-MEMBERS

              IF HH-MEMBER-COUNT > ZERO
                 DISPLAY MESSAGE BOX
                    "This borrower is still guarantor for other members - record not saved!"
                    TITLE TITLEX
                    ICON  3
                 SET HOUSEHOLD-OK TO FALSE
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF BRW-HOUSEHOLD-ID = ZERO
              EXIT PARAGRAPH
           END-IF

           IF BRW-HOUSEHOLD-ID = BRW-ID
              IF BRW-IS-JUNIOR
                 DISPLAY MESSAGE BOX
                    "A junior cannot be a household guarantor - record not saved!"
                    TITLE TITLEX
                    ICON  3
                 SET HOUSEHOLD-OK TO FALSE
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE BRW-REC TO HOLD-BRW-REC
           MOVE BRW-HOUSEHOLD-ID TO BRW-ID

           READ BORROWERS
                INVALID
                    DISPLAY MESSAGE BOX
                       "That guarantor is not on file - record not saved!"
                       TITLE TITLEX
                       ICON  3
                    SET HOUSEHOLD-OK TO FALSE
                NOT INVALID
                    EVALUATE TRUE
                    WHEN BRW-IS-JUNIOR
                    WHEN BRW-IS-BLOCKED
                         DISPLAY MESSAGE BOX
                            "The guarantor must be an active, non-junior borrower - record not saved!"
                            TITLE TITLEX
                            ICON  3
                         SET HOUSEHOLD-OK TO FALSE
                    WHEN BRW-HOUSEHOLD-ID = ZERO
                         MOVE BRW-ID TO BRW-HOUSEHOLD-ID
                         REWRITE BRW-REC
                            INVALID KEY
                                DISPLAY MESSAGE BOX
                                   "Error during REWRITE"
                                   TITLE   TITLEX
                                SET HOUSEHOLD-OK TO FALSE
                         END-REWRITE
                    WHEN BRW-HOUSEHOLD-ID NOT = BRW-ID
                         DISPLAY MESSAGE BOX
                            "The guarantor belongs to another household - record not saved!"
                            TITLE TITLEX
                            ICON  3
                         SET HOUSEHOLD-OK TO FALSE
                    END-EVALUATE
           END-READ

           MOVE HOLD-BRW-REC TO BRW-REC
           .
      /
      *----------------------------------------------------------------*
      * THE NEWEST MAIL-QUEUE ROW FOR THE BORROWER ON SCREEN - THE     *
      * QUEUE HAS NO BORROWER KEY, SO IT IS SCANNED FROM THE TOP AND   *
      * THE LAST MATCH WINS (IDS ONLY EVER GROW)                       *
      *----------------------------------------------------------------*
       SHOW-LAST-MAIL.
           SET LAST-MAIL-FOUND TO FALSE
           SET MAILQ-AT-END TO FALSE

           MOVE ZERO TO MLQ-ID

           START MAILQ KEY >= MLQ-ID
                 INVALID KEY
                     SET MAILQ-AT-END TO TRUE
                 NOT INVALID KEY
                     READ MAILQ NEXT RECORD
                          AT END SET MAILQ-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL MAILQ-AT-END
              IF MLQ-BORROWER-ID = BRW-ID
                 SET LAST-MAIL-FOUND TO TRUE
                 MOVE MLQ-SUBJECT (1:40) TO HOLD-MAIL-SUBJECT
                 MOVE MLQ-STATUS         TO HOLD-MAIL-STATUS
              END-IF

              READ MAILQ NEXT RECORD
                   AT END SET MAILQ-AT-END TO TRUE
              END-READ
           END-PERFORM

           IF NOT LAST-MAIL-FOUND
              MODIFY LBL-BRWMAIL TITLE SPACES
              EXIT PARAGRAPH
           END-IF

           EVALUATE HOLD-MAIL-STATUS
           WHEN "S"
                MOVE "SENT"       TO MAIL-STATUS-TEXT
           WHEN "F"
                MOVE "FAILED"     TO MAIL-STATUS-TEXT
           WHEN "H"
                MOVE "AT RELAY"   TO MAIL-STATUS-TEXT
           WHEN "W"
                MOVE "SUPPRESSED" TO MAIL-STATUS-TEXT
           WHEN OTHER
                MOVE "QUEUED"     TO MAIL-STATUS-TEXT
           END-EVALUATE

           MOVE SPACES TO MAIL-INFO-TEXT
           STRING "LAST E-MAIL: "   DELIMITED BY SIZE
                  HOLD-MAIL-SUBJECT DELIMITED BY SIZE
                  " - "             DELIMITED BY SIZE
                  MAIL-STATUS-TEXT  DELIMITED BY SIZE
             INTO MAIL-INFO-TEXT
           END-STRING
           MODIFY LBL-BRWMAIL TITLE MAIL-INFO-TEXT
           .
      /
      *----------------------------------------------------------------*
      * WARN THE DESK WHILE OUR POST TO THIS BORROWER IS COMING BACK - *
      * THE LETTERS RUN HOLDS EVERY LETTER UNTIL THE ADDRESS IS FIXED  *
      *----------------------------------------------------------------*
       SHOW-RETURNED-MAIL.
           IF BRW-ADDR-RETURNED-DT = ZERO
              MODIFY LBL-BRWRETMAIL TITLE SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE BRW-ADDR-RETURNED-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           MOVE SPACES TO RETMAIL-INFO-TEXT
           STRING "LETTER CAME BACK " DELIMITED BY SIZE
                  WK-DATE-TEXT        DELIMITED BY SIZE
                  " - NOTHING IS POSTED" DELIMITED BY SIZE
             INTO RETMAIL-INFO-TEXT
           END-STRING
           MODIFY LBL-BRWRETMAIL TITLE RETMAIL-INFO-TEXT
           .
      /
      *----------------------------------------------------------------*
      * THE POST OFFICE SENT A LETTER BACK - STOP POSTING TO THE       *
      * ADDRESS ON FILE UNTIL THE DESK CORRECTS IT                     *
      *----------------------------------------------------------------*
       RECORD-RETURNED-LETTER.
           INQUIRE EF-BRWID VALUE BRW-ID

           READ BORROWERS
                INVALID
                    DISPLAY MESSAGE BOX
                       "Save the borrower before recording a returned letter!"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           IF BRW-ADDRESS = SPACES
              DISPLAY MESSAGE BOX
                 "This borrower has no postal address on file!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           DISPLAY MESSAGE BOX
              "Did the post office return a letter sent to this address?"
              TITLE   TITLEX
              TYPE    MB-YES-NO
              DEFAULT MB-NO
              GIVING  DECISION

           IF DECISION NOT = MB-YES
              EXIT PARAGRAPH
           END-IF

           ACCEPT BRW-ADDR-RETURNED-DT FROM DATE YYYYMMDD

           REWRITE BRW-REC
              INVALID KEY
                  DISPLAY MESSAGE BOX
                     "Error during REWRITE"
                     TITLE   TITLEX
              NOT INVALID KEY
                  DISPLAY MESSAGE "Recorded!"
           END-REWRITE

           PERFORM FROMREC-TOSCREEN
           .
      /
      *----------------------------------------------------------------*
      * HOME DELIVERY - SWITCH THE HOUSEBOUND SERVICE ON OR OFF FOR    *
      * THE BORROWER ON SCREEN, WITH THE ROUND THEY ARE ON, THE GENRE  *
      * TO PICK FROM WHEN NOTHING IS ON HOLD FOR THEM, HOW MANY ITEMS  *
      * A RUN TAKES THEM AND WHAT THE DRIVER NEEDS TO KNOW AT THE DOOR *
      *----------------------------------------------------------------*
       DELIVERY-PROMPT.
           INQUIRE EF-BRWID VALUE IN BRW-ID

           READ BORROWERS
                INVALID
                    DISPLAY MESSAGE BOX
                       "Save the borrower before setting up delivery!"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           SET DLV-DONE TO FALSE

           MOVE BRW-ID TO DLV-BRW-ID
           READ DELIVERY
                INVALID
                    SET DLV-ON-FILE TO FALSE
                    INITIALIZE DLV-REC
                    MOVE BRW-ID TO DLV-BRW-ID
                    MOVE "N"    TO DLV-ACTIVE
                NOT INVALID
                    SET DLV-ON-FILE TO TRUE
           END-READ

           OPEN INPUT GENRES

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 19,50,
              SIZE 76,00,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE "FILMOTECA.EDUC360 - HOME DELIVERY",
              WITH SYSTEM MENU,
              HANDLE IS DLV-FORM-HANDLE,

           DISPLAY DLV-FORM

           PERFORM DLV-SHOW-ROW

           PERFORM UNTIL DLV-DONE
              ACCEPT DLV-FORM
                 ON EXCEPTION
                    PERFORM DLV-EVALUATE-FUNC
              END-ACCEPT
           END-PERFORM

           DESTROY DLV-FORM-HANDLE
           INITIALIZE KEY-STATUS

           IF VALID-STATUS-GENRES
              CLOSE GENRES
           END-IF
           .

       DLV-EVALUATE-FUNC.
           EVALUATE TRUE
              WHEN EXIT-PUSHED
                   SET DLV-DONE TO TRUE
              WHEN EVENT-OCCURRED
                   IF EVENT-TYPE = CMD-CLOSE
                      SET DLV-DONE TO TRUE
                   END-IF
              WHEN KEY-STATUS = 7047
                   PERFORM DLV-SAVE-ROW
              WHEN KEY-STATUS = 7048
                   SET DLV-DONE TO TRUE
           END-EVALUATE
           .

       DLV-SHOW-ROW.
           MOVE SPACES TO DLV-HEAD-TEXT
           STRING "HOME DELIVERY FOR " DELIMITED BY SIZE
                  BRW-ID               DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  BRW-NAME             DELIMITED BY SIZE
             INTO DLV-HEAD-TEXT
           END-STRING
           MODIFY LBL-DLV-TITLE TITLE DLV-HEAD-TEXT

           MODIFY EF-DLV-ACTIVE VALUE DLV-ACTIVE
           MODIFY EF-DLV-AREA   VALUE DLV-AREA

           IF DLV-GENRE = ZERO
              MODIFY EF-DLV-GENRE VALUE SPACES
           ELSE
              MODIFY EF-DLV-GENRE VALUE DLV-GENRE
           END-IF

           IF DLV-MAX-ITEMS = ZERO
              MODIFY EF-DLV-MAX VALUE SPACES
           ELSE
              MODIFY EF-DLV-MAX VALUE DLV-MAX-ITEMS
           END-IF

           MODIFY EF-DLV-NOTE-1 VALUE DLV-NOTE-1
           MODIFY EF-DLV-NOTE-2 VALUE DLV-NOTE-2

           MOVE SPACES TO DLV-INFO-TEXT
           IF DLV-LAST-RUN-DT = ZERO
              MOVE "NOT ON A DELIVERY RUN YET" TO DLV-INFO-TEXT
           ELSE
              MOVE DLV-LAST-RUN-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              STRING "LAST DELIVERY RUN " DELIMITED BY SIZE
                     WK-DATE-TEXT         DELIMITED BY SIZE
                INTO DLV-INFO-TEXT
              END-STRING
           END-IF
           MODIFY LBL-DLV-INFO TITLE DLV-INFO-TEXT
           .

      *> THE DRIVER NEEDS SOMEWHERE TO GO, AND THE GENRE MUST BE ONE
      *> THE CATALOG KNOWS, OR THE RUN WOULD NEVER FIND A TITLE
       DLV-SAVE-ROW.
           INQUIRE EF-DLV-ACTIVE VALUE IN DLV-ACTIVE-IN
           INQUIRE EF-DLV-GENRE  VALUE IN DLV-GENRE
           INQUIRE EF-DLV-MAX    VALUE IN DLV-MAX-ITEMS

           IF DLV-ACTIVE-IN NOT = "Y" AND DLV-ACTIVE-IN NOT = "N"
              DISPLAY MESSAGE BOX
                 "Deliver must be Y or N - not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF DLV-GENRE NOT = ZERO
              MOVE DLV-GENRE TO CODIGO-GEN
              IF VALID-STATUS-GENRES
                 READ GENRES
                      INVALID CONTINUE
                 END-READ
              END-IF
              IF NOT VALID-STATUS-GENRES
                 DISPLAY MESSAGE BOX
                    "There is no such genre - not saved!"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF DLV-ACTIVE-IN = "Y"
              AND (BRW-ADDR-LINE1 = SPACES OR BRW-ADDR-TOWN = SPACES)
              DISPLAY MESSAGE BOX
                 "Enter the borrower's postal address first - "
                 "the driver needs it on the route sheet"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE DLV-ACTIVE-IN TO DLV-ACTIVE
           INQUIRE EF-DLV-AREA   VALUE IN DLV-AREA
           INQUIRE EF-DLV-NOTE-1 VALUE IN DLV-NOTE-1
           INQUIRE EF-DLV-NOTE-2 VALUE IN DLV-NOTE-2
           ACCEPT DLV-UPDATED-DT FROM DATE YYYYMMDD
           MOVE DESK-OPERATOR TO DLV-OPERATOR

           IF DLV-ON-FILE
              REWRITE DLV-REC
                 INVALID KEY
                     DISPLAY MESSAGE BOX
                        "Error during REWRITE"
                        TITLE TITLEX
                     EXIT PARAGRAPH
              END-REWRITE
           ELSE
              WRITE DLV-REC
                 INVALID KEY
                     DISPLAY MESSAGE BOX
                        "Error during WRITE"
                        TITLE TITLEX
                     EXIT PARAGRAPH
              END-WRITE
              SET DLV-ON-FILE TO TRUE
           END-IF

           DISPLAY MESSAGE "Saved!"
           .
      /
      *----------------------------------------------------------------*
      * PUT THE DATA FROM THE SCREEN INTO THE FILE                     *
      *----------------------------------------------------------------*
       FROMSCREEN-TORECORD.
           INQUIRE EF-BRWID     VALUE BRW-ID
           INQUIRE EF-BRWNAME   VALUE BRW-NAME
           INQUIRE EF-BRWPHONE  VALUE BRW-PHONE
           INQUIRE EF-BRWEMAIL  VALUE BRW-EMAIL
           INQUIRE EF-BRWSTATUS VALUE BRW-STATUS
           INQUIRE EF-BRWCAT    VALUE BRW-CATEGORY

      *> A BLANK PIN FIELD LEAVES THE STORED PIN ALONE; ANYTHING
      *> TYPED REPLACES IT WITH ITS HASH
           INQUIRE EF-BRWPIN    VALUE PIN-TYPED
           IF PIN-TYPED NOT = SPACES
              MOVE PIN-TYPED TO HASH-PWD-IN
              PERFORM HASH-PASSWORD
              MOVE HASH-PWD-OUT TO BRW-PIN
              MOVE SPACES TO PIN-TYPED
              MODIFY EF-BRWPIN VALUE SPACES
           END-IF

           INQUIRE EF-BRWBIRTH  VALUE WK-DATE-TEXT
           PERFORM PARSE-DATE-TEXT
           IF WK-DATE-VALID
              MOVE WK-DATE-YMD TO BRW-BIRTH-DT
           ELSE
              DISPLAY MESSAGE BOX
                 "That birth date is not a real calendar date"
                 TITLE TITLEX
                 ICON  3
              MOVE ZERO TO BRW-BIRTH-DT
           END-IF

           INQUIRE EF-BRWPLAN   VALUE BRW-MBR-PLAN
           INQUIRE EF-BRWHHOLD  VALUE BRW-HOUSEHOLD-ID

           INQUIRE EF-BRWADDR1  VALUE BRW-ADDR-LINE1
           INQUIRE EF-BRWADDR2  VALUE BRW-ADDR-LINE2
           INQUIRE EF-BRWTOWN   VALUE BRW-ADDR-TOWN
           INQUIRE EF-BRWPOST   VALUE BRW-ADDR-POSTCODE

           INQUIRE EF-BRWMKMAIL  VALUE TYPED-CONSENT-ANS (1)
           INQUIRE EF-BRWMKPOST  VALUE TYPED-CONSENT-ANS (2)
           INQUIRE EF-BRWMKPHONE VALUE TYPED-CONSENT-ANS (3)

           INQUIRE EF-BRWMBRTO  VALUE WK-DATE-TEXT
           PERFORM PARSE-DATE-TEXT
           IF WK-DATE-VALID
              MOVE WK-DATE-YMD TO BRW-MBR-EXPIRY-DT
           ELSE
              DISPLAY MESSAGE BOX
                 "That membership expiry is not a real calendar date"
                 TITLE TITLEX
                 ICON  3
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * DELETE THE CURRENT BORROWER                                    *
      *----------------------------------------------------------------*
       DELETE-ENTRY.
           INQUIRE EF-BRWID VALUE IN BRW-ID
           READ BORROWERS
                INVALID DISPLAY MESSAGE BOX
                        "This Entry does not exist!"
                NOT INVALID
                         PERFORM CHECK-BORROWER-IN-USE

      *> A GUARANTOR CANNOT GO WHILE MEMBERS STILL HANG OFF THEM
                         MOVE ZERO TO HH-MEMBER-COUNT
                         IF BRW-HOUSEHOLD-ID = BRW-ID
                            MOVE BRW-ID TO HH-GUARANTOR-ID
                            PERFORM COUNT-HOUSEHOLD-MEMBERS
                         END-IF

                         IF BORROWER-IN-USE
                            DISPLAY MESSAGE BOX
                               "This borrower still has loans on file - not deleted!"
                               TITLE TITLEX
                               ICON  3
                         ELSE
                            IF HH-MEMBER-COUNT > ZERO
                               DISPLAY MESSAGE BOX
                                  "This borrower is guarantor for other members - not deleted!"
                                  TITLE TITLEX
                                  ICON  3
                            ELSE
                               DISPLAY MESSAGE BOX
                                  "Are You SURE? DELETE current Entry?"
                                  TITLE   TITLEX
                                  TYPE    MB-YES-NO
                                  DEFAULT MB-NO
                                  GIVING  DECISION

                               IF DECISION = MB-YES
                                  DELETE  BORROWERS RECORD
                                  MOVE BRW-ID TO DLV-BRW-ID
                                  DELETE  DELIVERY RECORD
                                          INVALID KEY CONTINUE
                                  END-DELETE
                                  PERFORM DELETE-BORROWER-ALERTS
                                  PERFORM DELETE-BORROWER-SUSPENSIONS
                                  DISPLAY MESSAGE "Deleted!"
                                  PERFORM FIRST-ENTRY
                               END-IF
                            END-IF
                         END-IF
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * SET BORROWER-IN-USE IF ANY LOAN ROW STILL POINTS AT THIS       *
      * BORROWER - ONE KEYED READ ON THE LOAN-BORROWER-ID ALTERNATE    *
      * INDEX IS ENOUGH                                                *
      *----------------------------------------------------------------*
       CHECK-BORROWER-IN-USE.
           SET BORROWER-NOT-IN-USE TO TRUE

           MOVE BRW-ID TO LOAN-BORROWER-ID

           START LOANS KEY >= LOAN-BORROWER-ID
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     READ LOANS NEXT RECORD
                          AT END CONTINUE
                          NOT AT END
                              IF LOAN-BORROWER-ID = BRW-ID
                                 SET BORROWER-IN-USE TO TRUE
                              END-IF
                     END-READ
           END-START
           .
      /
      *----------------------------------------------------------------*
      * ACCOUNT STATEMENT - ONE SPOOLED PAGE RECONSTRUCTING THE WHOLE  *
      * HISTORY THE DESK USED TO CHASE ACROSS THREE SCREENS: EVERY     *
      * LOAN FOR THIS BORROWER FROM THE LIVE FILE AND THE LOANHIST     *
      * ARCHIVE, EVERY FINE WITH ITS PAYMENTS AND WAIVERS, AND THE     *
      * CLOSING BALANCE STILL OWED.  A HOUSEHOLD GUARANTOR'S           *
      * STATEMENT ALSO CARRIES THE FINES OF THE JUNIOR MEMBERS THEY    *
      * ANSWER FOR                                                     *
      *----------------------------------------------------------------*
       PRINT-STATEMENT.
           INQUIRE EF-BRWID VALUE IN STM-BORROWER-ID

           MOVE STM-BORROWER-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    DISPLAY MESSAGE BOX
                       "This borrower is not on file"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           IF BRW-HOUSEHOLD-ID = BRW-ID
              SET STM-IS-GUARANTOR TO TRUE
           ELSE
              SET STM-IS-GUARANTOR TO FALSE
           END-IF

      *> EACH STATEMENT GETS ITS OWN DATE-STAMPED SPOOL FILE
           MOVE "STATEMENT" TO SPOOL-NAME
           PERFORM BUILD-SPOOL-PATH
           MOVE SPOOL-FILE-PATH TO STATEMENT-RPT-PATH

           OPEN OUTPUT STATEMENT-RPT

           IF NOT VALID-STATUS-STM
              DISPLAY MESSAGE BOX
                 "Unable to open the statement file"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           PERFORM STM-PRINT-HEADING
           PERFORM STM-PRINT-LIVE-LOANS
           PERFORM STM-PRINT-ARCHIVED-LOANS
           PERFORM STM-PRINT-FINES

           CLOSE STATEMENT-RPT

      *> THE JUNIOR MEMBERS' PASS LEAVES ANOTHER ROW IN BRW-REC
           MOVE STM-BORROWER-ID TO BRW-ID
           READ BORROWERS
                INVALID CONTINUE
           END-READ

           PERFORM SPOOL-PRINT-PROMPT
           .
      /
      *----------------------------------------------------------------*
      * STATEMENT HEADING - WHO, AND AS OF WHEN                        *
      *----------------------------------------------------------------*
       STM-PRINT-HEADING.
           MOVE "FILMOTECA.EDUC360 - BORROWER ACCOUNT STATEMENT"
             TO STM-LINE
           WRITE STM-LINE

           ACCEPT WK-DATE-YMD FROM DATE YYYYMMDD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO STM-LINE
           STRING "AS OF " DELIMITED BY SIZE
                  WK-DATE-TEXT DELIMITED BY SIZE
             INTO STM-LINE
           END-STRING
           WRITE STM-LINE

           MOVE SPACES TO STM-LINE
           WRITE STM-LINE

           MOVE SPACES TO STM-LINE
           STRING "BORROWER " DELIMITED BY SIZE
                  BRW-ID      DELIMITED BY SIZE
                  "  "        DELIMITED BY SIZE
                  BRW-NAME    DELIMITED BY SIZE
             INTO STM-LINE
           END-STRING
           WRITE STM-LINE

           MOVE SPACES TO STM-LINE
           WRITE STM-LINE
           .
      /
      *----------------------------------------------------------------*
      * EVERY LOAN STILL ON THE LIVE FILE FOR THIS BORROWER, READ      *
      * THROUGH THE LOAN-BORROWER-ID ALTERNATE INDEX                   *
      *----------------------------------------------------------------*
       STM-PRINT-LIVE-LOANS.
           MOVE "LOANS" TO STM-LINE
           WRITE STM-LINE

           MOVE "CODE   SEQ    CHECKED OUT  DUE BACK     RETURNED"
             TO STM-LINE
           WRITE STM-LINE

           MOVE ZERO TO STM-LOAN-COUNT
           SET LOANS-AT-END TO FALSE

           MOVE STM-BORROWER-ID TO LOAN-BORROWER-ID

           START LOANS KEY >= LOAN-BORROWER-ID
                 INVALID KEY
                     SET LOANS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ LOANS NEXT RECORD
                          AT END SET LOANS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL LOANS-AT-END
                      OR LOAN-BORROWER-ID NOT = STM-BORROWER-ID
              PERFORM STM-PRINT-ONE-LOAN

              READ LOANS NEXT RECORD
                   AT END SET LOANS-AT-END TO TRUE
              END-READ
           END-PERFORM

           IF STM-LOAN-COUNT = ZERO
              MOVE "  (NONE)" TO STM-LINE
              WRITE STM-LINE
           END-IF

           MOVE SPACES TO STM-LINE
           WRITE STM-LINE
           .
      /
      *----------------------------------------------------------------*
      * THE SAME COLUMNS FOR THE LOANS ALREADY PURGED TO THE LOANHIST  *
      * ARCHIVE - A BORROWER'S DISPUTE USUALLY REACHES BACK PAST THE   *
      * LAST PURGE                                                     *
      *----------------------------------------------------------------*
       STM-PRINT-ARCHIVED-LOANS.
           MOVE "ARCHIVED LOANS" TO STM-LINE
           WRITE STM-LINE

           MOVE ZERO TO STM-LOAN-COUNT

           OPEN INPUT LOANHIST

           IF NOT VALID-STATUS-LOANHIST
              MOVE "  (NO ARCHIVE ON FILE)" TO STM-LINE
              WRITE STM-LINE
              MOVE SPACES TO STM-LINE
              WRITE STM-LINE
              EXIT PARAGRAPH
           END-IF

           SET LOANHIST-AT-END TO FALSE

           READ LOANHIST
                AT END SET LOANHIST-AT-END TO TRUE
           END-READ

           PERFORM UNTIL LOANHIST-AT-END
              MOVE REC-LOANHIST TO LOAN-REC

              IF LOAN-BORROWER-ID = STM-BORROWER-ID
                 PERFORM STM-PRINT-ONE-LOAN
              END-IF

              READ LOANHIST
                   AT END SET LOANHIST-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE LOANHIST

           IF STM-LOAN-COUNT = ZERO
              MOVE "  (NONE)" TO STM-LINE
              WRITE STM-LINE
           END-IF

           MOVE SPACES TO STM-LINE
           WRITE STM-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE STATEMENT LINE PER LOAN, LIVE OR ARCHIVED                  *
      *----------------------------------------------------------------*
       STM-PRINT-ONE-LOAN.
           ADD 1 TO STM-LOAN-COUNT

           MOVE SPACES TO STM-WORK-LINE
           MOVE LOAN-CODIGO TO STM-WORK-LINE (1:5)
           MOVE LOAN-SEQ    TO STM-WORK-LINE (8:5)

           MOVE LOAN-CHECKOUT-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT TO STM-WORK-LINE (15:10)

           MOVE LOAN-DUE-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT TO STM-WORK-LINE (28:10)

           EVALUATE TRUE
           WHEN LOAN-IS-RETURNED
              MOVE LOAN-RETURNED-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              MOVE WK-DATE-TEXT TO STM-WORK-LINE (41:10)
           WHEN LOAN-IS-LOST
              MOVE "LOST"       TO STM-WORK-LINE (41:4)
           WHEN LOAN-IS-CLAIMED
              MOVE "CLAIMED"    TO STM-WORK-LINE (41:7)
           WHEN OTHER
              MOVE "STILL OUT" TO STM-WORK-LINE (41:9)
           END-EVALUATE

           MOVE STM-WORK-LINE TO STM-LINE
           WRITE STM-LINE
           .
      /
      *----------------------------------------------------------------*
      * EVERY FINE FOR THIS BORROWER, WITH WHAT WAS PAID OR WAIVED,    *
      * AND THE CLOSING BALANCE STILL OWED, READ THROUGH THE           *
      * FIN-BORROWER-ID ALTERNATE INDEX                                *
      *----------------------------------------------------------------*
       STM-PRINT-FINES.
           MOVE "FINES" TO STM-LINE
           WRITE STM-LINE

           MOVE "CODE   SEQ    ASSESSED     AMOUNT     PAID       STATE"
             TO STM-LINE
           WRITE STM-LINE

           MOVE ZERO TO STM-LOAN-COUNT
           MOVE ZERO TO STM-FINE-BALANCE
           SET FINES-AT-END TO FALSE

           MOVE STM-BORROWER-ID TO FIN-BORROWER-ID

           START FINES KEY >= FIN-BORROWER-ID
                 INVALID KEY
                     SET FINES-AT-END TO TRUE
                 NOT INVALID KEY
                     READ FINES NEXT RECORD
                          AT END SET FINES-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FINES-AT-END
                      OR FIN-BORROWER-ID NOT = STM-BORROWER-ID
              PERFORM STM-PRINT-ONE-FINE

              READ FINES NEXT RECORD
                   AT END SET FINES-AT-END TO TRUE
              END-READ
           END-PERFORM

           IF STM-LOAN-COUNT = ZERO
              MOVE "  (NONE)" TO STM-LINE
              WRITE STM-LINE
           END-IF

      *> A GUARANTOR ANSWERS FOR THE JUNIORS' FINES - THEY ARE LISTED
      *> HERE AND THEIR OPEN AMOUNTS GO INTO THE CLOSING BALANCE
           IF STM-IS-GUARANTOR
              PERFORM STM-PRINT-JUNIOR-FINES
           END-IF

           MOVE SPACES TO STM-LINE
           WRITE STM-LINE

           MOVE STM-FINE-BALANCE TO STM-AMOUNT-TEXT
           MOVE SPACES TO STM-LINE
           STRING "CLOSING BALANCE DUE : " DELIMITED BY SIZE
                  STM-AMOUNT-TEXT          DELIMITED BY SIZE
             INTO STM-LINE
           END-STRING
           WRITE STM-LINE

           MOVE STM-BORROWER-ID TO CRD-BORROWER-ID
           READ CREDIT
                INVALID
                    MOVE ZERO TO CRD-BALANCE
           END-READ

           MOVE CRD-BALANCE TO STM-AMOUNT-TEXT
           MOVE SPACES TO STM-LINE
           STRING "CREDIT ON ACCOUNT   : " DELIMITED BY SIZE
                  STM-AMOUNT-TEXT          DELIMITED BY SIZE
             INTO STM-LINE
           END-STRING
           WRITE STM-LINE

      *> DEPOSITS THE SHOP STILL HOLDS FOR THIS BORROWER
           MOVE ZERO TO STM-DEP-HELD
           SET DEPOSITS-AT-END TO FALSE
           MOVE LOW-VALUES TO DEP-KEY

           START DEPOSITS KEY >= DEP-KEY
                 INVALID KEY
                     SET DEPOSITS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ DEPOSITS NEXT RECORD
                          AT END SET DEPOSITS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL DEPOSITS-AT-END
              IF DEP-BORROWER-ID = STM-BORROWER-ID
                 AND DEP-IS-HELD
                 ADD DEP-AMOUNT TO STM-DEP-HELD
              END-IF

              READ DEPOSITS NEXT RECORD
                   AT END SET DEPOSITS-AT-END TO TRUE
              END-READ
           END-PERFORM

           MOVE STM-DEP-HELD TO STM-AMOUNT-TEXT
           MOVE SPACES TO STM-LINE
           STRING "DEPOSITS HELD       : " DELIMITED BY SIZE
                  STM-AMOUNT-TEXT          DELIMITED BY SIZE
             INTO STM-LINE
           END-STRING
           WRITE STM-LINE
           .
      /
      *----------------------------------------------------------------*
      * THE FINES OF EVERY JUNIOR IN THE GUARANTOR'S HOUSEHOLD, READ   *
      * THROUGH THE BRW-HOUSEHOLD-ID ALTERNATE INDEX                   *
      *----------------------------------------------------------------*
       STM-PRINT-JUNIOR-FINES.
           SET HOUSEHOLD-AT-END TO FALSE

           MOVE STM-BORROWER-ID TO BRW-HOUSEHOLD-ID

           START BORROWERS KEY = BRW-HOUSEHOLD-ID
                 INVALID KEY
                     SET HOUSEHOLD-AT-END TO TRUE
                 NOT INVALID KEY
                     READ BORROWERS NEXT RECORD
                          AT END SET HOUSEHOLD-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL HOUSEHOLD-AT-END
                      OR BRW-HOUSEHOLD-ID NOT = STM-BORROWER-ID
              IF BRW-ID NOT = STM-BORROWER-ID
                 AND BRW-IS-JUNIOR
                 PERFORM STM-PRINT-MEMBER-FINES
              END-IF

              READ BORROWERS NEXT RECORD
                   AT END SET HOUSEHOLD-AT-END TO TRUE
              END-READ
           END-PERFORM
           .

       STM-PRINT-MEMBER-FINES.
           MOVE SPACES TO STM-LINE
           WRITE STM-LINE

           MOVE SPACES TO STM-LINE
           STRING "JUNIOR MEMBER " DELIMITED BY SIZE
                  BRW-ID           DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  BRW-NAME         DELIMITED BY SIZE
             INTO STM-LINE
           END-STRING
           WRITE STM-LINE

           MOVE ZERO TO STM-LOAN-COUNT
           SET FINES-AT-END TO FALSE

           MOVE BRW-ID TO FIN-BORROWER-ID

           START FINES KEY >= FIN-BORROWER-ID
                 INVALID KEY
                     SET FINES-AT-END TO TRUE
                 NOT INVALID KEY
                     READ FINES NEXT RECORD
                          AT END SET FINES-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FINES-AT-END
                      OR FIN-BORROWER-ID NOT = BRW-ID
              PERFORM STM-PRINT-ONE-FINE

              READ FINES NEXT RECORD
                   AT END SET FINES-AT-END TO TRUE
              END-READ
           END-PERFORM

           IF STM-LOAN-COUNT = ZERO
              MOVE "  (NONE)" TO STM-LINE
              WRITE STM-LINE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * ONE STATEMENT LINE PER FINE                                    *
      *----------------------------------------------------------------*
       STM-PRINT-ONE-FINE.
           ADD 1 TO STM-LOAN-COUNT

           MOVE SPACES TO STM-WORK-LINE
           MOVE FIN-CODIGO TO STM-WORK-LINE (1:5)
           MOVE FIN-SEQ    TO STM-WORK-LINE (8:5)

           MOVE FIN-ASSESSED-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT TO STM-WORK-LINE (15:10)

           MOVE FIN-AMOUNT TO STM-AMOUNT-TEXT
           MOVE STM-AMOUNT-TEXT TO STM-WORK-LINE (28:10)

           MOVE FIN-PAID TO STM-AMOUNT-TEXT
           MOVE STM-AMOUNT-TEXT TO STM-WORK-LINE (39:10)

           EVALUATE TRUE
           WHEN FIN-IS-WAIVED
                MOVE "WAIVED" TO STM-WORK-LINE (52:6)
           WHEN FIN-IS-WRITTEN-OFF
                MOVE "WRITTEN OFF" TO STM-WORK-LINE (52:11)
           WHEN FIN-AMOUNT > FIN-PAID
                MOVE "OPEN"   TO STM-WORK-LINE (52:4)
                COMPUTE STM-FINE-BALANCE =
                   STM-FINE-BALANCE + FIN-AMOUNT - FIN-PAID
           WHEN OTHER
                MOVE "SETTLED" TO STM-WORK-LINE (52:7)
           END-EVALUATE

           MOVE STM-WORK-LINE TO STM-LINE
           WRITE STM-LINE
           .
      /
      *----------------------------------------------------------------*
      * PRINT DIALOG - PICK THE PRINTER AND COPIES FOR THE STATEMENT   *
      * JUST SPOOLED, LOG IT TO SPOOL.LOG, AND HAND IT TO THE PRINTER  *
      * - THE SAME FLOW THE LOANS SCREEN GIVES ITS RECEIPTS            *
      *----------------------------------------------------------------*
       SPOOL-PRINT-PROMPT.
           SET PRN-DONE TO FALSE
           MOVE SPACES TO PRN-PRINTER
           MOVE 1      TO PRN-COPIES

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 10,00,
              SIZE 42,00,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE "FILMOTECA.EDUC360 - PRINT",
              WITH SYSTEM MENU,
              HANDLE IS PRN-FORM-HANDLE,

           DISPLAY PRN-FORM

           MODIFY EF-PRN-COPIES VALUE PRN-COPIES

           PERFORM UNTIL PRN-DONE
              ACCEPT PRN-FORM
                 ON EXCEPTION
                    PERFORM PRN-EVALUATE-FUNC
              END-ACCEPT
           END-PERFORM

           DESTROY PRN-FORM-HANDLE
           INITIALIZE KEY-STATUS

           IF PRN-PRINTER NOT = SPACES
              AND PRN-COPIES > ZERO
              PERFORM SEND-SPOOL-TO-PRINTER
           END-IF

           PERFORM APPEND-SPOOL-LOG

           DISPLAY MESSAGE "Statement spooled to " SPOOL-FILE-PATH
                   TITLE TITLEX
           .

       PRN-EVALUATE-FUNC.
           EVALUATE TRUE
              WHEN EXIT-PUSHED
                   SET PRN-DONE TO TRUE
              WHEN EVENT-OCCURRED
                   IF EVENT-TYPE = CMD-CLOSE
                      SET PRN-DONE TO TRUE
                   END-IF
              WHEN KEY-STATUS = 7041
                   INQUIRE EF-PRN-NAME   VALUE IN PRN-PRINTER
                   INQUIRE EF-PRN-COPIES VALUE IN PRN-COPIES
                   SET PRN-DONE TO TRUE
              WHEN KEY-STATUS = 7042
                   MOVE SPACES TO PRN-PRINTER
                   MOVE ZERO   TO PRN-COPIES
                   SET PRN-DONE TO TRUE
           END-EVALUATE
           .
      /
      *----------------------------------------------------------------*
      * ONE SPOOL.LOG ROW PER SPOOLED STATEMENT                        *
      *----------------------------------------------------------------*
       APPEND-SPOOL-LOG.
           OPEN EXTEND SPOOL-LOG
           IF STATUS-SPOOLLOG = "35"
              OPEN OUTPUT SPOOL-LOG
           END-IF

           IF VALID-STATUS-SPOOLLOG
              MOVE SPOOL-NAME      TO SPL-NAME
              MOVE SPOOL-DATE      TO SPL-DATE
              MOVE SPOOL-TIME      TO SPL-TIME
              MOVE PRN-PRINTER     TO SPL-PRINTER
              MOVE PRN-COPIES      TO SPL-COPIES
              MOVE SPOOL-FILE-PATH TO SPL-PATH
              WRITE SPL-REC
              CLOSE SPOOL-LOG
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * HAND THE SPOOL FILE TO THE CHOSEN PRINTER, ONCE PER COPY -     *
      * BACKSLASHED FOR CMD.EXE'S COPY                                 *
      *----------------------------------------------------------------*
       SEND-SPOOL-TO-PRINTER.
           MOVE SPOOL-FILE-PATH TO PRN-COPY-PATH
           INSPECT PRN-COPY-PATH REPLACING ALL "/" BY "\"

           PERFORM VARYING PRN-COPY-SUB FROM 1 BY 1
                     UNTIL PRN-COPY-SUB > PRN-COPIES
              MOVE SPACES TO PRN-COPY-CMD
              STRING "COPY /B "      DELIMITED BY SIZE
                     PRN-COPY-PATH   DELIMITED BY SPACE
                     " "             DELIMITED BY SIZE
                     PRN-PRINTER     DELIMITED BY SPACE
                INTO PRN-COPY-CMD
              END-STRING

              CALL "C$SYSTEM" USING PRN-COPY-CMD
                              GIVING PRN-SYSTEM-RC
           END-PERFORM

           IF PRN-SYSTEM-RC NOT = ZERO
              DISPLAY MESSAGE BOX
                 "The printer copy command failed - the statement is "
                 "still in the spool folder"
                 TITLE TITLEX
                 ICON  3
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE INCIDENT LOG FOR THE BORROWER ON SCREEN - A NEW ENTRY *
      * STARTS OUT LINKED TO THEM                                      *
      *----------------------------------------------------------------*
       OPEN-INCIDENT-LOG.
           INITIALIZE INC-CALL-AREA
           INQUIRE EF-BRWID VALUE IN INC-CALL-BORROWER-ID

           CALL   "TINCID.ACU" USING INC-CALL-AREA
           CANCEL "TINCID.ACU"
           .
      /
      *----------------------------------------------------------------*
      * KIOSK APPLICATIONS - EVERY PENDING BORROWER.  THE DESK PICKS   *
      * ONE, CHECKS THE PATRON'S ID AND EITHER ACTIVATES IT UNDER THE  *
      * CATEGORY GIVEN OR REJECTS IT, WHICH REMOVES THE ROW.  THE      *
      * QUEUE MOVES THE FILE POSITION, SO THE MAIN SCREEN IS PUT BACK  *
      * ON THE BORROWER IT WAS SHOWING WHEN THE DIALOG CLOSES          *
      *----------------------------------------------------------------*
       APPLICATIONS-PROMPT.
           SET APP-DONE TO FALSE
           MOVE ZERO TO APP-SEL
           MOVE BRW-REC TO HOLD-BRW-REC

           PERFORM LOAD-APPLICATION-LIST

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 17,00,
              SIZE 82,00,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE "FILMOTECA.EDUC360 - KIOSK APPLICATIONS",
              WITH SYSTEM MENU,
              HANDLE IS APP-FORM-HANDLE,

           DISPLAY APP-FORM

           MODIFY EF-APP-CAT VALUE "A"

           PERFORM UNTIL APP-DONE
              ACCEPT APP-FORM
                 ON EXCEPTION
                    PERFORM APP-EVALUATE-FUNC
              END-ACCEPT
           END-PERFORM

           DESTROY APP-FORM-HANDLE
           INITIALIZE KEY-STATUS

      *> A REJECTED APPLICATION MAY HAVE BEEN THE ONE ON SCREEN
           MOVE HOLD-BRW-REC TO BRW-REC
           READ BORROWERS
                INVALID
                    PERFORM FIRST-ENTRY
                NOT INVALID
                    PERFORM FROMREC-TOSCREEN
           END-READ
           .

       APP-EVALUATE-FUNC.
           EVALUATE TRUE
              WHEN EXIT-PUSHED
                   SET APP-DONE TO TRUE
              WHEN EVENT-OCCURRED
                   IF EVENT-TYPE = CMD-CLOSE
                      SET APP-DONE TO TRUE
                   END-IF
              WHEN KEY-STATUS = 7043
                   IF APP-IDX > ZERO AND APP-IDX NOT > APP-CNT
                      SET APP-SEL TO APP-IDX
                   END-IF
              WHEN KEY-STATUS = 7044
                   PERFORM ACTIVATE-APPLICATION
              WHEN KEY-STATUS = 7045
                   PERFORM REJECT-APPLICATION
              WHEN KEY-STATUS = 7046
                   SET APP-DONE TO TRUE
           END-EVALUATE
           .

       LOAD-APPLICATION-LIST.
           MOVE ZERO TO APP-CNT
           SET APPLICATIONS-AT-END TO FALSE

           MOVE LOW-VALUES TO BRW-ID

           START BORROWERS KEY >= BRW-ID
                 INVALID KEY
                     SET APPLICATIONS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ BORROWERS NEXT RECORD
                          AT END SET APPLICATIONS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL APPLICATIONS-AT-END
              IF BRW-IS-PENDING
                 AND APP-CNT < 200
                 ADD 1 TO APP-CNT

                 MOVE BRW-BIRTH-DT TO WK-DATE-YMD
                 PERFORM FORMAT-DATE-TEXT
                 MOVE WK-DATE-TEXT TO APP-BIRTH-TEXT

                 MOVE BRW-APPLIED-DT TO WK-DATE-YMD
                 PERFORM FORMAT-DATE-TEXT

                 MOVE SPACES TO APP-ROW (APP-CNT)
                 STRING BRW-ID         DELIMITED BY SIZE
                        " "            DELIMITED BY SIZE
                        BRW-NAME       DELIMITED BY SIZE
                        " "            DELIMITED BY SIZE
                        APP-BIRTH-TEXT DELIMITED BY SIZE
                        " "            DELIMITED BY SIZE
                        WK-DATE-TEXT   DELIMITED BY SIZE
                        " "            DELIMITED BY SIZE
                        BRW-PHONE      DELIMITED BY SIZE
                   INTO APP-ROW (APP-CNT)
                 END-STRING
              END-IF

              READ BORROWERS NEXT RECORD
                   AT END SET APPLICATIONS-AT-END TO TRUE
              END-READ
           END-PERFORM
           .

      *> THE PICKED ROW'S BORROWER, READ FRESH - ANOTHER DESK MAY
      *> ALREADY HAVE DEALT WITH IT
       READ-PICKED-APPLICATION.
           IF APP-SEL = ZERO
              DISPLAY MESSAGE BOX
                 "Pick an application first"
                 TITLE TITLEX
                 ICON  3
              MOVE ZERO TO BRW-ID
              EXIT PARAGRAPH
           END-IF

           MOVE APP-ROW (APP-SEL) (1:5) TO BRW-ID

           READ BORROWERS
                INVALID
                    MOVE ZERO TO BRW-ID
                NOT INVALID
                    IF NOT BRW-IS-PENDING
                       MOVE ZERO TO BRW-ID
                    END-IF
           END-READ

           IF BRW-ID = ZERO
              DISPLAY MESSAGE BOX
                 "That application has already been dealt with"
                 TITLE TITLEX
                 ICON  3
              PERFORM REFRESH-APPLICATION-LIST
           END-IF
           .

       ACTIVATE-APPLICATION.
           PERFORM READ-PICKED-APPLICATION

           IF BRW-ID = ZERO
              EXIT PARAGRAPH
           END-IF

           INQUIRE EF-APP-CAT VALUE IN APP-CATEGORY-IN
           MOVE APP-CATEGORY-IN TO BRW-CATEGORY

           IF NOT BRW-CAT-IS-VALID
              DISPLAY MESSAGE BOX
                 "Category must be A, J, S or T - not activated!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           DISPLAY MESSAGE BOX
              "Has the patron's ID been checked against this application?"
              TITLE   TITLEX
              TYPE    MB-YES-NO
              DEFAULT MB-NO
              GIVING  DECISION

           IF DECISION NOT = MB-YES
              EXIT PARAGRAPH
           END-IF

      *> THE MEMBERSHIP TERM STILL STARTS WITH THE FIRST FEE TAKEN AT
      *> THE LOANS DESK, THE SAME AS FOR A DESK REGISTRATION
           MOVE "A" TO BRW-STATUS

           REWRITE BRW-REC
              INVALID KEY
                  DISPLAY MESSAGE BOX
                     "Error during REWRITE"
                     TITLE   TITLEX
              NOT INVALID KEY
                  DISPLAY MESSAGE "Activated!"
           END-REWRITE

           PERFORM REFRESH-APPLICATION-LIST
           .

       REJECT-APPLICATION.
           PERFORM READ-PICKED-APPLICATION

           IF BRW-ID = ZERO
              EXIT PARAGRAPH
           END-IF

           DISPLAY MESSAGE BOX
              "Are You SURE? REJECT this application?"
              TITLE   TITLEX
              TYPE    MB-YES-NO
              DEFAULT MB-NO
              GIVING  DECISION

           IF DECISION NOT = MB-YES
              EXIT PARAGRAPH
           END-IF

      *> A PENDING BORROWER HAS NEVER BEEN ABLE TO BORROW, SO THERE
      *> IS NOTHING ON FILE THAT STILL POINTS AT THE ROW
           DELETE BORROWERS RECORD
              INVALID KEY
                  DISPLAY MESSAGE BOX
                     "Error during DELETE"
                     TITLE   TITLEX
              NOT INVALID KEY
                  DISPLAY MESSAGE "Rejected!"
           END-DELETE

           PERFORM REFRESH-APPLICATION-LIST
           .

       REFRESH-APPLICATION-LIST.
           PERFORM LOAD-APPLICATION-LIST
           MOVE ZERO TO APP-SEL
           DISPLAY APP-LB
           .
      /
      *----------------------------------------------------------------*
      * BORROWER ALERTS - NOTES, WARNINGS AND STOPS THE DESK PUTS ON A *
      * BORROWER.  EVERY ONE EVER ADDED IS LISTED, IN FORCE OR NOT;    *
      * THE LOANS SCREEN POPS UP THE ONES IN FORCE AT CHECKOUT.  ONE   *
      * TAKEN OFF STAYS ON FILE MARKED WITH WHO REMOVED IT AND WHEN    *
      *----------------------------------------------------------------*
       ALERTS-PROMPT.
           INQUIRE EF-BRWID VALUE IN BRW-ID

           READ BORROWERS
                INVALID
                    DISPLAY MESSAGE BOX
                       "Save the borrower before adding alerts!"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           SET ALR-DONE TO FALSE
           MOVE ZERO TO ALR-SEL
           ACCEPT ALR-TODAY FROM DATE YYYYMMDD

           PERFORM LOAD-ALERT-LIST

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 20,00,
              SIZE 94,00,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE "FILMOTECA.EDUC360 - BORROWER ALERTS",
              WITH SYSTEM MENU,
              HANDLE IS ALR-FORM-HANDLE,

           DISPLAY ALR-FORM

           MOVE SPACES TO ALR-HEAD-TEXT
           STRING "ALERTS ON " DELIMITED BY SIZE
                  BRW-ID       DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  BRW-NAME     DELIMITED BY SIZE
             INTO ALR-HEAD-TEXT
           END-STRING
           MODIFY LBL-ALR-TITLE TITLE ALR-HEAD-TEXT

           MODIFY EF-ALR-SEV    VALUE "N"
           MODIFY EF-ALR-PATRON VALUE "N"

           PERFORM UNTIL ALR-DONE
              ACCEPT ALR-FORM
                 ON EXCEPTION
                    PERFORM ALR-EVALUATE-FUNC
              END-ACCEPT
           END-PERFORM

           DESTROY ALR-FORM-HANDLE
           INITIALIZE KEY-STATUS
           .

       ALR-EVALUATE-FUNC.
           EVALUATE TRUE
              WHEN EXIT-PUSHED
                   SET ALR-DONE TO TRUE
              WHEN EVENT-OCCURRED
                   IF EVENT-TYPE = CMD-CLOSE
                      SET ALR-DONE TO TRUE
                   END-IF
              WHEN KEY-STATUS = 7049
                   IF ALR-IDX > ZERO AND ALR-IDX NOT > ALR-CNT
                      SET ALR-SEL TO ALR-IDX
                   END-IF
              WHEN KEY-STATUS = 7050
                   PERFORM ADD-ALERT
              WHEN KEY-STATUS = 7051
                   PERFORM REMOVE-ALERT
              WHEN KEY-STATUS = 7052
                   SET ALR-DONE TO TRUE
           END-EVALUATE
           .

      *> ONE ROW PER ALERT: RUNNING NUMBER, STATE, SEVERITY, WHETHER
      *> THE PATRON SEES IT, EXPIRY AND THE TEXT.  ALSO LEAVES THE
      *> HIGHEST RUNNING NUMBER IN BAL-LAST-SEQ FOR THE NEXT ONE ADDED
       LOAD-ALERT-LIST.
           MOVE ZERO TO ALR-CNT
           MOVE ZERO TO BAL-LAST-SEQ
           SET BAL-AT-END TO FALSE

           MOVE BRW-ID TO BAL-BRW-ID
           MOVE ZERO   TO BAL-SEQ

           START ALERTS KEY >= BAL-KEY
                 INVALID KEY
                     SET BAL-AT-END TO TRUE
           END-START

           PERFORM UNTIL BAL-AT-END
              READ ALERTS NEXT RECORD
                   AT END
                       SET BAL-AT-END TO TRUE
                   NOT AT END
                       IF BAL-BRW-ID NOT = BRW-ID
                          SET BAL-AT-END TO TRUE
                       ELSE
                          MOVE BAL-SEQ TO BAL-LAST-SEQ
                          IF ALR-CNT < 100
                             PERFORM ADD-ALERT-ROW
                          END-IF
                       END-IF
              END-READ
           END-PERFORM
           .

       ADD-ALERT-ROW.
           ADD 1 TO ALR-CNT

           EVALUATE TRUE
              WHEN BAL-IS-REMOVED
                   MOVE "REMOVED" TO ALR-STATE-TEXT
              WHEN BAL-EXPIRY-DT NOT = ZERO
                   AND BAL-EXPIRY-DT < ALR-TODAY
                   MOVE "EXPIRED" TO ALR-STATE-TEXT
              WHEN OTHER
                   MOVE "IN FORCE" TO ALR-STATE-TEXT
           END-EVALUATE

           EVALUATE TRUE
              WHEN BAL-IS-STOP
                   MOVE "STOP"    TO ALR-SEV-TEXT
              WHEN BAL-IS-WARNING
                   MOVE "WARNING" TO ALR-SEV-TEXT
              WHEN OTHER
                   MOVE "NOTE"    TO ALR-SEV-TEXT
           END-EVALUATE

           IF BAL-EXPIRY-DT = ZERO
              MOVE "NEVER" TO ALR-EXPIRY-TEXT
           ELSE
              MOVE BAL-EXPIRY-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              MOVE WK-DATE-TEXT TO ALR-EXPIRY-TEXT
           END-IF

           MOVE SPACES TO ALR-ROW (ALR-CNT)
           STRING BAL-SEQ          DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  ALR-STATE-TEXT   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  ALR-SEV-TEXT     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  BAL-SHOW-PATRON  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  ALR-EXPIRY-TEXT  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  BAL-TEXT         DELIMITED BY SIZE
             INTO ALR-ROW (ALR-CNT)
           END-STRING
           .

      *> THE AUTHOR IS THE DESK OPERATOR SIGNED IN ON THIS STATION
       ADD-ALERT.
           INQUIRE EF-ALR-SEV    VALUE IN ALR-SEV-IN
           INQUIRE EF-ALR-PATRON VALUE IN ALR-PATRON-IN
           INQUIRE EF-ALR-TEXT   VALUE IN ALR-TEXT-IN
           INQUIRE EF-ALR-EXPIRY VALUE IN WK-DATE-TEXT

           IF ALR-SEV-IN NOT = "N" AND ALR-SEV-IN NOT = "W"
              AND ALR-SEV-IN NOT = "S"
              DISPLAY MESSAGE BOX
                 "Severity must be N, W or S - not added!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF ALR-PATRON-IN NOT = "Y" AND ALR-PATRON-IN NOT = "N"
              DISPLAY MESSAGE BOX
                 "Show to the patron must be Y or N - not added!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF ALR-TEXT-IN = SPACES
              DISPLAY MESSAGE BOX
                 "Type the alert text - not added!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           PERFORM PARSE-DATE-TEXT
           IF WK-DATE-INVALID
              DISPLAY MESSAGE BOX
                 "The expiry date is not a valid date - not added!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF
           MOVE WK-DATE-YMD TO ALR-EXPIRY-DT

           IF ALR-EXPIRY-DT NOT = ZERO
              AND ALR-EXPIRY-DT < ALR-TODAY
              DISPLAY MESSAGE BOX
                 "The expiry date is already past - not added!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

      *> ANOTHER DESK MAY HAVE ADDED ONE SINCE THE LIST WAS LOADED
           PERFORM LOAD-ALERT-LIST

           IF BAL-LAST-SEQ NOT < 999
              DISPLAY MESSAGE BOX
                 "This borrower has run out of alert numbers"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           INITIALIZE BAL-REC
           MOVE BRW-ID        TO BAL-BRW-ID
           COMPUTE BAL-SEQ = BAL-LAST-SEQ + 1
           MOVE ALR-SEV-IN    TO BAL-SEVERITY
           MOVE ALR-TEXT-IN   TO BAL-TEXT
           MOVE DESK-OPERATOR TO BAL-AUTHOR
           MOVE ALR-TODAY     TO BAL-CREATED-DT
           MOVE ALR-EXPIRY-DT TO BAL-EXPIRY-DT
           MOVE ALR-PATRON-IN TO BAL-SHOW-PATRON
           MOVE "A"           TO BAL-STATUS

           WRITE BAL-REC
              INVALID KEY
                  DISPLAY MESSAGE BOX
                     "Error during WRITE"
                     TITLE TITLEX
                  EXIT PARAGRAPH
           END-WRITE

           MODIFY EF-ALR-TEXT   VALUE SPACES
           MODIFY EF-ALR-EXPIRY VALUE SPACES

           PERFORM REFRESH-ALERT-LIST
           DISPLAY MESSAGE "Added!"
           .

      *> NEVER DELETED - THE ROW STAYS AS A RECORD OF WHAT WAS SAID
       REMOVE-ALERT.
           IF ALR-SEL = ZERO
              DISPLAY MESSAGE BOX
                 "Pick an alert first"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE BRW-ID                 TO BAL-BRW-ID
           MOVE ALR-ROW (ALR-SEL) (1:3) TO BAL-SEQ

           READ ALERTS
                INVALID
                    DISPLAY MESSAGE BOX
                       "That alert is no longer on file"
                       TITLE TITLEX
                       ICON  3
                    PERFORM REFRESH-ALERT-LIST
                    EXIT PARAGRAPH
           END-READ

           IF BAL-IS-REMOVED
              DISPLAY MESSAGE BOX
                 "That alert has already been taken off"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           DISPLAY MESSAGE BOX
              "Take this alert off the borrower?"
              TITLE   TITLEX
              TYPE    MB-YES-NO
              DEFAULT MB-NO
              GIVING  DECISION

           IF DECISION NOT = MB-YES
              EXIT PARAGRAPH
           END-IF

           MOVE "R"           TO BAL-STATUS
           MOVE ALR-TODAY     TO BAL-REMOVED-DT
           MOVE DESK-OPERATOR TO BAL-REMOVED-BY

           REWRITE BAL-REC
              INVALID KEY
                  DISPLAY MESSAGE BOX
                     "Error during REWRITE"
                     TITLE TITLEX
                  EXIT PARAGRAPH
           END-REWRITE

           PERFORM REFRESH-ALERT-LIST
           DISPLAY MESSAGE "Taken off!"
           .

       REFRESH-ALERT-LIST.
           PERFORM LOAD-ALERT-LIST
           MOVE ZERO TO ALR-SEL
           DISPLAY ALR-LB
           .

      *> A DELETED BORROWER TAKES THEIR ALERTS WITH THEM
       DELETE-BORROWER-ALERTS.
           SET BAL-AT-END TO FALSE

           MOVE BRW-ID TO BAL-BRW-ID
           MOVE ZERO   TO BAL-SEQ

           START ALERTS KEY >= BAL-KEY
                 INVALID KEY
                     SET BAL-AT-END TO TRUE
           END-START

           PERFORM UNTIL BAL-AT-END
              READ ALERTS NEXT RECORD
                   AT END
                       SET BAL-AT-END TO TRUE
                   NOT AT END
                       IF BAL-BRW-ID NOT = BRW-ID
                          SET BAL-AT-END TO TRUE
                       ELSE
                          DELETE ALERTS RECORD
                                 INVALID KEY CONTINUE
                          END-DELETE
                       END-IF
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * BORROWER SUSPENSIONS - WHY AND SINCE WHEN A BORROWER CANNOT    *
      * BORROW.  THE DESK PLACES FINES, CONDUCT AND OTHER ONES HERE,   *
      * WITH AN END DATE OR UNTIL LIFTED; THE COLLECTIONS, PLAN AND    *
      * MERGE RUNS PLACE THEIR OWN.  NOTHING IS DELETED - A LIFTED OR  *
      * EXPIRED ONE STAYS ON FILE WITH WHO ENDED IT AND WHEN           *
      *----------------------------------------------------------------*
       SUSPENSIONS-PROMPT.
           INQUIRE EF-BRWID VALUE IN BRW-ID

           READ BORROWERS
                INVALID
                    DISPLAY MESSAGE BOX
                       "Save the borrower before suspending!"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           SET SUS-DONE TO FALSE
           MOVE ZERO TO SUS-SEL
           ACCEPT SUS-TODAY FROM DATE YYYYMMDD

           PERFORM LOAD-SUSPENSION-LIST

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 20,00,
              SIZE 94,00,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE "FILMOTECA.EDUC360 - BORROWER SUSPENSIONS",
              WITH SYSTEM MENU,
              HANDLE IS SUS-FORM-HANDLE,

           DISPLAY SUS-FORM

           MOVE SPACES TO SUS-HEAD-TEXT
           STRING "SUSPENSIONS OF " DELIMITED BY SIZE
                  BRW-ID            DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  BRW-NAME          DELIMITED BY SIZE
             INTO SUS-HEAD-TEXT
           END-STRING
           MODIFY LBL-SUS-TITLE TITLE SUS-HEAD-TEXT

           MODIFY EF-SUS-REASON VALUE "F"

           PERFORM UNTIL SUS-DONE
              ACCEPT SUS-FORM
                 ON EXCEPTION
                    PERFORM SUS-EVALUATE-FUNC
              END-ACCEPT
           END-PERFORM

           DESTROY SUS-FORM-HANDLE
           INITIALIZE KEY-STATUS
           .

       SUS-EVALUATE-FUNC.
           EVALUATE TRUE
              WHEN EXIT-PUSHED
                   SET SUS-DONE TO TRUE
              WHEN EVENT-OCCURRED
                   IF EVENT-TYPE = CMD-CLOSE
                      SET SUS-DONE TO TRUE
                   END-IF
              WHEN KEY-STATUS = 7053
                   IF SUS-IDX > ZERO AND SUS-IDX NOT > SUS-CNT
                      SET SUS-SEL TO SUS-IDX
                   END-IF
              WHEN KEY-STATUS = 7054
                   PERFORM ADD-SUSPENSION
              WHEN KEY-STATUS = 7055
                   PERFORM LIFT-PICKED-SUSPENSION
              WHEN KEY-STATUS = 7056
                   SET SUS-DONE TO TRUE
           END-EVALUATE
           .

      *> ONE ROW PER SUSPENSION: RUNNING NUMBER, STATE, REASON, START,
      *> END, WHO PLACED IT AND THE NOTE
       LOAD-SUSPENSION-LIST.
           MOVE ZERO TO SUS-CNT
           SET SUS-AT-END TO FALSE

           MOVE BRW-ID TO SUS-BRW-ID
           MOVE ZERO   TO SUS-SEQ

           START SUSPEND KEY >= SUS-KEY
                 INVALID KEY
                     SET SUS-AT-END TO TRUE
           END-START

           PERFORM UNTIL SUS-AT-END
              READ SUSPEND NEXT RECORD
                   AT END
                       SET SUS-AT-END TO TRUE
                   NOT AT END
                       IF SUS-BRW-ID NOT = BRW-ID
                          SET SUS-AT-END TO TRUE
                       ELSE
                          IF SUS-CNT < 100
                             PERFORM ADD-SUSPENSION-ROW
                          END-IF
                       END-IF
              END-READ
           END-PERFORM
           .

       ADD-SUSPENSION-ROW.
           ADD 1 TO SUS-CNT

           EVALUATE TRUE
              WHEN SUS-IS-LIFTED
                   MOVE "LIFTED"   TO SUS-STATE-TEXT
              WHEN SUS-IS-EXPIRED
                   MOVE "EXPIRED"  TO SUS-STATE-TEXT
              WHEN SUS-END-DT NOT = ZERO
                   AND SUS-END-DT < SUS-TODAY
                   MOVE "EXPIRED"  TO SUS-STATE-TEXT
              WHEN OTHER
                   MOVE "IN FORCE" TO SUS-STATE-TEXT
           END-EVALUATE

           PERFORM WORD-SUSPENSION-REASON

           MOVE SUS-START-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE WK-DATE-TEXT TO SUS-START-TEXT

           IF SUS-END-DT = ZERO
              MOVE "OPEN" TO SUS-END-TEXT
           ELSE
              MOVE SUS-END-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              MOVE WK-DATE-TEXT TO SUS-END-TEXT
           END-IF

           MOVE SPACES TO SUS-ROW (SUS-CNT)
           STRING SUS-SEQ          DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  SUS-STATE-TEXT   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  SUS-REASON-TEXT  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  SUS-START-TEXT   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  SUS-END-TEXT     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  SUS-OPERATOR     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  SUS-NOTE         DELIMITED BY SIZE
             INTO SUS-ROW (SUS-CNT)
           END-STRING
           .

      *> PLACED BY THE DESK OPERATOR SIGNED IN ON THIS STATION
       ADD-SUSPENSION.
           INQUIRE EF-SUS-REASON VALUE IN SUS-REASON-IN
           INQUIRE EF-SUS-NOTE   VALUE IN SUS-NOTE-IN
           INQUIRE EF-SUS-END    VALUE IN WK-DATE-TEXT

           MOVE SUS-REASON-IN TO SUS-REASON
           IF NOT SUS-DESK-REASON
              DISPLAY MESSAGE BOX
                 "Reason must be F, M or O - not suspended!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF SUS-NOTE-IN = SPACES
              DISPLAY MESSAGE BOX
                 "Type why the borrower is suspended - not suspended!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           PERFORM PARSE-DATE-TEXT
           IF WK-DATE-INVALID
              DISPLAY MESSAGE BOX
                 "The end date is not a valid date - not suspended!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF
           MOVE WK-DATE-YMD TO SUS-END-IN-DT

           IF SUS-END-IN-DT NOT = ZERO
              AND SUS-END-IN-DT < SUS-TODAY
              DISPLAY MESSAGE BOX
                 "The end date is already past - not suspended!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE BRW-ID        TO SUS-WANT-ID
           MOVE SUS-TODAY     TO SUS-ASOF-DT
           MOVE DESK-OPERATOR TO SUS-BY
           MOVE SUS-REASON-IN TO SUS-NEW-REASON
           MOVE SUS-END-IN-DT TO SUS-NEW-END-DT
           MOVE SUS-NOTE-IN   TO SUS-NEW-NOTE
           PERFORM PLACE-SUSPENSION

           IF NOT SUS-WAS-PLACED
              DISPLAY MESSAGE BOX
                 "Error during WRITE"
                 TITLE TITLEX
              EXIT PARAGRAPH
           END-IF

           PERFORM SYNC-BORROWER-STATUS

           MODIFY EF-SUS-NOTE VALUE SPACES
           MODIFY EF-SUS-END  VALUE SPACES

           PERFORM REFRESH-SUSPENSION-LIST
           DISPLAY MESSAGE "Suspended!"
           .

      *> NEVER DELETED - THE ROW STAYS AS A RECORD OF THE SUSPENSION
       LIFT-PICKED-SUSPENSION.
           IF SUS-SEL = ZERO
              DISPLAY MESSAGE BOX
                 "Pick a suspension first"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE BRW-ID                 TO SUS-BRW-ID
           MOVE SUS-ROW (SUS-SEL) (1:3) TO SUS-SEQ

           READ SUSPEND
                INVALID
                    DISPLAY MESSAGE BOX
                       "That suspension is no longer on file"
                       TITLE TITLEX
                       ICON  3
                    PERFORM REFRESH-SUSPENSION-LIST
                    EXIT PARAGRAPH
           END-READ

           IF NOT SUS-IS-ACTIVE
              DISPLAY MESSAGE BOX
                 "That suspension has already ended"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

      *> THE AGENCY STILL HOLDS THE DEBT UNTIL COLLBACK IS RUN
           IF SUS-FOR-COLLECTIONS
              DISPLAY MESSAGE BOX
                 "The collection agency has not reported this account paid. Lift the suspension anyway?"
                 TITLE   TITLEX
                 TYPE    MB-YES-NO
                 DEFAULT MB-NO
                 GIVING  DECISION
           ELSE
              DISPLAY MESSAGE BOX
                 "Lift this suspension?"
                 TITLE   TITLEX
                 TYPE    MB-YES-NO
                 DEFAULT MB-NO
                 GIVING  DECISION
           END-IF

           IF DECISION NOT = MB-YES
              EXIT PARAGRAPH
           END-IF

           MOVE "L"           TO SUS-STATUS
           MOVE SUS-TODAY     TO SUS-LIFTED-DT
           MOVE DESK-OPERATOR TO SUS-LIFTED-BY

           REWRITE SUS-REC
              INVALID KEY
                  DISPLAY MESSAGE BOX
                     "Error during REWRITE"
                     TITLE TITLEX
                  EXIT PARAGRAPH
           END-REWRITE

           MOVE BRW-ID    TO SUS-WANT-ID
           MOVE SUS-TODAY TO SUS-ASOF-DT
           PERFORM COUNT-ACTIVE-SUSPENSIONS
           PERFORM SYNC-BORROWER-STATUS

           PERFORM REFRESH-SUSPENSION-LIST

           IF BRW-IS-BLOCKED
              DISPLAY MESSAGE
                 "Lifted - other suspensions are still in force"
           ELSE
              DISPLAY MESSAGE "Lifted!"
           END-IF
           .

      *> THE STATUS FOLLOWS SUS-ACTIVE-CNT - ON FILE AND ON THE SCREEN
       SYNC-BORROWER-STATUS.
           READ BORROWERS
                INVALID
                    EXIT PARAGRAPH
           END-READ

           PERFORM SET-BRW-BLOCK-STATUS

           REWRITE BRW-REC
              INVALID KEY
                  DISPLAY MESSAGE BOX
                     "Error during REWRITE"
                     TITLE TITLEX
                  EXIT PARAGRAPH
           END-REWRITE

           MODIFY EF-BRWSTATUS VALUE BRW-STATUS
           .

       REFRESH-SUSPENSION-LIST.
           PERFORM LOAD-SUSPENSION-LIST
           MOVE ZERO TO SUS-SEL
           DISPLAY SUS-LB
           .

      *> A DELETED BORROWER TAKES THEIR SUSPENSIONS WITH THEM
       DELETE-BORROWER-SUSPENSIONS.
           SET SUS-AT-END TO FALSE

           MOVE BRW-ID TO SUS-BRW-ID
           MOVE ZERO   TO SUS-SEQ

           START SUSPEND KEY >= SUS-KEY
                 INVALID KEY
                     SET SUS-AT-END TO TRUE
           END-START

           PERFORM UNTIL SUS-AT-END
              READ SUSPEND NEXT RECORD
                   AT END
                       SET SUS-AT-END TO TRUE
                   NOT AT END
                       IF SUS-BRW-ID NOT = BRW-ID
                          SET SUS-AT-END TO TRUE
                       ELSE
                          DELETE SUSPEND RECORD
                                 INVALID KEY CONTINUE
                          END-DELETE
                       END-IF
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * REPORT SPOOLING                                                *
          COPY 'CPVIDHSP.CPY'.
      /
      *----------------------------------------------------------------*
      * MARKETING CONSENT                                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDCNP.CPY'.
      /
      *----------------------------------------------------------------*
      * BUSINESS-DATE CHECK                                            *
      *----------------------------------------------------------------*
          COPY 'CPVIDBDP.CPY'.
          COPY 'CPVIDDTP.CPY'.
      /
      *----------------------------------------------------------------*
      * BORROWER ALERTS IN FORCE                                       *
      *----------------------------------------------------------------*
          COPY 'CPVIDBAP.CPY'.
      /
      *----------------------------------------------------------------*
      * BORROWER SUSPENSIONS                                           *
      *----------------------------------------------------------------*
          COPY 'CPVIDSUP.CPY'.
      /
      *----------------------------------------------------------------*
      * EXIT PROGRAM                                                   *
      *----------------------------------------------------------------*
       EXIT-STOP-ROUTINE.
