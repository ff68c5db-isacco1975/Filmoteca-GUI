       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          IMPBRW.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  BULK BORROWER LOADER - READS A SEMICOLON-DELIMITED            *
      *  BORROWERS.TXT (A TAKEN-OVER MEMBERSHIP LIST, A SCHOOL'S       *
      *  PUPILS) ONE PERSON PER LINE:                                  *
      *                                                                *
      *     NAME;PHONE;E-MAIL;BIRTH DATE;CATEGORY;ADDRESS LINE 1;      *
      *     ADDRESS LINE 2;TOWN;POSTCODE                               *
      *                                                                *
      *  AND CHECKS EVERY ROW - A NAME, A WELL-FORMED E-MAIL WHEN ONE  *
      *  IS GIVEN, A REAL BIRTH DATE IN THE PAST (LOCALE OR YYYYMMDD)  *
      *  AND A LENDING CATEGORY THE BORROWER FILE KNOWS.  A PERSON     *
      *  ALREADY ON FILE - THE SAME NAME AND BIRTH DATE, THE SAME      *
      *  E-MAIL ADDRESS - OR REPEATED HIGHER UP THE SAME LIST IS NOT   *
      *  LOADED TWICE.  EVERY REFUSED ROW GOES TO BORROWERS.REJ WITH   *
      *  ITS REASON; EVERY ACCEPTED ONE IS LISTED IN IMPBRW.LST WITH   *
      *  THE BRW-ID IT GETS, AND EVERY BORROWER CREATED LEAVES AN      *
      *  AUDIT.LOG ROW.                                                *
      *                                                                *
      *  THE RUN IS A DRY RUN UNLESS AN IMPBRW.CTL SAYS MODE=LOAD - A  *
      *  DRY RUN CHECKS AND LISTS EVERYTHING (THE IDS SHOWN ARE THE    *
      *  ONES A LOAD WOULD GIVE) BUT WRITES NO BORROWER.  THE SAME     *
      *  CONTROL FILE TAKES STATUS=P TO LOAD THE LIST AS PENDING       *
      *  APPLICATIONS FOR THE DESK TO APPROVE IN TBORROW.  A FIRST     *
      *  LINE STARTING "NAME;" IS TAKEN AS A COLUMN HEADER.            *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDAUA.CPY'.
          SELECT IBRW    ASSIGN TO "BORROWERS.TXT"
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS  IS STATUS-IBRW.
          SELECT REJECTS ASSIGN TO "BORROWERS.REJ"
                         ORGANIZATION LINE SEQUENTIAL
                         FILE STATUS  IS STATUS-REJECTS.
          SELECT CONTROL-FILE ASSIGN TO "IMPBRW.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT IMPBRW-RPT ASSIGN TO IMPBRW-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD AUDIT-LOG.
          COPY 'CPVIDAUD.CPY'.
      *
       FD IBRW.
       01 REC-IBRW                  PIC X(300).
      *
       FD REJECTS.
       01 REC-REJECTS               PIC X(100).
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD IMPBRW-RPT.
       01 RPT-LINE                  PIC X(90).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 IMPBRW-RPT-PATH  PIC X(40) VALUE "IMPBRW.LST".
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-AUDIT     PIC X(2).
           88 VALID-STATUS-AUDIT VALUE IS "00" THRU "09".
       77 STATUS-IBRW      PIC X(2).
           88 VALID-STATUS-IBRW VALUE IS "00" THRU "09".
       77 STATUS-REJECTS   PIC X(2).
           88 VALID-STATUS-REJECTS VALUE IS "00" THRU "09".
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-EOF           PIC 9 VALUE ZERO.
           88 FILE-AT-END   VALUE 1, FALSE 0.
       77 SW-IBRW-EOF      PIC 9 VALUE ZERO.
           88 IBRW-AT-END   VALUE 1, FALSE 0.
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 SW-NAMES-EOF     PIC 9 VALUE ZERO.
           88 NAMES-AT-END  VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.

      * MODE=LOAD WRITES THE BORROWERS; ANYTHING ELSE IS A DRY RUN
       77 RUN-MODE         PIC X(04) VALUE "DRY ".
           88 MODE-LOAD     VALUE "LOAD".
       77 LOAD-STATUS      PIC X(01) VALUE "A".

      * ONE INPUT LINE, SPLIT ON THE SEMICOLONS
       01 IB-FIELDS.
           05 IB-NAME               PIC X(30).
           05 IB-PHONE              PIC X(15).
           05 IB-EMAIL              PIC X(40).
           05 IB-BIRTH              PIC X(10).
           05 IB-CATEGORY           PIC X(01).
           05 IB-ADDR-LINE1         PIC X(30).
           05 IB-ADDR-LINE2         PIC X(30).
           05 IB-ADDR-TOWN          PIC X(25).
           05 IB-ADDR-POSTCODE      PIC X(10).
       77 IB-BIRTH-DT      PIC 9(08) VALUE ZERO.
       77 IB-EMAIL-UPPER   PIC X(40) VALUE SPACES.
       77 LINE-NO          PIC 9(05) VALUE ZERO.
       77 REJECT-REASON    PIC X(40) VALUE SPACES.

      * E-MAIL SHAPE - ONE @, SOMETHING EACH SIDE, A DOT IN THE
      * DOMAIN NOT HARD AGAINST THE @ OR AT THE END, NO SPACE INSIDE
       77 EM-AT-COUNT      PIC 9(03) VALUE ZERO.
       77 EM-DOT-COUNT     PIC 9(03) VALUE ZERO.
       77 EM-SPACE-COUNT   PIC 9(03) VALUE ZERO.
       77 EM-LEN           PIC 9(03) VALUE ZERO.
       77 EM-LOCAL         PIC X(40) VALUE SPACES.
       77 EM-DOMAIN        PIC X(40) VALUE SPACES.
       77 EM-DOMAIN-LEN    PIC 9(03) VALUE ZERO.

      * E-MAIL ADDRESSES ALREADY ON FILE, UPPER-CASED, AND THE ROWS
      * THIS RUN HAS ALREADY ACCEPTED - A DRY RUN WRITES NOTHING, SO
      * A PERSON REPEATED IN THE LIST HAS TO BE CAUGHT HERE
       01 ON-FILE-EMAILS.
           05 OF-EMAIL OCCURS 20000 TIMES
                       PIC X(40).
       77 OF-CNT           PIC 9(05) VALUE ZERO.
       77 OF-SUB           PIC 9(05) VALUE ZERO.

       01 ACCEPTED-ROWS.
           05 AC-ROW OCCURS 5000 TIMES.
               10 AC-NAME       PIC X(30).
               10 AC-BIRTH-DT   PIC 9(08).
               10 AC-EMAIL      PIC X(40).
       77 AC-CNT           PIC 9(04) VALUE ZERO.
       77 AC-SUB           PIC 9(04) VALUE ZERO.

       77 SW-DUPLICATE     PIC 9 VALUE ZERO.
           88 ROW-IS-DUPLICATE VALUE 1, FALSE 0.

      * BRW-IDS - ONE PAST THE HIGHEST ON FILE, THE SAME AS THE DESK
      * AND THE KIOSK; A LOAD RE-READS IT IF ANOTHER STATION TOOK IT
       77 NEXT-BRW-ID      PIC 9(05) VALUE ZERO.
       77 SW-WRITTEN       PIC 9 VALUE ZERO.
           88 ROW-WRITTEN   VALUE 1, FALSE 0.
       77 WRITE-TRIES      PIC 9(02) VALUE ZERO.

       77 READ-COUNT       PIC 9(05) VALUE ZERO.
       77 LOAD-COUNT       PIC 9(05) VALUE ZERO.
       77 SKIP-COUNT       PIC 9(05) VALUE ZERO.

          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM LOAD-CAPTIONS
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           PERFORM READ-CONTROL-FILE

           PERFORM OPEN-FILES

           PERFORM NOTE-ON-FILE-EMAILS
           PERFORM FIND-NEXT-BRW-ID

           READ IBRW AT END SET IBRW-AT-END TO TRUE
           END-READ

           IF NOT IBRW-AT-END
              AND FUNCTION UPPER-CASE (REC-IBRW (1:5)) = "NAME;"
              ADD 1 TO LINE-NO
              READ IBRW AT END SET IBRW-AT-END TO TRUE
              END-READ
           END-IF

           PERFORM IMPORT-ONE-BORROWER
              UNTIL IBRW-AT-END

           PERFORM WRITE-REPORT-TOTALS

           PERFORM CLOSE-FILES

           IF MODE-LOAD
              DISPLAY LOAD-COUNT " BORROWER(S) LOADED, "
                      SKIP-COUNT " REJECTED - SEE BORROWERS.REJ"
           ELSE
              DISPLAY "DRY RUN: " LOAD-COUNT " BORROWER(S) WOULD LOAD, "
                      SKIP-COUNT " REJECTED - SEE BORROWERS.REJ"
           END-IF

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - LOAD OR DRY RUN, AND THE NEW STATUS    *
      *----------------------------------------------------------------*
       READ-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE

           IF NOT VALID-STATUS-CTL
              EXIT PARAGRAPH
           END-IF

           SET CTL-AT-END TO FALSE

           READ CONTROL-FILE
                AT END SET CTL-AT-END TO TRUE
           END-READ

           PERFORM UNTIL CTL-AT-END
              MOVE SPACES TO CTL-KEYWORD
              MOVE SPACES TO CTL-VALUE

              UNSTRING REC-CONTROL DELIMITED BY "="
                  INTO CTL-KEYWORD CTL-VALUE
              END-UNSTRING

              EVALUATE CTL-KEYWORD
           WHEN "MODE        "
                MOVE FUNCTION UPPER-CASE (CTL-VALUE (1:4))
                  TO RUN-MODE
           WHEN "STATUS      "
                IF FUNCTION UPPER-CASE (CTL-VALUE (1:1)) = "P"
                   MOVE "P" TO LOAD-STATUS
                END-IF
           WHEN OTHER
                CONTINUE
           END-EVALUATE

              READ CONTROL-FILE
                   AT END SET CTL-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE CONTROL-FILE
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES                                                 *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  IBRW
           OPEN OUTPUT REJECTS
           OPEN OUTPUT IMPBRW-RPT

           IF MODE-LOAD
              OPEN I-O BORROWERS
              OPEN EXTEND AUDIT-LOG
              IF STATUS-AUDIT = "35"
                 OPEN OUTPUT AUDIT-LOG
              END-IF
           ELSE
              OPEN INPUT BORROWERS
           END-IF

           IF NOT VALID-STATUS-IBRW
              DISPLAY "UNABLE TO OPEN BORROWERS.TXT - STATUS "
                      STATUS-IBRW
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-BORROWERS
              DISPLAY "UNABLE TO OPEN BORROWER.DAT - STATUS "
                      STATUS-BORROWERS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " IMPBRW-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF

           MOVE "FILMOTECA.EDUC360 - BORROWER LOAD FROM BORROWERS.TXT"
             TO RPT-LINE
           IF NOT MODE-LOAD
              MOVE " - DRY RUN" TO RPT-LINE (53:10)
           END-IF
           WRITE RPT-LINE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "RUN ON "    DELIMITED BY SIZE
                  WK-DATE-TEXT DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES       TO RPT-LINE
           MOVE "LINE"       TO RPT-LINE (1:4)
           MOVE "BRW-ID"     TO RPT-LINE (8:6)
           MOVE "NAME"       TO RPT-LINE (16:4)
           MOVE "CAT"        TO RPT-LINE (48:3)
           MOVE "BORN"       TO RPT-LINE (53:4)
           MOVE "E-MAIL"     TO RPT-LINE (65:6)
           WRITE RPT-LINE

           MOVE ALL "-" TO RPT-LINE
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * EVERY E-MAIL ADDRESS ALREADY ON THE BORROWER FILE              *
      *----------------------------------------------------------------*
       NOTE-ON-FILE-EMAILS.
           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO BRW-ID

           START BORROWERS KEY >= BRW-ID
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ BORROWERS NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              IF BRW-EMAIL NOT = SPACES
                 AND OF-CNT < 20000
                 ADD 1 TO OF-CNT
                 MOVE FUNCTION UPPER-CASE (BRW-EMAIL)
                   TO OF-EMAIL (OF-CNT)
              END-IF

              READ BORROWERS NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM
           .

      *> ONE PAST THE HIGHEST BRW-ID ON FILE, THE SAME AS THE DESK'S
      *> NEW BORROWER
       FIND-NEXT-BRW-ID.
           MOVE 99999 TO BRW-ID

           START BORROWERS KEY <= BRW-ID
                 INVALID KEY
                     MOVE 1 TO NEXT-BRW-ID
                 NOT INVALID KEY
                     READ BORROWERS PREVIOUS RECORD
                          AT END
                              MOVE 1 TO NEXT-BRW-ID
                          NOT AT END
                              COMPUTE NEXT-BRW-ID = BRW-ID + 1
                     END-READ
           END-START
           .
      /
      *----------------------------------------------------------------*
      * ONE LINE - SPLIT, CHECK, LOAD (OR JUST LIST), AND ADVANCE      *
      *----------------------------------------------------------------*
       IMPORT-ONE-BORROWER.
           ADD 1 TO LINE-NO
           ADD 1 TO READ-COUNT

           PERFORM SPLIT-INPUT-LINE
           PERFORM VALIDATE-INPUT-ROW

           IF REJECT-REASON = SPACES
              PERFORM CHECK-DUPLICATE-ROW
           END-IF

           IF REJECT-REASON = SPACES
              AND AC-CNT NOT < 5000
              MOVE "TOO MANY ROWS FOR ONE RUN - SPLIT THE LIST"
                TO REJECT-REASON
           END-IF

           IF REJECT-REASON = SPACES
              AND NEXT-BRW-ID = ZERO
              MOVE "NO BRW-ID LEFT TO GIVE" TO REJECT-REASON
           END-IF

           IF REJECT-REASON NOT = SPACES
              PERFORM LOG-REJECTED-ROW
           ELSE
              IF MODE-LOAD
                 PERFORM WRITE-NEW-BORROWER
              ELSE
                 SET ROW-WRITTEN TO TRUE
              END-IF

              IF ROW-WRITTEN
                 PERFORM NOTE-ACCEPTED-ROW
                 PERFORM LIST-ACCEPTED-ROW
                 ADD 1 TO LOAD-COUNT
                 ADD 1 TO NEXT-BRW-ID
              ELSE
                 MOVE "COULD NOT BE WRITTEN - TRY AGAIN LATER"
                   TO REJECT-REASON
                 PERFORM LOG-REJECTED-ROW
              END-IF
           END-IF

           READ IBRW AT END SET IBRW-AT-END TO TRUE
           END-READ
           .

       SPLIT-INPUT-LINE.
           MOVE SPACES TO IB-FIELDS
           MOVE SPACES TO REJECT-REASON

           UNSTRING REC-IBRW DELIMITED BY ";"
               INTO IB-NAME IB-PHONE IB-EMAIL IB-BIRTH IB-CATEGORY
                    IB-ADDR-LINE1 IB-ADDR-LINE2 IB-ADDR-TOWN
                    IB-ADDR-POSTCODE
           END-UNSTRING

           MOVE FUNCTION TRIM (IB-NAME)  TO IB-NAME
           MOVE FUNCTION TRIM (IB-EMAIL) TO IB-EMAIL
           MOVE FUNCTION TRIM (IB-BIRTH) TO IB-BIRTH
           MOVE FUNCTION UPPER-CASE (IB-CATEGORY) TO IB-CATEGORY
           MOVE FUNCTION UPPER-CASE (IB-EMAIL) TO IB-EMAIL-UPPER
           .
      /
      *----------------------------------------------------------------*
      * THE ROW ON ITS OWN - NAME, E-MAIL SHAPE, BIRTH DATE, CATEGORY  *
      *----------------------------------------------------------------*
       VALIDATE-INPUT-ROW.
           IF REC-IBRW = SPACES
              MOVE "BLANK LINE" TO REJECT-REASON
              EXIT PARAGRAPH
           END-IF

           IF IB-NAME = SPACES
              MOVE "NO NAME" TO REJECT-REASON
              EXIT PARAGRAPH
           END-IF

           IF IB-EMAIL NOT = SPACES
              PERFORM CHECK-EMAIL-SHAPE
              IF REJECT-REASON NOT = SPACES
                 EXIT PARAGRAPH
              END-IF
           END-IF

           MOVE IB-BIRTH TO WK-DATE-TEXT
           PERFORM PARSE-DATE-TEXT
           IF NOT WK-DATE-VALID
              OR WK-DATE-YMD = ZERO
              OR WK-DATE-YMD NOT < TODAY-DATE
              MOVE "BIRTH DATE MISSING OR NOT A REAL PAST DATE"
                TO REJECT-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE WK-DATE-YMD TO IB-BIRTH-DT

      *> A BLANK CATEGORY IS AN ADULT, AS IT IS AT THE DESK
           MOVE IB-CATEGORY TO BRW-CATEGORY
           IF NOT BRW-CAT-IS-VALID
              MOVE "UNKNOWN CATEGORY - A, J, S OR T"
                TO REJECT-REASON
              EXIT PARAGRAPH
           END-IF
           IF IB-CATEGORY = SPACE
              MOVE "A" TO IB-CATEGORY
           END-IF
           .

       CHECK-EMAIL-SHAPE.
           MOVE ZERO TO EM-AT-COUNT
           MOVE ZERO TO EM-SPACE-COUNT
           MOVE ZERO TO EM-DOT-COUNT
           MOVE SPACES TO EM-LOCAL
           MOVE SPACES TO EM-DOMAIN

           INSPECT IB-EMAIL TALLYING EM-AT-COUNT FOR ALL "@"
           COMPUTE EM-LEN =
              FUNCTION LENGTH (FUNCTION TRIM (IB-EMAIL TRAILING))
           INSPECT IB-EMAIL (1:EM-LEN)
              TALLYING EM-SPACE-COUNT FOR ALL SPACE

           IF EM-AT-COUNT NOT = 1
              OR EM-SPACE-COUNT > ZERO
              MOVE "E-MAIL ADDRESS IS NOT WELL FORMED"
                TO REJECT-REASON
              EXIT PARAGRAPH
           END-IF

           UNSTRING IB-EMAIL DELIMITED BY "@"
               INTO EM-LOCAL EM-DOMAIN
           END-UNSTRING

           IF EM-LOCAL = SPACES
              OR EM-DOMAIN = SPACES
              MOVE "E-MAIL ADDRESS IS NOT WELL FORMED"
                TO REJECT-REASON
              EXIT PARAGRAPH
           END-IF

           COMPUTE EM-DOMAIN-LEN =
              FUNCTION LENGTH (FUNCTION TRIM (EM-DOMAIN TRAILING))
           INSPECT EM-DOMAIN (1:EM-DOMAIN-LEN)
              TALLYING EM-DOT-COUNT FOR ALL "."

           IF EM-DOT-COUNT = ZERO
              OR EM-DOMAIN (1:1) = "."
              OR EM-DOMAIN (EM-DOMAIN-LEN:1) = "."
              MOVE "E-MAIL ADDRESS IS NOT WELL FORMED"
                TO REJECT-REASON
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * ALREADY A BORROWER, OR ALREADY HIGHER UP THIS LIST?            *
      *----------------------------------------------------------------*
       CHECK-DUPLICATE-ROW.
      *> THE SAME NAME AND BIRTH DATE ON FILE, THROUGH THE BRW-NAME
      *> ALTERNATE INDEX - THE KIOSK'S OWN TEST
           SET ROW-IS-DUPLICATE TO FALSE
           SET NAMES-AT-END TO FALSE

           MOVE IB-NAME TO BRW-NAME

           START BORROWERS KEY = BRW-NAME
                 INVALID KEY
                     SET NAMES-AT-END TO TRUE
                 NOT INVALID KEY
                     READ BORROWERS NEXT RECORD
                          AT END SET NAMES-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL NAMES-AT-END
                      OR ROW-IS-DUPLICATE
                      OR BRW-NAME NOT = IB-NAME
              IF BRW-BIRTH-DT = IB-BIRTH-DT
                 SET ROW-IS-DUPLICATE TO TRUE
              END-IF

              READ BORROWERS NEXT RECORD
                   AT END SET NAMES-AT-END TO TRUE
              END-READ
           END-PERFORM

           IF ROW-IS-DUPLICATE
              MOVE "ALREADY ON FILE - SAME NAME AND BIRTH DATE"
                TO REJECT-REASON
              EXIT PARAGRAPH
           END-IF

           IF IB-EMAIL NOT = SPACES
              PERFORM VARYING OF-SUB FROM 1 BY 1
                        UNTIL OF-SUB > OF-CNT
                           OR ROW-IS-DUPLICATE
                 IF OF-EMAIL (OF-SUB) = IB-EMAIL-UPPER
                    SET ROW-IS-DUPLICATE TO TRUE
                 END-IF
              END-PERFORM
           END-IF

           IF ROW-IS-DUPLICATE
              MOVE "ALREADY ON FILE - SAME E-MAIL ADDRESS"
                TO REJECT-REASON
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING AC-SUB FROM 1 BY 1
                     UNTIL AC-SUB > AC-CNT
                        OR ROW-IS-DUPLICATE
              IF AC-NAME (AC-SUB) = IB-NAME
                 AND AC-BIRTH-DT (AC-SUB) = IB-BIRTH-DT
                 SET ROW-IS-DUPLICATE TO TRUE
              END-IF
              IF IB-EMAIL NOT = SPACES
                 AND AC-EMAIL (AC-SUB) = IB-EMAIL-UPPER
                 SET ROW-IS-DUPLICATE TO TRUE
              END-IF
           END-PERFORM

           IF ROW-IS-DUPLICATE
              MOVE "REPEATED HIGHER UP THIS LIST" TO REJECT-REASON
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * LOAD MODE - BUILD AND WRITE THE BORROWER, STEPPING PAST AN ID  *
      * ANOTHER STATION TOOK MEANWHILE, AND LEAVE THE AUDIT ROW        *
      *----------------------------------------------------------------*
       WRITE-NEW-BORROWER.
           SET ROW-WRITTEN TO FALSE
           MOVE ZERO TO WRITE-TRIES

           PERFORM UNTIL ROW-WRITTEN
                      OR WRITE-TRIES = 5
              ADD 1 TO WRITE-TRIES
              PERFORM BUILD-BORROWER-REC

              WRITE BRW-REC
                    INVALID KEY
                        PERFORM FIND-NEXT-BRW-ID
                    NOT INVALID KEY
                        SET ROW-WRITTEN TO TRUE
              END-WRITE
           END-PERFORM

           IF ROW-WRITTEN
              PERFORM WRITE-IMPORT-AUDIT
           END-IF
           .

       BUILD-BORROWER-REC.
           MOVE NEXT-BRW-ID      TO BRW-ID
           MOVE IB-NAME          TO BRW-NAME
           MOVE IB-PHONE         TO BRW-PHONE
           MOVE IB-EMAIL         TO BRW-EMAIL
           MOVE LOAD-STATUS      TO BRW-STATUS
           MOVE IB-BIRTH-DT      TO BRW-BIRTH-DT
           MOVE IB-CATEGORY      TO BRW-CATEGORY
           MOVE SPACES           TO BRW-PIN

      *> NO TERM UNTIL THE FIRST FEE IS TAKEN AT THE LOANS DESK
           MOVE "A"              TO BRW-MBR-PLAN
           MOVE ZERO             TO BRW-MBR-START-DT
           MOVE ZERO             TO BRW-MBR-EXPIRY-DT
           MOVE ZERO             TO BRW-MBR-NOTICE-DT
           MOVE ZERO             TO BRW-HOUSEHOLD-ID

      *> A PENDING LOAD AGES OUT WITH THE KIOSK APPLICATIONS
           IF LOAD-STATUS = "P"
              MOVE TODAY-DATE    TO BRW-APPLIED-DT
           ELSE
              MOVE ZERO          TO BRW-APPLIED-DT
           END-IF

           MOVE IB-ADDR-LINE1    TO BRW-ADDR-LINE1
           MOVE IB-ADDR-LINE2    TO BRW-ADDR-LINE2
           MOVE IB-ADDR-TOWN     TO BRW-ADDR-TOWN
           MOVE IB-ADDR-POSTCODE TO BRW-ADDR-POSTCODE
           MOVE ZERO             TO BRW-ADDR-RETURNED-DT
           .

       WRITE-IMPORT-AUDIT.
           IF NOT VALID-STATUS-AUDIT
              EXIT PARAGRAPH
           END-IF

           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME

           MOVE "IMPBRW"     TO AUD-OPERATOR
           MOVE "IMPORT"     TO AUD-ACTION
           MOVE BRW-ID       TO AUD-CODIGO
           MOVE SPACES       TO AUD-OLD-TITULO
           MOVE SPACES       TO AUD-OLD-GENERO
           MOVE ZERO         TO AUD-OLD-NOTA
           MOVE BRW-NAME     TO AUD-NEW-TITULO
           MOVE BRW-CATEGORY TO AUD-NEW-GENERO
           MOVE ZERO         TO AUD-NEW-NOTA

           WRITE AUD-REC
           .
      /
      *----------------------------------------------------------------*
      * REMEMBER, LIST AND REJECT                                      *
      *----------------------------------------------------------------*
       NOTE-ACCEPTED-ROW.
           ADD 1 TO AC-CNT
           MOVE IB-NAME        TO AC-NAME (AC-CNT)
           MOVE IB-BIRTH-DT    TO AC-BIRTH-DT (AC-CNT)
           MOVE IB-EMAIL-UPPER TO AC-EMAIL (AC-CNT)
           .

       LIST-ACCEPTED-ROW.
           MOVE IB-BIRTH-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           MOVE SPACES       TO RPT-LINE
           MOVE LINE-NO      TO RPT-LINE (1:5)
           MOVE NEXT-BRW-ID  TO RPT-LINE (8:5)
           MOVE IB-NAME      TO RPT-LINE (16:30)
           MOVE IB-CATEGORY  TO RPT-LINE (49:1)
           MOVE WK-DATE-TEXT TO RPT-LINE (53:10)
           MOVE IB-EMAIL     TO RPT-LINE (65:26)
           WRITE RPT-LINE
           .

       LOG-REJECTED-ROW.
           ADD 1 TO SKIP-COUNT

           MOVE SPACES TO REC-REJECTS
           STRING LINE-NO          DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  IB-NAME          DELIMITED BY SIZE
                  "  <-- "         DELIMITED BY SIZE
                  REJECT-REASON    DELIMITED BY SIZE
             INTO REC-REJECTS
           END-STRING

           WRITE REC-REJECTS
           .
      /
      *----------------------------------------------------------------*
      * RUN TOTALS                                                     *
      *----------------------------------------------------------------*
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           IF MODE-LOAD
              STRING READ-COUNT   DELIMITED BY SIZE
                     " ROW(S) READ, " DELIMITED BY SIZE
                     LOAD-COUNT   DELIMITED BY SIZE
                     " LOADED, "  DELIMITED BY SIZE
                     SKIP-COUNT   DELIMITED BY SIZE
                     " REJECTED TO BORROWERS.REJ"
                                  DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
           ELSE
              STRING READ-COUNT   DELIMITED BY SIZE
                     " ROW(S) READ, " DELIMITED BY SIZE
                     LOAD-COUNT   DELIMITED BY SIZE
                     " WOULD LOAD, " DELIMITED BY SIZE
                     SKIP-COUNT   DELIMITED BY SIZE
                     " REJECTED TO BORROWERS.REJ"
                                  DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
           END-IF
           WRITE RPT-LINE

           IF NOT MODE-LOAD
              MOVE "DRY RUN - NOTHING WRITTEN; MODE=LOAD IN IMPBRW.CTL"
                TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE BORROWERS
           CLOSE IBRW
           CLOSE REJECTS
           CLOSE IMPBRW-RPT

           IF MODE-LOAD
              CLOSE AUDIT-LOG
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * LOAD THE SCREEN CAPTIONS FOR THE SELECTED LANGUAGE             *
      *----------------------------------------------------------------*
          COPY 'CPVIDLNP.CPY'.
      /
      *----------------------------------------------------------------*
      * LOCALE DATE FORMAT AND PARSE                                   *
      *----------------------------------------------------------------*
          COPY 'CPVIDDTP.CPY'.
