      *  CIRCULATION STATISTICS REPORT - WALKS THE LOAN HISTORY        *
      *  JOINED TO MOVIES.DAT AND REPORTS CHECKOUTS PER MONTH, THE     *
      *  TOP-20 MOST-BORROWED TITLES, AND CIRCULATION BROKEN DOWN BY   *
      *  GENRE AND BY MEDIA FORMAT.  AN OPTIONAL CIRSTAT.CTL LINE      *
      *  (BRANCH=CODE) COUNTS ONLY THE LOANS ISSUED AT ONE BRANCH; NO  *
      *  LINE = ALL BRANCHES CONSOLIDATED.                             *
      *                                                                *
      ******************************************************************
      /
          SELECT CIRSTAT-RPT ASSIGN TO CIRSTAT-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.
          SELECT CONTROL-FILE ASSIGN TO "CIRSTAT.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.

       DATA                 DIVISION.
       FILE                 SECTION.
      *
       FD CIRSTAT-RPT.
       01 RPT-LINE                 PIC X(100).
      *
       FD CONTROL-FILE.
       01 REC-CONTROL              PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 RPT-LINE-CNT     PIC 9(2) VALUE ZERO.
       77 LOAN-COUNT       PIC 9(7) VALUE ZERO.

      * OPTIONAL CONTROL FILE (KEYWORD=VALUE LINES) - BRANCH=CODE
      * LIMITS THE RUN TO ONE BRANCH.  LOANS ISSUED BEFORE THE SHOP
      * HAD BRANCHES CARRY NO BRANCH AND COUNT AS THE HOME BRANCH'S
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.
          COPY 'CPVIDBNV.CPY'.
       77 REPORT-BRANCH    PIC X(04) VALUE SPACES.
       77 ROW-BRANCH       PIC X(04) VALUE SPACES.

      * CHECKOUTS PER MONTH - ONE SLOT PER DISTINCT YYYYMM SEEN IN
      * THE LOAN HISTORY, COLLECTED UNSORTED AND SELECTION-SORTED
      * BEFORE PRINTING
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM READ-CONTROL-FILE

           PERFORM OPEN-FILES

           SET LOANS-AT-END TO FALSE
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - ONE BRANCH INSTEAD OF ALL OF THEM      *
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
           WHEN "BRANCH      "
                MOVE FUNCTION UPPER-CASE (CTL-VALUE (1:4))
                  TO REPORT-BRANCH
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
      * OPEN ALL FILES NEEDED FOR THE CIRCULATION RUN                  *
      *----------------------------------------------------------------*
       OPEN-FILES.
           .
      /
      *----------------------------------------------------------------*
      * FOLD THE LOAN CURRENTLY IN LOAN-REC INTO THE TOTALS - UNLESS   *
      * THE RUN IS FOR ONE BRANCH AND THE LOAN WAS ISSUED ELSEWHERE    *
      *----------------------------------------------------------------*
       TALLY-CURRENT-LOAN.
           MOVE LOAN-BRANCH TO ROW-BRANCH
           IF ROW-BRANCH = SPACES
              MOVE HOME-BRANCH TO ROW-BRANCH
           END-IF

           IF REPORT-BRANCH NOT = SPACES
              AND ROW-BRANCH NOT = REPORT-BRANCH
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO LOAN-COUNT

           MOVE LOAN-CHECKOUT-DT (1:6) TO WK-YYYYMM
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           IF REPORT-BRANCH = SPACES
              MOVE "ALL BRANCHES" TO RPT-LINE
           ELSE
              STRING "BRANCH "     DELIMITED BY SIZE
                     REPORT-BRANCH DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
           END-IF
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           ADD 3 TO RPT-LINE-CNT
           .
      /
      *----------------------------------------------------------------*
