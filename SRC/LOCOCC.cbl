      *  BAY'S CAPACITY OFF THE LOCATION MASTER, SO WE KNOW WHICH      *
      *  BAYS ARE FULL BEFORE THE NEXT DELIVERY ARRIVES.  COPIES ON    *
      *  LOCATIONS THE MASTER DOES NOT KNOW COME OUT AT THE BOTTOM.    *
      *  AN OPTIONAL LOCOCC.CTL LINE (BRANCH=CODE) COUNTS ONLY THE     *
      *  COPIES HELD AT ONE BRANCH; NO LINE = ALL BRANCHES TOGETHER.   *
      *                                                                *
      ******************************************************************
      /
          SELECT LOCOCC-RPT ASSIGN TO LOCOCC-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.
          SELECT CONTROL-FILE ASSIGN TO "LOCOCC.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.

       DATA                 DIVISION.
       FILE                 SECTION.
      *
       FD LOCOCC-RPT.
       01 RPT-LINE                  PIC X(80).
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 SW-ON-MASTER     PIC 9 VALUE ZERO.
           88 LOC-ON-MASTER VALUE 1, FALSE 0.

      * OPTIONAL CONTROL FILE (KEYWORD=VALUE LINES) - BRANCH=CODE
      * LIMITS THE RUN TO ONE BRANCH.  COPIES FROM BEFORE THE SHOP
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

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM READ-CONTROL-FILE

           PERFORM OPEN-FILES

           PERFORM COUNT-COPIES-PER-BAY
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
      * OPEN ALL FILES                                                 *
      *----------------------------------------------------------------*
       OPEN-FILES.
           END-IF

           MOVE "FILMOTECA.EDUC360 - SHELF OCCUPANCY" TO RPT-LINE
           IF REPORT-BRANCH = SPACES
              MOVE "- ALL BRANCHES" TO RPT-LINE (37:14)
           ELSE
              MOVE "- BRANCH "      TO RPT-LINE (37:9)
              MOVE REPORT-BRANCH    TO RPT-LINE (46:4)
           END-IF
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           END-START

           PERFORM UNTIL FILE-AT-END
              MOVE CP-BRANCH TO ROW-BRANCH
              IF ROW-BRANCH = SPACES
                 MOVE HOME-BRANCH TO ROW-BRANCH
              END-IF

              EVALUATE TRUE
              WHEN REPORT-BRANCH NOT = SPACES
               AND ROW-BRANCH NOT = REPORT-BRANCH
                   CONTINUE
              WHEN CP-LOCATION = SPACES
                   ADD 1 TO BLANK-COUNT
              WHEN OTHER
                   PERFORM TALLY-ONE-LOCATION
              END-EVALUATE

              READ COPIES NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
