          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDPRA.CPY'.
          COPY 'CPVIDAVA.CPY'.
          SELECT HOLDEXP-RPT ASSIGN TO HOLDEXP-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.
      *
       FD PARAMS.
          COPY 'CPVIDPRM.CPY'.
      *
       FD AVAIL.
          COPY 'CPVIDAVL.CPY'.
      *
       FD HOLDEXP-RPT.
       01 RPT-LINE                  PIC X(80).
           88 VALID-STATUS-PARAMS VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
          COPY 'CPVIDAVV.CPY'.
       77 SW-RSV-EOF       PIC 9 VALUE ZERO.
           88 RESERVES-AT-END VALUE 1, FALSE 0.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 SW-NEXT-FOUND    PIC 9 VALUE ZERO.
           88 NEXT-HOLD-FOUND VALUE 1, FALSE 0.

      * THE DISC STAYS AT THE BRANCH OF THE HOLD THAT EXPIRED, SO ONLY
      * A WAITING HOLD TO BE COLLECTED THERE CAN BE PROMOTED ONTO IT
          COPY 'CPVIDBNV.CPY'.
       77 EXP-PICKUP-BRANCH  PIC X(04) VALUE SPACES.
       77 NEXT-PICKUP-BRANCH PIC X(04) VALUE SPACES.
       77 OTHER-PICKUP-BRANCH PIC X(04) VALUE SPACES.

      * THE EXPIRY PASS COLLECTS ITS VICTIMS FIRST, THEN UPDATES,
      * SO THE FILE POSITION IS NEVER DISTURBED MID-SCAN
       01 EXP-TABLE.
           OPEN INPUT  PARAMS
           OPEN OUTPUT HOLDEXP-RPT

      *> THE AVAILABILITY SUMMARY FOLLOWS THE HOLDS WHEN THERE IS ONE
           OPEN I-O    AVAIL
           IF VALID-STATUS-AVAIL
              SET AVAIL-IS-OPEN TO TRUE
           END-IF

           IF NOT VALID-STATUS-RESERVES
              DISPLAY "UNABLE TO OPEN RESERVE.DAT - STATUS "
                      STATUS-RESERVES
                    EXIT PARAGRAPH
           END-READ

           MOVE RSV-PICKUP-BRANCH TO EXP-PICKUP-BRANCH
           IF EXP-PICKUP-BRANCH = SPACES
              MOVE HOME-BRANCH TO EXP-PICKUP-BRANCH
           END-IF

           MOVE "E"        TO RSV-STATUS
           MOVE TODAY-DATE TO RSV-CLOSED-DT

           REWRITE RSV-REC
              INVALID KEY

           ADD 1 TO EXPIRED-COUNT

           MOVE "F" TO AVL-FROM-STATUS
           PERFORM MOVE-RUN-HOLD-AVAILABILITY

           PERFORM LOOKUP-HOLD-NAMES

           MOVE SPACES TO RPT-LINE
      /
      *----------------------------------------------------------------*
      * THE NEXT WAITING HOLD ON THE SAME TITLE GOES ON THE SHELF      *
      * WITH A FRESH DEADLINE AND A SLIP ON THE RUN REPORT.  A NEXT    *
      * HOLD TO BE COLLECTED AT ANOTHER BRANCH IS PASSED OVER; IF     *
      * ONLY SUCH HOLDS ARE LEFT THE RUN REPORT SAYS SO, AND THE DESK  *
      * SENDS A COPY FROM THE COPIES DIALOG OR A RETURN SERVES IT      *
      *----------------------------------------------------------------*
       PROMOTE-NEXT-IN-QUEUE.
           SET NEXT-HOLD-FOUND TO FALSE
           SET RESERVES-AT-END TO FALSE
           MOVE SPACES TO OTHER-PICKUP-BRANCH

           MOVE EXP-CODIGO (EXP-SUB) TO RSV-CODIGO
           MOVE ZERO                 TO RSV-SEQ
                      OR NEXT-HOLD-FOUND
                      OR RSV-CODIGO NOT = EXP-CODIGO (EXP-SUB)
              IF RSV-IS-WAITING
                 MOVE RSV-PICKUP-BRANCH TO NEXT-PICKUP-BRANCH
                 IF NEXT-PICKUP-BRANCH = SPACES
                    MOVE HOME-BRANCH TO NEXT-PICKUP-BRANCH
                 END-IF
                 IF NEXT-PICKUP-BRANCH = EXP-PICKUP-BRANCH
                    SET NEXT-HOLD-FOUND TO TRUE
                 ELSE
                    MOVE NEXT-PICKUP-BRANCH TO OTHER-PICKUP-BRANCH
                 END-IF
              END-IF

              IF NOT NEXT-HOLD-FOUND
                 READ RESERVES NEXT RECORD
                      AT END SET RESERVES-AT-END TO TRUE
                 END-READ
              END-IF
           END-PERFORM

           IF NOT NEXT-HOLD-FOUND
              AND OTHER-PICKUP-BRANCH NOT = SPACES
              MOVE SPACES TO RPT-LINE
              STRING "         NEXT HOLD COLLECTS AT BRANCH "
                                         DELIMITED BY SIZE
                     OTHER-PICKUP-BRANCH DELIMITED BY SIZE
                     " - BACK TO THE SHELF AT "
                                         DELIMITED BY SIZE
                     EXP-PICKUP-BRANCH   DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
              EXIT PARAGRAPH
           END-IF

           IF NOT NEXT-HOLD-FOUND
              MOVE "         QUEUE NOW EMPTY - BACK TO THE SHELF"
                TO RPT-LINE

           ADD 1 TO PROMOTED-COUNT

           MOVE "W" TO AVL-FROM-STATUS
           PERFORM MOVE-RUN-HOLD-AVAILABILITY

           PERFORM LOOKUP-HOLD-NAMES

           MOVE RSV-PICKUP-BY TO WK-DATE-YMD
           CLOSE MOVIES
           CLOSE PARAMS
           CLOSE HOLDEXP-RPT
           IF AVAIL-IS-OPEN
              CLOSE AVAIL
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE HOLD JUST REWRITTEN MOVES ITS TITLE'S SUMMARY COUNTS       *
      *----------------------------------------------------------------*
       MOVE-RUN-HOLD-AVAILABILITY.
           MOVE RSV-CODIGO TO AVL-WANT-CODIGO
           MOVE RSV-STATUS TO AVL-TO-STATUS
           PERFORM MOVE-HOLD-AVAILABILITY
           .
      /
      *----------------------------------------------------------------*
      * LOCALE DATE FORMAT AND PARSE                                   *
      *----------------------------------------------------------------*
          COPY 'CPVIDDTP.CPY'.
      /
      *----------------------------------------------------------------*
      * TITLE AVAILABILITY SUMMARY                                     *
      *----------------------------------------------------------------*
          COPY 'CPVIDAVP.CPY'.
