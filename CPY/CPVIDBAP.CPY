      **
      * COPY BOOK - THE ALERTS IN FORCE ON ONE BORROWER.  NEEDS ALERTS
      * OPEN, THE FIELDS IN CPVIDBAV.CPY AND FORMAT-DATE-TEXT; BAL-REC
      * IS OVERWRITTEN.  UP TO SIX GO INTO BAL-MSG-TEXT, THE STOPS
      * FIRST SO THE DESK CANNOT MISS THEM, THEN A LINE SAYING HOW
      * MANY MORE THE BORROWERS SCREEN HOLDS.  BAL-LAST-SEQ COMES BACK
      * AS THE HIGHEST RUNNING NUMBER ON THE BORROWER, IN ANY STATE
      **
       GATHER-BORROWER-ALERTS.
           MOVE ZERO   TO BAL-ACTIVE-CNT
           MOVE ZERO   TO BAL-STOP-CNT
           MOVE ZERO   TO BAL-HIDDEN-CNT
           MOVE ZERO   TO BAL-SHOWN-CNT
           MOVE ZERO   TO BAL-LAST-SEQ
           MOVE SPACES TO BAL-MSG-TEXT
           MOVE 1      TO BAL-MSG-PTR

      *> FIRST PASS COUNTS EVERYTHING AND WORDS THE STOPS, THE SECOND
      *> WORDS THE WARNINGS AND NOTES UNDER THEM
           SET BAL-PASS-STOPS TO TRUE
           PERFORM SCAN-BORROWER-ALERTS

           IF BAL-ACTIVE-CNT > BAL-STOP-CNT
              AND BAL-SHOWN-CNT < 6
              SET BAL-PASS-OTHERS TO TRUE
              PERFORM SCAN-BORROWER-ALERTS
           END-IF

           IF NOT BAL-FOR-PATRON
              AND BAL-ACTIVE-CNT > BAL-SHOWN-CNT
              COMPUTE BAL-MORE-TEXT = BAL-ACTIVE-CNT - BAL-SHOWN-CNT
              STRING "... AND "      DELIMITED BY SIZE
                     BAL-MORE-TEXT   DELIMITED BY SIZE
                     " MORE ON THE BORROWERS SCREEN"
                                     DELIMITED BY SIZE
                INTO BAL-MSG-TEXT
                WITH POINTER BAL-MSG-PTR
              END-STRING
           END-IF
           .

       SCAN-BORROWER-ALERTS.
           SET BAL-AT-END TO FALSE

           MOVE BAL-WANT-ID TO BAL-BRW-ID
           MOVE ZERO        TO BAL-SEQ

           START ALERTS KEY >= BAL-KEY
                 INVALID KEY
                     SET BAL-AT-END TO TRUE
           END-START

           PERFORM UNTIL BAL-AT-END
              READ ALERTS NEXT RECORD
                   AT END
                       SET BAL-AT-END TO TRUE
                   NOT AT END
                       IF BAL-BRW-ID NOT = BAL-WANT-ID
                          SET BAL-AT-END TO TRUE
                       ELSE
                          IF BAL-IS-OPEN
                             AND (BAL-EXPIRY-DT = ZERO
                              OR BAL-EXPIRY-DT NOT < BAL-ASOF-DT)
                             PERFORM WEIGH-ONE-ALERT
                          END-IF
                          IF BAL-PASS-STOPS
                             MOVE BAL-SEQ TO BAL-LAST-SEQ
                          END-IF
                       END-IF
              END-READ
           END-PERFORM
           .

       WEIGH-ONE-ALERT.
           IF BAL-PASS-STOPS
              ADD 1 TO BAL-ACTIVE-CNT
              IF NOT BAL-PATRON-MAY-SEE
                 ADD 1 TO BAL-HIDDEN-CNT
              END-IF
              IF BAL-IS-STOP
                 ADD 1 TO BAL-STOP-CNT
                 PERFORM WORD-ONE-ALERT
              END-IF
           ELSE
              IF NOT BAL-IS-STOP
                 PERFORM WORD-ONE-ALERT
              END-IF
           END-IF
           .

       WORD-ONE-ALERT.
           IF BAL-FOR-PATRON AND NOT BAL-PATRON-MAY-SEE
              EXIT PARAGRAPH
           END-IF

           IF BAL-SHOWN-CNT NOT < 6
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO BAL-SHOWN-CNT

           EVALUATE TRUE
              WHEN BAL-IS-STOP
                   STRING "STOP: "    DELIMITED BY SIZE
                     INTO BAL-MSG-TEXT
                     WITH POINTER BAL-MSG-PTR
                   END-STRING
              WHEN BAL-IS-WARNING
                   STRING "WARNING: " DELIMITED BY SIZE
                     INTO BAL-MSG-TEXT
                     WITH POINTER BAL-MSG-PTR
                   END-STRING
              WHEN OTHER
                   STRING "NOTE: "    DELIMITED BY SIZE
                     INTO BAL-MSG-TEXT
                     WITH POINTER BAL-MSG-PTR
                   END-STRING
           END-EVALUATE

           STRING BAL-TEXT DELIMITED BY "  "
             INTO BAL-MSG-TEXT
             WITH POINTER BAL-MSG-PTR
           END-STRING

      *> WHO WROTE IT AND WHEN IS FOR THE DESK, NOT THE PATRON
           IF NOT BAL-FOR-PATRON
              MOVE BAL-CREATED-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              STRING " ("         DELIMITED BY SIZE
                     BAL-AUTHOR   DELIMITED BY SPACE
                     " "          DELIMITED BY SIZE
                     WK-DATE-TEXT DELIMITED BY SPACE
                     ")"          DELIMITED BY SIZE
                INTO BAL-MSG-TEXT
                WITH POINTER BAL-MSG-PTR
              END-STRING
           END-IF

           STRING X"0A" DELIMITED BY SIZE
             INTO BAL-MSG-TEXT
             WITH POINTER BAL-MSG-PTR
           END-STRING
           .
