      **
      * COPY BOOK - HOLDS FOR SERIES SUBSCRIBERS.  MOV-REC IS A TITLE
      * JUST CATALOGUED (OR JUST PUT INTO A SERIES); EVERY ACTIVE
      * SUBSCRIBER TO ITS SERIES-CODE GETS A HOLD ON IT IN THE ORDER
      * THEY SUBSCRIBED, AND A MAIL SAYING SO THROUGH QUEUE-EMAIL.
      * A PATRON WHO HAS EVER HAD A HOLD ON THE TITLE IS PASSED OVER,
      * SO SAVING THE SAME TITLE AGAIN PLACES NOTHING TWICE, AND ONE
      * BLOCKED OR STILL AWAITING APPROVAL IS COUNTED IN
      * SBS-SKIPPED-CNT.  NEEDS SUBSCRIBE, RESERVES AND MAILQ OPEN
      * I-O, BORROWERS AND SERIES OPEN, THE FIELDS IN CPVIDSBV.CPY,
      * CPVIDMQV.CPY AND CPVIDAVV.CPY, THE QUEUE-EMAIL PARAGRAPH AND
      * CPVIDAVP.CPY (AVAIL ITSELF MAY BE CLOSED); SBS-REC, RSV-REC,
      * BRW-REC, SER-REC, MLQ-REC AND AVL-REC ARE OVERWRITTEN
      **
       PLACE-SERIES-HOLDS.
           MOVE ZERO TO SBS-PLACED-CNT
           MOVE ZERO TO SBS-SKIPPED-CNT

           IF CODIGO = ZERO OR SERIES-CODE = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE CODIGO      TO SBS-NEW-CODIGO
           MOVE SERIES-CODE TO SBS-WANT-SER

           MOVE SPACES      TO SBS-SER-NAME
           MOVE SERIES-CODE TO SER-CODE
           READ SERIES
                INVALID
                    CONTINUE
                NOT INVALID
                    MOVE SER-NAME TO SBS-SER-NAME
           END-READ

           SET SBS-AT-END TO FALSE

           MOVE SBS-WANT-SER TO SBS-SER-CODE
           MOVE ZERO         TO SBS-SEQ

           START SUBSCRIBE KEY >= SBS-KEY
                 INVALID KEY
                     SET SBS-AT-END TO TRUE
           END-START

           PERFORM UNTIL SBS-AT-END
              READ SUBSCRIBE NEXT RECORD
                   AT END
                       SET SBS-AT-END TO TRUE
                   NOT AT END
                       IF SBS-SER-CODE NOT = SBS-WANT-SER
                          SET SBS-AT-END TO TRUE
                       ELSE
                          IF SBS-IS-ACTIVE
                             PERFORM HOLD-FOR-ONE-SUBSCRIBER
                          END-IF
                       END-IF
              END-READ
           END-PERFORM
           .

       HOLD-FOR-ONE-SUBSCRIBER.
           MOVE SBS-BRW-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    ADD 1 TO SBS-SKIPPED-CNT
                    EXIT PARAGRAPH
           END-READ

           IF BRW-IS-BLOCKED OR BRW-IS-PENDING
              ADD 1 TO SBS-SKIPPED-CNT
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-SUBSCRIBER-HOLD

           IF SBS-HAD-HOLD
              EXIT PARAGRAPH
           END-IF

           INITIALIZE RSV-REC
           MOVE SBS-NEW-CODIGO    TO RSV-CODIGO
           COMPUTE RSV-SEQ        = SBS-RSV-LAST + 1
           MOVE SBS-BRW-ID        TO RSV-BORROWER-ID
           ACCEPT RSV-DATE FROM DATE YYYYMMDD
           MOVE "W"               TO RSV-STATUS
           MOVE ZERO              TO RSV-FILLED-DT
           MOVE ZERO              TO RSV-PICKUP-BY
           MOVE SBS-PICKUP-BRANCH TO RSV-PICKUP-BRANCH
           MOVE ZERO              TO RSV-CLOSED-DT

           WRITE RSV-REC
                 INVALID KEY
                     ADD 1 TO SBS-SKIPPED-CNT
                     EXIT PARAGRAPH
           END-WRITE

           MOVE SBS-NEW-CODIGO    TO AVL-WANT-CODIGO
           MOVE "N"               TO AVL-FROM-STATUS
           MOVE "W"               TO AVL-TO-STATUS
           PERFORM MOVE-HOLD-AVAILABILITY

           ADD 1 TO SBS-PLACED-CNT
           ADD 1 TO SBS-QUEUE-POS

           ADD 1 TO SBS-HOLDS-PLACED
           MOVE SBS-NEW-CODIGO TO SBS-LAST-CODIGO
           REWRITE SBS-REC
              INVALID KEY CONTINUE
           END-REWRITE

           PERFORM MAIL-SERIES-HOLD
           .

      *> HAS THIS SUBSCRIBER EVER HELD THE TITLE?  ALSO THE LAST QUEUE
      *> NUMBER USED ON IT AND THE HOLDS STILL OPEN AHEAD OF A NEW ONE
       CHECK-SUBSCRIBER-HOLD.
           SET SBS-HAD-HOLD TO FALSE
           SET SBS-RSV-AT-END TO FALSE
           MOVE ZERO TO SBS-RSV-LAST
           MOVE ZERO TO SBS-QUEUE-POS

           MOVE SBS-NEW-CODIGO TO RSV-CODIGO
           MOVE ZERO           TO RSV-SEQ

           START RESERVES KEY >= RSV-KEY
                 INVALID KEY
                     SET SBS-RSV-AT-END TO TRUE
           END-START

           PERFORM UNTIL SBS-RSV-AT-END
              READ RESERVES NEXT RECORD
                   AT END
                       SET SBS-RSV-AT-END TO TRUE
                   NOT AT END
                       IF RSV-CODIGO NOT = SBS-NEW-CODIGO
                          SET SBS-RSV-AT-END TO TRUE
                       ELSE
                          MOVE RSV-SEQ TO SBS-RSV-LAST
                          IF RSV-BORROWER-ID = SBS-BRW-ID
                             SET SBS-HAD-HOLD TO TRUE
                          END-IF
                          IF RSV-IS-WAITING OR RSV-IS-TRANSIT
                             OR RSV-IS-FILLED
                             ADD 1 TO SBS-QUEUE-POS
                          END-IF
                       END-IF
              END-READ
           END-PERFORM
           .

       MAIL-SERIES-HOLD.
           IF BRW-EMAIL = SPACES
              EXIT PARAGRAPH
           END-IF

           INITIALIZE MLQ-REC
           MOVE BRW-ID    TO MLQ-BORROWER-ID
           MOVE BRW-EMAIL TO MLQ-EMAIL
           MOVE "FILMOTECA - NEW IN A SERIES YOU FOLLOW" TO MLQ-SUBJECT

           IF SBS-SER-NAME = SPACES
              MOVE "A NEW TITLE HAS ARRIVED IN A SERIES YOU FOLLOW:"
                TO MLQ-BODY-LINE (1)
           ELSE
              STRING "A NEW TITLE HAS ARRIVED IN "
                                             DELIMITED BY SIZE
                     FUNCTION TRIM (SBS-SER-NAME)
                                             DELIMITED BY SIZE
                     ":"                     DELIMITED BY SIZE
                INTO MLQ-BODY-LINE (1)
              END-STRING
           END-IF

           IF EPISODE-NO > ZERO
              MOVE EPISODE-NO TO SBS-EP-TEXT
              STRING FUNCTION TRIM (TITULO)
                                     DELIMITED BY SIZE
                     " - EPISODE "   DELIMITED BY SIZE
                     FUNCTION TRIM (SBS-EP-TEXT)
                                     DELIMITED BY SIZE
                INTO MLQ-BODY-LINE (2)
              END-STRING
           ELSE
              MOVE TITULO TO MLQ-BODY-LINE (2)
           END-IF

           MOVE SBS-QUEUE-POS TO SBS-POS-TEXT
           STRING "WE HAVE PLACED A HOLD FOR YOU - YOUR PLACE IN THE "
                                             DELIMITED BY SIZE
                  "QUEUE: "                  DELIMITED BY SIZE
                  FUNCTION TRIM (SBS-POS-TEXT)
                                             DELIMITED BY SIZE
             INTO MLQ-BODY-LINE (3)
           END-STRING

           MOVE "WE WILL WRITE AGAIN WHEN IT IS READY TO COLLECT"
             TO MLQ-BODY-LINE (4)
           MOVE "TO STOP THESE HOLDS, ASK AT THE DESK OR USE THE KIOSK"
             TO MLQ-BODY-LINE (5)

           PERFORM QUEUE-EMAIL
           .
