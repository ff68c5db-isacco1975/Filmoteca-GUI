      **
      * COPY BOOK - SERIES SUBSCRIPTIONS.  NEEDS SUBSCRIBE OPEN I-O
      * (INPUT WILL DO FOR FIND AND COUNT) AND THE FIELDS IN
      * CPVIDSBV.CPY; SBS-REC IS OVERWRITTEN.
      *   FIND-SUBSCRIPTION  - THE PATRON'S ACTIVE ROW FOR THE SERIES,
      *                        LEFT IN SBS-REC WHEN SBS-WAS-FOUND
      *   ADD-SUBSCRIPTION   - SIGNS THE PATRON UP AT THE BACK OF THE
      *                        LINE; NOTHING (SBS-WAS-FOUND) WHEN THEY
      *                        ALREADY FOLLOW IT
      *   CANCEL-SUBSCRIPTION - ENDS THE ACTIVE ROW, KEEPING IT
      *   COUNT-SUBSCRIBERS  - ACTIVE AND CANCELLED ROWS FOR THE SERIES
      * SBS-WAS-DONE IS SET WHEN A ROW WAS WRITTEN OR REWRITTEN
      **
       FIND-SUBSCRIPTION.
           SET SBS-WAS-FOUND TO FALSE
           SET SBS-AT-END TO FALSE

           MOVE SBS-WANT-ID TO SBS-BRW-ID

           START SUBSCRIBE KEY >= SBS-BRW-ID
                 INVALID KEY
                     SET SBS-AT-END TO TRUE
           END-START

           PERFORM UNTIL SBS-AT-END OR SBS-WAS-FOUND
              READ SUBSCRIBE NEXT RECORD
                   AT END
                       SET SBS-AT-END TO TRUE
                   NOT AT END
                       IF SBS-BRW-ID NOT = SBS-WANT-ID
                          SET SBS-AT-END TO TRUE
                       ELSE
                          IF SBS-SER-CODE = SBS-WANT-SER
                             AND SBS-IS-ACTIVE
                             SET SBS-WAS-FOUND TO TRUE
                          END-IF
                       END-IF
              END-READ
           END-PERFORM
           .

       ADD-SUBSCRIPTION.
           SET SBS-WAS-DONE TO FALSE

           PERFORM FIND-SUBSCRIPTION

           IF SBS-WAS-FOUND
              EXIT PARAGRAPH
           END-IF

           MOVE SBS-WANT-SER TO SBS-SER-CODE
           MOVE 99999        TO SBS-SEQ

           START SUBSCRIBE KEY <= SBS-KEY
                 INVALID KEY
                     MOVE ZERO TO SBS-LAST-SEQ
                 NOT INVALID KEY
                     READ SUBSCRIBE PREVIOUS RECORD
                          AT END
                              MOVE ZERO TO SBS-LAST-SEQ
                          NOT AT END
                              IF SBS-SER-CODE = SBS-WANT-SER
                                 MOVE SBS-SEQ TO SBS-LAST-SEQ
                              ELSE
                                 MOVE ZERO TO SBS-LAST-SEQ
                              END-IF
                     END-READ
           END-START

           IF SBS-LAST-SEQ NOT < 99999
              EXIT PARAGRAPH
           END-IF

           INITIALIZE SBS-REC
           MOVE SBS-WANT-SER    TO SBS-SER-CODE
           COMPUTE SBS-SEQ      = SBS-LAST-SEQ + 1
           MOVE SBS-WANT-ID     TO SBS-BRW-ID
           ACCEPT SBS-DATE FROM DATE YYYYMMDD
           MOVE "A"             TO SBS-STATUS
           MOVE SBS-WANT-AT     TO SBS-TAKEN-AT
           MOVE SBS-WANT-BRANCH TO SBS-PICKUP-BRANCH
           MOVE ZERO            TO SBS-CANCEL-DT
           MOVE ZERO            TO SBS-HOLDS-PLACED
           MOVE ZERO            TO SBS-LAST-CODIGO

           WRITE SBS-REC
                 INVALID KEY
                     EXIT PARAGRAPH
           END-WRITE

           SET SBS-WAS-DONE TO TRUE
           .

       CANCEL-SUBSCRIPTION.
           SET SBS-WAS-DONE TO FALSE

           PERFORM FIND-SUBSCRIPTION

           IF NOT SBS-WAS-FOUND
              EXIT PARAGRAPH
           END-IF

           MOVE "C" TO SBS-STATUS
           ACCEPT SBS-CANCEL-DT FROM DATE YYYYMMDD

           REWRITE SBS-REC
              INVALID KEY
                  EXIT PARAGRAPH
           END-REWRITE

           SET SBS-WAS-DONE TO TRUE
           .

       COUNT-SUBSCRIBERS.
           MOVE ZERO TO SBS-ACTIVE-CNT
           MOVE ZERO TO SBS-CANCELLED-CNT
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
                             ADD 1 TO SBS-ACTIVE-CNT
                          ELSE
                             ADD 1 TO SBS-CANCELLED-CNT
                          END-IF
                       END-IF
              END-READ
           END-PERFORM
           .
