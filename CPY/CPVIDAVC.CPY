      **
      * COPY BOOK - TITLE AVAILABILITY RECOUNT.  NEEDS COPIES AND
      * RESERVES OPEN, THE AVAIL FILE OPEN I-O (FOR STORING) AND THE
      * FIELDS IN CPVIDAVV.CPY.
      *   COUNT-AVAILABILITY   - COUNTS AVL-WANT-CODIGO'S COPIES AND
      *                          HOLDS AFRESH INTO THE AVC- FIELDS;
      *                          CP-REC AND RSV-REC ARE OVERWRITTEN
      *   STORE-AVAILABILITY   - PUTS THE AVC- COUNTS ON THE TITLE'S
      *                          ROW, ADDING THE ROW IF IT IS NEW
      *   REFRESH-AVAILABILITY - BOTH, PUTTING CP-REC AND RSV-REC BACK
      *                          AFTERWARDS (THOUGH NOT THE FILES' READ
      *                          POSITIONS) - FOR A SCREEN THAT HAS
      *                          JUST ADDED, REMOVED OR RESTATUSED A
      *                          COPY ROW
      **
       COUNT-AVAILABILITY.
           MOVE ZERO TO AVC-ON-SHELF
           MOVE ZERO TO AVC-OUT
           MOVE ZERO TO AVC-REPAIR
           MOVE ZERO TO AVC-HOLD-SHELF
           MOVE ZERO TO AVC-WAITING

           SET AVC-AT-END TO FALSE
           MOVE AVL-WANT-CODIGO TO CP-CODIGO
           MOVE ZERO            TO CP-COPY-NO

           START COPIES KEY >= CP-KEY
                 INVALID KEY
                     SET AVC-AT-END TO TRUE
           END-START

           PERFORM UNTIL AVC-AT-END
              READ COPIES NEXT RECORD
                   AT END
                       SET AVC-AT-END TO TRUE
                   NOT AT END
                       IF CP-CODIGO NOT = AVL-WANT-CODIGO
                          SET AVC-AT-END TO TRUE
                       ELSE
                          EVALUATE TRUE
                             WHEN CP-IS-IN
                                ADD 1 TO AVC-ON-SHELF
                             WHEN CP-IS-OUT
                                ADD 1 TO AVC-OUT
                             WHEN CP-IS-REPAIR
                                ADD 1 TO AVC-REPAIR
                          END-EVALUATE
                       END-IF
              END-READ
           END-PERFORM

           SET AVC-AT-END TO FALSE
           MOVE AVL-WANT-CODIGO TO RSV-CODIGO
           MOVE ZERO            TO RSV-SEQ

           START RESERVES KEY >= RSV-KEY
                 INVALID KEY
                     SET AVC-AT-END TO TRUE
           END-START

           PERFORM UNTIL AVC-AT-END
              READ RESERVES NEXT RECORD
                   AT END
                       SET AVC-AT-END TO TRUE
                   NOT AT END
                       IF RSV-CODIGO NOT = AVL-WANT-CODIGO
                          SET AVC-AT-END TO TRUE
                       ELSE
                          EVALUATE TRUE
                             WHEN RSV-IS-WAITING
                                ADD 1 TO AVC-WAITING
                             WHEN RSV-IS-FILLED
                                ADD 1 TO AVC-HOLD-SHELF
                          END-EVALUATE
                       END-IF
              END-READ
           END-PERFORM
           .

       STORE-AVAILABILITY.
           ACCEPT AVL-TODAY FROM DATE YYYYMMDD
           SET AVL-WAS-FOUND TO TRUE

           MOVE AVL-WANT-CODIGO TO AVL-CODIGO
           READ AVAIL
                INVALID
                    SET AVL-WAS-FOUND TO FALSE
                    INITIALIZE AVL-REC
                    MOVE AVL-WANT-CODIGO TO AVL-CODIGO
                    MOVE AVL-TODAY       TO AVL-BUILT-DT
           END-READ

           MOVE AVC-ON-SHELF   TO AVL-ON-SHELF
           MOVE AVC-OUT        TO AVL-OUT
           MOVE AVC-REPAIR     TO AVL-REPAIR
           MOVE AVC-HOLD-SHELF TO AVL-HOLD-SHELF
           MOVE AVC-WAITING    TO AVL-WAITING
           MOVE AVL-TODAY      TO AVL-UPDATED-DT

           IF AVL-WAS-FOUND
              REWRITE AVL-REC
                 INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE AVL-REC
                 INVALID KEY CONTINUE
              END-WRITE
           END-IF
           .

       REFRESH-AVAILABILITY.
           IF NOT AVAIL-IS-OPEN
              EXIT PARAGRAPH
           END-IF

           MOVE CP-REC  TO AVC-SAVE-CP-REC
           MOVE RSV-REC TO AVC-SAVE-RSV-REC

           PERFORM COUNT-AVAILABILITY
           PERFORM STORE-AVAILABILITY

           MOVE AVC-SAVE-CP-REC  TO CP-REC
           MOVE AVC-SAVE-RSV-REC TO RSV-REC
           .
