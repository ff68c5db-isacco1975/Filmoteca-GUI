      **
      * COPY BOOK - PRE-ORDER HOLDS ON ONE WISHLIST ROW.  NEEDS PREORD
      * OPEN AND THE FIELDS IN CPVIDPOV.CPY; POH-REC IS OVERWRITTEN.
      * A BORROWER IN PRE-BORROWER-ID WHO IS ALREADY WAITING ON THE
      * TITLE SETS PRE-ALREADY-QUEUED (ZERO CHECKS NOBODY).
      *
      * THE COPIES TO ORDER ARE THE WAITING PRE-ORDERS SHARED OUT AT
      * THE SHOP'S TRIGGER PER COPY, ROUNDED UP - THE FEWEST COPIES
      * THAT KEEP THE HOLDS-PRESSURE SWEEP FROM ASKING FOR ANOTHER
      * ONE THE DAY THE TITLE GOES ON THE SHELF.
      **
       COUNT-PREORDERS.
           MOVE ZERO TO PRE-WAITING
           MOVE ZERO TO PRE-LAST-SEQ
           MOVE ZERO TO PRE-COPIES
           SET PRE-ALREADY-QUEUED TO FALSE
           SET PRE-AT-END TO FALSE

           MOVE PRE-WSH-ID TO POH-WSH-ID
           MOVE ZERO       TO POH-SEQ

           START PREORD KEY >= POH-KEY
                 INVALID KEY
                     SET PRE-AT-END TO TRUE
           END-START

           PERFORM UNTIL PRE-AT-END
              READ PREORD NEXT RECORD
                   AT END
                       SET PRE-AT-END TO TRUE
                   NOT AT END
                       IF POH-WSH-ID NOT = PRE-WSH-ID
                          SET PRE-AT-END TO TRUE
                       ELSE
                          MOVE POH-SEQ TO PRE-LAST-SEQ
                          IF POH-IS-WAITING
                             ADD 1 TO PRE-WAITING
                             IF PRE-BORROWER-ID NOT = ZERO
                                AND POH-BORROWER-ID = PRE-BORROWER-ID
                                SET PRE-ALREADY-QUEUED TO TRUE
                             END-IF
                          END-IF
                       END-IF
              END-READ
           END-PERFORM

           IF PRE-TRIGGER = ZERO
              MOVE 1 TO PRE-TRIGGER
           END-IF

           IF PRE-WAITING > ZERO
              COMPUTE PRE-COPIES =
                 (PRE-WAITING + PRE-TRIGGER - 1) / PRE-TRIGGER
           END-IF
           .
