      **
      * COPY BOOK - EXPECTED-AVAILABLE DATE FOR A TITLE.  EVERY COPY
      * GETS THE DAY IT SHOULD NEXT BE ON THE SHELF: A FREE COPY
      * TODAY; A COPY ON LOAN ON ITS DUE DATE, PUSHED OUT BY THE
      * RENEWALS THE BORROWER IS STILL ALLOWED (ONLY WHILE NOBODY IS
      * WAITING - A WAITING HOLD STOPS A RENEWAL AT THE DESK) AND BY
      * THE BORROWER'S LATE-RETURN PERCENTAGE ON RELIAB AS THAT SHARE
      * OF A LOAN PERIOD; A LOAN ALREADY OVERDUE COULD COME BACK ANY
      * DAY, SO TOMORROW; A COPY ON THE PICKUP SHELF OR IN TRANSIT
      * FOR A HOLD ONE LOAN PERIOD FROM TODAY.  THE HOLDS WAITING
      * AHEAD ARE THEN SERVED IN TURN, EACH FROM THE COPY BACK FIRST,
      * WHICH IS OUT AGAIN FOR A LOAN PERIOD BEFORE IT SERVES THE
      * NEXT.  NEEDS LOANS AND RESERVES OPEN AND THE FIELDS IN
      * CPVIDETV.CPY; LOAN-REC AND RSV-REC ARE SAVED AND RESTORED.
      **
       ESTIMATE-AVAILABLE-DATE.
           MOVE LOAN-REC TO ETA-HOLD-LOAN-REC
           MOVE RSV-REC  TO ETA-HOLD-RSV-REC

           MOVE ZERO TO ETA-DATE
           MOVE ZERO TO ETA-QUEUE
           MOVE ZERO TO ETA-BUSY
           MOVE ZERO TO ETA-CNT
           SET ETA-ON-SHELF TO FALSE
           ACCEPT ETA-TODAY FROM DATE YYYYMMDD

           PERFORM COUNT-ETA-HOLDS
           PERFORM LOAD-ETA-LOANS

      *> WHATEVER IS NEITHER OUT NOR SPOKEN FOR IS ON A SHELF NOW
           PERFORM UNTIL ETA-BUSY NOT < ETA-COPIES
                      OR ETA-CNT NOT < 100
              ADD 1 TO ETA-BUSY
              ADD 1 TO ETA-CNT
              MOVE ETA-TODAY TO ETA-BACK-DT (ETA-CNT)
           END-PERFORM

           COMPUTE ETA-POSITION = ETA-QUEUE + ETA-EXTRA
           IF ETA-POSITION = ZERO
              MOVE 1 TO ETA-POSITION
           END-IF

           IF ETA-CNT > ZERO
              PERFORM VARYING ETA-TURN FROM 1 BY 1
                        UNTIL ETA-TURN > ETA-POSITION
                 MOVE 1 TO ETA-MIN-IDX
                 PERFORM VARYING ETA-IDX FROM 2 BY 1
                           UNTIL ETA-IDX > ETA-CNT
                    IF ETA-BACK-DT (ETA-IDX)
                       < ETA-BACK-DT (ETA-MIN-IDX)
                       MOVE ETA-IDX TO ETA-MIN-IDX
                    END-IF
                 END-PERFORM

                 MOVE ETA-BACK-DT (ETA-MIN-IDX) TO ETA-DATE
                 COMPUTE ETA-INT =
                    FUNCTION INTEGER-OF-DATE (ETA-DATE)
                    + ETA-LOAN-DAYS
                 COMPUTE ETA-BACK-DT (ETA-MIN-IDX) =
                    FUNCTION DATE-OF-INTEGER (ETA-INT)
              END-PERFORM

              IF ETA-DATE NOT > ETA-TODAY
                 SET ETA-ON-SHELF TO TRUE
              END-IF
           END-IF

           MOVE ETA-HOLD-LOAN-REC TO LOAN-REC
           MOVE ETA-HOLD-RSV-REC  TO RSV-REC
           .

      *----------------------------------------------------------------*
      * THE TITLE'S HOLD QUEUE - WAITING HOLDS ARE COUNTED; A HOLD     *
      * ALREADY FILLED OR IN TRANSIT HAS A COPY SET ASIDE, WHICH GOES  *
      * OUT TO THAT HOLDER FOR A LOAN PERIOD                           *
      *----------------------------------------------------------------*
       COUNT-ETA-HOLDS.
           MOVE ETA-CODIGO TO RSV-CODIGO
           MOVE ZERO       TO RSV-SEQ
           SET ETA-AT-END TO FALSE

           START RESERVES KEY >= RSV-KEY
                 INVALID KEY
                     SET ETA-AT-END TO TRUE
           END-START

           PERFORM UNTIL ETA-AT-END
              READ RESERVES NEXT RECORD
                   AT END
                       SET ETA-AT-END TO TRUE
                   NOT AT END
                       IF RSV-CODIGO NOT = ETA-CODIGO
                          SET ETA-AT-END TO TRUE
                       ELSE
                          EVALUATE TRUE
                             WHEN RSV-IS-WAITING
                                ADD 1 TO ETA-QUEUE
                             WHEN RSV-IS-FILLED
                             WHEN RSV-IS-TRANSIT
                                ADD 1 TO ETA-BUSY
                                COMPUTE ETA-INT =
                                   FUNCTION INTEGER-OF-DATE (ETA-TODAY)
                                   + ETA-LOAN-DAYS
                                PERFORM ADD-ETA-COPY
                          END-EVALUATE
                       END-IF
              END-READ
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * THE TITLE'S LOANS - ONE STILL OUT IS EXPECTED BACK ON ITS DUE  *
      * DATE PLUS THE RENEWALS LEFT (WHEN NOBODY WAITS) AND THE        *
      * BORROWER'S USUAL LATENESS; ONE LOST OR CLAIMED RETURNED TAKES  *
      * ITS COPY OFF THE SHELF WITH NO DATE                            *
      *----------------------------------------------------------------*
       LOAD-ETA-LOANS.
           MOVE ETA-CODIGO TO LOAN-CODIGO
           MOVE ZERO       TO LOAN-SEQ
           SET ETA-AT-END TO FALSE

           START LOANS KEY >= LOAN-KEY
                 INVALID KEY
                     SET ETA-AT-END TO TRUE
           END-START

           PERFORM UNTIL ETA-AT-END
              READ LOANS NEXT RECORD
                   AT END
                       SET ETA-AT-END TO TRUE
                   NOT AT END
                       IF LOAN-CODIGO NOT = ETA-CODIGO
                          SET ETA-AT-END TO TRUE
                       ELSE
                          IF LOAN-IS-LOST OR LOAN-IS-CLAIMED
                             ADD 1 TO ETA-BUSY
                          END-IF
                          IF LOAN-IS-OUT
                             ADD 1 TO ETA-BUSY
                             PERFORM PROJECT-ETA-RETURN
                          END-IF
                       END-IF
              END-READ
           END-PERFORM
           .

       PROJECT-ETA-RETURN.
           MOVE ZERO TO ETA-RENEWS-LEFT
           IF ETA-QUEUE = ZERO
              AND LOAN-RENEWALS < ETA-MAX-RENEWALS
              COMPUTE ETA-RENEWS-LEFT =
                 ETA-MAX-RENEWALS - LOAN-RENEWALS
           END-IF

           MOVE ZERO TO ETA-SLIP
           IF ETA-RELIAB-OPEN
              MOVE LOAN-BORROWER-ID TO REL-BORROWER-ID
              READ RELIAB
                   INVALID
                       CONTINUE
                   NOT INVALID
                       COMPUTE ETA-SLIP ROUNDED =
                          ETA-LOAN-DAYS * REL-PCT / 100
              END-READ
           END-IF

           IF LOAN-DUE-DT = ZERO
              MOVE ETA-TODAY TO LOAN-DUE-DT
           END-IF

           COMPUTE ETA-INT =
              FUNCTION INTEGER-OF-DATE (LOAN-DUE-DT)
              + ETA-RENEWS-LEFT * ETA-LOAN-DAYS
              + ETA-SLIP

           IF ETA-INT NOT > FUNCTION INTEGER-OF-DATE (ETA-TODAY)
              COMPUTE ETA-INT =
                 FUNCTION INTEGER-OF-DATE (ETA-TODAY) + 1
           END-IF

           PERFORM ADD-ETA-COPY
           .

       ADD-ETA-COPY.
           IF ETA-CNT < 100
              ADD 1 TO ETA-CNT
              COMPUTE ETA-BACK-DT (ETA-CNT) =
                 FUNCTION DATE-OF-INTEGER (ETA-INT)
           END-IF
           .
