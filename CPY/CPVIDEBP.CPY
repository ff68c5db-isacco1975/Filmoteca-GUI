      **
      * COPY BOOK - EQUIPMENT BOOKING CLASH CHECK PARAGRAPHS.  TWO
      * DATE RANGES CLASH WHEN EACH STARTS ON OR BEFORE THE DAY THE
      * OTHER ENDS.  A NAMED UNIT IS TAKEN BY ANY LIVE BOOKING OF IT
      * OVER THE RANGE, AND BY A LOAN STILL OUT THAT IS DUE BACK ON
      * OR AFTER THE FIRST DAY (OR IS ALREADY OVERDUE).  ON TOP OF
      * THAT THE CLASS MUST KEEP ENOUGH FREE UNITS, NOT LOST, FOR ALL
      * THE ANY-UNIT BOOKINGS THAT OVERLAP THE RANGE - A NAMED UNIT
      * TAKEN NOW CANNOT BE THE ONE THEY WERE COUNTING ON.
      * NEEDS EQUIP, LOANS AND EQBOOK OPEN AND THE FIELDS IN
      * CPVIDEBV.CPY.  THE SCANS RUN THROUGH THE RECORD AREAS, SO
      * CHECK-BOOKING-CLASH SAVES AND RESTORES EQP-REC, LOAN-REC AND
      * EBK-REC AROUND THEM.
      **
       CHECK-BOOKING-CLASH.
           MOVE EQP-REC  TO BKC-HOLD-EQP-REC
           MOVE LOAN-REC TO BKC-HOLD-LOAN-REC
           MOVE EBK-REC  TO BKC-HOLD-EBK-REC

           SET BKC-CLEAR TO TRUE
           MOVE ZERO TO BKC-CLASH-NO
           MOVE ZERO TO BKC-CLASH-DT
           ACCEPT BKC-TODAY-DT FROM DATE YYYYMMDD

           IF BKC-ASSET-ID > ZERO
              MOVE BKC-ASSET-ID TO BKC-UNIT-ID
              PERFORM CHECK-UNIT-FREE

              IF NOT BKC-UNIT-FREE
                 MOVE BKC-UNIT-CODE TO BKC-CLASH-CODE
                 MOVE BKC-UNIT-NO   TO BKC-CLASH-NO
                 MOVE BKC-UNIT-DT   TO BKC-CLASH-DT
              END-IF
           END-IF

           IF BKC-CLEAR AND BKC-CLASS NOT = SPACES
              PERFORM COUNT-ANY-UNIT-BOOKINGS

      *> AN ANY-UNIT BOOKING NEEDS A UNIT OF ITS OWN AS WELL
              IF BKC-ASSET-ID = ZERO
                 ADD 1 TO BKC-ANY-COUNT
              END-IF

              IF BKC-ANY-COUNT > ZERO
                 PERFORM LOAD-CLASS-UNITS
                 MOVE ZERO TO BKC-FREE-COUNT

                 PERFORM VARYING BKC-IDX FROM 1 BY 1
                           UNTIL BKC-IDX > BKC-UNIT-CNT
                    MOVE BKC-UNIT-ENTRY (BKC-IDX) TO BKC-UNIT-ID
                    PERFORM CHECK-UNIT-FREE
                    IF BKC-UNIT-FREE
                       ADD 1 TO BKC-FREE-COUNT
                    END-IF
                 END-PERFORM

                 IF BKC-FREE-COUNT < BKC-ANY-COUNT
                    SET BKC-CLASH-SHORT TO TRUE
                 END-IF
              END-IF
           END-IF

           MOVE BKC-HOLD-EQP-REC  TO EQP-REC
           MOVE BKC-HOLD-LOAN-REC TO LOAN-REC
           MOVE BKC-HOLD-EBK-REC  TO EBK-REC
           .

      *----------------------------------------------------------------*
      * IS UNIT BKC-UNIT-ID FREE FROM BKC-FROM-DT TO BKC-TO-DT?  A     *
      * LOAN BEING RENEWED IS LEFT OUT BY ITS SEQUENCE IN              *
      * BKC-SKIP-SEQ.  PERFORMED ON ITS OWN, BKC-TODAY-DT MUST HOLD    *
      * TODAY                                                          *
      *----------------------------------------------------------------*
       CHECK-UNIT-FREE.
           SET BKC-UNIT-FREE TO TRUE
           MOVE ZERO TO BKC-UNIT-NO
           MOVE ZERO TO BKC-UNIT-DT

           MOVE ZERO TO EBK-NO
           SET BKC-AT-END TO FALSE

           START EQBOOK KEY >= EBK-NO
                 INVALID KEY
                     SET BKC-AT-END TO TRUE
           END-START

           PERFORM UNTIL BKC-AT-END
              READ EQBOOK NEXT RECORD
                   AT END
                       SET BKC-AT-END TO TRUE
                   NOT AT END
                       IF EBK-IS-BOOKED
                          AND EBK-ASSET-ID = BKC-UNIT-ID
                          AND EBK-NO NOT = BKC-SKIP-NO
                          AND EBK-FROM-DT NOT > BKC-TO-DT
                          AND EBK-TO-DT NOT < BKC-FROM-DT
                          MOVE "B"         TO BKC-UNIT-CODE
                          MOVE EBK-NO      TO BKC-UNIT-NO
                          MOVE EBK-FROM-DT TO BKC-UNIT-DT
                          SET BKC-AT-END TO TRUE
                       END-IF
              END-READ
           END-PERFORM

           IF NOT BKC-UNIT-FREE
              EXIT PARAGRAPH
           END-IF

           MOVE BKC-UNIT-ID TO LOAN-CODIGO
           MOVE ZERO        TO LOAN-SEQ
           SET BKC-AT-END TO FALSE

           START LOANS KEY >= LOAN-KEY
                 INVALID KEY
                     SET BKC-AT-END TO TRUE
           END-START

           PERFORM UNTIL BKC-AT-END
              READ LOANS NEXT RECORD
                   AT END
                       SET BKC-AT-END TO TRUE
                   NOT AT END
                       IF LOAN-CODIGO NOT = BKC-UNIT-ID
                          SET BKC-AT-END TO TRUE
                       ELSE
                          IF LOAN-IS-OUT
                             AND (BKC-SKIP-SEQ = ZERO
                                  OR LOAN-SEQ NOT = BKC-SKIP-SEQ)
                             AND (LOAN-DUE-DT NOT < BKC-FROM-DT
                                  OR LOAN-DUE-DT < BKC-TODAY-DT)
                             MOVE "L"         TO BKC-UNIT-CODE
                             MOVE LOAN-DUE-DT TO BKC-UNIT-DT
                             SET BKC-AT-END TO TRUE
                          END-IF
                       END-IF
              END-READ
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * HOW MANY LIVE ANY-UNIT BOOKINGS OF THE CLASS OVERLAP THE RANGE *
      *----------------------------------------------------------------*
       COUNT-ANY-UNIT-BOOKINGS.
           MOVE ZERO TO BKC-ANY-COUNT
           MOVE ZERO TO EBK-NO
           SET BKC-AT-END TO FALSE

           START EQBOOK KEY >= EBK-NO
                 INVALID KEY
                     SET BKC-AT-END TO TRUE
           END-START

           PERFORM UNTIL BKC-AT-END
              READ EQBOOK NEXT RECORD
                   AT END
                       SET BKC-AT-END TO TRUE
                   NOT AT END
                       IF EBK-IS-BOOKED
                          AND EBK-ASSET-ID = ZERO
                          AND EBK-CLASS = BKC-CLASS
                          AND EBK-NO NOT = BKC-SKIP-NO
                          AND EBK-FROM-DT NOT > BKC-TO-DT
                          AND EBK-TO-DT NOT < BKC-FROM-DT
                          ADD 1 TO BKC-ANY-COUNT
                       END-IF
              END-READ
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * GATHER THE UNITS OF CLASS BKC-CLASS THAT ARE NOT LOST, LEAVING *
      * OUT BKC-ASSET-ID (THE UNIT BEING BOOKED OR LENT BY NAME)       *
      *----------------------------------------------------------------*
       LOAD-CLASS-UNITS.
           MOVE ZERO TO BKC-UNIT-CNT
           MOVE ZERO TO EQP-ASSET-ID
           SET BKC-AT-END TO FALSE

           START EQUIP KEY >= EQP-ASSET-ID
                 INVALID KEY
                     SET BKC-AT-END TO TRUE
           END-START

           PERFORM UNTIL BKC-AT-END
              READ EQUIP NEXT RECORD
                   AT END
                       SET BKC-AT-END TO TRUE
                   NOT AT END
                       IF EQP-CLASS = BKC-CLASS
                          AND NOT EQP-IS-LOST
                          AND EQP-ASSET-ID NOT = BKC-ASSET-ID
                          AND BKC-UNIT-CNT < 200
                          ADD 1 TO BKC-UNIT-CNT
                          MOVE EQP-ASSET-ID
                            TO BKC-UNIT-ENTRY (BKC-UNIT-CNT)
                       END-IF
              END-READ
           END-PERFORM
           .
