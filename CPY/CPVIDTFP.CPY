      **
      * COPY BOOK - INTER-BRANCH TRANSFER ROUTINES.  THE WORK FIELDS
      * ARE IN CPVIDTFV.CPY.
      *
      * RAISE-TRANSFER - THE CALLER FILLS THE COPY KEY, BOTH
      * BRANCHES, THE STATUS (R, OR T WHEN THE DISC IS ALREADY IN
      * HAND), THE OPERATOR AND THE HOLD KEY (ZEROES IF NONE); THE
      * NUMBER AND DATES ARE STAMPED HERE.  THE HIGHEST NUMBER ON
      * FILE IS THE COUNTER, THE SAME WAY THE MAIL QUEUE NUMBERS
      * ITSELF.
      **
       RAISE-TRANSFER.
           SET TRANSFER-RAISED TO FALSE

           ACCEPT TRF-REQ-DT FROM DATE YYYYMMDD
           MOVE ZERO TO TRF-SENT-DT
           MOVE ZERO TO TRF-RECV-DT

           IF TRF-IS-TRANSIT
              MOVE TRF-REQ-DT TO TRF-SENT-DT
           END-IF

           MOVE TRF-REC TO HOLD-TRF-REC
           MOVE HIGH-VALUES TO TRF-NO

           START TRANSFERS KEY <= TRF-NO
                 INVALID KEY
                     MOVE 1 TO TRANSFER-NEXT-NO
                 NOT INVALID KEY
                     READ TRANSFERS PREVIOUS RECORD
                          AT END
                              MOVE 1 TO TRANSFER-NEXT-NO
                          NOT AT END
                              COMPUTE TRANSFER-NEXT-NO = TRF-NO + 1
                     END-READ
           END-START

           MOVE HOLD-TRF-REC     TO TRF-REC
           MOVE TRANSFER-NEXT-NO TO TRF-NO

           WRITE TRF-REC
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     SET TRANSFER-RAISED TO TRUE
           END-WRITE
           .
      **
      * FIND-OPEN-TRANSFER - SETS OPEN-TRANSFER-FOUND, LEAVING THE
      * ROW CURRENT IN TRF-REC, IF COPY TRF-SEEK-COPY-NO OF TITLE
      * TRF-SEEK-CODIGO IS ALREADY ASKED FOR OR ON ITS WAY
      **
       FIND-OPEN-TRANSFER.
           SET OPEN-TRANSFER-FOUND TO FALSE
           SET TRANSFERS-AT-END TO FALSE

           MOVE TRF-SEEK-CODIGO  TO TRF-CODIGO
           MOVE TRF-SEEK-COPY-NO TO TRF-COPY-NO

           START TRANSFERS KEY = TRF-COPY-KEY
                 INVALID KEY
                     SET TRANSFERS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ TRANSFERS NEXT RECORD
                          AT END SET TRANSFERS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL TRANSFERS-AT-END
                      OR OPEN-TRANSFER-FOUND
                      OR TRF-CODIGO  NOT = TRF-SEEK-CODIGO
                      OR TRF-COPY-NO NOT = TRF-SEEK-COPY-NO
              IF TRF-IS-OPEN
                 SET OPEN-TRANSFER-FOUND TO TRUE
              ELSE
                 READ TRANSFERS NEXT RECORD
                      AT END SET TRANSFERS-AT-END TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           .
      **
      * FIND-COPY-ELSEWHERE - SETS COPY-ELSEWHERE-FOUND, LEAVING THE
      * COPY ROW CURRENT IN CP-REC, IF A COPY OF TITLE
      * TRF-SEEK-CODIGO IS ON THE SHELF AT A BRANCH OTHER THAN
      * TRF-SEEK-BRANCH AND NOT ALREADY SPOKEN FOR BY A TRANSFER
      **
       FIND-COPY-ELSEWHERE.
           SET COPY-ELSEWHERE-FOUND TO FALSE
           SET TRF-COPIES-AT-END TO FALSE

           MOVE TRF-SEEK-CODIGO TO CP-CODIGO
           MOVE ZERO            TO CP-COPY-NO

           START COPIES KEY >= CP-KEY
                 INVALID KEY
                     SET TRF-COPIES-AT-END TO TRUE
                 NOT INVALID KEY
                     READ COPIES NEXT RECORD
                          AT END SET TRF-COPIES-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL TRF-COPIES-AT-END
                      OR COPY-ELSEWHERE-FOUND
                      OR CP-CODIGO NOT = TRF-SEEK-CODIGO
              MOVE CP-BRANCH TO TRF-COPY-BRANCH
              IF TRF-COPY-BRANCH = SPACES
                 MOVE HOME-BRANCH TO TRF-COPY-BRANCH
              END-IF

              IF CP-IS-IN
                 AND TRF-COPY-BRANCH NOT = TRF-SEEK-BRANCH
                 MOVE CP-COPY-NO TO TRF-SEEK-COPY-NO
                 PERFORM FIND-OPEN-TRANSFER
                 IF NOT OPEN-TRANSFER-FOUND
                    SET COPY-ELSEWHERE-FOUND TO TRUE
                 END-IF
              END-IF

              IF NOT COPY-ELSEWHERE-FOUND
                 READ COPIES NEXT RECORD
                      AT END SET TRF-COPIES-AT-END TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           .
