      **
      * COPY BOOK - APPEND ONE LETTER TO THE POSTAL LETTER QUEUE.
      * NUMBERED THE SAME WAY THE OUTBOUND MAIL QUEUE IS - THE
      * HIGHEST KEY ON FILE PLUS ONE; THE PROBE CLOBBERS THE RECORD
      * AREA, SO IT IS SAVED AND RESTORED AROUND IT.  NOTHING IS
      * QUEUED FROM THE TRAINING SANDBOX - ITS BORROWERS ARE REAL
      * PEOPLE AND MUST NOT GET PRACTICE LETTERS.
      **
       QUEUE-LETTER.
           IF FMT-TRAIN-FLAG = "Y"
              EXIT PARAGRAPH
           END-IF

           ACCEPT LTQ-DATE FROM DATE YYYYMMDD
           MOVE "Q"  TO LTQ-STATUS
           MOVE ZERO TO LTQ-PRINTED-DT

           MOVE LTQ-REC TO HOLD-LTQ-REC
           MOVE HIGH-VALUES TO LTQ-ID

           START LETTERQ KEY <= LTQ-ID
                 INVALID KEY
                     MOVE 1 TO LETTERQ-NEXT-ID
                 NOT INVALID KEY
                     READ LETTERQ PREVIOUS RECORD
                          AT END
                              MOVE 1 TO LETTERQ-NEXT-ID
                          NOT AT END
                              COMPUTE LETTERQ-NEXT-ID = LTQ-ID + 1
                     END-READ
           END-START

           MOVE HOLD-LTQ-REC    TO LTQ-REC
           MOVE LETTERQ-NEXT-ID TO LTQ-ID

           WRITE LTQ-REC
                 INVALID KEY
                     CONTINUE
           END-WRITE
           .
