      * COPY BOOK - APPEND ONE MESSAGE TO THE OUTBOUND MAIL QUEUE.
      * THE HIGHEST KEY ON THE QUEUE IS THE COUNTER, THE SAME WAY THE
      * RECEIPT REGISTER NUMBERS ITSELF; THE PROBE CLOBBERS THE
      * RECORD AREA, SO IT IS SAVED AND RESTORED AROUND IT.  NOTHING
      * IS QUEUED FROM THE TRAINING SANDBOX - ITS BORROWERS ARE REAL
      * PEOPLE AND MUST NOT GET PRACTICE MAIL.
      **
       QUEUE-EMAIL.
           IF FMT-TRAIN-FLAG = "Y"
              EXIT PARAGRAPH
           END-IF

           ACCEPT MLQ-DATE FROM DATE YYYYMMDD
           ACCEPT MLQ-TIME FROM TIME
           MOVE "Q"  TO MLQ-STATUS
