      * QUEUE-EMAIL PARAGRAPH IN CPVIDMQP.CPY.  FILL MLQ-BORROWER-ID,
      * MLQ-EMAIL, MLQ-SUBJECT AND THE MLQ-BODY-LINE TABLE, THEN
      * PERFORM QUEUE-EMAIL; THE ID, DATE, TIME AND QUEUED STATUS ARE
      * STAMPED THERE.  THE CALLER MUST HAVE MAILQ OPEN I-O.  A
      * CLEARED ROW IS A SERVICE MESSAGE; MARKETING SETS
      * MLQ-IS-MARKETING AND MUST PASS CHECK-MARKETING-CONSENT FIRST.
      **
       77 STATUS-MAILQ       PIC X(2).
           88 VALID-STATUS-MAILQ VALUE IS "00" THRU "09".
       77 MAILQ-NEXT-ID      PIC 9(7) VALUE ZERO.
       77 HOLD-MLQ-REC       PIC X(556) VALUE SPACES.
