      **
      * COPY BOOK POSTAL LETTER QUEUE - WORK FIELDS FOR THE
      * QUEUE-LETTER PARAGRAPH IN CPVIDLTP.CPY.  FILL LTQ-BORROWER-ID,
      * LTQ-KIND, LTQ-NAME, LTQ-ADDRESS, LTQ-SUBJECT, THE
      * LTQ-BODY-LINE TABLE AND LTQ-AMOUNT, THEN PERFORM QUEUE-LETTER;
      * THE ID, DATE AND QUEUED STATUS ARE STAMPED THERE.  THE CALLER
      * MUST HAVE LETTERQ OPEN I-O.
      **
       77 STATUS-LETTERQ     PIC X(2).
           88 VALID-STATUS-LETTERQ VALUE IS "00" THRU "09".
       77 LETTERQ-NEXT-ID    PIC 9(7) VALUE ZERO.
       77 HOLD-LTQ-REC       PIC X(644) VALUE SPACES.
