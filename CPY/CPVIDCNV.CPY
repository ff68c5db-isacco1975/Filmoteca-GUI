      **
      * COPY BOOK MARKETING CONSENT - WORK FIELDS FOR THE PARAGRAPHS
      * IN CPVIDCNP.CPY.  FILL CONSENT-BRW-ID AND CONSENT-CHANNEL,
      * THEN PERFORM CHECK-MARKETING-CONSENT BEFORE QUEUEING ANY
      * MARKETING; TO RECORD AN ANSWER ALSO FILL CONSENT-ANSWER,
      * CONSENT-SOURCE, CONSENT-OPERATOR AND (FROM THE WEB)
      * CONSENT-REFERENCE AND PERFORM RECORD-CONSENT.  THE CALLER
      * MUST HAVE CONSENT OPEN (I-O TO RECORD) AND DECLARE CONSLOG.
      **
       77 STATUS-CONSENT     PIC X(2).
           88 VALID-STATUS-CONSENT VALUE IS "00" THRU "09".
       77 STATUS-CONSLOG     PIC X(2).
           88 VALID-STATUS-CONSLOG VALUE IS "00" THRU "09".
       77 CONSENT-BRW-ID     PIC 9(05) VALUE ZERO.
       77 CONSENT-CHANNEL    PIC 9(01) VALUE ZERO.
           88 CONSENT-BY-EMAIL  VALUE 1.
           88 CONSENT-BY-POST   VALUE 2.
           88 CONSENT-BY-PHONE  VALUE 3.
           88 CONSENT-CHANNEL-VALID VALUE 1 THRU 3.
       77 CONSENT-ANSWER     PIC X(01) VALUE SPACE.
           88 CONSENT-ANSWER-VALID VALUE "Y", "N", " ".
       77 CONSENT-SOURCE     PIC X(01) VALUE SPACE.
       77 CONSENT-OPERATOR   PIC X(10) VALUE SPACES.
       77 CONSENT-REFERENCE  PIC X(20) VALUE SPACES.
       77 SW-MARKETING-OK    PIC 9 VALUE ZERO.
           88 MARKETING-ALLOWED VALUE 1, FALSE 0.
       77 SW-CONSENT-CHANGED PIC 9 VALUE ZERO.
           88 CONSENT-CHANGED   VALUE 1, FALSE 0.
       77 SW-CONSENT-NEW     PIC 9 VALUE ZERO.
           88 CONSENT-ROW-NEW   VALUE 1, FALSE 0.
