      **
      * COPY BOOK SERIES SUBSCRIPTIONS - WORK FIELDS FOR THE PARAGRAPHS
      * IN CPVIDSBP.CPY AND CPVIDSBH.CPY.  PUT THE SERIES IN
      * SBS-WANT-SER AND THE PATRON IN SBS-WANT-ID; TO SUBSCRIBE ALSO
      * SBS-WANT-AT (D OR K) AND SBS-WANT-BRANCH.  SBS-ACTIVE-CNT AND
      * SBS-CANCELLED-CNT COME BACK FROM COUNT-SUBSCRIBERS,
      * SBS-PLACED-CNT AND SBS-SKIPPED-CNT FROM PLACE-SERIES-HOLDS
      **
       77 STATUS-SUBSCRIBE   PIC X(2).
           88 VALID-STATUS-SUBSCRIBE VALUE IS "00" THRU "09".
       77 SBS-WANT-SER       PIC 9(05) VALUE ZERO.
       77 SBS-WANT-ID        PIC 9(05) VALUE ZERO.
       77 SBS-WANT-AT        PIC X(01) VALUE SPACE.
       77 SBS-WANT-BRANCH    PIC X(04) VALUE SPACES.
       77 SBS-LAST-SEQ       PIC 9(05) VALUE ZERO.
       77 SBS-ACTIVE-CNT     PIC 9(05) VALUE ZERO.
       77 SBS-CANCELLED-CNT  PIC 9(05) VALUE ZERO.
       77 SBS-PLACED-CNT     PIC 9(05) VALUE ZERO.
       77 SBS-SKIPPED-CNT    PIC 9(05) VALUE ZERO.
       77 SBS-QUEUE-POS      PIC 9(05) VALUE ZERO.
       77 SBS-POS-TEXT       PIC ZZZZ9.
       77 SBS-EP-TEXT        PIC ZZ9.
       77 SBS-SER-NAME       PIC X(30) VALUE SPACES.
       77 SBS-NEW-CODIGO     PIC 9(05) VALUE ZERO.
       77 SBS-RSV-LAST       PIC 9(05) VALUE ZERO.
       77 SW-SBS-EOF         PIC 9 VALUE ZERO.
           88 SBS-AT-END      VALUE 1, FALSE 0.
       77 SW-SBS-FOUND       PIC 9 VALUE ZERO.
           88 SBS-WAS-FOUND   VALUE 1, FALSE 0.
       77 SW-SBS-DONE        PIC 9 VALUE ZERO.
           88 SBS-WAS-DONE    VALUE 1, FALSE 0.
       77 SW-SBS-HAD-HOLD    PIC 9 VALUE ZERO.
           88 SBS-HAD-HOLD    VALUE 1, FALSE 0.
       77 SW-SBS-RSV-EOF     PIC 9 VALUE ZERO.
           88 SBS-RSV-AT-END  VALUE 1, FALSE 0.
