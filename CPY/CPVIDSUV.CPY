      **
      * COPY BOOK BORROWER SUSPENSIONS - WORK FIELDS FOR THE PARAGRAPHS
      * IN CPVIDSUP.CPY.  PUT THE BORROWER IN SUS-WANT-ID, THE DAY IN
      * SUS-ASOF-DT AND WHO IS ACTING IN SUS-BY.  TO PLACE ONE, ALSO
      * SUS-NEW-REASON, SUS-NEW-END-DT AND SUS-NEW-NOTE; TO LIFT, THE
      * REASON CODES TO LIFT IN SUS-LIFT-REASONS ("CP", "FP" ...).
      * SUS-ACTIVE-CNT ALWAYS COMES BACK AS THE SUSPENSIONS STILL IN
      * FORCE AFTERWARDS, READY FOR SET-BRW-BLOCK-STATUS
      **
       77 SUS-WANT-ID        PIC 9(05) VALUE ZERO.
       77 SUS-ASOF-DT        PIC 9(08) VALUE ZERO.
       77 SUS-BY             PIC X(10) VALUE SPACES.
       77 SUS-NEW-REASON     PIC X(01) VALUE SPACE.
       77 SUS-NEW-END-DT     PIC 9(08) VALUE ZERO.
       77 SUS-NEW-NOTE       PIC X(60) VALUE SPACES.
       77 SUS-LIFT-REASONS   PIC X(07) VALUE SPACES.
       77 SUS-ACTIVE-CNT     PIC 9(03) VALUE ZERO.
       77 SUS-LIFTED-CNT     PIC 9(03) VALUE ZERO.
       77 SUS-LAST-SEQ       PIC 9(03) VALUE ZERO.
       77 SUS-RSN-SUB        PIC 9(01) VALUE ZERO.
       77 SUS-REASON-TEXT    PIC X(17) VALUE SPACES.
       77 SW-SUS-EOF         PIC 9 VALUE ZERO.
           88 SUS-AT-END      VALUE 1, FALSE 0.
       77 SW-SUS-PLACED      PIC 9 VALUE ZERO.
           88 SUS-WAS-PLACED  VALUE 1, FALSE 0.
       77 SW-SUS-LISTED      PIC 9 VALUE ZERO.
           88 SUS-REASON-LISTED VALUE 1, FALSE 0.
