      **
      * COPY BOOK EQUIPMENT BOOKING CLASH CHECK - WORK FIELDS FOR THE
      * PARAGRAPHS IN CPVIDEBP.CPY.  PUT THE ASSET (ZERO FOR ANY UNIT
      * OF THE CLASS), THE CLASS, THE DATE RANGE, AND THE BOOKING
      * AND THE LOAN SEQUENCE OF THE UNIT TO LEAVE OUT OF THE COUNT
      * (ZEROES FOR NONE) IN THE BKC- FIELDS, PERFORM
      * CHECK-BOOKING-CLASH AND TEST BKC-CLASHES.  THE CODE
      * SAYS WHY; BKC-CLASH-NO AND BKC-CLASH-DT NAME THE BOOKING OR
      * THE DUE DATE OF THE LOAN IN THE WAY.
      **
       77 BKC-ASSET-ID       PIC 9(05) VALUE ZERO.
       77 BKC-CLASS          PIC X(04) VALUE SPACES.
       77 BKC-FROM-DT        PIC 9(08) VALUE ZERO.
       77 BKC-TO-DT          PIC 9(08) VALUE ZERO.
       77 BKC-SKIP-NO        PIC 9(06) VALUE ZERO.
       77 BKC-SKIP-SEQ       PIC 9(05) VALUE ZERO.
       77 BKC-CLASH-CODE     PIC X(01) VALUE SPACE.
           88 BKC-CLEAR          VALUE SPACE.
           88 BKC-CLASHES        VALUE "B", "L", "S".
      * ANOTHER BOOKING HOLDS THE UNIT OVER THOSE DATES
           88 BKC-CLASH-BOOKED   VALUE "B".
      * THE UNIT IS OUT ON A LOAN NOT DUE BACK IN TIME
           88 BKC-CLASH-LOAN     VALUE "L".
      * TOO FEW UNITS OF THE CLASS LEFT FOR THE ANY-UNIT BOOKINGS
           88 BKC-CLASH-SHORT    VALUE "S".
       77 BKC-CLASH-NO       PIC 9(06) VALUE ZERO.
       77 BKC-CLASH-DT       PIC 9(08) VALUE ZERO.
       77 BKC-TODAY-DT       PIC 9(08) VALUE ZERO.
       77 BKC-UNIT-ID        PIC 9(05) VALUE ZERO.
       77 BKC-UNIT-CODE      PIC X(01) VALUE SPACE.
           88 BKC-UNIT-FREE      VALUE SPACE.
       77 BKC-UNIT-NO        PIC 9(06) VALUE ZERO.
       77 BKC-UNIT-DT        PIC 9(08) VALUE ZERO.
       77 BKC-ANY-COUNT      PIC 9(04) VALUE ZERO.
       77 BKC-FREE-COUNT     PIC 9(04) VALUE ZERO.
       77 BKC-IDX            PIC 9(04) VALUE ZERO.
       77 SW-BKC-EOF         PIC 9 VALUE ZERO.
           88 BKC-AT-END     VALUE 1, FALSE 0.
       77 BKC-HOLD-EQP-REC   PIC X(200) VALUE SPACES.
       77 BKC-HOLD-LOAN-REC  PIC X(200) VALUE SPACES.
       77 BKC-HOLD-EBK-REC   PIC X(200) VALUE SPACES.
      * THE UNITS OF THE CLASS, GATHERED BY LOAD-CLASS-UNITS
       01 BKC-UNIT-TABLE.
           05 BKC-UNIT-CNT       PIC 9(04) VALUE ZERO.
           05 BKC-UNIT-ENTRY     PIC 9(05) OCCURS 200 TIMES.
