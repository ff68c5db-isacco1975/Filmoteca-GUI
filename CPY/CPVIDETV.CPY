      **
      * COPY BOOK EXPECTED-AVAILABLE DATE - WORK FIELDS FOR THE
      * ESTIMATE-AVAILABLE-DATE PARAGRAPH IN CPVIDETP.CPY.  PUT THE
      * TITLE IN ETA-CODIGO, ITS COPIES ON HAND IN ETA-COPIES, THE
      * SHOP LOAN PERIOD AND RENEWAL LIMIT IN ETA-LOAN-DAYS AND
      * ETA-MAX-RENEWALS, AND IN ETA-EXTRA 1 WHEN THE ESTIMATE IS FOR
      * A HOLD NOT YET ON FILE (0 WHEN IT HAS JUST BEEN WRITTEN AND
      * IS THE LAST ONE WAITING).  SET ETA-RELIAB-OPEN WHEN THE
      * RELIAB FILE IS OPEN.  ETA-DATE COMES BACK AS THE DAY THE
      * HOLDER AT ETA-POSITION CAN EXPECT A COPY (TODAY WHEN ONE IS
      * FREE NOW), OR ZERO WHEN THE TITLE HAS NO COPIES TO GO ON.
      **
       77 ETA-CODIGO         PIC 9(05) VALUE ZERO.
       77 ETA-COPIES         PIC 9(03) VALUE ZERO.
       77 ETA-LOAN-DAYS      PIC 9(03) VALUE ZERO.
       77 ETA-MAX-RENEWALS   PIC 9(02) VALUE ZERO.
       77 ETA-EXTRA          PIC 9(01) VALUE ZERO.
       77 SW-ETA-RELIAB      PIC 9 VALUE ZERO.
           88 ETA-RELIAB-OPEN    VALUE 1, FALSE 0.
       77 ETA-DATE           PIC 9(08) VALUE ZERO.
       77 ETA-QUEUE          PIC 9(05) VALUE ZERO.
       77 ETA-POSITION       PIC 9(05) VALUE ZERO.
       77 SW-ETA-SHELF       PIC 9 VALUE ZERO.
           88 ETA-ON-SHELF       VALUE 1, FALSE 0.
       77 ETA-TODAY          PIC 9(08) VALUE ZERO.
       77 ETA-INT            PIC 9(07) VALUE ZERO.
       77 ETA-RENEWS-LEFT    PIC 9(02) VALUE ZERO.
       77 ETA-SLIP           PIC 9(03) VALUE ZERO.
       77 ETA-BUSY           PIC 9(03) VALUE ZERO.
       77 ETA-TURN           PIC 9(05) VALUE ZERO.
       77 ETA-IDX            PIC 9(03) VALUE ZERO.
       77 ETA-MIN-IDX        PIC 9(03) VALUE ZERO.
       77 SW-ETA-EOF         PIC 9 VALUE ZERO.
           88 ETA-AT-END     VALUE 1, FALSE 0.
       77 ETA-HOLD-LOAN-REC  PIC X(200) VALUE SPACES.
       77 ETA-HOLD-RSV-REC   PIC X(200) VALUE SPACES.
      * WHEN EACH COPY OF THE TITLE IS NEXT EXPECTED ON THE SHELF
       01 ETA-COPY-TABLE.
           05 ETA-CNT            PIC 9(03) VALUE ZERO.
           05 ETA-BACK-DT        PIC 9(08) OCCURS 100 TIMES.
