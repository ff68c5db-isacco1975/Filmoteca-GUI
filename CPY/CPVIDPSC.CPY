      **
      * COPY BOOK POLICY AND FEE SCHEDULE FILE - EVERY SETTING OF THE
      * HOUSE LOAN POLICY (PRM-REC), OF A CATEGORY POLICY ROW
      * (CAT-REC) AND OF A FORMAT'S RENTAL FEE (PRC-REC), WITH THE
      * DATE IT TOOK (OR TAKES) EFFECT.  AS WITH THE TAX RATES A
      * CHANGE IS A NEW ROW, NOT AN UPDATE, SO A CHANGE CAN BE KEYED
      * IN AHEAD OF THE DAY IT STARTS AND A TRANSACTION IS RULED BY
      * THE ROW IN FORCE ON ITS OWN DATE.  A ROW DATED ZERO HOLDS THE
      * SETTING AS IT STOOD BEFORE ANY CHANGE WAS RECORDED.  THE LIVE
      * PARAMS, CATPOL AND PRICES ROWS ARE STILL WHAT MOST PROGRAMS
      * READ - THE POLAPPLY RUN BRINGS THEM UP TO THE ROWS IN FORCE.
      **
       01 PSC-REC.
           05 PSC-KEY.
               10 PSC-KIND           PIC X(01).
                   88 PSC-IS-HOUSE       VALUE "H".
                   88 PSC-IS-CATEGORY    VALUE "C".
                   88 PSC-IS-PRICE       VALUE "F".
               10 PSC-ITEM           PIC X(07).
               10 PSC-EFF-DT         PIC 9(08).
           05 PSC-UPDATED-DT         PIC 9(08).
           05 PSC-OPERATOR           PIC X(10).
      * HOUSE POLICY (KIND H, BLANK ITEM) - THE LOAN AND FEE RULES OFF
      * THE SETTINGS SCREEN.  ACCOUNT CODES AND HOUSEKEEPING SETTINGS
      * (FISCAL YEAR, PURGE DAYS AND THE LIKE) ARE NOT SCHEDULED.
           05 PSC-HOUSE.
               10 PSC-LOAN-DAYS      PIC 9(03).
               10 PSC-MAX-LOANS      PIC 9(02).
               10 PSC-FINE-RATE      PIC 9(03)V99.
               10 PSC-GRACE-DAYS     PIC 9(02).
               10 PSC-MAX-RENEWALS   PIC 9(02).
               10 PSC-HOLD-DAYS      PIC 9(02).
               10 PSC-LATE-PCT       PIC 9(02).
               10 PSC-DEP-OVER       PIC 9(05)V99.
               10 PSC-MBR-ANNUAL     PIC 9(03)V99.
               10 PSC-MBR-MONTHLY    PIC 9(03)V99.
               10 PSC-HH-MAX-LOANS   PIC 9(02).
      * THE NEW-RELEASE TIER - DAYS IN IT, ITS LOAN DAYS AND ITS FEE
               10 PSC-NEW-DAYS       PIC 9(03).
               10 PSC-NEW-LOAN-DAYS  PIC 9(03).
               10 PSC-NEW-FEE        PIC 9(03)V99.
               10 FILLER             PIC X(09).
      * CATEGORY POLICY (KIND C, ITEM = THE CATEGORY CODE)
           05 PSC-CATEGORY REDEFINES PSC-HOUSE.
               10 PSC-CAT-LOAN-DAYS  PIC 9(03).
               10 PSC-CAT-MAX-LOANS  PIC 9(02).
               10 PSC-CAT-RENEWALS   PIC 9(02).
               10 PSC-CAT-FINE-RATE  PIC 9(03)V99.
               10 FILLER             PIC X(45).
      * RENTAL FEE (KIND F, ITEM = THE MEDIA FORMAT)
           05 PSC-PRICE REDEFINES PSC-HOUSE.
               10 PSC-PRC-FEE        PIC 9(05)V99.
               10 FILLER             PIC X(50).
