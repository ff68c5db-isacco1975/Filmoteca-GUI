      **
      * COPY BOOK DEPRECIATION REGISTER - WHAT THE MONTHLY DEPRUN RUN
      * CHARGED, ONE ROW PER COPY OR EQUIPMENT ASSET PER MONTH, PLUS
      * ONE ROW FOR EVERY DISPOSAL IT BOOKED.  GLEXP POSTS THE MONTH'S
      * ROWS TO THE LEDGER
      **
       01 DRG-REC.
           05 DRG-KEY.
               10 DRG-MONTH          PIC 9(06).
      * M = MONTHLY CHARGE, D = DISPOSAL
               10 DRG-ENTRY          PIC X(01).
                   88 DRG-IS-CHARGE  VALUE "M".
                   88 DRG-IS-DISPOSAL VALUE "D".
               10 DRG-KIND           PIC X(01).
                   88 DRG-IS-COPY    VALUE "C".
                   88 DRG-IS-EQUIP   VALUE "E".
               10 DRG-ITEM           PIC 9(05).
               10 DRG-COPY-NO        PIC 9(03).
      * THE MEDIA FORMAT OR EQUIPMENT CLASS THE ITEM WAS WRITTEN OFF
      * UNDER
           05 DRG-CLASS              PIC X(07).
           05 DRG-METHOD             PIC X(01).
           05 DRG-COST               PIC 9(05)V99.
      * THIS RUN'S CHARGE (ON A DISPOSAL, THE MONTHS CAUGHT UP) AND
      * THE ACCUMULATED DEPRECIATION AFTER IT
           05 DRG-CHARGE             PIC 9(05)V99.
           05 DRG-ACCUM              PIC 9(05)V99.
      * DISPOSALS ONLY - S SOLD / X SCRAPPED / V RETURNED TO VENDOR,
      * THE NET PROCEEDS (OR VENDOR CREDIT) AND THE GAIN (OR,
      * NEGATIVE, THE LOSS) AGAINST BOOK VALUE
           05 DRG-REASON             PIC X(01).
           05 DRG-PROCEEDS           PIC 9(05)V99.
           05 DRG-GAIN-LOSS          PIC S9(05)V99.
