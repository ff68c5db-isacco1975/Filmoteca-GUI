      **
      * COPY BOOK DEPRECIATION POLICY FILE - ONE ROW PER MEDIA FORMAT
      * (KIND "F", KEPT FROM THE MEDIA FORMATS SCREEN) OR EQUIPMENT
      * CLASS (KIND "E", KEPT FROM THE EQUIPMENT SCREEN) GIVING THE
      * USEFUL LIFE IN MONTHS AND THE METHOD THE MONTHLY DEPRUN RUN
      * WRITES A NEW COPY OR ASSET OFF BY.  AN EQUIPMENT CLASS ROW
      * ALSO CARRIES THE SERVICE SCHEDULE - DAYS OR LOANS BETWEEN
      * SERVICES AND DAYS A SAFETY TEST STAYS GOOD (ZERO = NO LIMIT)
      **
       01 DPL-REC.
           05 DPL-KEY.
               10 DPL-KIND           PIC X(01).
                   88 DPL-IS-FORMAT  VALUE "F".
                   88 DPL-IS-EQUIP   VALUE "E".
               10 DPL-CLASS          PIC X(07).
           05 DPL-LIFE               PIC 9(03).
      * S = STRAIGHT LINE, D = DECLINING BALANCE (TWICE THE STRAIGHT
      * LINE RATE ON WHAT IS LEFT), N = NOT DEPRECIATED
           05 DPL-METHOD             PIC X(01).
               88 DPL-METHOD-IS-VALID VALUE "S", "D", "N".
           05 DPL-SVC-DAYS           PIC 9(03).
           05 DPL-SVC-LOANS          PIC 9(03).
           05 DPL-TEST-DAYS          PIC 9(03).
