      **
      * COPY BOOK EQUIPMENT SERVICE CHECK - WORK FIELDS FOR THE
      * CHECK-EQUIP-SERVICE PARAGRAPH IN CPVIDSVP.CPY.  PUT TODAY IN
      * SVC-TODAY-DT, HAVE THE ASSET IN EQP-REC, PERFORM
      * CHECK-EQUIP-SERVICE, AND TEST SVC-SERVICE-DUE AND
      * SVC-TEST-LAPSED.  THE DUE DATES COME BACK ZERO WHEN THE CLASS
      * SETS NO DAY LIMIT.
      **
       77 SVC-TODAY-DT       PIC 9(08) VALUE ZERO.
       77 SVC-DUE-DT         PIC 9(08) VALUE ZERO.
       77 SVC-TEST-DUE-DT    PIC 9(08) VALUE ZERO.
       77 SVC-LOANS-LIMIT    PIC 9(03) VALUE ZERO.
       77 SW-SVC-DUE         PIC 9 VALUE ZERO.
           88 SVC-SERVICE-DUE VALUE 1, FALSE 0.
       77 SW-SVC-TEST        PIC 9 VALUE ZERO.
           88 SVC-TEST-LAPSED VALUE 1, FALSE 0.
       77 SW-SVC-POLICY      PIC 9 VALUE ZERO.
           88 SVC-POLICY-FOUND VALUE 1, FALSE 0.
