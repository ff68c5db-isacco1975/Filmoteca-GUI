           05 EQP-STATUS             PIC X(01).
               88 EQP-IS-IN          VALUE "I", " ".
               88 EQP-IS-OUT         VALUE "O".
               88 EQP-IS-LOST        VALUE "L".
      * DEPRECIATION - THE EQUIPMENT CLASS WHOSE DEPPOL ROW SETS THE
      * LIFE AND METHOD, THE DAY THE UNIT WENT INTO SERVICE, ITS
      * USEFUL LIFE IN MONTHS AND METHOD, WHAT IT COST, WHAT HAS BEEN
      * WRITTEN OFF SO FAR AND THE LAST MONTH (YYYYMM) THE DEPRUN RUN
      * CHARGED.  A BLANK METHOD MEANS THE RUN HAS NOT PICKED IT UP
      * YET
           05 EQP-CLASS              PIC X(04).
           05 EQP-DEP-DATA.
               10 EQP-INSVC-DT       PIC 9(08).
               10 EQP-DEP-LIFE       PIC 9(03).
               10 EQP-DEP-METHOD     PIC X(01).
                   88 EQP-DEP-IS-STRAIGHT VALUE "S".
                   88 EQP-DEP-IS-DECLINE  VALUE "D".
                   88 EQP-DEP-IS-NONE     VALUE "N".
               10 EQP-DEP-COST       PIC 9(05)V99.
               10 EQP-DEP-ACCUM      PIC 9(05)V99.
               10 EQP-DEP-THRU       PIC 9(06).
      * SERVICING - THE DAY OF THE LAST SERVICE AND THE LOANS SINCE,
      * AND THE DAY OF THE LAST SAFETY TEST PASSED (ZERO WHEN THE
      * LAST TEST FAILED).  THE CLASS'S DEPPOL ROW SAYS HOW LONG EACH
      * STAYS GOOD - SEE CPVIDSVP.CPY
           05 EQP-SVC-DATA.
               10 EQP-SVC-DT         PIC 9(08).
               10 EQP-SVC-LOANS      PIC 9(05).
               10 EQP-TEST-DT        PIC 9(08).
