           05 FIN-WAIVED             PIC X(01).
               88 FIN-IS-WAIVED      VALUE "Y".
               88 FIN-IS-OPEN        VALUE "N", " ".
      * B = WRITTEN OFF AS BAD DEBT BY THE WRTOFF RUN; REOPENED WHEN
      * THE BORROWER COMES BACK (SEE CPVIDWOF.CPY)
               88 FIN-IS-WRITTEN-OFF VALUE "B".
           05 FIN-ASSESSED-DT        PIC 9(08).
