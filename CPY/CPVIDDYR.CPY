      **
      * COPY BOOK THEMED DISPLAYS FILE - ONE ROW PER COLLECTION ON THE
      * DISPLAY TABLE ("HALLOWEEN", "OSCAR WINNERS", "STAFF PICKS"),
      * KEYED BY A SHORT CODE.  THE DISPLAY RUNS FROM DSP-FROM-DT TO
      * DSP-TO-DT INCLUSIVE; THE KIOSK FEATURES IT WHILE TODAY FALLS
      * BETWEEN THE TWO, AND ONCE IT HAS ENDED DSPRPT SETS ITS LOANS
      * AGAINST THE SAME NUMBER OF DAYS BEFORE IT.  THE TITLES ON THE
      * TABLE ARE THE DISPMEM ROWS UNDER THE SAME CODE.
      **
       01 DSP-REC.
           05 DSP-CODE               PIC X(10).
           05 DSP-NAME               PIC X(30).
           05 DSP-FROM-DT            PIC 9(08).
           05 DSP-TO-DT              PIC 9(08).
           05 DSP-NOTE               PIC X(40).
           05 DSP-UPDATED-DT         PIC 9(08).
           05 DSP-OPERATOR           PIC X(10).
