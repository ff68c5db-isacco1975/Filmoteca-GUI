      * PICKUP SLIPS), KEYED BY A SEQUENTIAL MESSAGE ID.  THE MAILEXP
      * JOB HANDS QUEUED ROWS TO THE MAIL RELAY SCRIPT AND THE RELAY'S
      * RESULT FILE FLOWS THE SENT/FAILED STATUS BACK, SO THE DESK CAN
      * SEE WHETHER THE SECOND NOTICE ACTUALLY WENT OUT.  THE KIND
      * TELLS A SERVICE MESSAGE FROM MARKETING (NEW ARRIVALS, EVENT
      * INVITATIONS); MARKETING IS ONLY QUEUED FOR A BORROWER WHO HAS
      * AGREED TO IT BY E-MAIL (CPVIDCNS), AND A ROW WHOSE CONSENT WAS
      * WITHDRAWN BEFORE THE HAND-OFF IS SUPPRESSED THERE
      **
       01 MLQ-REC.
           05 MLQ-ID                 PIC 9(07).
               88 MLQ-IS-HANDED-OFF  VALUE "H".
               88 MLQ-IS-SENT        VALUE "S".
               88 MLQ-IS-FAILED      VALUE "F".
               88 MLQ-IS-SUPPRESSED  VALUE "W".
           05 MLQ-SENT-DT            PIC 9(08).
           05 MLQ-KIND               PIC X(01).
               88 MLQ-IS-SERVICE     VALUE "S", " ".
               88 MLQ-IS-MARKETING   VALUE "M".
