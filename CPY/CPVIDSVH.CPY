      **
      * COPY BOOK EQUIPMENT SERVICE LOG - ONE ROW PER SERVICE OR
      * ELECTRICAL SAFETY TEST AN ASSET HAS HAD, KEYED BY THE ASSET
      * ID PLUS A SEQUENCE, SO AN ASSET'S HISTORY READS IN ORDER.
      * A SERVICE ROW ALSO KEEPS HOW MANY LOANS THE UNIT HAD DONE
      * SINCE THE ONE BEFORE.
      **
       01 SVH-REC.
           05 SVH-KEY.
               10 SVH-ASSET-ID       PIC 9(05).
               10 SVH-SEQ            PIC 9(04).
           05 SVH-DATE               PIC 9(08).
           05 SVH-KIND               PIC X(01).
               88 SVH-IS-SERVICE     VALUE "S".
               88 SVH-IS-TEST        VALUE "T".
           05 SVH-RESULT             PIC X(01).
               88 SVH-PASSED         VALUE "P".
               88 SVH-FAILED         VALUE "F".
           05 SVH-BY                 PIC X(15).
           05 SVH-LOANS              PIC 9(05).
           05 SVH-NOTE               PIC X(30).
