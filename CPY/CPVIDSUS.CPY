      **
      * COPY BOOK BORROWER SUSPENSION RECORD - ONE ROW PER TIME A
      * BORROWER WAS STOPPED FROM BORROWING, KEYED BY THE BORROWER
      * PLUS A RUNNING NUMBER.  BRW-STATUS "B" IS ONLY THE SUMMARY OF
      * THIS FILE: A BORROWER IS BLOCKED WHILE ANY SUSPENSION IS IN
      * FORCE, AND EACH REASON IS PLACED AND LIFTED ON ITS OWN, SO
      * SETTLING A COLLECTIONS ACCOUNT NO LONGER CLEARS A BLOCK THE
      * DESK PUT ON FOR SOMETHING ELSE.  A ZERO END DATE MEANS UNTIL
      * SOMEBODY LIFTS IT; OTHERWISE THE SUSLIFT NIGHT RUN ENDS IT ON
      * THE EVENING OF THE END DATE.  ROWS ARE NEVER DELETED WHILE
      * THE BORROWER IS ON FILE
      **
       01 SUS-REC.
           05 SUS-KEY.
               10 SUS-BRW-ID         PIC 9(05).
               10 SUS-SEQ            PIC 9(03).
      * C COLLECTIONS (COLLOUT), P MISSED INSTALMENT (PLANCHK),
      * F UNPAID FINES, M CONDUCT, O OTHER (THE DESK), D MERGED
      * DUPLICATE RECORD (MRGBRW), L BLOCKED BEFORE THIS HISTORY WAS
      * KEPT (MIGSUS) - THE DESK MAY PLACE F, M AND O ONLY
           05 SUS-REASON            PIC X(01).
               88 SUS-FOR-COLLECTIONS VALUE "C".
               88 SUS-FOR-PLAN        VALUE "P".
               88 SUS-FOR-FINES       VALUE "F".
               88 SUS-FOR-CONDUCT     VALUE "M".
               88 SUS-FOR-OTHER       VALUE "O".
               88 SUS-FOR-MERGE       VALUE "D".
               88 SUS-FOR-LEGACY      VALUE "L".
               88 SUS-DESK-REASON     VALUE "F", "M", "O".
           05 SUS-START-DT          PIC 9(08).
           05 SUS-END-DT            PIC 9(08).
           05 SUS-OPERATOR          PIC X(10).
           05 SUS-NOTE              PIC X(60).
      * L WAS LIFTED BY HAND OR BY THE EVENT THAT CAUSED IT BEING
      * SETTLED; E RAN TO ITS END DATE
           05 SUS-STATUS            PIC X(01).
               88 SUS-IS-ACTIVE      VALUE "A", " ".
               88 SUS-IS-LIFTED      VALUE "L".
               88 SUS-IS-EXPIRED     VALUE "E".
           05 SUS-LIFTED-DT         PIC 9(08).
           05 SUS-LIFTED-BY         PIC X(10).
