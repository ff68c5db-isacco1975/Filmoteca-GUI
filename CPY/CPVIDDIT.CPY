      **
      * COPY BOOK DONATION ITEMS - ONE ROW PER DISC TAKEN IN FROM A
      * DONOR, KEYED BY THE DONOR NUMBER AND A RUNNING NUMBER.  THE
      * DISC EITHER WENT ON THE SHELF AS ONE MORE COPY OF A TITLE THE
      * CATALOG ALREADY HAD, OR STARTED A NEW CATALOG ENTRY PENDING
      * REVIEW ON THE MOVIES SCREEN - EITHER WAY THE MOVIE CODE AND
      * COPY NUMBER SAY WHICH DISC IT IS.  THE ESTIMATED VALUE IS WHAT
      * THE ACKNOWLEDGEMENT LETTER AND THE TRUSTEES' REPORT QUOTE;
      * DONACK STAMPS THE DAY THE LETTER LISTING IT WAS PRINTED
      **
       01 DIT-REC.
           05 DIT-KEY.
               10 DIT-DNR-ID         PIC 9(05).
               10 DIT-SEQ            PIC 9(05).
           05 DIT-DATE              PIC 9(08).
           05 DIT-CODIGO            PIC 9(05).
           05 DIT-COPY-NO           PIC 9(03).
           05 DIT-TITLE             PIC X(30).
           05 DIT-FORMAT            PIC X(07).
           05 DIT-CONDITION         PIC X(01).
           05 DIT-EST-VALUE         PIC 9(05)V99.
           05 DIT-DISPOSITION       PIC X(01).
               88 DIT-IS-EXTRA-COPY  VALUE "C".
               88 DIT-IS-NEW-TITLE   VALUE "N".
           05 DIT-ACK-DT            PIC 9(08).
           05 DIT-OPERATOR          PIC X(10).
