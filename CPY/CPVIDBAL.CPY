      **
      * COPY BOOK BORROWER ALERT RECORD - THE WARNINGS STAFF USED TO
      * KEEP IN THEIR HEADS ("ID NOT YET SEEN", "SCRATCHED TWO DISCS",
      * "MANAGER BEFORE ANY EQUIPMENT"), KEYED BY THE BORROWER PLUS A
      * RUNNING NUMBER.  AN ALERT IS ACTIVE UNTIL IT IS REMOVED OR ITS
      * EXPIRY DATE HAS PASSED (ZERO MEANS IT NEVER EXPIRES).  A STOP
      * ALERT HOLDS EVERY CHECKOUT UNTIL AN ADMINISTRATOR OVERRIDES
      * IT.  ROWS ARE NEVER DELETED WHILE THE BORROWER IS ON FILE -
      * A REMOVED ALERT KEEPS WHO TOOK IT OFF AND WHEN
      **
       01 BAL-REC.
           05 BAL-KEY.
               10 BAL-BRW-ID         PIC 9(05).
               10 BAL-SEQ            PIC 9(03).
           05 BAL-SEVERITY          PIC X(01).
               88 BAL-IS-NOTE        VALUE "N".
               88 BAL-IS-WARNING     VALUE "W".
               88 BAL-IS-STOP        VALUE "S".
               88 BAL-SEVERITY-VALID VALUE "N", "W", "S".
           05 BAL-TEXT              PIC X(60).
           05 BAL-AUTHOR            PIC X(10).
           05 BAL-CREATED-DT        PIC 9(08).
           05 BAL-EXPIRY-DT         PIC 9(08).
      * Y WHEN THE WORDING IS FIT FOR THE PATRON TO READ AT THE KIOSK;
      * ANYTHING ELSE STAYS BEHIND THE DESK
           05 BAL-SHOW-PATRON       PIC X(01).
               88 BAL-PATRON-MAY-SEE VALUE "Y".
           05 BAL-STATUS            PIC X(01).
               88 BAL-IS-OPEN        VALUE "A", " ".
               88 BAL-IS-REMOVED     VALUE "R".
           05 BAL-REMOVED-DT        PIC 9(08).
           05 BAL-REMOVED-BY        PIC X(10).
