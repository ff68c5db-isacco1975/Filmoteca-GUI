      **
      * COPY BOOK - WHAT THE BORROWERS AND LOANS SCREENS HAND THE
      * INCIDENT LOG WHEN THEY OPEN IT: THE BORROWER, TITLE, COPY AND
      * RECEIPT ON THEIR SCREEN (ZEROES WHERE THERE IS NONE), SO A NEW
      * ENTRY STARTS OUT ALREADY LINKED
      **
       01 INC-CALL-AREA.
           05 INC-CALL-BORROWER-ID   PIC 9(05).
           05 INC-CALL-CODIGO        PIC 9(05).
           05 INC-CALL-COPY-NO       PIC 9(03).
           05 INC-CALL-RCP-NO        PIC 9(07).
