      ******************************************************************
      *                                                                *
      *  ONE-TIME UTILITY TO MIGRATE BORROWER.DAT FROM THE OLD         *
      *  99-BYTE RECORD (NO LENDING CATEGORY, NO KIOSK PIN, NO PAID    *
      *  MEMBERSHIP, NO HOUSEHOLD) TO THE CURRENT CPVIDBRW.CPY LAYOUT, *
      *  DEFAULTING EVERY EXISTING BORROWER TO THE ADULT CATEGORY      *
      *  WITH NO PIN AND NO HOUSEHOLD - THE DESK RECLASSIFIES, SETS    *
      *  PINS AND LINKS FAMILIES AS PATRONS COME TO THE COUNTER.       *
      *  EXISTING BORROWERS JOINED BEFORE MEMBERSHIPS WERE             *
      *  CHARGED FOR, SO EACH IS GIVEN ONE ANNUAL TERM FROM THE DAY    *
      *  OF THE MIGRATION; THE FIRST FEE FALLS DUE WHEN IT RUNS OUT.   *
      *  EVERY MIGRATED BORROWER WAS REGISTERED AT THE DESK, SO NONE   *
      *  CARRIES A KIOSK APPLICATION DATE.  THE OLD RECORD HAD NO      *
      *  POSTAL ADDRESS EITHER; THE DESK TYPES IT IN ON THE BORROWER   *
      *  SCREEN.                                                       *
      *                                                                *
      *  RENAME THE LIVE FILE TO BORROWER.OLD FIRST, THE SAME WAY      *
      *  MIGLON WORKS FROM LOANS.OLD.                                  *
       77 SW-OLD-EOF        PIC 9 VALUE ZERO.
           88 OLD-BORROWERS-AT-END VALUE 1, FALSE 0.
       77 MIG-COUNT         PIC 9(5) VALUE ZERO.
       77 TODAY-DATE        PIC 9(08) VALUE ZERO.
       77 TERM-END-DATE     PIC 9(08) VALUE ZERO.
          COPY 'CPVIDMBV.CPY'.

       LINKAGE          SECTION.

       MAIN-LOGIC.
           PERFORM OPEN-FILES

      *> ONE COURTESY ANNUAL TERM FROM TODAY FOR EVERY EXISTING MEMBER
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE "A"        TO MBR-PLAN
           MOVE TODAY-DATE TO MBR-FROM-DT
           PERFORM MEMBERSHIP-TERM-END
           MOVE MBR-TO-DT  TO TERM-END-DATE

           READ OLD-BORROWERS NEXT
                AT END SET OLD-BORROWERS-AT-END TO TRUE
           END-READ
           MOVE OLD-BRW-BIRTH-DT TO BRW-BIRTH-DT
           MOVE "A"              TO BRW-CATEGORY
           MOVE SPACES           TO BRW-PIN
           MOVE "A"              TO BRW-MBR-PLAN
           MOVE TODAY-DATE       TO BRW-MBR-START-DT
           MOVE TERM-END-DATE    TO BRW-MBR-EXPIRY-DT
           MOVE ZERO             TO BRW-MBR-NOTICE-DT
           MOVE ZERO             TO BRW-HOUSEHOLD-ID
           MOVE ZERO             TO BRW-APPLIED-DT
           MOVE SPACES           TO BRW-ADDRESS
           MOVE ZERO             TO BRW-ADDR-RETURNED-DT

           WRITE BRW-REC
                 INVALID KEY
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * THE LAST DAY OF A PAID MEMBERSHIP TERM                         *
      *----------------------------------------------------------------*
          COPY 'CPVIDMBP.CPY'.
