      **
      * COPY BOOK BORROWER ALERTS - WORK FIELDS FOR THE PARAGRAPHS IN
      * CPVIDBAP.CPY.  PUT THE BORROWER IN BAL-WANT-ID AND THE DAY TO
      * JUDGE EXPIRY BY IN BAL-ASOF-DT.  BAL-ACTIVE-CNT COMES BACK AS
      * THE ALERTS IN FORCE, BAL-STOP-CNT AS HOW MANY OF THEM ARE
      * STOPS AND BAL-HIDDEN-CNT AS HOW MANY ARE FOR STAFF EYES ONLY.
      * BAL-MSG-TEXT IS THE POP-UP WORDING, ONE LINE PER ALERT - SET
      * BAL-FOR-PATRON FIRST AND ONLY THE PATRON-VISIBLE ONES GO IN
      **
       77 BAL-WANT-ID        PIC 9(05) VALUE ZERO.
       77 BAL-ASOF-DT        PIC 9(08) VALUE ZERO.
       77 BAL-ACTIVE-CNT     PIC 9(03) VALUE ZERO.
       77 BAL-STOP-CNT       PIC 9(03) VALUE ZERO.
       77 BAL-HIDDEN-CNT     PIC 9(03) VALUE ZERO.
       77 BAL-SHOWN-CNT      PIC 9(03) VALUE ZERO.
       77 BAL-LAST-SEQ       PIC 9(03) VALUE ZERO.
       77 BAL-MORE-TEXT      PIC ZZ9.
       77 BAL-MSG-TEXT       PIC X(640) VALUE SPACES.
       77 BAL-MSG-PTR        PIC 9(03) VALUE 1.
       77 SW-BAL-AUDIENCE    PIC 9 VALUE ZERO.
           88 BAL-FOR-PATRON VALUE 1, FALSE 0.
       77 SW-BAL-PASS        PIC 9 VALUE ZERO.
           88 BAL-PASS-STOPS  VALUE 0.
           88 BAL-PASS-OTHERS VALUE 1.
       77 SW-BAL-EOF         PIC 9 VALUE ZERO.
           88 BAL-AT-END     VALUE 1, FALSE 0.
