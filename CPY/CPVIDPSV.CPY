      **
      * COPY BOOK POLICY AND FEE SCHEDULE - WORK FIELDS FOR THE
      * PARAGRAPHS IN CPVIDPSP.CPY.  SCH-KIND AND SCH-ITEM NAME THE
      * SETTING (H AND SPACES FOR THE HOUSE POLICY, C AND THE
      * CATEGORY CODE, F AND THE MEDIA FORMAT) AND SCH-DATE THE DAY
      * IN QUESTION.  THE CALLER OPENS POLSCHED - INPUT IS ENOUGH TO
      * LOOK A SETTING UP, I-O TO RECORD ONE.
      **
       77 STATUS-POLSCHED    PIC X(2).
           88 VALID-STATUS-POLSCHED VALUE IS "00" THRU "09".
       77 SCH-KIND           PIC X(01) VALUE SPACE.
       77 SCH-ITEM           PIC X(07) VALUE SPACES.
       77 SCH-DATE           PIC 9(08) VALUE ZERO.
       77 SW-SCH-FOUND       PIC 9 VALUE ZERO.
           88 SCH-FOUND          VALUE 1, FALSE 0.
       77 SW-SCH-OPEN        PIC 9 VALUE ZERO.
           88 SCH-OPEN           VALUE 1, FALSE 0.
       77 SCH-HOLD-REC       PIC X(91) VALUE SPACES.
