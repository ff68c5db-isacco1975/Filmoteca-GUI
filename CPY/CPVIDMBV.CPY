      **
      * COPY BOOK PAID MEMBERSHIP TERM - WORK FIELDS FOR THE
      * MEMBERSHIP-TERM-END PARAGRAPH IN CPVIDMBP.CPY.  THE CALLER
      * MOVES THE PLAN AND THE FIRST DAY OF THE TERM IN AND GETS BACK
      * THE LAST DAY OF THE TERM (ONE YEAR OR ONE MONTH LATER, LESS A
      * DAY, HELD TO THE END OF A SHORTER MONTH).
      **
       77 MBR-PLAN           PIC X(01) VALUE SPACE.
           88 MBR-PLAN-MONTHLY VALUE "M".
       01 MBR-FROM-DT        PIC 9(08) VALUE ZERO.
       01 MBR-FROM-PARTS REDEFINES MBR-FROM-DT.
           05 MBR-FROM-YYYY  PIC 9(04).
           05 MBR-FROM-MM    PIC 9(02).
           05 MBR-FROM-DD    PIC 9(02).
       77 MBR-TO-DT          PIC 9(08) VALUE ZERO.
       77 MBR-YYYY           PIC 9(04) VALUE ZERO.
       77 MBR-MM             PIC 9(02) VALUE ZERO.
       77 MBR-DAY-INT        PIC 9(07) VALUE ZERO.
       77 MBR-CAP-INT        PIC 9(07) VALUE ZERO.
       77 MBR-FIRST-DT       PIC 9(08) VALUE ZERO.
