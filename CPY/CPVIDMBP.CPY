      **
      * COPY BOOK - THE LAST DAY OF A PAID MEMBERSHIP TERM.  AN ANNUAL
      * TERM FROM 15/03 RUNS TO 14/03 THE YEAR AFTER, A MONTHLY ONE TO
      * 14/04; A TERM STARTING ON THE 31ST OF A MONTH RUNS TO THE LAST
      * DAY OF THE SHORTER MONTH AFTER INSTEAD OF SPILLING OVER.
      **
       MEMBERSHIP-TERM-END.
           MOVE MBR-FROM-YYYY TO MBR-YYYY
           MOVE MBR-FROM-MM   TO MBR-MM

           IF MBR-PLAN-MONTHLY
              ADD 1 TO MBR-MM
              IF MBR-MM > 12
                 MOVE 1 TO MBR-MM
                 ADD 1 TO MBR-YYYY
              END-IF
           ELSE
              ADD 1 TO MBR-YYYY
           END-IF

      *> THE SAME DAY OF THE MONTH, LESS ONE, COUNTED FROM THE FIRST
           COMPUTE MBR-FIRST-DT = MBR-YYYY * 10000 + MBR-MM * 100 + 1
           COMPUTE MBR-DAY-INT =
              FUNCTION INTEGER-OF-DATE (MBR-FIRST-DT)
              + MBR-FROM-DD - 2

      *> NEVER PAST THE LAST DAY OF THAT MONTH
           ADD 1 TO MBR-MM
           IF MBR-MM > 12
              MOVE 1 TO MBR-MM
              ADD 1 TO MBR-YYYY
           END-IF
           COMPUTE MBR-FIRST-DT = MBR-YYYY * 10000 + MBR-MM * 100 + 1
           COMPUTE MBR-CAP-INT =
              FUNCTION INTEGER-OF-DATE (MBR-FIRST-DT) - 1

           IF MBR-DAY-INT > MBR-CAP-INT
              MOVE MBR-CAP-INT TO MBR-DAY-INT
           END-IF

           COMPUTE MBR-TO-DT = FUNCTION DATE-OF-INTEGER (MBR-DAY-INT)
           .
