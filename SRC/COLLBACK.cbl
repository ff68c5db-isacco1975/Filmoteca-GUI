      ******************************************************************
      *                                                                *
      *  COLLECTIONS RECALL - WHEN THE AGENCY REPORTS AN ACCOUNT       *
      *  PAID, THIS MARKS THE COLLECTIONS FLAG SETTLED AND LIFTS THE   *
      *  COLLECTIONS SUSPENSION, SO THE DESK SCREENS STOP SHOWING THE  *
      *  FLAG.  THE PATRON CAN BORROW AGAIN UNLESS SOME OTHER          *
      *  SUSPENSION IS STILL IN FORCE.                                 *
      *                                                                *
      ******************************************************************
      /
       FILE-CONTROL.
          COPY 'CPVIDCOA.CPY'.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDSUA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
      *
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD SUSPEND.
          COPY 'CPVIDSUS.CPY'.

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
           88 VALID-STATUS-COLLECT VALUE IS "00" THRU "09".
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-SUSPEND   PIC X(2).
           88 VALID-STATUS-SUSPEND VALUE IS "00" THRU "09".
          COPY 'CPVIDSUV.CPY'.
       77 RECALL-ID        PIC 9(5) VALUE ZERO.
       77 CONFIRM-WORD     PIC X(10) VALUE SPACES.


           OPEN I-O COLLECT
           OPEN I-O BORROWERS
           OPEN I-O SUSPEND
           IF STATUS-SUSPEND = "35"
              OPEN OUTPUT SUSPEND
                IF VALID-STATUS-SUSPEND
                   CLOSE SUSPEND
                   OPEN I-O SUSPEND
                END-IF
           END-IF

           IF NOT VALID-STATUS-COLLECT
              DISPLAY "UNABLE TO OPEN COLLECT.DAT - STATUS "
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-SUSPEND
              DISPLAY "UNABLE TO OPEN SUSPEND.DAT - STATUS "
                      STATUS-SUSPEND
              STOP RUN
           END-IF

           MOVE RECALL-ID TO COL-BORROWER-ID
           READ COLLECT
                INVALID
              STOP RUN
           END-IF

           DISPLAY "SETTLE THE COLLECTIONS FLAG AND LIFT THE "
                   "COLLECTIONS SUSPENSION?"
           DISPLAY "TYPE RECALL TO CONFIRM: " WITH NO ADVANCING
           ACCEPT CONFIRM-WORD

              INVALID KEY CONTINUE
           END-REWRITE

      *> ONLY THE COLLECTIONS SUSPENSION COMES OFF; THE BORROWER STAYS
      *> BLOCKED WHILE ANY OTHER IS STILL IN FORCE
           MOVE RECALL-ID      TO SUS-WANT-ID
           MOVE COL-SETTLED-DT TO SUS-ASOF-DT
           MOVE "COLLBACK"     TO SUS-BY
           MOVE "C"            TO SUS-LIFT-REASONS
           PERFORM LIFT-SUSPENSIONS

           MOVE RECALL-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    CONTINUE
                NOT INVALID
                    PERFORM SET-BRW-BLOCK-STATUS
                    REWRITE BRW-REC
                       INVALID KEY CONTINUE
                    END-REWRITE
           END-READ

           IF SUS-ACTIVE-CNT > ZERO
              DISPLAY "ACCOUNT " RECALL-ID
                      " RECALLED - STILL SUSPENDED FOR "
                      SUS-ACTIVE-CNT " OTHER REASON(S)"
           ELSE
              DISPLAY "ACCOUNT " RECALL-ID " RECALLED AND UNBLOCKED"
           END-IF

           CLOSE COLLECT
           CLOSE BORROWERS
           CLOSE SUSPEND

           GOBACK
           .
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * BORROWER SUSPENSIONS                                           *
      *----------------------------------------------------------------*
          COPY 'CPVIDSUP.CPY'.
