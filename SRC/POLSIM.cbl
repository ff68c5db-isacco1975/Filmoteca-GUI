      *  GRACEDAYS= / MAXLOANS= LINES); ANYTHING NOT GIVEN KEEPS THE   *
      *  CURRENT VALUE.  FINE RATES ARE GIVEN IN CENTS (050 = 0,50).   *
      *                                                                *
      *  THE ACTUAL SIDE FINES EACH LOAN BY THE RATE AND GRACE DAYS    *
      *  IN FORCE THE DAY IT CAME BACK, OFF THE POLSCHED SCHEDULE,     *
      *  FALLING BACK TO TODAY'S POLICY FOR A DAY BEFORE THE SCHEDULE. *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       FILE-CONTROL.
          COPY 'CPVIDLOA.CPY'.
          COPY 'CPVIDPRA.CPY'.
          COPY 'CPVIDPSA.CPY'.
          SELECT LOANHIST ASSIGN TO LOANHIST-PATH
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS  IS STATUS-LOANHIST.
      *
       FD PARAMS.
          COPY 'CPVIDPRM.CPY'.
      *
       FD POLSCHED.
          COPY 'CPVIDPSC.CPY'.
      *
       FD LOANHIST.
       01 REC-LOANHIST              PIC X(100).
       77 SIM-FINE-RATE    PIC 9(3)V99 VALUE ZERO.
       77 SIM-GRACE-DAYS   PIC 9(2) VALUE ZERO.
       77 SIM-MAX-LOANS    PIC 9(2) VALUE ZERO.
      * THE RULES THAT ACTUALLY APPLIED TO THE LOAN BEING REPLAYED
       77 ACT-FINE-RATE    PIC 9(3)V99 VALUE ZERO.
       77 ACT-GRACE-DAYS   PIC 9(2) VALUE ZERO.
          COPY 'CPVIDPSV.CPY'.

      * THE REPLAYED HISTORY - ONE SLOT PER RETURNED OR OPEN LOAN
       01 RL-TABLE.

           OPEN INPUT  LOANS
           OPEN INPUT  PARAMS
           OPEN INPUT  POLSCHED
           OPEN OUTPUT POLSIM-RPT

           IF VALID-STATUS-POLSCHED
              SET SCH-OPEN TO TRUE
           END-IF

           IF NOT VALID-STATUS-LOANS
              DISPLAY "UNABLE TO OPEN LOANS.DAT - STATUS "
                      STATUS-LOANS
              EXIT PARAGRAPH
           END-IF

      *> THE ACTUAL SIDE, AS THE STAMPED DUE DATE SAW IT AND BY THE
      *> RULES IN FORCE THE DAY IT CAME BACK
           IF LOAN-RETURNED-DT > LOAN-DUE-DT
              ADD 1 TO ACT-OVERDUE
              PERFORM LOAD-ACTUAL-POLICY

              COMPUTE LATE-DAYS =
                 FUNCTION INTEGER-OF-DATE (LOAN-RETURNED-DT)
                 - FUNCTION INTEGER-OF-DATE (LOAN-DUE-DT)
                 - ACT-GRACE-DAYS

              IF LATE-DAYS > ZERO
                 COMPUTE WORK-FINE = LATE-DAYS * ACT-FINE-RATE
                 ADD WORK-FINE TO ACT-FINES
              END-IF
           END-IF
           END-IF
           .

       LOAD-ACTUAL-POLICY.
           MOVE CUR-FINE-RATE  TO ACT-FINE-RATE
           MOVE CUR-GRACE-DAYS TO ACT-GRACE-DAYS

           MOVE "H"              TO SCH-KIND
           MOVE SPACES           TO SCH-ITEM
           MOVE LOAN-RETURNED-DT TO SCH-DATE
           PERFORM FIND-POLICY-IN-FORCE
           IF SCH-FOUND
              MOVE PSC-FINE-RATE  TO ACT-FINE-RATE
              MOVE PSC-GRACE-DAYS TO ACT-GRACE-DAYS
           END-IF
           .

       REPLAY-LIVE-LOANS.
           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO LOAN-KEY
       CLOSE-FILES.
           CLOSE LOANS
           CLOSE PARAMS
           IF SCH-OPEN
              CLOSE POLSCHED
           END-IF
           CLOSE POLSIM-RPT
           .
      /
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * THE POLICY AND FEE SCHEDULE                                    *
      *----------------------------------------------------------------*
          COPY 'CPVIDPSP.CPY'.
