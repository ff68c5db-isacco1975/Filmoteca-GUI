      *  BORROWER DATA RETENTION SWEEP - FINDS EVERY BORROWER WITH NO  *
      *  LOAN ACTIVITY (LIVE OR ARCHIVED) IN THE CONFIGURED NUMBER OF  *
      *  YEARS AND ANONYMIZES THE PERSONAL FIELDS (NAME, PHONE,        *
      *  E-MAIL, POSTAL ADDRESS, BIRTH DATE, PIN) WHILE KEEPING THE    *
      *  BRW-ID, SO THE ARCHIVED STATISTICS STILL ADD UP.  BORROWERS   *
      *  WITH AN OPEN LOAN, AN UNPAID FINE OR A LIVE HOLD ARE          *
      *  PROTECTED FROM THE SWEEP, AND EVERY ANONYMIZATION LEAVES AN   *
      *  AUDIT.LOG ROW.                                                *
      *                                                                *
      *  AN OPTIONAL ANONBRW.CTL (YEARS=N) SETS THE RETENTION          *
      *  WINDOW; THE DEFAULT IS FIVE YEARS.                            *
                       MOVE SPACES TO BRW-EMAIL
                       MOVE ZERO   TO BRW-BIRTH-DT
                       MOVE SPACES TO BRW-PIN
                       MOVE SPACES TO BRW-ADDRESS
                       MOVE ZERO   TO BRW-ADDR-RETURNED-DT

                       REWRITE BRW-REC
                          INVALID KEY CONTINUE
