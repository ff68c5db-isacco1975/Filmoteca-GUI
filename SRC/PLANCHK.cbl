       FILE-CONTROL.
          COPY 'CPVIDPLA.CPY'.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDSUA.CPY'.
          SELECT PLANCHK-RPT ASSIGN TO PLANCHK-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.
      *
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD SUSPEND.
          COPY 'CPVIDSUS.CPY'.
      *
       FD PLANCHK-RPT.
       01 RPT-LINE                  PIC X(80).
           88 VALID-STATUS-PLANS VALUE IS "00" THRU "09".
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-SUSPEND   PIC X(2).
           88 VALID-STATUS-SUSPEND VALUE IS "00" THRU "09".
          COPY 'CPVIDSUV.CPY'.
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-EOF           PIC 9 VALUE ZERO.

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           OPEN I-O SUSPEND
           IF STATUS-SUSPEND = "35"
              OPEN OUTPUT SUSPEND
                IF VALID-STATUS-SUSPEND
                   CLOSE SUSPEND
                   OPEN I-O SUSPEND
                END-IF
           END-IF

           IF NOT VALID-STATUS-SUSPEND
              DISPLAY "UNABLE TO OPEN SUSPEND.DAT - STATUS "
                      STATUS-SUSPEND
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
           WRITE RPT-LINE

           IF PLN-BORROWER-ID NOT = LAST-BLOCKED-ID
              MOVE PLN-BORROWER-ID TO SUS-WANT-ID
              MOVE TODAY-DATE      TO SUS-ASOF-DT
              MOVE "PLANCHK"       TO SUS-BY
              MOVE "P"             TO SUS-NEW-REASON
              MOVE ZERO            TO SUS-NEW-END-DT
              MOVE "MISSED A PAYMENT PLAN INSTALMENT" TO SUS-NEW-NOTE
              PERFORM PLACE-SUSPENSION

              MOVE PLN-BORROWER-ID TO BRW-ID
              READ BORROWERS
                   INVALID
                       CONTINUE
                   NOT INVALID
                       PERFORM SET-BRW-BLOCK-STATUS
                       REWRITE BRW-REC
                          INVALID KEY CONTINUE
                       END-REWRITE
       CLOSE-FILES.
           CLOSE PLANS
           CLOSE BORROWERS
           CLOSE SUSPEND
           CLOSE PLANCHK-RPT
           .
      /
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * BORROWER SUSPENSIONS                                           *
      *----------------------------------------------------------------*
          COPY 'CPVIDSUP.CPY'.
