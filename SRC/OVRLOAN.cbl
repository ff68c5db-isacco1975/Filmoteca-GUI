          COPY 'CPVIDLOA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDCLA.CPY'.
          COPY 'CPVIDDWA.CPY'.
          SELECT OVRLOAN-RPT ASSIGN TO OVRLOAN-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.
      *
       FD CALENDAR.
          COPY 'CPVIDCAL.CPY'.
      *
       FD DLVLOAN.
          COPY 'CPVIDDWL.CPY'.
      *
       FD OVRLOAN-RPT.
       01 RPT-LINE                 PIC X(100).
       77 TODAY-INT        PIC 9(7) VALUE ZERO.
       77 WK-DAY-DATE      PIC 9(8) VALUE ZERO.

      * HOME DELIVERY LOANS - THE DRIVER COLLECTS THESE ON THE ROUND,
      * SO THEY ARE MARKED UNDER THEIR LINE AND COUNTED APART
       77 STATUS-DLVLOAN   PIC X(2).
           88 VALID-STATUS-DLVLOAN VALUE IS "00" THRU "09".
       77 SW-DWL-AVAIL     PIC 9 VALUE ZERO.
           88 DLVLOAN-AVAILABLE VALUE 1, FALSE 0.
       77 DELIVERY-COUNT   PIC 9(5) VALUE ZERO.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
           IF VALID-STATUS-CALENDAR
              SET CAL-AVAILABLE TO TRUE
           END-IF

      *> NO DELIVERY FILE JUST MEANS NO ROUND HAS EVER BEEN RUN
           OPEN INPUT DLVLOAN
           IF VALID-STATUS-DLVLOAN
              SET DLVLOAN-AVAILABLE TO TRUE
           END-IF
           .
      /
      *----------------------------------------------------------------*
              END-READ

              PERFORM WRITE-OVERDUE-LINE
              PERFORM MARK-DELIVERY-LOAN
           END-IF
           .

      *> A LOAN MADE ON A HOME DELIVERY RUN GETS A LINE UNDER IT
       MARK-DELIVERY-LOAN.
           IF NOT DLVLOAN-AVAILABLE
              EXIT PARAGRAPH
           END-IF

           MOVE LOAN-CODIGO TO DWL-CODIGO
           MOVE LOAN-SEQ    TO DWL-SEQ
           READ DLVLOAN
                INVALID
                    EXIT PARAGRAPH
           END-READ

           ADD 1 TO DELIVERY-COUNT

           MOVE SPACES TO RPT-LINE
           MOVE "HOME DELIVERY - COLLECT ON THE ROUND"
             TO RPT-LINE (8:36)
           WRITE RPT-LINE
           ADD 1 TO RPT-LINE-CNT
           .
      /
      *----------------------------------------------------------------*
      * COUNT THE DAYS OVERDUE, SKIPPING EVERY DATE IN THE CLOSED-DAYS *
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           IF DELIVERY-COUNT > ZERO
              MOVE SPACES TO RPT-LINE
              STRING DELIVERY-COUNT DELIMITED BY SIZE
                     " OF THEM LENT ON HOME DELIVERY"
                                    DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF
           .
      /
      *----------------------------------------------------------------*
           IF CAL-AVAILABLE
              CLOSE CALENDAR
           END-IF

           IF DLVLOAN-AVAILABLE
              CLOSE DLVLOAN
           END-IF
           .
      /
      *----------------------------------------------------------------*
