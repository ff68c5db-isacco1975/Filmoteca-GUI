          COPY 'CPVIDCPA.CPY'.
          COPY 'CPVIDNOA.CPY'.
          COPY 'CPVIDAQA.CPY'.
          COPY 'CPVIDSDA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
      *
       FD ACQUIS.
          COPY 'CPVIDAQN.CPY'.
      *
       FD STREET.
          COPY 'CPVIDSDT.CPY'.

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
           88 VALID-STATUS-NOTES VALUE IS "00" THRU "09".
       77 STATUS-ACQUIS    PIC X(2).
           88 VALID-STATUS-ACQUIS VALUE IS "00" THRU "09".
       77 STATUS-STREET    PIC X(2).
           88 VALID-STATUS-STREET VALUE IS "00" THRU "09".
      * A SHOP THAT HAS NEVER KEYED A STREET DATE HAS NO STREET FILE
       77 SW-SDT-OPEN      PIC 9 VALUE ZERO.
           88 STREET-OPEN   VALUE 1, FALSE 0.
       77 SW-CPY-EOF       PIC 9 VALUE ZERO.
           88 COPIES-AT-END VALUE 1, FALSE 0.
       77 SW-NOT-EOF       PIC 9 VALUE ZERO.
           PERFORM REPOINT-RESERVES
           PERFORM REPOINT-NOTES
           PERFORM REPOINT-ACQUIS
           PERFORM REPOINT-STREET

           PERFORM ARCHIVE-DUPLICATE

           OPEN I-O COPIES
           OPEN I-O NOTES
           OPEN I-O ACQUIS
           SET STREET-OPEN TO FALSE
           OPEN I-O STREET
           IF VALID-STATUS-STREET
              SET STREET-OPEN TO TRUE
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF STATUS-AUDIT = "35"
              OPEN OUTPUT AUDIT-LOG
           .
      /
      *----------------------------------------------------------------*
      * MOVE THE DUPLICATE'S STREET DATE TO THE SURVIVOR THE SAME WAY  *
      * - A SURVIVOR WITH ITS OWN STREET DATE KEEPS IT                 *
      *----------------------------------------------------------------*
       REPOINT-STREET.
           IF NOT STREET-OPEN
              EXIT PARAGRAPH
           END-IF

           MOVE DUP-CODIGO TO SDT-CODIGO

           READ STREET
                INVALID
                    EXIT PARAGRAPH
           END-READ

           DELETE STREET RECORD

           MOVE SURV-CODIGO TO SDT-CODIGO
           WRITE SDT-REC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY ADD 1 TO LINK-MOVED
           END-WRITE
           .
      /
      *----------------------------------------------------------------*
      * MOVE EVERY LOAN OFF THE DUPLICATE ONTO THE SURVIVOR, UNDER     *
      * THE SURVIVOR'S NEXT FREE SEQUENCE NUMBERS                      *
      *----------------------------------------------------------------*
           CLOSE NOTES
           CLOSE AUDIT-LOG
           CLOSE ACQUIS

           IF STREET-OPEN
              CLOSE STREET
           END-IF
           .
      /
      *----------------------------------------------------------------*
