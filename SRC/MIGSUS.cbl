       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          MIGSUS.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 OCTOBER 15
      /
      ******************************************************************
      *                                                                *
      *  ONE-TIME UTILITY TO SEED SUSPEND.DAT FROM THE BLOCKS ALREADY  *
      *  ON BORROWER.DAT.  BEFORE THE SUSPENSION FILE A BLOCK WAS JUST *
      *  THE B IN BRW-STATUS, WITH NO REASON OR DATE; NOW THE STATUS   *
      *  IS DERIVED FROM THE SUSPENSIONS IN FORCE, SO EVERY BLOCKED    *
      *  BORROWER WITHOUT ONE GETS A ROW HERE - COLLECTIONS WHEN THE   *
      *  AGENCY STILL HOLDS THE ACCOUNT (DATED THE DAY IT WAS HANDED   *
      *  OVER), OTHERWISE "BLOCKED EARLIER", OPEN-ENDED, FOR THE DESK  *
      *  TO REVIEW AND LIFT.  A BORROWER WHO ALREADY HAS ONE IN FORCE  *
      *  IS LEFT ALONE, SO A SECOND RUN CHANGES NOTHING.               *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDSUA.CPY'.
          COPY 'CPVIDCOA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD SUSPEND.
          COPY 'CPVIDSUS.CPY'.
      *
       FD COLLECT.
          COPY 'CPVIDCOL.CPY'.

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-SUSPEND   PIC X(2).
           88 VALID-STATUS-SUSPEND VALUE IS "00" THRU "09".
          COPY 'CPVIDSUV.CPY'.
       77 STATUS-COLLECT   PIC X(2).
           88 VALID-STATUS-COLLECT VALUE IS "00" THRU "09".
       77 SW-EOF           PIC 9 VALUE ZERO.
           88 FILE-AT-END    VALUE 1, FALSE 0.
       77 SW-COLLECT-OPEN  PIC 9 VALUE ZERO.
           88 COLLECT-IS-OPEN VALUE 1, FALSE 0.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 BLOCKED-COUNT    PIC 9(5) VALUE ZERO.
       77 HAD-COUNT        PIC 9(5) VALUE ZERO.
       77 COLL-COUNT       PIC 9(5) VALUE ZERO.
       77 LEGACY-COUNT     PIC 9(5) VALUE ZERO.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           PERFORM OPEN-FILES

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO BRW-ID

           START BORROWERS KEY >= BRW-ID
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
           END-START

           PERFORM UNTIL FILE-AT-END
              READ BORROWERS NEXT RECORD
                   AT END
                       SET FILE-AT-END TO TRUE
                   NOT AT END
                       IF BRW-IS-BLOCKED
                          PERFORM SEED-ONE-BORROWER
                       END-IF
              END-READ
           END-PERFORM

           PERFORM CLOSE-FILES

           DISPLAY BLOCKED-COUNT " BLOCKED BORROWER(S) - "
                   HAD-COUNT " ALREADY SUSPENDED, "
                   COLL-COUNT " COLLECTIONS, "
                   LEGACY-COUNT " BLOCKED EARLIER"

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES - THE SUSPENSION FILE IS CREATED IF NEEDED AND  *
      * THE COLLECTIONS FILE IS ONLY READ WHEN THERE IS ONE            *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT BORROWERS

           IF NOT VALID-STATUS-BORROWERS
              DISPLAY "UNABLE TO OPEN BORROWER.DAT - STATUS "
                      STATUS-BORROWERS
              STOP RUN
           END-IF

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

           OPEN INPUT COLLECT
           IF VALID-STATUS-COLLECT
              SET COLLECT-IS-OPEN TO TRUE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * ONE BLOCKED BORROWER - NOTHING TO DO IF A SUSPENSION IS        *
      * ALREADY IN FORCE                                               *
      *----------------------------------------------------------------*
       SEED-ONE-BORROWER.
           ADD 1 TO BLOCKED-COUNT

           MOVE BRW-ID     TO SUS-WANT-ID
           MOVE TODAY-DATE TO SUS-ASOF-DT
           MOVE "MIGSUS"   TO SUS-BY
           PERFORM COUNT-ACTIVE-SUSPENSIONS

           IF SUS-ACTIVE-CNT > ZERO
              ADD 1 TO HAD-COUNT
              EXIT PARAGRAPH
           END-IF

           MOVE "L"    TO SUS-NEW-REASON
           MOVE ZERO   TO SUS-NEW-END-DT
           MOVE "BLOCKED BEFORE SUSPENSIONS WERE RECORDED"
             TO SUS-NEW-NOTE

           IF COLLECT-IS-OPEN
              MOVE BRW-ID TO COL-BORROWER-ID
              READ COLLECT
                   INVALID
                       CONTINUE
                   NOT INVALID
                       IF COL-AT-AGENCY
                          MOVE "C"         TO SUS-NEW-REASON
                          MOVE COL-SENT-DT TO SUS-ASOF-DT
                          MOVE "HANDED TO THE COLLECTION AGENCY"
                            TO SUS-NEW-NOTE
                       END-IF
              END-READ
           END-IF

           PERFORM PLACE-SUSPENSION

           IF SUS-WAS-PLACED
              IF SUS-FOR-COLLECTIONS
                 ADD 1 TO COLL-COUNT
              ELSE
                 ADD 1 TO LEGACY-COUNT
              END-IF
           ELSE
              DISPLAY "BORROWER " BRW-ID " - SUSPENSION NOT WRITTEN"
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE BORROWERS
           CLOSE SUSPEND
           IF COLLECT-IS-OPEN
              CLOSE COLLECT
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * BORROWER SUSPENSIONS                                           *
      *----------------------------------------------------------------*
          COPY 'CPVIDSUP.CPY'.
