       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          SUSLIFT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 OCTOBER 15
      /
      ******************************************************************
      *                                                                *
      *  SUSPENSION END-DATE SWEEP - EVERY SUSPENSION STILL IN FORCE   *
      *  WHOSE END DATE HAS GONE BY IS MARKED EXPIRED (THE END DATE    *
      *  ITSELF IS THE LAST SUSPENDED DAY), AND EACH BORROWER TOUCHED  *
      *  HAS THE STATUS PUT BACK IN STEP WITH WHAT IS LEFT IN FORCE -  *
      *  ACTIVE AGAIN WHEN NOTHING IS, STILL BLOCKED OTHERWISE.  WHAT  *
      *  WAS DONE IS LISTED ON SUSLIFT.LST.  RUN IT EACH NIGHT AFTER   *
      *  PLANCHK.                                                      *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDSUA.CPY'.
          COPY 'CPVIDBRA.CPY'.
          SELECT SUSLIFT-RPT ASSIGN TO SUSLIFT-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD SUSPEND.
          COPY 'CPVIDSUS.CPY'.
      *
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD SUSLIFT-RPT.
       01 RPT-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 SUSLIFT-RPT-PATH PIC X(40) VALUE "SUSLIFT.LST".
       77 STATUS-SUSPEND   PIC X(2).
           88 VALID-STATUS-SUSPEND VALUE IS "00" THRU "09".
          COPY 'CPVIDSUV.CPY'.
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-EOF           PIC 9 VALUE ZERO.
           88 FILE-AT-END    VALUE 1, FALSE 0.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 EXPIRED-COUNT    PIC 9(5) VALUE ZERO.
       77 FREED-COUNT      PIC 9(5) VALUE ZERO.
       77 STILL-COUNT      PIC 9(5) VALUE ZERO.
       77 OLD-BRW-STATUS   PIC X(01) VALUE SPACE.
       77 SW-TABLE-FULL    PIC 9 VALUE ZERO.
           88 TABLE-IS-FULL  VALUE 1, FALSE 0.

      * THE EXPIRY PASS NOTES EACH BORROWER IT TOUCHED; THE COUNTS
      * THAT SET THEIR STATUS MOVE THE FILE POSITION, SO THEY WAIT
      * FOR THE SECOND PASS
       01 TOUCHED-TABLE.
           05 TOUCHED-ID OCCURS 500 TIMES
                        PIC 9(05).
       77 TOUCHED-CNT      PIC 9(3) VALUE ZERO.
       77 TOUCHED-SUB      PIC 9(3) VALUE ZERO.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           PERFORM OPEN-FILES

           PERFORM EXPIRE-ENDED-SUSPENSIONS

           PERFORM VARYING TOUCHED-SUB FROM 1 BY 1
                     UNTIL TOUCHED-SUB > TOUCHED-CNT
              PERFORM RESET-ONE-BORROWER
           END-PERFORM

           PERFORM PRINT-RUN-SUMMARY

           PERFORM CLOSE-FILES

           DISPLAY EXPIRED-COUNT " SUSPENSION(S) EXPIRED, "
                   FREED-COUNT " BORROWER(S) ACTIVE AGAIN - SEE "
                   SUSLIFT-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES                                                 *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN I-O SUSPEND
           IF STATUS-SUSPEND = "35"
              OPEN OUTPUT SUSPEND
                IF VALID-STATUS-SUSPEND
                   CLOSE SUSPEND
                   OPEN I-O SUSPEND
                END-IF
           END-IF

           OPEN I-O    BORROWERS
           OPEN OUTPUT SUSLIFT-RPT

           IF NOT VALID-STATUS-SUSPEND
              DISPLAY "UNABLE TO OPEN SUSPEND.DAT - STATUS "
                      STATUS-SUSPEND
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-BORROWERS
              DISPLAY "UNABLE TO OPEN BORROWER.DAT - STATUS "
                      STATUS-BORROWERS
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " SUSLIFT-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF

           MOVE "FILMOTECA.EDUC360 - SUSPENSION END-DATE SWEEP"
             TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "RUN ON "  DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "BRW   SEQ REASON            ENDED    PLACED BY"
             TO RPT-LINE
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * FIRST PASS - EXPIRE EVERY SUSPENSION PAST ITS END DATE, IN KEY *
      * ORDER, AND NOTE WHOSE IT WAS.  WHEN THE TABLE FILLS THE PASS   *
      * STOPS THERE; THE REST ARE PICKED UP ON THE NEXT RUN            *
      *----------------------------------------------------------------*
       EXPIRE-ENDED-SUSPENSIONS.
           SET FILE-AT-END TO FALSE
           SET TABLE-IS-FULL TO FALSE
           MOVE ZERO TO TOUCHED-CNT

           MOVE LOW-VALUES TO SUS-KEY

           START SUSPEND KEY >= SUS-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
           END-START

           PERFORM UNTIL FILE-AT-END
              READ SUSPEND NEXT RECORD
                   AT END
                       SET FILE-AT-END TO TRUE
                   NOT AT END
                       IF SUS-IS-ACTIVE
                          AND SUS-END-DT NOT = ZERO
                          AND SUS-END-DT < TODAY-DATE
                          PERFORM EXPIRE-ONE-SUSPENSION
                       END-IF
              END-READ
           END-PERFORM
           .

       EXPIRE-ONE-SUSPENSION.
      *> A NEW BORROWER WITH NO ROOM LEFT IN THE TABLE WAITS FOR THE
      *> NEXT RUN, ROWS AND ALL
           IF TOUCHED-CNT = ZERO
              OR TOUCHED-ID (TOUCHED-CNT) NOT = SUS-BRW-ID
              IF TOUCHED-CNT = 500
                 SET TABLE-IS-FULL TO TRUE
                 SET FILE-AT-END TO TRUE
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO TOUCHED-CNT
              MOVE SUS-BRW-ID TO TOUCHED-ID (TOUCHED-CNT)
           END-IF

           MOVE "E"        TO SUS-STATUS
           MOVE TODAY-DATE TO SUS-LIFTED-DT
           MOVE "SUSLIFT"  TO SUS-LIFTED-BY

           REWRITE SUS-REC
              INVALID KEY
                  DISPLAY "ERROR REWRITING SUSPENSION " SUS-BRW-ID
                          "/" SUS-SEQ
                  EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO EXPIRED-COUNT

           PERFORM WORD-SUSPENSION-REASON

           MOVE SPACES TO RPT-LINE
           MOVE SUS-BRW-ID      TO RPT-LINE (1:5)
           MOVE SUS-SEQ         TO RPT-LINE (7:3)
           MOVE SUS-REASON-TEXT TO RPT-LINE (11:17)
           MOVE SUS-END-DT      TO RPT-LINE (29:8)
           MOVE SUS-OPERATOR    TO RPT-LINE (38:10)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * SECOND PASS - PUT EACH BORROWER'S STATUS IN STEP WITH WHAT IS  *
      * STILL IN FORCE                                                 *
      *----------------------------------------------------------------*
       RESET-ONE-BORROWER.
           MOVE TOUCHED-ID (TOUCHED-SUB) TO SUS-WANT-ID
           MOVE TODAY-DATE               TO SUS-ASOF-DT
           PERFORM COUNT-ACTIVE-SUSPENSIONS

           MOVE TOUCHED-ID (TOUCHED-SUB) TO BRW-ID
           READ BORROWERS
                INVALID
                    EXIT PARAGRAPH
           END-READ

           MOVE BRW-STATUS TO OLD-BRW-STATUS
           PERFORM SET-BRW-BLOCK-STATUS

           IF BRW-STATUS NOT = OLD-BRW-STATUS
              REWRITE BRW-REC
                 INVALID KEY CONTINUE
              END-REWRITE
           END-IF

           IF BRW-IS-BLOCKED
              ADD 1 TO STILL-COUNT
           ELSE
              IF OLD-BRW-STATUS = "B"
                 ADD 1 TO FREED-COUNT
              END-IF
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * RUN TOTALS                                                     *
      *----------------------------------------------------------------*
       PRINT-RUN-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "EXPIRED "       DELIMITED BY SIZE
                  EXPIRED-COUNT    DELIMITED BY SIZE
                  "  ACTIVE AGAIN " DELIMITED BY SIZE
                  FREED-COUNT      DELIMITED BY SIZE
                  "  STILL SUSPENDED " DELIMITED BY SIZE
                  STILL-COUNT      DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           IF TABLE-IS-FULL
              MOVE "MORE ENDED SUSPENSIONS WAIT FOR THE NEXT RUN"
                TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE SUSPEND
           CLOSE BORROWERS
           CLOSE SUSLIFT-RPT
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
