       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          TRNRESET.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  TRAINING SANDBOX RESET - THROWS AWAY THE PRACTICE FILES IN    *
      *  <DATA DIR>/TRAINING AND CUTS A FRESH COPY OF EVERY LIVE DATA  *
      *  FILE INTO IT, SO THE NEXT CLASS STARTS FROM TODAY'S REAL      *
      *  CATALOG, BORROWERS AND LOANS.  A STATION SIGNED IN WITH       *
      *  TRAINING MODE TICKED WORKS ONLY ON THE SANDBOX: ITS TILL,     *
      *  RECEIPT REGISTER AND LEDGER ROWS NEVER REACH THE LIVE FILES,  *
      *  ITS RECEIPTS PRINT TRAINING, NO MAIL IS QUEUED AND NO EXPORT  *
      *  IS PRODUCED.                                                  *
      *                                                                *
      *  THE TRAINER RUNS THIS FROM THE CONSOLE; THE CATALOG LOGIN     *
      *  ALSO RUNS IT THE FIRST TIME SOMEBODY PICKS TRAINING MODE AND  *
      *  THERE IS NO SANDBOX YET.  THE RESET REFUSES WHILE ANYBODY IS  *
      *  STILL SIGNED IN TO THE SANDBOX.  THE LIVE SESSION REGISTRY    *
      *  IS NOT CARRIED ACROSS - THE SANDBOX STARTS WITH NOBODY ON.    *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDSNA.CPY'.
          SELECT TRNRESET-RPT ASSIGN TO TRNRESET-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD SESSIONS.
          COPY 'CPVIDSSN.CPY'.
      *
       FD TRNRESET-RPT.
       01 RPT-LINE                  PIC X(100).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 TRNRESET-RPT-PATH PIC X(40) VALUE "TRNRESET.LST".
       77 STATUS-SESSIONS  PIC X(2).
           88 VALID-STATUS-SESSIONS VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-SSN-EOF       PIC 9 VALUE ZERO.
           88 SESSIONS-AT-END VALUE 1, FALSE 0.
       77 ACTIVE-SESSIONS  PIC 9(3) VALUE ZERO.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 TRN-DIR-PATH     PIC X(70) VALUE SPACES.
       77 TRN-LIVE-WIN     PIC X(70) VALUE SPACES.
       77 TRN-DIR-WIN      PIC X(70) VALUE SPACES.
       77 TRN-SYSTEM-CMD   PIC X(200) VALUE SPACES.
       77 TRN-SYSTEM-RC    PIC S9(9) COMP-4 VALUE ZERO.
       77 TRN-CALL-RC      PIC S9(9) COMP-4 VALUE ZERO.
       77 TRN-RESULT       PIC X(60) VALUE SPACES.
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM LOAD-CAPTIONS

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

      *> THE SANDBOX IS ALWAYS CUT FROM THE LIVE DIRECTORY, EVEN WHEN
      *> THE CONSOLE RUNNING THIS IS ITSELF IN TRAINING MODE
           STRING FMT-LIVE-DIR  DELIMITED BY SPACE
                  "/TRAINING"   DELIMITED BY SIZE
             INTO TRN-DIR-PATH
           END-STRING

           CALL "C$MAKEDIR" USING TRN-DIR-PATH
                            GIVING TRN-CALL-RC

      *> THE SESSION REGISTRY LOOKED AT IS THE SANDBOX'S OWN
           MOVE SPACES TO SESSIONS-PATH
           STRING TRN-DIR-PATH     DELIMITED BY SPACE
                  "/SESSIONS.dat"  DELIMITED BY SIZE
             INTO SESSIONS-PATH
           END-STRING

           PERFORM COUNT-ACTIVE-SESSIONS

           IF ACTIVE-SESSIONS > ZERO
              DISPLAY "TRAINING RESET REFUSED - " ACTIVE-SESSIONS
                      " STATION(S) STILL SIGNED IN TO THE SANDBOX"
              MOVE "REFUSED - STATIONS STILL SIGNED IN TO THE SANDBOX"
                TO TRN-RESULT
              PERFORM WRITE-TRNRESET-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM COPY-LIVE-INTO-SANDBOX

           PERFORM WRITE-TRNRESET-REPORT

           IF TRN-SYSTEM-RC NOT = ZERO
              DISPLAY "TRAINING RESET FAILED - THE COPY INTO "
                      TRN-DIR-PATH " RETURNED " TRN-SYSTEM-RC
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           DISPLAY "TRAINING SANDBOX " TRN-DIR-PATH
                   " RESET FROM THE LIVE FILES"

           MOVE ZERO TO RETURN-CODE
           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * HOW MANY STATIONS ARE ON THE SANDBOX'S SESSION REGISTRY        *
      *----------------------------------------------------------------*
       COUNT-ACTIVE-SESSIONS.
           MOVE ZERO TO ACTIVE-SESSIONS

           OPEN INPUT SESSIONS

           IF NOT VALID-STATUS-SESSIONS
              EXIT PARAGRAPH
           END-IF

           SET SESSIONS-AT-END TO FALSE
           MOVE LOW-VALUES TO SSN-STATION

           START SESSIONS KEY >= SSN-STATION
                 INVALID KEY
                     SET SESSIONS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ SESSIONS NEXT RECORD
                          AT END SET SESSIONS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL SESSIONS-AT-END
              ADD 1 TO ACTIVE-SESSIONS
              DISPLAY "  SIGNED IN: " SSN-STATION " " SSN-OPERATOR

              READ SESSIONS NEXT RECORD
                   AT END SET SESSIONS-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE SESSIONS
           .
      /
      *----------------------------------------------------------------*
      * EMPTY THE SANDBOX AND COPY EVERY LIVE FILE INTO IT.  ONLY THE  *
      * FILES OF THE DATA DIRECTORY ITSELF GO ACROSS - THE SNAPSHOT,   *
      * SPOOL AND SANDBOX FOLDERS UNDER IT DO NOT.  BACKSLASHED FOR    *
      * CMD.EXE, THE WAY THE DESK SENDS ITS SPOOLED RECEIPTS.          *
      *----------------------------------------------------------------*
       COPY-LIVE-INTO-SANDBOX.
           MOVE FMT-LIVE-DIR TO TRN-LIVE-WIN
           INSPECT TRN-LIVE-WIN REPLACING ALL "/" BY "\"
           MOVE TRN-DIR-PATH TO TRN-DIR-WIN
           INSPECT TRN-DIR-WIN REPLACING ALL "/" BY "\"

           MOVE SPACES TO TRN-SYSTEM-CMD
           STRING "DEL /Q "      DELIMITED BY SIZE
                  TRN-DIR-WIN    DELIMITED BY SPACE
                  "\*.*"         DELIMITED BY SIZE
             INTO TRN-SYSTEM-CMD
           END-STRING

           CALL "C$SYSTEM" USING TRN-SYSTEM-CMD
                           GIVING TRN-SYSTEM-RC

           MOVE SPACES TO TRN-SYSTEM-CMD
           STRING "COPY /Y "     DELIMITED BY SIZE
                  TRN-LIVE-WIN   DELIMITED BY SPACE
                  "\*.* "        DELIMITED BY SIZE
                  TRN-DIR-WIN    DELIMITED BY SPACE
                  "\"            DELIMITED BY SIZE
             INTO TRN-SYSTEM-CMD
           END-STRING

           CALL "C$SYSTEM" USING TRN-SYSTEM-CMD
                           GIVING TRN-SYSTEM-RC

           IF TRN-SYSTEM-RC NOT = ZERO
              MOVE "FAILED - THE COPY COMMAND RETURNED AN ERROR"
                TO TRN-RESULT
              EXIT PARAGRAPH
           END-IF

      *> NOBODY SIGNED IN LIVE IS SIGNED IN TO THE SANDBOX
           CALL "CBL_DELETE_FILE" USING SESSIONS-PATH
                                 GIVING TRN-CALL-RC

           MOVE "SANDBOX RESET FROM THE LIVE FILES" TO TRN-RESULT
           .
      /
      *----------------------------------------------------------------*
      * TRNRESET.LST - WHAT WAS RESET, FROM WHERE, AND HOW IT WENT     *
      *----------------------------------------------------------------*
       WRITE-TRNRESET-REPORT.
           OPEN OUTPUT TRNRESET-RPT

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " TRNRESET-RPT-PATH
                      " - STATUS " STATUS-RPT
              EXIT PARAGRAPH
           END-IF

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           MOVE SPACES TO RPT-LINE
           STRING "FILMOTECA.EDUC360 - TRAINING SANDBOX RESET "
                                  DELIMITED BY SIZE
                  WK-DATE-TEXT    DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "LIVE FILES   : " DELIMITED BY SIZE
                  FMT-LIVE-DIR      DELIMITED BY SPACE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "SANDBOX      : " DELIMITED BY SIZE
                  TRN-DIR-PATH      DELIMITED BY SPACE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "RESULT       : " DELIMITED BY SIZE
                  TRN-RESULT        DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           CLOSE TRNRESET-RPT
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * LOAD THE SCREEN CAPTIONS FOR THE SELECTED LANGUAGE             *
      *----------------------------------------------------------------*
          COPY 'CPVIDLNP.CPY'.
      /
      *----------------------------------------------------------------*
      * LOCALE DATE FORMAT AND PARSE                                   *
      *----------------------------------------------------------------*
          COPY 'CPVIDDTP.CPY'.
