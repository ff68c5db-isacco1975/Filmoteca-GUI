       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          NIGHTRUN.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  NIGHTLY JOB STREAM DRIVER - RUNS THE NIGHT ROUTINE AS ONE     *
      *  CHAIN INSTEAD OF FROM SOMEBODY'S MEMORY.  THE STEPS, IN       *
      *  ORDER, WITH THE STEPS EACH ONE NEEDS FINISHED FIRST AND THE   *
      *  RETURN CODE FROM WHICH IT COUNTS AS FAILED, COME FROM AN      *
      *  OPTIONAL NIGHTRUN.JOB; WITHOUT ONE THE HOUSE ROUTINE IS RUN:  *
      *                                                                *
      *    DAYCLOSE POLAPPLY DIGEXP HOLDEXP APPEXP PLANCHK SUSLIFT     *
      *    JUNADLT REMIND NOTICES MBRNOTE EVTNOTE LETTERS MAILEXP      *
      *    AVLBLD ALSOBRW BKUPMOV - EACH NEEDING THE ONE BEFORE IT     *
      *                                                                *
      *  ONE NIGHTRUN.JOB LINE PER STEP:                               *
      *                                                                *
      *    NAME;PREREQUISITE,PREREQUISITE...;FAIL-RC                   *
      *                                                                *
      *  E.G. "NOTICES;REMIND,HOLDEXP;4" - UP TO FOUR PREREQUISITES,   *
      *  EACH A STEP FURTHER UP THE FILE; A BLANK FAIL-RC MEANS ANY    *
      *  NON-ZERO RETURN CODE FAILS THE STEP.  LINES STARTING WITH *   *
      *  ARE COMMENTS.                                                 *
      *                                                                *
      *  THE FIRST FAILED STEP STOPS THE CHAIN.  EVERY STEP IS         *
      *  WRITTEN TO THE JOBLOG THE CONSOLE KEEPS, AND THE STATE OF     *
      *  THE STREAM IS CHECKPOINTED TO NIGHTRUN.DAT BEFORE AND AFTER   *
      *  EACH STEP - SO A STEP THAT BRINGS THE WHOLE RUN DOWN STILL    *
      *  SHOWS AS THE ONE THAT WAS RUNNING.  WHEN THE LAST STREAM DID  *
      *  NOT FINISH, THE NEXT RUN OFFERS TO RESTART FROM THE FAILED    *
      *  STEP: STEPS ALREADY FINISHED ARE NOT RUN AGAIN (A SECOND      *
      *  NOTICES RUN WOULD POST EVERY LETTER TWICE).  AN OPTIONAL      *
      *  NIGHTRUN.CTL (MODE=RESTART / MODE=FRESH) ANSWERS THE          *
      *  QUESTION FOR AN UNATTENDED RUN.                               *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDJLA.CPY'.
          SELECT CHECKPOINT ASSIGN TO CHECKPOINT-PATH
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS  IS STATUS-CKP.
          SELECT STREAM-FILE ASSIGN TO "NIGHTRUN.JOB"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-STREAM.
          SELECT CONTROL-FILE ASSIGN TO "NIGHTRUN.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT NIGHTRUN-RPT ASSIGN TO NIGHTRUN-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD JOBLOG.
          COPY 'CPVIDJLG.CPY'.
      *
      * ONE ROW PER STEP OF THE STREAM LAST STARTED
       FD CHECKPOINT.
       01 CKP-REC.
           05 CKP-STEP              PIC X(10).
           05 CKP-STATE             PIC X(01).
           05 CKP-RC                PIC S9(04).
           05 CKP-RUN-DT            PIC 9(08).
           05 CKP-RUN-TM            PIC 9(06).
      *
       FD STREAM-FILE.
       01 REC-STREAM                PIC X(80).
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD NIGHTRUN-RPT.
       01 RPT-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 NIGHTRUN-RPT-PATH PIC X(40) VALUE "NIGHTRUN.LST".
       77 CHECKPOINT-PATH  PIC X(70) VALUE SPACES.
       77 STATUS-JOBLOG    PIC X(2).
           88 VALID-STATUS-JOBLOG VALUE IS "00" THRU "09".
       77 STATUS-CKP       PIC X(2).
           88 VALID-STATUS-CKP VALUE IS "00" THRU "09".
       77 STATUS-STREAM    PIC X(2).
           88 VALID-STATUS-STREAM VALUE IS "00" THRU "09".
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-CKP-EOF       PIC 9 VALUE ZERO.
           88 CKP-AT-END    VALUE 1, FALSE 0.
       77 SW-STR-EOF       PIC 9 VALUE ZERO.
           88 STREAM-AT-END VALUE 1, FALSE 0.
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.

      * HOW THIS RUN TREATS WHAT THE LAST ONE LEFT BEHIND
       77 RUN-MODE         PIC X(01) VALUE SPACE.
           88 MODE-ASK      VALUE SPACE.
           88 MODE-RESTART  VALUE "R".
           88 MODE-FRESH    VALUE "F".
           88 MODE-QUIT     VALUE "Q".
       77 SW-LAST-UNFIN    PIC 9 VALUE ZERO.
           88 LAST-UNFINISHED VALUE 1, FALSE 0.
       77 LAST-STOP-STEP   PIC X(10) VALUE SPACES.
       77 LAST-RUN-DT      PIC 9(08) VALUE ZERO.
       77 LAST-RUN-TM      PIC 9(06) VALUE ZERO.
       77 RUN-DT           PIC 9(08) VALUE ZERO.
       77 RUN-TM           PIC 9(06) VALUE ZERO.
       77 SW-CHAIN         PIC 9 VALUE ZERO.
           88 CHAIN-STOPPED VALUE 1, FALSE 0.
       77 SW-STREAM-BAD    PIC 9 VALUE ZERO.
           88 STREAM-BAD    VALUE 1, FALSE 0.
       77 SW-PREREQ        PIC 9 VALUE ZERO.
           88 PREREQS-MET   VALUE 1, FALSE 0.

      * THE HOUSE NIGHT ROUTINE, USED WHEN THERE IS NO NIGHTRUN.JOB -
      * STEP NAME AND THE ONE STEP IT WAITS FOR
       01 DEFAULT-STREAM-TABLE.
           05 FILLER PIC X(20) VALUE "DAYCLOSE            ".
           05 FILLER PIC X(20) VALUE "POLAPPLY  DAYCLOSE  ".
           05 FILLER PIC X(20) VALUE "DIGEXP    POLAPPLY  ".
           05 FILLER PIC X(20) VALUE "HOLDEXP   DIGEXP    ".
           05 FILLER PIC X(20) VALUE "APPEXP    HOLDEXP   ".
           05 FILLER PIC X(20) VALUE "PLANCHK   APPEXP    ".
           05 FILLER PIC X(20) VALUE "SUSLIFT   PLANCHK   ".
           05 FILLER PIC X(20) VALUE "JUNADLT   SUSLIFT   ".
           05 FILLER PIC X(20) VALUE "REMIND    JUNADLT   ".
           05 FILLER PIC X(20) VALUE "NOTICES   REMIND    ".
           05 FILLER PIC X(20) VALUE "MBRNOTE   NOTICES   ".
           05 FILLER PIC X(20) VALUE "EVTNOTE   MBRNOTE   ".
           05 FILLER PIC X(20) VALUE "LETTERS   EVTNOTE   ".
           05 FILLER PIC X(20) VALUE "MAILEXP   LETTERS   ".
           05 FILLER PIC X(20) VALUE "AVLBLD    MAILEXP   ".
           05 FILLER PIC X(20) VALUE "ALSOBRW   AVLBLD    ".
           05 FILLER PIC X(20) VALUE "BKUPMOV   ALSOBRW   ".
       01 DEFAULT-STREAM REDEFINES DEFAULT-STREAM-TABLE.
           05 DEF-ROW OCCURS 17 TIMES.
               10 DEF-NAME       PIC X(10).
               10 DEF-AFTER      PIC X(10).

      * THE STREAM BEING RUN
       01 STEP-TABLE.
           05 STEP-ROW OCCURS 30 TIMES.
               10 STEP-NAME      PIC X(10).
               10 STEP-AFTER     PIC X(10) OCCURS 4 TIMES.
               10 STEP-FAIL-RC   PIC 9(04).
               10 STEP-STATE     PIC X(01).
                   88 STEP-PENDING VALUE "P".
                   88 STEP-RUNNING VALUE "R".
                   88 STEP-DONE    VALUE "D".
                   88 STEP-FAILED  VALUE "F".
               10 STEP-RC        PIC S9(04).
               10 STEP-START-TM  PIC 9(06).
               10 STEP-END-TM    PIC 9(06).
       77 STEP-CNT         PIC 9(02) VALUE ZERO.
       77 STEP-SUB         PIC 9(02) VALUE ZERO.
       77 FIND-SUB         PIC 9(02) VALUE ZERO.
       77 PRE-SUB          PIC 9(01) VALUE ZERO.
       77 STR-NAME         PIC X(20) VALUE SPACES.
       77 STR-AFTER        PIC X(50) VALUE SPACES.
       77 STR-FAIL         PIC X(10) VALUE SPACES.
       01 STR-AFTER-LIST.
           05 STR-AFTER-NAME PIC X(12) OCCURS 4 TIMES.
       77 STEP-CALL-NAME   PIC X(14) VALUE SPACES.
       77 STEP-RC-TEXT     PIC -(4)9.
       77 STEP-STATE-TEXT  PIC X(14) VALUE SPACES.
       77 STEPS-RUN        PIC 9(02) VALUE ZERO.
       77 STEPS-SKIPPED    PIC 9(02) VALUE ZERO.
          COPY 'CPVIDLNV.CPY'.
          COPY 'CPVIDDTV.CPY'.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM LOAD-CAPTIONS
           PERFORM RESOLVE-DATA-PATHS

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/NIGHTRUN.dat"  DELIMITED BY SIZE
             INTO CHECKPOINT-PATH
           END-STRING

           ACCEPT RUN-DT FROM DATE YYYYMMDD
           ACCEPT RUN-TM FROM TIME

           PERFORM LOAD-STREAM
           PERFORM VALIDATE-STREAM

           IF STREAM-BAD
              DISPLAY "NIGHTRUN.JOB REJECTED - NOTHING RUN"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM READ-CONTROL-FILE
           PERFORM READ-LAST-CHECKPOINT
           PERFORM CHOOSE-RUN-MODE

           IF MODE-QUIT
              DISPLAY "NIGHT RUN NOT STARTED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           IF MODE-RESTART
              PERFORM CARRY-FINISHED-STEPS
           END-IF

           OPEN OUTPUT NIGHTRUN-RPT

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " NIGHTRUN-RPT-PATH
                      " - STATUS " STATUS-RPT
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM RUN-STREAM

           PERFORM PRINT-STREAM-REPORT

           CLOSE NIGHTRUN-RPT

           DISPLAY STEPS-RUN " STEP(S) RUN, " STEPS-SKIPPED
                   " ALREADY DONE - SEE " NIGHTRUN-RPT-PATH

           IF CHAIN-STOPPED
              DISPLAY "STREAM STOPPED AT " LAST-STOP-STEP
                      " - FIX IT AND RUN NIGHTRUN AGAIN TO RESTART"
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * THE STREAM - NIGHTRUN.JOB WHEN THERE IS ONE, OTHERWISE THE     *
      * HOUSE ROUTINE                                                  *
      *----------------------------------------------------------------*
       LOAD-STREAM.
           INITIALIZE STEP-TABLE
           MOVE ZERO TO STEP-CNT

           OPEN INPUT STREAM-FILE

           IF NOT VALID-STATUS-STREAM
              PERFORM VARYING STEP-SUB FROM 1 BY 1
                        UNTIL STEP-SUB > 17
                 ADD 1 TO STEP-CNT
                 MOVE DEF-NAME (STEP-SUB)  TO STEP-NAME (STEP-CNT)
                 MOVE DEF-AFTER (STEP-SUB) TO STEP-AFTER (STEP-CNT, 1)
                 MOVE 1                    TO STEP-FAIL-RC (STEP-CNT)
                 SET STEP-PENDING (STEP-CNT) TO TRUE
              END-PERFORM
              EXIT PARAGRAPH
           END-IF

           SET STREAM-AT-END TO FALSE

           READ STREAM-FILE
                AT END SET STREAM-AT-END TO TRUE
           END-READ

           PERFORM UNTIL STREAM-AT-END
              IF REC-STREAM NOT = SPACES
                 AND REC-STREAM (1:1) NOT = "*"
                 PERFORM LOAD-ONE-STREAM-LINE
              END-IF

              READ STREAM-FILE
                   AT END SET STREAM-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE STREAM-FILE
           .

       LOAD-ONE-STREAM-LINE.
           IF STEP-CNT = 30
              DISPLAY "NIGHTRUN.JOB HAS MORE THAN 30 STEPS"
              SET STREAM-BAD TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO STR-NAME
           MOVE SPACES TO STR-AFTER
           MOVE SPACES TO STR-FAIL
           MOVE SPACES TO STR-AFTER-LIST

           UNSTRING REC-STREAM DELIMITED BY ";"
               INTO STR-NAME STR-AFTER STR-FAIL
           END-UNSTRING

           UNSTRING STR-AFTER DELIMITED BY ","
               INTO STR-AFTER-NAME (1) STR-AFTER-NAME (2)
                    STR-AFTER-NAME (3) STR-AFTER-NAME (4)
           END-UNSTRING

           ADD 1 TO STEP-CNT
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (STR-NAME))
             TO STEP-NAME (STEP-CNT)

           PERFORM VARYING PRE-SUB FROM 1 BY 1
                     UNTIL PRE-SUB > 4
              MOVE FUNCTION UPPER-CASE
                   (FUNCTION TRIM (STR-AFTER-NAME (PRE-SUB)))
                TO STEP-AFTER (STEP-CNT, PRE-SUB)
           END-PERFORM

           IF STR-FAIL = SPACES
              MOVE 1 TO STEP-FAIL-RC (STEP-CNT)
           ELSE
              COMPUTE STEP-FAIL-RC (STEP-CNT) =
                 FUNCTION NUMVAL (STR-FAIL)
           END-IF

           IF STEP-FAIL-RC (STEP-CNT) = ZERO
              MOVE 1 TO STEP-FAIL-RC (STEP-CNT)
           END-IF

           SET STEP-PENDING (STEP-CNT) TO TRUE
           .
      /
      *----------------------------------------------------------------*
      * EVERY STEP NAMED ONCE, EVERY PREREQUISITE A STEP FURTHER UP -  *
      * A STREAM THAT COULD NEVER FINISH IS REFUSED BEFORE IT STARTS   *
      *----------------------------------------------------------------*
       VALIDATE-STREAM.
           IF STEP-CNT = ZERO
              DISPLAY "NIGHTRUN.JOB LISTS NO STEPS"
              SET STREAM-BAD TO TRUE
           END-IF

           PERFORM VARYING STEP-SUB FROM 1 BY 1
                     UNTIL STEP-SUB > STEP-CNT
              IF STEP-NAME (STEP-SUB) = SPACES
                 DISPLAY "NIGHTRUN.JOB STEP " STEP-SUB " HAS NO NAME"
                 SET STREAM-BAD TO TRUE
              END-IF

              PERFORM VARYING FIND-SUB FROM 1 BY 1
                        UNTIL FIND-SUB NOT < STEP-SUB
                 IF STEP-NAME (FIND-SUB) = STEP-NAME (STEP-SUB)
                    DISPLAY "NIGHTRUN.JOB NAMES "
                            STEP-NAME (STEP-SUB) " TWICE"
                    SET STREAM-BAD TO TRUE
                 END-IF
              END-PERFORM

              PERFORM VARYING PRE-SUB FROM 1 BY 1
                        UNTIL PRE-SUB > 4
                 IF STEP-AFTER (STEP-SUB, PRE-SUB) NOT = SPACES
                    PERFORM FIND-EARLIER-STEP
                    IF FIND-SUB NOT < STEP-SUB
                       DISPLAY "NIGHTRUN.JOB: " STEP-NAME (STEP-SUB)
                               " NEEDS " STEP-AFTER (STEP-SUB, PRE-SUB)
                               " WHICH IS NOT A STEP ABOVE IT"
                       SET STREAM-BAD TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           .

      *> FIND-SUB ENDS ON THE PREREQUISITE'S ROW, OR ON STEP-SUB WHEN
      *> IT IS NOT AMONG THE STEPS ABOVE
       FIND-EARLIER-STEP.
           PERFORM VARYING FIND-SUB FROM 1 BY 1
                     UNTIL FIND-SUB NOT < STEP-SUB
                        OR STEP-NAME (FIND-SUB) =
                           STEP-AFTER (STEP-SUB, PRE-SUB)
              CONTINUE
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - RESTART OR FRESH, FOR UNATTENDED RUNS  *
      *----------------------------------------------------------------*
       READ-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE

           IF NOT VALID-STATUS-CTL
              EXIT PARAGRAPH
           END-IF

           SET CTL-AT-END TO FALSE

           READ CONTROL-FILE
                AT END SET CTL-AT-END TO TRUE
           END-READ

           PERFORM UNTIL CTL-AT-END
              MOVE SPACES TO CTL-KEYWORD
              MOVE SPACES TO CTL-VALUE

              UNSTRING REC-CONTROL DELIMITED BY "="
                  INTO CTL-KEYWORD CTL-VALUE
              END-UNSTRING

              EVALUATE CTL-KEYWORD
           WHEN "MODE        "
                EVALUATE CTL-VALUE (1:1)
                WHEN "R"
                     SET MODE-RESTART TO TRUE
                WHEN "F"
                     SET MODE-FRESH TO TRUE
                WHEN OTHER
                     CONTINUE
                END-EVALUATE
           WHEN OTHER
                CONTINUE
           END-EVALUATE

              READ CONTROL-FILE
                   AT END SET CTL-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE CONTROL-FILE
           .
      /
      *----------------------------------------------------------------*
      * DID THE LAST STREAM FINISH?  A STEP LEFT FAILED OR STILL       *
      * RUNNING (THE RUN UNIT CAME DOWN UNDER IT) SAYS IT DID NOT      *
      *----------------------------------------------------------------*
       READ-LAST-CHECKPOINT.
           SET LAST-UNFINISHED TO FALSE
           MOVE SPACES TO LAST-STOP-STEP

           OPEN INPUT CHECKPOINT

           IF NOT VALID-STATUS-CKP
              EXIT PARAGRAPH
           END-IF

           SET CKP-AT-END TO FALSE

           READ CHECKPOINT
                AT END SET CKP-AT-END TO TRUE
           END-READ

           PERFORM UNTIL CKP-AT-END
              MOVE CKP-RUN-DT TO LAST-RUN-DT
              MOVE CKP-RUN-TM TO LAST-RUN-TM

              IF (CKP-STATE = "F" OR CKP-STATE = "R")
                 AND NOT LAST-UNFINISHED
                 SET LAST-UNFINISHED TO TRUE
                 MOVE CKP-STEP TO LAST-STOP-STEP
              END-IF

              READ CHECKPOINT
                   AT END SET CKP-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE CHECKPOINT
           .
      /
      *----------------------------------------------------------------*
      * A FINISHED LAST STREAM MEANS A FRESH RUN.  OTHERWISE THE       *
      * CONTROL FILE DECIDES, OR THE OPERATOR IS ASKED                 *
      *----------------------------------------------------------------*
       CHOOSE-RUN-MODE.
           IF NOT LAST-UNFINISHED
              SET MODE-FRESH TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE LAST-RUN-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           DISPLAY "THE NIGHT RUN STARTED " WK-DATE-TEXT " AT "
                   LAST-RUN-TM " STOPPED AT STEP " LAST-STOP-STEP

           IF MODE-ASK
              DISPLAY "R = RESTART FROM THAT STEP, "
                      "F = RUN EVERY STEP AGAIN, "
                      "Q = QUIT (R/F/Q): "
                      WITH NO ADVANCING
              ACCEPT RUN-MODE
              MOVE FUNCTION UPPER-CASE (RUN-MODE) TO RUN-MODE

              IF NOT MODE-RESTART AND NOT MODE-FRESH
                 SET MODE-QUIT TO TRUE
              END-IF
           END-IF

           IF MODE-FRESH
              DISPLAY "RUNNING THE WHOLE STREAM AGAIN - STEPS THAT "
                      "FINISHED LAST TIME WILL RUN A SECOND TIME"
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * RESTART - STEPS THE LAST STREAM FINISHED STAY FINISHED, AND    *
      * THE RUN KEEPS ITS ORIGINAL START STAMP                         *
      *----------------------------------------------------------------*
       CARRY-FINISHED-STEPS.
           MOVE LAST-RUN-DT TO RUN-DT
           MOVE LAST-RUN-TM TO RUN-TM

           OPEN INPUT CHECKPOINT

           IF NOT VALID-STATUS-CKP
              EXIT PARAGRAPH
           END-IF

           SET CKP-AT-END TO FALSE

           READ CHECKPOINT
                AT END SET CKP-AT-END TO TRUE
           END-READ

           PERFORM UNTIL CKP-AT-END
              IF CKP-STATE = "D"
                 PERFORM VARYING STEP-SUB FROM 1 BY 1
                           UNTIL STEP-SUB > STEP-CNT
                    IF STEP-NAME (STEP-SUB) = CKP-STEP
                       SET STEP-DONE (STEP-SUB) TO TRUE
                       MOVE CKP-RC TO STEP-RC (STEP-SUB)
                    END-IF
                 END-PERFORM
              END-IF

              READ CHECKPOINT
                   AT END SET CKP-AT-END TO TRUE
              END-READ
           END-PERFORM

           CLOSE CHECKPOINT
           .
      /
      *----------------------------------------------------------------*
      * RUN THE STEPS IN ORDER UNTIL ONE FAILS                         *
      *----------------------------------------------------------------*
       RUN-STREAM.
           SET CHAIN-STOPPED TO FALSE

           PERFORM VARYING STEP-SUB FROM 1 BY 1
                     UNTIL STEP-SUB > STEP-CNT
                        OR CHAIN-STOPPED
              IF STEP-DONE (STEP-SUB)
                 ADD 1 TO STEPS-SKIPPED
                 DISPLAY STEP-NAME (STEP-SUB)
                         " FINISHED IN THE EARLIER RUN - NOT RUN AGAIN"
              ELSE
                 PERFORM RUN-ONE-STEP
              END-IF
           END-PERFORM

      *> WHAT THE STOP LEFT UNRUN STILL GOES ON THE JOB LOG
           PERFORM VARYING FIND-SUB FROM 1 BY 1
                     UNTIL FIND-SUB > STEP-CNT
              IF STEP-PENDING (FIND-SUB)
                 INITIALIZE JOB-REC
                 MOVE STEP-NAME (FIND-SUB) TO JOB-NAME
                 MOVE "NIGHTRUN"           TO JOB-OPERATOR
                 MOVE "NOT RUN "           TO JOB-RESULT
                 PERFORM APPEND-JOBLOG-ROW
              END-IF
           END-PERFORM
           .

       RUN-ONE-STEP.
           PERFORM CHECK-PREREQUISITES

           IF NOT PREREQS-MET
              DISPLAY STEP-NAME (STEP-SUB)
                      " - A STEP IT NEEDS HAS NOT FINISHED"
              SET CHAIN-STOPPED TO TRUE
              MOVE STEP-NAME (STEP-SUB) TO LAST-STOP-STEP
              EXIT PARAGRAPH
           END-IF

           ACCEPT STEP-START-TM (STEP-SUB) FROM TIME
           SET STEP-RUNNING (STEP-SUB) TO TRUE
           PERFORM WRITE-CHECKPOINT

           DISPLAY "NIGHTRUN - STARTING " STEP-NAME (STEP-SUB)

           INITIALIZE JOB-REC
           MOVE STEP-NAME (STEP-SUB) TO JOB-NAME
           MOVE "NIGHTRUN"           TO JOB-OPERATOR
           ACCEPT JOB-START-DT FROM DATE YYYYMMDD
           MOVE STEP-START-TM (STEP-SUB) TO JOB-START-TM

           MOVE SPACES TO STEP-CALL-NAME
           STRING STEP-NAME (STEP-SUB) DELIMITED BY SPACE
                  ".ACU"               DELIMITED BY SIZE
             INTO STEP-CALL-NAME
           END-STRING

           MOVE ZERO TO RETURN-CODE

           CALL STEP-CALL-NAME
                ON EXCEPTION
                   DISPLAY STEP-NAME (STEP-SUB)
                           " COULD NOT BE CALLED"
                   MOVE 16 TO RETURN-CODE
           END-CALL
           CANCEL STEP-CALL-NAME

           MOVE RETURN-CODE TO STEP-RC (STEP-SUB)
           MOVE ZERO TO RETURN-CODE
           ADD 1 TO STEPS-RUN

           ACCEPT STEP-END-TM (STEP-SUB) FROM TIME
           ACCEPT JOB-END-DT FROM DATE YYYYMMDD
           MOVE STEP-END-TM (STEP-SUB) TO JOB-END-TM

           IF STEP-RC (STEP-SUB) NOT < STEP-FAIL-RC (STEP-SUB)
              OR STEP-RC (STEP-SUB) < ZERO
              SET STEP-FAILED (STEP-SUB) TO TRUE
              SET CHAIN-STOPPED TO TRUE
              MOVE STEP-NAME (STEP-SUB) TO LAST-STOP-STEP
              MOVE "ERROR   " TO JOB-RESULT
           ELSE
              SET STEP-DONE (STEP-SUB) TO TRUE
              MOVE "OK      " TO JOB-RESULT
           END-IF

           PERFORM WRITE-CHECKPOINT
           PERFORM APPEND-JOBLOG-ROW
           .

       CHECK-PREREQUISITES.
           SET PREREQS-MET TO TRUE

           PERFORM VARYING PRE-SUB FROM 1 BY 1
                     UNTIL PRE-SUB > 4
              IF STEP-AFTER (STEP-SUB, PRE-SUB) NOT = SPACES
                 PERFORM FIND-EARLIER-STEP
                 IF FIND-SUB NOT < STEP-SUB
                    SET PREREQS-MET TO FALSE
                 ELSE
                    IF NOT STEP-DONE (FIND-SUB)
                       SET PREREQS-MET TO FALSE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * THE WHOLE STREAM'S STATE, REWRITTEN ROUND EVERY STEP           *
      *----------------------------------------------------------------*
       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT

           IF NOT VALID-STATUS-CKP
              DISPLAY "UNABLE TO WRITE NIGHTRUN.DAT - STATUS "
                      STATUS-CKP
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING FIND-SUB FROM 1 BY 1
                     UNTIL FIND-SUB > STEP-CNT
              MOVE STEP-NAME (FIND-SUB)  TO CKP-STEP
              MOVE STEP-STATE (FIND-SUB) TO CKP-STATE
              MOVE STEP-RC (FIND-SUB)    TO CKP-RC
              MOVE RUN-DT                TO CKP-RUN-DT
              MOVE RUN-TM                TO CKP-RUN-TM
              WRITE CKP-REC
           END-PERFORM

           CLOSE CHECKPOINT
           .
      /
      *----------------------------------------------------------------*
      * ONE ROW ON THE JOB LOG PER STEP                                *
      *----------------------------------------------------------------*
       APPEND-JOBLOG-ROW.
           OPEN EXTEND JOBLOG
           IF STATUS-JOBLOG = "35"
              OPEN OUTPUT JOBLOG
           END-IF

           IF VALID-STATUS-JOBLOG
              WRITE JOB-REC
              CLOSE JOBLOG
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE RUN SHEET                                                  *
      *----------------------------------------------------------------*
       PRINT-STREAM-REPORT.
           MOVE "FILMOTECA.EDUC360 - NIGHTLY JOB STREAM" TO RPT-LINE
           WRITE RPT-LINE

           MOVE RUN-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "STREAM STARTED " DELIMITED BY SIZE
                  WK-DATE-TEXT      DELIMITED BY SIZE
                  " AT "            DELIMITED BY SIZE
                  RUN-TM            DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           IF MODE-RESTART
              MOVE "(RESTARTED)" TO RPT-LINE (44:11)
           END-IF
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "STEP"     TO RPT-LINE (1:4)
           MOVE "RESULT"   TO RPT-LINE (13:6)
           MOVE "RC"       TO RPT-LINE (31:2)
           MOVE "FAILS AT" TO RPT-LINE (36:8)
           MOVE "START"    TO RPT-LINE (47:5)
           MOVE "END"      TO RPT-LINE (56:3)
           WRITE RPT-LINE

           PERFORM VARYING STEP-SUB FROM 1 BY 1
                     UNTIL STEP-SUB > STEP-CNT
              EVALUATE TRUE
              WHEN STEP-FAILED (STEP-SUB)
                   MOVE "FAILED"         TO STEP-STATE-TEXT
              WHEN STEP-DONE (STEP-SUB)
                   AND STEP-START-TM (STEP-SUB) = ZERO
                   MOVE "DONE EARLIER"   TO STEP-STATE-TEXT
              WHEN STEP-DONE (STEP-SUB)
                   MOVE "OK"             TO STEP-STATE-TEXT
              WHEN OTHER
                   MOVE "NOT RUN"        TO STEP-STATE-TEXT
              END-EVALUATE

              MOVE SPACES TO RPT-LINE
              MOVE STEP-NAME (STEP-SUB)    TO RPT-LINE (1:10)
              MOVE STEP-STATE-TEXT         TO RPT-LINE (13:14)
              IF NOT STEP-PENDING (STEP-SUB)
                 MOVE STEP-RC (STEP-SUB)   TO STEP-RC-TEXT
                 MOVE STEP-RC-TEXT         TO RPT-LINE (28:5)
              END-IF
              MOVE STEP-FAIL-RC (STEP-SUB) TO RPT-LINE (38:4)
              IF STEP-START-TM (STEP-SUB) > ZERO
                 MOVE STEP-START-TM (STEP-SUB) TO RPT-LINE (47:6)
                 MOVE STEP-END-TM (STEP-SUB)   TO RPT-LINE (56:6)
              END-IF
              WRITE RPT-LINE
           END-PERFORM
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
