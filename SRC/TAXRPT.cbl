       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          TAXRPT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  QUARTERLY SALES TAX RETURN - EVERY TAXABLE TILL ROW OF THE    *
      *  QUARTER (RENTAL FEES TAKEN, EX-RENTAL DISC SALES AND DAMAGE   *
      *  CHARGES BILLED) TOTALLED BY KIND AND BY THE RATE IT WAS       *
      *  TAXED AT - GROSS, NET OF TAX AND TAX - THEN THE TAX COLLECTED *
      *  PER RATE, WHICH IS WHAT GOES ON THE RETURN.  ROWS TAKEN AT A  *
      *  ZERO RATE (OR BEFORE TAX WAS CAPTURED) SHOW AS 0,00%.  RENTAL *
      *  FEES HANDED BACK WHEN A CHECKOUT WAS VOIDED SHOW AS THEIR OWN *
      *  NEGATIVE KIND AND COME OFF THE TAX COLLECTED.                 *
      *                                                                *
      *  THE DEFAULT IS THE LAST COMPLETED CALENDAR QUARTER.  AN       *
      *  OPTIONAL TAXRPT.CTL TAKES QUARTER=YYYYQ (20263 IS JULY TO     *
      *  SEPTEMBER 2026).                                              *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDTJA.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "TAXRPT.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT TAXRPT-RPT ASSIGN TO TAXRPT-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD TILLJRN.
          COPY 'CPVIDTLJ.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD TAXRPT-RPT.
       01 RPT-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 TAXRPT-RPT-PATH  PIC X(40) VALUE "TAXRPT.LST".
       77 STATUS-TILLJRN   PIC X(2).
           88 VALID-STATUS-TILLJRN VALUE IS "00" THRU "09".
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 SW-TLJ-EOF       PIC 9 VALUE ZERO.
           88 TILL-AT-END   VALUE 1, FALSE 0.
       77 SW-SLOT-FOUND    PIC 9 VALUE ZERO.
           88 SLOT-FOUND    VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 WK-YYYY          PIC 9(04) VALUE ZERO.
       77 WK-MM            PIC 9(02) VALUE ZERO.
       77 WK-QTR           PIC 9(01) VALUE ZERO.
       77 REPORT-QUARTER   PIC 9(05) VALUE ZERO.
       77 FROM-MONTH       PIC 9(06) VALUE ZERO.
       77 TO-MONTH         PIC 9(06) VALUE ZERO.
       77 EVENT-MONTH      PIC 9(06) VALUE ZERO.
       77 SKIPPED-COUNT    PIC 9(5) VALUE ZERO.
       77 KIND-SUB         PIC 9(1) VALUE ZERO.
       77 KIND-TYPE        PIC X(01) VALUE SPACE.
       77 KIND-TEXT        PIC X(12) VALUE SPACES.
       77 ROW-NET          PIC S9(8)V99 VALUE ZERO.
       77 TOT-GROSS        PIC S9(8)V99 VALUE ZERO.
       77 TOT-NET          PIC S9(8)V99 VALUE ZERO.
       77 TOT-TAX          PIC S9(8)V99 VALUE ZERO.
       77 RATE-TEXT        PIC Z9,99.
       77 GROSS-TEXT       PIC -ZZZZZZ9,99.
       77 NET-TEXT         PIC -ZZZZZZ9,99.
       77 TAX-TEXT         PIC -ZZZZZZ9,99.
       77 COUNT-TEXT       PIC ZZZZ9.

      * ONE SLOT PER KIND OF CHARGE AND RATE SEEN IN THE QUARTER -
      * RATES CHANGE RARELY, SO A HANDFUL OF SLOTS COVERS ANY QUARTER
       01 TAX-TABLE.
           05 TX-CNT           PIC 9(3) VALUE ZERO.
           05 TX-ROW OCCURS 60 TIMES INDEXED BY TX-IDX.
               10 TX-TYPE      PIC X(01).
               10 TX-RATE      PIC 9(2)V99.
               10 TX-ROWS      PIC 9(5).
               10 TX-GROSS     PIC S9(8)V99.
               10 TX-TAX       PIC S9(8)V99.
       77 TX-SUB           PIC 9(3) VALUE ZERO.

      * THE SAME FIGURES ROLLED UP BY RATE ALONE, FOR THE RETURN
       01 RATE-TABLE.
           05 RT-CNT           PIC 9(3) VALUE ZERO.
           05 RT-ROW OCCURS 20 TIMES INDEXED BY RT-IDX.
               10 RT-RATE      PIC 9(2)V99.
               10 RT-GROSS     PIC S9(8)V99.
               10 RT-TAX       PIC S9(8)V99.
       77 RT-SUB           PIC 9(3) VALUE ZERO.

      * THE THREE KINDS OF TAXABLE CHARGE, IN PRINT ORDER, THEN THE
      * RENTAL FEES HANDED BACK ON VOIDED CHECKOUTS
       01 KIND-LIST.
           05 FILLER PIC X(13) VALUE "RRENTAL FEES ".
           05 FILLER PIC X(13) VALUE "SDISC SALES  ".
           05 FILLER PIC X(13) VALUE "GDAMAGE      ".
           05 FILLER PIC X(13) VALUE "VVOIDED RENT ".
       01 KIND-TABLE REDEFINES KIND-LIST.
           05 KIND-ROW OCCURS 4 TIMES.
               10 KIND-ROW-TYPE PIC X(01).
               10 KIND-ROW-TEXT PIC X(12).

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

      *> THE DEFAULT IS THE LAST COMPLETED QUARTER
           MOVE TODAY-DATE (1:4) TO WK-YYYY
           MOVE TODAY-DATE (5:2) TO WK-MM
           COMPUTE WK-QTR = (WK-MM - 1) / 3 + 1
           IF WK-QTR = 1
              MOVE 4 TO WK-QTR
              SUBTRACT 1 FROM WK-YYYY
           ELSE
              SUBTRACT 1 FROM WK-QTR
           END-IF
           COMPUTE REPORT-QUARTER = WK-YYYY * 10 + WK-QTR

           PERFORM READ-CONTROL-FILE

           DIVIDE REPORT-QUARTER BY 10 GIVING WK-YYYY
                  REMAINDER WK-QTR

           IF WK-QTR < 1 OR WK-QTR > 4
              DISPLAY "QUARTER MUST BE YYYYQ WITH Q 1-4 - GOT "
                      REPORT-QUARTER
              STOP RUN
           END-IF

           COMPUTE FROM-MONTH = WK-YYYY * 100 + (WK-QTR - 1) * 3 + 1
           COMPUTE TO-MONTH   = FROM-MONTH + 2

           PERFORM OPEN-FILES

           PERFORM TALLY-TAXABLE-ROWS

           PERFORM PRINT-TAX-RETURN

           PERFORM CLOSE-FILES

           DISPLAY "TAX RETURN FOR QUARTER " WK-QTR " OF " WK-YYYY
                   " WRITTEN TO " TAXRPT-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - REPORT AN EARLIER QUARTER              *
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
           WHEN "QUARTER     "
                COMPUTE REPORT-QUARTER =
                   FUNCTION NUMVAL (CTL-VALUE)
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
      * OPEN ALL FILES                                                 *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  TILLJRN
           OPEN OUTPUT TAXRPT-RPT

           IF NOT VALID-STATUS-TILLJRN
              DISPLAY "UNABLE TO OPEN TILLJRN.DAT - STATUS "
                      STATUS-TILLJRN
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " TAXRPT-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE QUARTER'S TAXABLE TILL ROWS, BY KIND AND RATE              *
      *----------------------------------------------------------------*
       TALLY-TAXABLE-ROWS.
           SET TILL-AT-END TO FALSE
           COMPUTE TLJ-DATE = FROM-MONTH * 100 + 1
           MOVE ZERO TO TLJ-SEQ

           START TILLJRN KEY >= TLJ-KEY
                 INVALID KEY
                     SET TILL-AT-END TO TRUE
                 NOT INVALID KEY
                     READ TILLJRN NEXT RECORD
                          AT END SET TILL-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL TILL-AT-END
              MOVE TLJ-DATE (1:6) TO EVENT-MONTH
              IF EVENT-MONTH > TO-MONTH
                 SET TILL-AT-END TO TRUE
              ELSE
                 IF TLJ-IS-RENTAL OR TLJ-IS-SALE OR TLJ-IS-DAMAGE
                    OR (TLJ-IS-VOID AND TLJ-VOID-OF = "R")
                    PERFORM ADD-TO-TAX-SLOT
                    PERFORM ADD-TO-RATE-SLOT
                 END-IF

                 READ TILLJRN NEXT RECORD
                      AT END SET TILL-AT-END TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           .

       ADD-TO-TAX-SLOT.
           SET SLOT-FOUND TO FALSE

           PERFORM VARYING TX-SUB FROM 1 BY 1
                     UNTIL TX-SUB > TX-CNT
                        OR SLOT-FOUND
              IF TX-TYPE (TX-SUB) = TLJ-TYPE
                 AND TX-RATE (TX-SUB) = TLJ-TAX-RATE
                 SET SLOT-FOUND TO TRUE
                 SUBTRACT 1 FROM TX-SUB
              END-IF
           END-PERFORM

           IF NOT SLOT-FOUND
              IF TX-CNT < 60
                 ADD 1 TO TX-CNT
                 MOVE TX-CNT       TO TX-SUB
                 MOVE TLJ-TYPE     TO TX-TYPE  (TX-SUB)
                 MOVE TLJ-TAX-RATE TO TX-RATE  (TX-SUB)
                 MOVE ZERO         TO TX-ROWS  (TX-SUB)
                 MOVE ZERO         TO TX-GROSS (TX-SUB)
                 MOVE ZERO         TO TX-TAX   (TX-SUB)
              ELSE
                 ADD 1 TO SKIPPED-COUNT
                 EXIT PARAGRAPH
              END-IF
           END-IF

           ADD 1          TO TX-ROWS  (TX-SUB)
           ADD TLJ-AMOUNT TO TX-GROSS (TX-SUB)
           ADD TLJ-TAX    TO TX-TAX   (TX-SUB)
           .

       ADD-TO-RATE-SLOT.
           SET SLOT-FOUND TO FALSE

           PERFORM VARYING RT-SUB FROM 1 BY 1
                     UNTIL RT-SUB > RT-CNT
                        OR SLOT-FOUND
              IF RT-RATE (RT-SUB) = TLJ-TAX-RATE
                 SET SLOT-FOUND TO TRUE
                 SUBTRACT 1 FROM RT-SUB
              END-IF
           END-PERFORM

           IF NOT SLOT-FOUND
              IF RT-CNT < 20
                 ADD 1 TO RT-CNT
                 MOVE RT-CNT       TO RT-SUB
                 MOVE TLJ-TAX-RATE TO RT-RATE  (RT-SUB)
                 MOVE ZERO         TO RT-GROSS (RT-SUB)
                 MOVE ZERO         TO RT-TAX   (RT-SUB)
              ELSE
                 EXIT PARAGRAPH
              END-IF
           END-IF

           ADD TLJ-AMOUNT TO RT-GROSS (RT-SUB)
           ADD TLJ-TAX    TO RT-TAX   (RT-SUB)
           .
      /
      *----------------------------------------------------------------*
      * THE RETURN - DETAIL BY KIND AND RATE, THEN TAX PER RATE        *
      *----------------------------------------------------------------*
       PRINT-TAX-RETURN.
           MOVE SPACES TO RPT-LINE
           STRING "FILMOTECA.EDUC360 - SALES TAX RETURN, QUARTER "
                                     DELIMITED BY SIZE
                  WK-QTR             DELIMITED BY SIZE
                  " OF "             DELIMITED BY SIZE
                  WK-YYYY            DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "KIND          RATE   ROWS       GROSS"
                                     DELIMITED BY SIZE
                  "  NET OF TAX         TAX"
                                     DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           PERFORM VARYING KIND-SUB FROM 1 BY 1
                     UNTIL KIND-SUB > 4
              MOVE KIND-ROW-TYPE (KIND-SUB) TO KIND-TYPE
              MOVE KIND-ROW-TEXT (KIND-SUB) TO KIND-TEXT

              PERFORM VARYING TX-SUB FROM 1 BY 1
                        UNTIL TX-SUB > TX-CNT
                 IF TX-TYPE (TX-SUB) = KIND-TYPE
                    PERFORM PRINT-KIND-RATE-LINE
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "TAX COLLECTED BY RATE" TO RPT-LINE
           WRITE RPT-LINE

           PERFORM VARYING RT-SUB FROM 1 BY 1
                     UNTIL RT-SUB > RT-CNT
              PERFORM PRINT-RATE-LINE
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE TOT-GROSS TO GROSS-TEXT
           MOVE TOT-NET   TO NET-TEXT
           MOVE TOT-TAX   TO TAX-TEXT

           MOVE SPACES TO RPT-LINE
           STRING "TOTAL                     "
                                     DELIMITED BY SIZE
                  GROSS-TEXT         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  NET-TEXT           DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  TAX-TEXT           DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           IF SKIPPED-COUNT > ZERO
              MOVE SKIPPED-COUNT TO COUNT-TEXT
              MOVE SPACES TO RPT-LINE
              STRING "** "              DELIMITED BY SIZE
                     COUNT-TEXT         DELIMITED BY SIZE
                     " ROW(S) NOT SHOWN - TOO MANY KIND/RATE PAIRS"
                                        DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
              WRITE RPT-LINE
           END-IF
           .

       PRINT-KIND-RATE-LINE.
           COMPUTE ROW-NET = TX-GROSS (TX-SUB) - TX-TAX (TX-SUB)

           MOVE TX-RATE  (TX-SUB) TO RATE-TEXT
           MOVE TX-ROWS  (TX-SUB) TO COUNT-TEXT
           MOVE TX-GROSS (TX-SUB) TO GROSS-TEXT
           MOVE ROW-NET           TO NET-TEXT
           MOVE TX-TAX   (TX-SUB) TO TAX-TEXT

           MOVE SPACES TO RPT-LINE
           STRING KIND-TEXT          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  RATE-TEXT          DELIMITED BY SIZE
                  "% "               DELIMITED BY SIZE
                  COUNT-TEXT         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  GROSS-TEXT         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  NET-TEXT           DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  TAX-TEXT           DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .

       PRINT-RATE-LINE.
           COMPUTE ROW-NET = RT-GROSS (RT-SUB) - RT-TAX (RT-SUB)

           ADD RT-GROSS (RT-SUB) TO TOT-GROSS
           ADD ROW-NET           TO TOT-NET
           ADD RT-TAX (RT-SUB)   TO TOT-TAX

           MOVE RT-RATE  (RT-SUB) TO RATE-TEXT
           MOVE RT-GROSS (RT-SUB) TO GROSS-TEXT
           MOVE ROW-NET           TO NET-TEXT
           MOVE RT-TAX   (RT-SUB) TO TAX-TEXT

           MOVE SPACES TO RPT-LINE
           STRING "  AT "            DELIMITED BY SIZE
                  RATE-TEXT          DELIMITED BY SIZE
                  "%"                DELIMITED BY SIZE
                  "               "  DELIMITED BY SIZE
                  GROSS-TEXT         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  NET-TEXT           DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  TAX-TEXT           DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE TILLJRN
           CLOSE TAXRPT-RPT
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
