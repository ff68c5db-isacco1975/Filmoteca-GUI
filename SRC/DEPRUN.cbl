       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          DEPRUN.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  MONTHLY DEPRECIATION RUN - WRITES EVERY DISC COPY AND EVERY   *
      *  EQUIPMENT ASSET DOWN THROUGH THE MONTH, BOOKS THE DISPOSALS   *
      *  ON THE DISPOSAL LOG AND FILES WHAT IT DID ON THE DEPRECIATION *
      *  REGISTER (DEPREG.DAT) FOR GLEXP TO POST.                      *
      *                                                                *
      *  AN ITEM THE RUN HAS NOT SEEN BEFORE (BLANK METHOD) IS FIRST   *
      *  STAMPED WITH THE LIFE AND METHOD ON THE DEPPOL ROW FOR ITS    *
      *  MEDIA FORMAT OR EQUIPMENT CLASS - 24 MONTHS (COPIES) OR 36    *
      *  MONTHS (EQUIPMENT) STRAIGHT LINE WHEN THERE IS NO ROW.  A     *
      *  COPY COSTS WHAT ITS TITLE'S ACQUISITION ROW SAYS AND WENT     *
      *  INTO SERVICE THEN IF IT CARRIES NO DATE OF ITS OWN; A UNIT OF *
      *  EQUIPMENT COSTS ITS REPLACEMENT VALUE.                        *
      *                                                                *
      *  THE CHARGE STARTS IN THE IN-SERVICE MONTH.  STRAIGHT LINE     *
      *  TAKES COST / LIFE A MONTH; DECLINING BALANCE TAKES TWICE THE  *
      *  STRAIGHT-LINE RATE ON WHAT IS LEFT; THE LAST MONTH OF THE     *
      *  LIFE TAKES WHATEVER IS LEFT EITHER WAY.  MONTHS A MISSED RUN  *
      *  SKIPPED ARE CAUGHT UP, AND A MONTH ALREADY CHARGED IS NEVER   *
      *  CHARGED TWICE, SO THE RUN IS SAFE TO REPEAT.                  *
      *                                                                *
      *  A DISPOSAL (A COPY SOLD OR SCRAPPED, AN ASSET RETIRED) IS     *
      *  CAUGHT UP TO THE MONTH BEFORE IT LEFT AND BOOKED WITH ITS     *
      *  GAIN OR LOSS - NET PROCEEDS LESS BOOK VALUE - IN THE RUN FOR  *
      *  THE MONTH IT HAPPENED IN (OR THE FIRST RUN AFTER).            *
      *                                                                *
      *  AN OPTIONAL DEPRUN.CTL (MONTH=YYYYMM) RUNS AN EARLIER MONTH;  *
      *  THE DEFAULT IS THE MONTH JUST ENDED.                          *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDCPA.CPY'.
          COPY 'CPVIDEQA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDAQA.CPY'.
          COPY 'CPVIDDLA.CPY'.
          COPY 'CPVIDDXA.CPY'.
          COPY 'CPVIDDRA.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "DEPRUN.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
          SELECT DEPRUN-RPT ASSIGN TO DEPRUN-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD COPIES.
          COPY 'CPVIDCPN.CPY'.
      *
       FD EQUIP.
          COPY 'CPVIDEQP.CPY'.
      *
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD ACQUIS.
          COPY 'CPVIDAQN.CPY'.
      *
       FD DEPPOL.
          COPY 'CPVIDDPL.CPY'.
      *
       FD DISPOSE.
          COPY 'CPVIDDSX.CPY'.
      *
       FD DEPREG.
          COPY 'CPVIDDRG.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
      *
       FD DEPRUN-RPT.
       01 RPT-LINE                  PIC X(100).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 DEPRUN-RPT-PATH  PIC X(40) VALUE "DEPRUN.LST".
       77 STATUS-COPIES    PIC X(2).
           88 VALID-STATUS-COPIES VALUE IS "00" THRU "09".
       77 STATUS-EQUIP     PIC X(2).
           88 VALID-STATUS-EQUIP VALUE IS "00" THRU "09".
       77 STATUS-MOVIES    PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-ACQUIS    PIC X(2).
           88 VALID-STATUS-ACQUIS VALUE IS "00" THRU "09".
       77 STATUS-DEPPOL    PIC X(2).
           88 VALID-STATUS-DEPPOL VALUE IS "00" THRU "09".
       77 STATUS-DISPOSE   PIC X(2).
           88 VALID-STATUS-DISPOSE VALUE IS "00" THRU "09".
       77 STATUS-DEPREG    PIC X(2).
           88 VALID-STATUS-DEPREG VALUE IS "00" THRU "09".
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-CPY-EOF       PIC 9 VALUE ZERO.
           88 COPIES-AT-END VALUE 1, FALSE 0.
       77 SW-EQP-EOF       PIC 9 VALUE ZERO.
           88 EQUIP-AT-END  VALUE 1, FALSE 0.
       77 SW-DSX-EOF       PIC 9 VALUE ZERO.
           88 DISPOSE-AT-END VALUE 1, FALSE 0.
       77 SW-CTL-EOF       PIC 9 VALUE ZERO.
           88 CTL-AT-END    VALUE 1, FALSE 0.
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.
       77 RUN-MONTH        PIC 9(06) VALUE ZERO.
       77 EVENT-MONTH      PIC 9(06) VALUE ZERO.

      * THE HOUSE POLICY WHEN A FORMAT OR CLASS HAS NO DEPPOL ROW
       77 DEFAULT-COPY-LIFE PIC 9(03) VALUE 24.
       77 DEFAULT-EQP-LIFE  PIC 9(03) VALUE 36.

      * THE ITEM BEING WRITTEN DOWN - A COPY, AN ASSET OR A DISPOSAL
      * ROW IS MOVED IN HERE, CHARGED AND MOVED BACK
       77 DEP-KIND         PIC X(01) VALUE SPACE.
       77 DEP-ITEM         PIC 9(05) VALUE ZERO.
       77 DEP-COPY-NO      PIC 9(03) VALUE ZERO.
       77 DEP-CLASS        PIC X(07) VALUE SPACES.
       77 DEP-INSVC-DT     PIC 9(08) VALUE ZERO.
       77 DEP-LIFE         PIC 9(03) VALUE ZERO.
       77 DEP-METHOD       PIC X(01) VALUE SPACE.
           88 DEP-IS-STRAIGHT VALUE "S".
           88 DEP-IS-DECLINE  VALUE "D".
           88 DEP-IS-NONE     VALUE "N".
       77 DEP-COST         PIC 9(05)V99 VALUE ZERO.
       77 DEP-ACCUM        PIC 9(05)V99 VALUE ZERO.
       77 DEP-THRU         PIC 9(06) VALUE ZERO.
       77 DEP-CHARGE       PIC 9(05)V99 VALUE ZERO.
       77 DEP-TARGET       PIC 9(06) VALUE ZERO.
       77 SW-STAMPED       PIC 9 VALUE ZERO.
           88 ITEM-STAMPED  VALUE 1, FALSE 0.

      * MONTHS AS A RUNNING COUNT (YEAR * 12 + MONTH - 1) SO THE
      * CATCH-UP LOOP AND THE AGE IN MONTHS ARE PLAIN ARITHMETIC
       77 WK-MONTH         PIC 9(06) VALUE ZERO.
       77 WK-IDX           PIC 9(06) VALUE ZERO.
       77 WK-YYYY          PIC 9(04) VALUE ZERO.
       77 WK-MM            PIC 9(02) VALUE ZERO.
       77 INSVC-IDX        PIC 9(06) VALUE ZERO.
       77 FROM-IDX         PIC 9(06) VALUE ZERO.
       77 TO-IDX           PIC 9(06) VALUE ZERO.
       77 CUR-IDX          PIC 9(06) VALUE ZERO.
       77 AGE-MONTHS       PIC 9(06) VALUE ZERO.
       77 BOOK-LEFT        PIC 9(05)V99 VALUE ZERO.
       77 MONTH-CHARGE     PIC 9(05)V99 VALUE ZERO.
       77 GAIN-LOSS        PIC S9(05)V99 VALUE ZERO.

      * RUN TOTALS
       77 COPIES-READ      PIC 9(07) VALUE ZERO.
       77 COPIES-CHARGED   PIC 9(07) VALUE ZERO.
       77 ASSETS-READ      PIC 9(05) VALUE ZERO.
       77 ASSETS-CHARGED   PIC 9(05) VALUE ZERO.
       77 DISPOSALS-BOOKED PIC 9(05) VALUE ZERO.
       77 TOT-COPY-CHARGE  PIC 9(07)V99 VALUE ZERO.
       77 TOT-EQP-CHARGE   PIC 9(07)V99 VALUE ZERO.
       77 TOT-DISP-CHARGE  PIC 9(07)V99 VALUE ZERO.
       77 TOT-DISP-COST    PIC 9(07)V99 VALUE ZERO.
       77 TOT-DISP-ACCUM   PIC 9(07)V99 VALUE ZERO.
       77 TOT-DISP-PROCEEDS PIC 9(07)V99 VALUE ZERO.
       77 TOT-GAIN-LOSS    PIC S9(07)V99 VALUE ZERO.
       77 AMOUNT-TEXT      PIC ZZZZ9,99.
       77 SIGNED-TEXT      PIC -ZZZZ9,99.
       77 TOTAL-TEXT       PIC ZZZZZZ9,99.
       77 SIGNED-TOTAL-TEXT PIC -ZZZZZZ9,99.
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
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

      *> THE DEFAULT IS THE MONTH JUST ENDED
           MOVE TODAY-DATE (1:4) TO WK-YYYY
           MOVE TODAY-DATE (5:2) TO WK-MM
           IF WK-MM = 1
              MOVE 12 TO WK-MM
              SUBTRACT 1 FROM WK-YYYY
           ELSE
              SUBTRACT 1 FROM WK-MM
           END-IF
           COMPUTE RUN-MONTH = WK-YYYY * 100 + WK-MM

           PERFORM READ-CONTROL-FILE

           PERFORM OPEN-FILES

           PERFORM PRINT-REPORT-HEADING

           PERFORM DEPRECIATE-COPIES
           PERFORM DEPRECIATE-EQUIPMENT
           PERFORM BOOK-DISPOSALS

           PERFORM PRINT-REPORT-TOTALS

           PERFORM CLOSE-FILES

           DISPLAY COPIES-CHARGED " COPY(IES), " ASSETS-CHARGED
                   " ASSET(S) CHARGED AND " DISPOSALS-BOOKED
                   " DISPOSAL(S) BOOKED FOR " RUN-MONTH " - SEE "
                   DEPRUN-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPTIONAL CONTROL FILE - RUN AN EARLIER MONTH                   *
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
           WHEN "MONTH       "
                COMPUTE RUN-MONTH = FUNCTION NUMVAL (CTL-VALUE)
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
      * OPEN ALL FILES - THE POLICY AND ACQUISITION TABLES MAY NOT     *
      * EXIST YET; THE DISPOSAL LOG AND THE REGISTER ARE CREATED ON    *
      * THE FIRST RUN                                                  *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN I-O    COPIES
           OPEN I-O    EQUIP
           OPEN INPUT  MOVIES
           OPEN INPUT  ACQUIS
           OPEN INPUT  DEPPOL

           OPEN I-O    DISPOSE
           IF STATUS-DISPOSE = "35"
              OPEN OUTPUT DISPOSE
              IF VALID-STATUS-DISPOSE
                 CLOSE DISPOSE
                 OPEN I-O DISPOSE
              END-IF
           END-IF

           OPEN I-O    DEPREG
           IF STATUS-DEPREG = "35"
              OPEN OUTPUT DEPREG
              IF VALID-STATUS-DEPREG
                 CLOSE DEPREG
                 OPEN I-O DEPREG
              END-IF
           END-IF

           OPEN OUTPUT DEPRUN-RPT

           IF NOT VALID-STATUS-COPIES
              DISPLAY "UNABLE TO OPEN COPIES.DAT - STATUS "
                      STATUS-COPIES
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-MOVIES
              DISPLAY "UNABLE TO OPEN MOVIES.DAT - STATUS "
                      STATUS-MOVIES
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-DISPOSE
              DISPLAY "UNABLE TO OPEN DISPOSE.DAT - STATUS "
                      STATUS-DISPOSE
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-DEPREG
              DISPLAY "UNABLE TO OPEN DEPREG.DAT - STATUS "
                      STATUS-DEPREG
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " DEPRUN-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * EVERY COPY ON FILE                                             *
      *----------------------------------------------------------------*
       DEPRECIATE-COPIES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "DISC COPIES" TO RPT-LINE
           WRITE RPT-LINE

           SET COPIES-AT-END TO FALSE
           MOVE LOW-VALUES TO CP-KEY

           START COPIES KEY >= CP-KEY
                 INVALID KEY
                     SET COPIES-AT-END TO TRUE
                 NOT INVALID KEY
                     READ COPIES NEXT RECORD
                          AT END SET COPIES-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL COPIES-AT-END
              ADD 1 TO COPIES-READ
              PERFORM DEPRECIATE-ONE-COPY

              READ COPIES NEXT RECORD
                   AT END SET COPIES-AT-END TO TRUE
              END-READ
           END-PERFORM
           .

       DEPRECIATE-ONE-COPY.
           MOVE "C"           TO DEP-KIND
           MOVE CP-CODIGO     TO DEP-ITEM
           MOVE CP-COPY-NO    TO DEP-COPY-NO
           MOVE CP-INSVC-DT   TO DEP-INSVC-DT
           MOVE CP-DEP-LIFE   TO DEP-LIFE
           MOVE CP-DEP-METHOD TO DEP-METHOD
           MOVE CP-DEP-COST   TO DEP-COST
           MOVE CP-DEP-ACCUM  TO DEP-ACCUM
           MOVE CP-DEP-THRU   TO DEP-THRU

           PERFORM FIND-COPY-FORMAT

           SET ITEM-STAMPED TO FALSE
           IF DEP-METHOD = SPACE
              PERFORM STAMP-COPY-POLICY
           END-IF

           MOVE RUN-MONTH TO DEP-TARGET
           PERFORM CHARGE-THROUGH-TARGET

           IF DEP-CHARGE = ZERO
              AND NOT ITEM-STAMPED
              EXIT PARAGRAPH
           END-IF

           MOVE DEP-INSVC-DT  TO CP-INSVC-DT
           MOVE DEP-LIFE      TO CP-DEP-LIFE
           MOVE DEP-METHOD    TO CP-DEP-METHOD
           MOVE DEP-COST      TO CP-DEP-COST
           MOVE DEP-ACCUM     TO CP-DEP-ACCUM
           MOVE DEP-THRU      TO CP-DEP-THRU

           REWRITE CP-REC
              INVALID KEY CONTINUE
           END-REWRITE

           IF DEP-CHARGE > ZERO
              ADD 1          TO COPIES-CHARGED
              ADD DEP-CHARGE TO TOT-COPY-CHARGE
              PERFORM FILE-CHARGE-ROW
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * EVERY EQUIPMENT ASSET ON FILE - A SHOP WITHOUT AN EQUIPMENT    *
      * FILE SIMPLY HAS NONE                                           *
      *----------------------------------------------------------------*
       DEPRECIATE-EQUIPMENT.
           IF NOT VALID-STATUS-EQUIP
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "EQUIPMENT" TO RPT-LINE
           WRITE RPT-LINE

           SET EQUIP-AT-END TO FALSE
           MOVE ZERO TO EQP-ASSET-ID

           START EQUIP KEY >= EQP-ASSET-ID
                 INVALID KEY
                     SET EQUIP-AT-END TO TRUE
                 NOT INVALID KEY
                     READ EQUIP NEXT RECORD
                          AT END SET EQUIP-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL EQUIP-AT-END
              ADD 1 TO ASSETS-READ
              PERFORM DEPRECIATE-ONE-ASSET

              READ EQUIP NEXT RECORD
                   AT END SET EQUIP-AT-END TO TRUE
              END-READ
           END-PERFORM
           .

       DEPRECIATE-ONE-ASSET.
           MOVE "E"            TO DEP-KIND
           MOVE EQP-ASSET-ID   TO DEP-ITEM
           MOVE ZERO           TO DEP-COPY-NO
           MOVE EQP-CLASS      TO DEP-CLASS
           MOVE EQP-INSVC-DT   TO DEP-INSVC-DT
           MOVE EQP-DEP-LIFE   TO DEP-LIFE
           MOVE EQP-DEP-METHOD TO DEP-METHOD
           MOVE EQP-DEP-COST   TO DEP-COST
           MOVE EQP-DEP-ACCUM  TO DEP-ACCUM
           MOVE EQP-DEP-THRU   TO DEP-THRU

           SET ITEM-STAMPED TO FALSE
           IF DEP-METHOD = SPACE
              PERFORM STAMP-EQUIP-POLICY
              IF DEP-COST = ZERO
                 MOVE EQP-REPL-VALUE TO DEP-COST
              END-IF
           END-IF

           MOVE RUN-MONTH TO DEP-TARGET
           PERFORM CHARGE-THROUGH-TARGET

           IF DEP-CHARGE = ZERO
              AND NOT ITEM-STAMPED
              EXIT PARAGRAPH
           END-IF

           MOVE DEP-INSVC-DT   TO EQP-INSVC-DT
           MOVE DEP-LIFE       TO EQP-DEP-LIFE
           MOVE DEP-METHOD     TO EQP-DEP-METHOD
           MOVE DEP-COST       TO EQP-DEP-COST
           MOVE DEP-ACCUM      TO EQP-DEP-ACCUM
           MOVE DEP-THRU       TO EQP-DEP-THRU

           REWRITE EQP-REC
              INVALID KEY CONTINUE
           END-REWRITE

           IF DEP-CHARGE > ZERO
              ADD 1          TO ASSETS-CHARGED
              ADD DEP-CHARGE TO TOT-EQP-CHARGE
              PERFORM FILE-CHARGE-ROW
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * EVERY DISPOSAL ON THE LOG UP TO THE END OF THE RUN MONTH NOT   *
      * YET BOOKED - THE LOG IS IN DATE ORDER, SO THE WALK STOPS AT    *
      * THE FIRST ROW PAST THE MONTH                                   *
      *----------------------------------------------------------------*
       BOOK-DISPOSALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "DISPOSALS" TO RPT-LINE
           WRITE RPT-LINE

           SET DISPOSE-AT-END TO FALSE
           MOVE LOW-VALUES TO DSX-KEY

           START DISPOSE KEY >= DSX-KEY
                 INVALID KEY
                     SET DISPOSE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ DISPOSE NEXT RECORD
                          AT END SET DISPOSE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL DISPOSE-AT-END
              MOVE DSX-DATE (1:6) TO EVENT-MONTH
              IF EVENT-MONTH > RUN-MONTH
                 SET DISPOSE-AT-END TO TRUE
              ELSE
                 IF DSX-BOOKED-MONTH = ZERO
                    PERFORM BOOK-ONE-DISPOSAL
                 END-IF

                 READ DISPOSE NEXT RECORD
                      AT END SET DISPOSE-AT-END TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           .

       BOOK-ONE-DISPOSAL.
           MOVE DSX-KIND       TO DEP-KIND
           MOVE DSX-ITEM       TO DEP-ITEM
           MOVE DSX-COPY-NO    TO DEP-COPY-NO
           MOVE DSX-CLASS      TO DEP-CLASS
           MOVE DSX-INSVC-DT   TO DEP-INSVC-DT
           MOVE DSX-DEP-LIFE   TO DEP-LIFE
           MOVE DSX-DEP-METHOD TO DEP-METHOD
           MOVE DSX-DEP-COST   TO DEP-COST
           MOVE DSX-DEP-ACCUM  TO DEP-ACCUM
           MOVE DSX-DEP-THRU   TO DEP-THRU

           IF DSX-IS-COPY
              PERFORM FIND-COPY-FORMAT
           END-IF

           IF DEP-METHOD = SPACE
              IF DSX-IS-COPY
                 PERFORM STAMP-COPY-POLICY
              ELSE
                 PERFORM STAMP-EQUIP-POLICY
              END-IF
           END-IF

      *> CAUGHT UP TO THE MONTH BEFORE THE ITEM LEFT - THE MONTH OF
      *> DISPOSAL ITSELF IS NOT CHARGED
           MOVE DSX-DATE (1:6) TO WK-MONTH
           PERFORM MONTH-TO-INDEX
           SUBTRACT 1 FROM WK-IDX
           PERFORM INDEX-TO-MONTH
           MOVE WK-MONTH TO DEP-TARGET
           PERFORM CHARGE-THROUGH-TARGET

           COMPUTE BOOK-LEFT = DEP-COST - DEP-ACCUM
           COMPUTE GAIN-LOSS = DSX-PROCEEDS - BOOK-LEFT

           MOVE DEP-INSVC-DT   TO DSX-INSVC-DT
           MOVE DEP-LIFE       TO DSX-DEP-LIFE
           MOVE DEP-METHOD     TO DSX-DEP-METHOD
           MOVE DEP-COST       TO DSX-DEP-COST
           MOVE DEP-ACCUM      TO DSX-DEP-ACCUM
           MOVE DEP-THRU       TO DSX-DEP-THRU
           MOVE RUN-MONTH      TO DSX-BOOKED-MONTH
           MOVE GAIN-LOSS      TO DSX-GAIN-LOSS

           REWRITE DSX-REC
              INVALID KEY CONTINUE
           END-REWRITE

           ADD 1              TO DISPOSALS-BOOKED
           ADD DEP-CHARGE     TO TOT-DISP-CHARGE
           ADD DEP-COST       TO TOT-DISP-COST
           ADD DEP-ACCUM      TO TOT-DISP-ACCUM
           ADD DSX-PROCEEDS   TO TOT-DISP-PROCEEDS
           ADD GAIN-LOSS      TO TOT-GAIN-LOSS

           INITIALIZE DRG-REC
           MOVE RUN-MONTH      TO DRG-MONTH
           MOVE "D"            TO DRG-ENTRY
           MOVE DEP-KIND       TO DRG-KIND
           MOVE DEP-ITEM       TO DRG-ITEM
           MOVE DEP-COPY-NO    TO DRG-COPY-NO
           MOVE DEP-CLASS      TO DRG-CLASS
           MOVE DEP-METHOD     TO DRG-METHOD
           MOVE DEP-COST       TO DRG-COST
           MOVE DEP-CHARGE     TO DRG-CHARGE
           MOVE DEP-ACCUM      TO DRG-ACCUM
           MOVE DSX-REASON     TO DRG-REASON
           MOVE DSX-PROCEEDS   TO DRG-PROCEEDS
           MOVE GAIN-LOSS      TO DRG-GAIN-LOSS
           PERFORM FILE-REGISTER-ROW

           PERFORM PRINT-ITEM-LINE
           MOVE DSX-REASON    TO RPT-LINE (72:1)
           MOVE DSX-PROCEEDS  TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT   TO RPT-LINE (75:8)
           MOVE GAIN-LOSS     TO SIGNED-TEXT
           MOVE SIGNED-TEXT   TO RPT-LINE (84:9)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * THE MEDIA FORMAT OF THE COPY'S TITLE                           *
      *----------------------------------------------------------------*
       FIND-COPY-FORMAT.
           MOVE SPACES   TO DEP-CLASS
           MOVE DEP-ITEM TO CODIGO

           READ MOVIES
                INVALID
                    CONTINUE
                NOT INVALID
                    MOVE MEDIA-FORMAT TO DEP-CLASS
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * FIRST SIGHT OF A COPY - LIFE AND METHOD OFF ITS FORMAT'S       *
      * DEPPOL ROW, COST AND (IF IT HAS NONE) IN-SERVICE DATE OFF ITS  *
      * TITLE'S ACQUISITION ROW                                        *
      *----------------------------------------------------------------*
       STAMP-COPY-POLICY.
           SET ITEM-STAMPED TO TRUE

           MOVE DEFAULT-COPY-LIFE TO DEP-LIFE
           MOVE "S"               TO DEP-METHOD

           IF VALID-STATUS-DEPPOL
              MOVE "F"       TO DPL-KIND
              MOVE DEP-CLASS TO DPL-CLASS
              READ DEPPOL
                   INVALID
                       CONTINUE
                   NOT INVALID
                       MOVE DPL-LIFE   TO DEP-LIFE
                       MOVE DPL-METHOD TO DEP-METHOD
              END-READ
           END-IF

           IF VALID-STATUS-ACQUIS
              MOVE DEP-ITEM TO ACQ-CODIGO
              READ ACQUIS
                   INVALID
                       CONTINUE
                   NOT INVALID
                       IF DEP-COST = ZERO
                          MOVE ACQ-COST TO DEP-COST
                       END-IF
                       IF DEP-INSVC-DT = ZERO
                          MOVE ACQ-DATE TO DEP-INSVC-DT
                       END-IF
              END-READ
           END-IF

           IF DEP-INSVC-DT = ZERO
              MOVE TODAY-DATE TO DEP-INSVC-DT
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * FIRST SIGHT OF AN ASSET - LIFE AND METHOD OFF ITS CLASS'S      *
      * DEPPOL ROW                                                     *
      *----------------------------------------------------------------*
       STAMP-EQUIP-POLICY.
           SET ITEM-STAMPED TO TRUE

           MOVE DEFAULT-EQP-LIFE TO DEP-LIFE
           MOVE "S"              TO DEP-METHOD

           IF VALID-STATUS-DEPPOL
              AND DEP-CLASS NOT = SPACES
              MOVE "E"       TO DPL-KIND
              MOVE DEP-CLASS TO DPL-CLASS
              READ DEPPOL
                   INVALID
                       CONTINUE
                   NOT INVALID
                       MOVE DPL-LIFE   TO DEP-LIFE
                       MOVE DPL-METHOD TO DEP-METHOD
              END-READ
           END-IF

           IF DEP-INSVC-DT = ZERO
              MOVE TODAY-DATE TO DEP-INSVC-DT
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * CHARGE EVERY MONTH AFTER THE LAST ONE CHARGED (OR FROM THE     *
      * IN-SERVICE MONTH) UP TO AND INCLUDING DEP-TARGET, LEAVING THE  *
      * TOTAL IN DEP-CHARGE.  NOTHING HAPPENS WHEN THE TARGET IS NOT   *
      * PAST THE LAST MONTH CHARGED OR BEFORE THE IN-SERVICE MONTH     *
      *----------------------------------------------------------------*
       CHARGE-THROUGH-TARGET.
           MOVE ZERO TO DEP-CHARGE

           MOVE DEP-INSVC-DT (1:6) TO WK-MONTH
           PERFORM MONTH-TO-INDEX
           MOVE WK-IDX TO INSVC-IDX

           IF DEP-THRU = ZERO
              MOVE INSVC-IDX TO FROM-IDX
           ELSE
              MOVE DEP-THRU TO WK-MONTH
              PERFORM MONTH-TO-INDEX
              COMPUTE FROM-IDX = WK-IDX + 1
              IF FROM-IDX < INSVC-IDX
                 MOVE INSVC-IDX TO FROM-IDX
              END-IF
           END-IF

           MOVE DEP-TARGET TO WK-MONTH
           PERFORM MONTH-TO-INDEX
           MOVE WK-IDX TO TO-IDX

           IF TO-IDX < FROM-IDX
              EXIT PARAGRAPH
           END-IF

           PERFORM CHARGE-ONE-MONTH
              VARYING CUR-IDX FROM FROM-IDX BY 1
                UNTIL CUR-IDX > TO-IDX

           MOVE DEP-TARGET TO DEP-THRU
           .

       CHARGE-ONE-MONTH.
           IF DEP-IS-NONE
              OR DEP-LIFE = ZERO
              OR DEP-ACCUM NOT < DEP-COST
              EXIT PARAGRAPH
           END-IF

           COMPUTE AGE-MONTHS = CUR-IDX - INSVC-IDX + 1
           IF AGE-MONTHS > DEP-LIFE
              EXIT PARAGRAPH
           END-IF

           COMPUTE BOOK-LEFT = DEP-COST - DEP-ACCUM

           EVALUATE TRUE
           WHEN AGE-MONTHS = DEP-LIFE
                MOVE BOOK-LEFT TO MONTH-CHARGE
           WHEN DEP-IS-DECLINE
                COMPUTE MONTH-CHARGE ROUNDED =
                   BOOK-LEFT * 2 / DEP-LIFE
           WHEN OTHER
                COMPUTE MONTH-CHARGE ROUNDED =
                   DEP-COST / DEP-LIFE
           END-EVALUATE

           IF MONTH-CHARGE > BOOK-LEFT
              MOVE BOOK-LEFT TO MONTH-CHARGE
           END-IF

           ADD MONTH-CHARGE TO DEP-ACCUM
           ADD MONTH-CHARGE TO DEP-CHARGE
           .
      /
      *----------------------------------------------------------------*
      * YYYYMM TO A RUNNING MONTH COUNT AND BACK                       *
      *----------------------------------------------------------------*
       MONTH-TO-INDEX.
           DIVIDE WK-MONTH BY 100 GIVING WK-YYYY
                  REMAINDER WK-MM

           IF WK-MM = ZERO
              MOVE 1 TO WK-MM
           END-IF

           COMPUTE WK-IDX = WK-YYYY * 12 + WK-MM - 1
           .

       INDEX-TO-MONTH.
           DIVIDE WK-IDX BY 12 GIVING WK-YYYY
                  REMAINDER WK-MM

           COMPUTE WK-MONTH = WK-YYYY * 100 + WK-MM + 1
           .
      /
      *----------------------------------------------------------------*
      * FILE A MONTHLY CHARGE ON THE REGISTER AND THE REPORT           *
      *----------------------------------------------------------------*
       FILE-CHARGE-ROW.
           INITIALIZE DRG-REC
           MOVE RUN-MONTH      TO DRG-MONTH
           MOVE "M"            TO DRG-ENTRY
           MOVE DEP-KIND       TO DRG-KIND
           MOVE DEP-ITEM       TO DRG-ITEM
           MOVE DEP-COPY-NO    TO DRG-COPY-NO
           MOVE DEP-CLASS      TO DRG-CLASS
           MOVE DEP-METHOD     TO DRG-METHOD
           MOVE DEP-COST       TO DRG-COST
           MOVE DEP-CHARGE     TO DRG-CHARGE
           MOVE DEP-ACCUM      TO DRG-ACCUM
           MOVE SPACE          TO DRG-REASON
           MOVE ZERO           TO DRG-PROCEEDS
           MOVE ZERO           TO DRG-GAIN-LOSS
           PERFORM FILE-REGISTER-ROW

           PERFORM PRINT-ITEM-LINE
           WRITE RPT-LINE
           .

      *> A ROW ALREADY THERE FOR THE MONTH (A RERUN AFTER A RESTORE)
      *> IS REPLACED
       FILE-REGISTER-ROW.
           WRITE DRG-REC
                 INVALID KEY
                     REWRITE DRG-REC
                        INVALID KEY CONTINUE
                     END-REWRITE
           END-WRITE
           .
      /
      *----------------------------------------------------------------*
      * THE REPORT                                                     *
      *----------------------------------------------------------------*
       PRINT-REPORT-HEADING.
           MOVE "FILMOTECA.EDUC360 - DEPRECIATION REGISTER"
             TO RPT-LINE
           WRITE RPT-LINE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "MONTH "               DELIMITED BY SIZE
                  RUN-MONTH              DELIMITED BY SIZE
                  "   RUN ON "           DELIMITED BY SIZE
                  WK-DATE-TEXT           DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "ITEM"          TO RPT-LINE (1:4)
           MOVE "COPY"          TO RPT-LINE (8:4)
           MOVE "CLASS"         TO RPT-LINE (13:5)
           MOVE "M"             TO RPT-LINE (21:1)
           MOVE "LIFE"          TO RPT-LINE (23:4)
           MOVE "IN SVC"        TO RPT-LINE (28:6)
           MOVE "COST"          TO RPT-LINE (40:4)
           MOVE "CHARGE"        TO RPT-LINE (47:6)
           MOVE "ACCUM"         TO RPT-LINE (57:5)
           MOVE "BOOK"          TO RPT-LINE (67:4)
           MOVE "R"             TO RPT-LINE (72:1)
           MOVE "PROCEEDS"      TO RPT-LINE (75:8)
           MOVE "GAIN/LOSS"     TO RPT-LINE (84:9)
           WRITE RPT-LINE
           .

       PRINT-ITEM-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE DEP-ITEM        TO RPT-LINE (1:5)
           IF DEP-KIND = "C"
              MOVE DEP-COPY-NO  TO RPT-LINE (8:3)
           END-IF
           MOVE DEP-CLASS       TO RPT-LINE (13:7)
           MOVE DEP-METHOD      TO RPT-LINE (21:1)
           MOVE DEP-LIFE        TO RPT-LINE (23:3)
           MOVE DEP-INSVC-DT    TO RPT-LINE (28:8)
           MOVE DEP-COST        TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT     TO RPT-LINE (37:8)
           MOVE DEP-CHARGE      TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT     TO RPT-LINE (46:8)
           MOVE DEP-ACCUM       TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT     TO RPT-LINE (55:8)
           COMPUTE BOOK-LEFT = DEP-COST - DEP-ACCUM
           MOVE BOOK-LEFT       TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT     TO RPT-LINE (64:8)
           .

       PRINT-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE TOT-COPY-CHARGE TO TOTAL-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "COPIES CHARGED      " DELIMITED BY SIZE
                  COPIES-CHARGED         DELIMITED BY SIZE
                  " OF "                 DELIMITED BY SIZE
                  COPIES-READ            DELIMITED BY SIZE
                  "   CHARGE "           DELIMITED BY SIZE
                  TOTAL-TEXT             DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TOT-EQP-CHARGE TO TOTAL-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "ASSETS CHARGED      " DELIMITED BY SIZE
                  ASSETS-CHARGED         DELIMITED BY SIZE
                  " OF "                 DELIMITED BY SIZE
                  ASSETS-READ            DELIMITED BY SIZE
                  "   CHARGE "           DELIMITED BY SIZE
                  TOTAL-TEXT             DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TOT-DISP-CHARGE TO TOTAL-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "DISPOSALS BOOKED    " DELIMITED BY SIZE
                  DISPOSALS-BOOKED       DELIMITED BY SIZE
                  "   CAUGHT-UP CHARGE " DELIMITED BY SIZE
                  TOTAL-TEXT             DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TOT-DISP-COST TO TOTAL-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "  COST DISPOSED     " DELIMITED BY SIZE
                  TOTAL-TEXT             DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TOT-DISP-ACCUM TO TOTAL-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "  DEPRECIATION OFF  " DELIMITED BY SIZE
                  TOTAL-TEXT             DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TOT-DISP-PROCEEDS TO TOTAL-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "  NET PROCEEDS      " DELIMITED BY SIZE
                  TOTAL-TEXT             DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TOT-GAIN-LOSS TO SIGNED-TOTAL-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "  GAIN / (LOSS)    " DELIMITED BY SIZE
                  SIGNED-TOTAL-TEXT      DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE COPIES
           CLOSE EQUIP
           CLOSE MOVIES
           CLOSE ACQUIS
           CLOSE DEPPOL
           CLOSE DISPOSE
           CLOSE DEPREG
           CLOSE DEPRUN-RPT
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
