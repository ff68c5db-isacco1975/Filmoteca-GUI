       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          PRFRPT.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 OCTOBER 15
      /
      ******************************************************************
      *                                                                *
      *  TITLE PROFITABILITY REPORT - FOR EVERY TITLE IN THE CATALOG,  *
      *  WHAT IT HAS BROUGHT IN AGAINST WHAT IT HAS COST, SO WE CAN    *
      *  SEE WHETHER IT HAS PAID FOR ITSELF.                           *
      *                                                                *
      *  INCOME  - THE RENTAL FEES CHARGED ON ITS LOANS (NET OF THE    *
      *            SALES TAX INSIDE THEM), THE LATE FINES ACTUALLY     *
      *            COLLECTED ON ITS LOANS (A WAIVED OR WRITTEN-OFF     *
      *            FINE BRINGS IN NOTHING) AND WHAT ITS DISCS FETCHED  *
      *            IN THE EX-RENTAL SALE BIN, NET OF SALES TAX.        *
      *  COST    - WHAT EACH DISC COST (THE COPY'S OWN COST, ELSE THE  *
      *            ACQUISITION COST; A DONATED DISC COST NOTHING, AND  *
      *            A DISC ALREADY SOLD OFF IS CHARGED AT THE           *
      *            ACQUISITION COST), EVERY TRIP TO THE RESURFACING    *
      *            VENDOR, AND THE DISTRIBUTOR'S REVENUE SHARE ON      *
      *            EACH FEE - COUNTED ONLY FOR QUARTERS THE REVSET RUN *
      *            HAS SETTLED, SO ONLY WHAT HAS BEEN PAID.            *
      *                                                                *
      *  NET CONTRIBUTION IS INCOME LESS COST.  PAYBACK IS THE MONTHS  *
      *  OF THE TITLE'S AVERAGE MONTHLY INCOME (SINCE IT WAS BOUGHT)   *
      *  IT TAKES TO COVER ITS COST - NEVER WHEN IT HAS EARNED NOTHING.*
      *  THE TITLES ARE THEN ROLLED UP BY GENRE, MEDIA FORMAT AND      *
      *  DISTRIBUTOR; THE DISTRIBUTOR ROLL-UP ALSO CARRIES THE         *
      *  MINIMUM-GUARANTEE TOP-UPS, WHICH BELONG TO NO ONE TITLE.      *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDGES.CPY'.
          COPY 'CPVIDAQA.CPY'.
          COPY 'CPVIDCPA.CPY'.
          COPY 'CPVIDCHA.CPY'.
          COPY 'CPVIDFIA.CPY'.
          COPY 'CPVIDSLA.CPY'.
          COPY 'CPVIDRPA.CPY'.
          COPY 'CPVIDRVA.CPY'.
          COPY 'CPVIDRQA.CPY'.
          COPY 'CPVIDPRA.CPY'.
          COPY 'CPVIDTXA.CPY'.
          SELECT PRFRPT-RPT ASSIGN TO PRFRPT-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD GENRES.
          COPY 'CPVIDGEN.CPY'.
      *
       FD ACQUIS.
          COPY 'CPVIDAQN.CPY'.
      *
       FD COPIES.
          COPY 'CPVIDCPN.CPY'.
      *
       FD CHARGES.
          COPY 'CPVIDCHG.CPY'.
      *
       FD FINES.
          COPY 'CPVIDFIN.CPY'.
      *
       FD SALES.
          COPY 'CPVIDSLE.CPY'.
      *
       FD REPAIRS.
          COPY 'CPVIDRPR.CPY'.
      *
       FD REVSHR.
          COPY 'CPVIDRVG.CPY'.
      *
       FD REVSET.
          COPY 'CPVIDRQS.CPY'.
      *
       FD PARAMS.
          COPY 'CPVIDPRM.CPY'.
      *
       FD TAXRATE.
          COPY 'CPVIDTXR.CPY'.
      *
       FD PRFRPT-RPT.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDVSV.CPY'.
          COPY 'CPVIDTXV.CPY'.
       77 PRFRPT-RPT-PATH  PIC X(40) VALUE "PRFRPT.LST".
       77 STATUS-MOVIES    PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-GENRES    PIC X(2).
           88 VALID-STATUS-GENRES VALUE IS "00" THRU "09".
       77 STATUS-ACQUIS    PIC X(2).
           88 VALID-STATUS-ACQUIS VALUE IS "00" THRU "09".
       77 STATUS-COPIES    PIC X(2).
           88 VALID-STATUS-COPIES VALUE IS "00" THRU "09".
       77 STATUS-CHARGES   PIC X(2).
           88 VALID-STATUS-CHARGES VALUE IS "00" THRU "09".
       77 STATUS-FINES     PIC X(2).
           88 VALID-STATUS-FINES VALUE IS "00" THRU "09".
       77 STATUS-SALES     PIC X(2).
           88 VALID-STATUS-SALES VALUE IS "00" THRU "09".
       77 STATUS-REPAIRS   PIC X(2).
           88 VALID-STATUS-REPAIRS VALUE IS "00" THRU "09".
       77 STATUS-REVSHR    PIC X(2).
           88 VALID-STATUS-REVSHR VALUE IS "00" THRU "09".
       77 STATUS-REVSET    PIC X(2).
           88 VALID-STATUS-REVSET VALUE IS "00" THRU "09".
       77 STATUS-PARAMS    PIC X(2).
           88 VALID-STATUS-PARAMS VALUE IS "00" THRU "09".
       77 STATUS-TAXRATE   PIC X(2).
           88 VALID-STATUS-TAXRATE VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-EOF           PIC 9 VALUE ZERO.
           88 FILE-AT-END   VALUE 1, FALSE 0.
       77 SW-SUB-EOF       PIC 9 VALUE ZERO.
           88 SUB-AT-END    VALUE 1, FALSE 0.

      * A SHOP THAT HAS NEVER CHARGED A FEE, FINED, SOLD A DISC,
      * SENT ONE FOR REPAIR OR SIGNED A REVENUE-SHARE AGREEMENT HAS
      * NO SUCH FILE - THAT SIDE OF THE LEDGER IS SIMPLY EMPTY
       77 SW-ACQ-OPEN      PIC 9 VALUE ZERO.
           88 ACQUIS-OPEN   VALUE 1, FALSE 0.
       77 SW-CPY-OPEN      PIC 9 VALUE ZERO.
           88 COPIES-OPEN   VALUE 1, FALSE 0.
       77 SW-CHG-OPEN      PIC 9 VALUE ZERO.
           88 CHARGES-OPEN  VALUE 1, FALSE 0.
       77 SW-FIN-OPEN      PIC 9 VALUE ZERO.
           88 FINES-OPEN    VALUE 1, FALSE 0.
       77 SW-SLE-OPEN      PIC 9 VALUE ZERO.
           88 SALES-OPEN    VALUE 1, FALSE 0.
       77 SW-RPR-OPEN      PIC 9 VALUE ZERO.
           88 REPAIRS-OPEN  VALUE 1, FALSE 0.
       77 SW-RVG-OPEN      PIC 9 VALUE ZERO.
           88 REVSHR-OPEN   VALUE 1, FALSE 0.
       77 SW-RQS-OPEN      PIC 9 VALUE ZERO.
           88 REVSET-OPEN   VALUE 1, FALSE 0.
       77 SW-TXR-OPEN      PIC 9 VALUE ZERO.
           88 TAXRATE-OPEN  VALUE 1, FALSE 0.
       77 SW-GEN-OPEN      PIC 9 VALUE ZERO.
           88 GENRES-OPEN   VALUE 1, FALSE 0.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.

      * EVERY REVENUE-SHARE AGREEMENT ON FILE, IN KEY ORDER - SO A
      * DISTRIBUTOR'S ROWS SIT TOGETHER, ITS OWN ROW (CODIGO ZERO)
      * FIRST
       01 AG-TABLE.
           05 AG-ROW OCCURS 500 TIMES.
               10 AG-DISTRIB    PIC X(15).
               10 AG-CODIGO     PIC 9(05).
               10 AG-PCT        PIC 9(03)V99.
               10 AG-FROM-DT    PIC 9(08).
      * THE END DATE, 99999999 FOR AN AGREEMENT THAT RUNS ON
               10 AG-END-DT     PIC 9(08).
       77 AG-CNT           PIC 9(3) VALUE ZERO.
       77 AG-SUB           PIC 9(3) VALUE ZERO.
       77 AG-HIT           PIC 9(3) VALUE ZERO.
       77 LOOKUP-DISTRIB   PIC X(15) VALUE SPACES.
       77 LOOKUP-CODIGO    PIC 9(05) VALUE ZERO.

      * THE LAST SETTLEMENT-REGISTER LOOKUP, SO A RUN OF CHARGES IN
      * THE SAME QUARTER IS ONE READ
       77 CHG-QUARTER      PIC 9(05) VALUE ZERO.
       77 WK-YYYY          PIC 9(04) VALUE ZERO.
       77 WK-MM            PIC 9(02) VALUE ZERO.
       77 LAST-QUARTER     PIC 9(05) VALUE ZERO.
       77 LAST-Q-DISTRIB   PIC X(15) VALUE SPACES.
       77 SW-Q-SETTLED     PIC 9 VALUE ZERO.
           88 QUARTER-SETTLED VALUE 1, FALSE 0.

      * THE TITLE BEING PROFILED
       77 TTL-RENTALS      PIC 9(07)V99 VALUE ZERO.
       77 TTL-FINES        PIC 9(07)V99 VALUE ZERO.
       77 TTL-SALES        PIC 9(07)V99 VALUE ZERO.
       77 TTL-COPY-COST    PIC 9(07)V99 VALUE ZERO.
       77 TTL-REPAIRS      PIC 9(07)V99 VALUE ZERO.
       77 TTL-SHARE        PIC 9(07)V99 VALUE ZERO.
       77 TTL-INCOME       PIC 9(08)V99 VALUE ZERO.
       77 TTL-COST         PIC 9(08)V99 VALUE ZERO.
       77 TTL-NET          PIC S9(08)V99 VALUE ZERO.
       77 TTL-COPIES       PIC 9(03) VALUE ZERO.
       77 TTL-START-DT     PIC 9(08) VALUE ZERO.
       77 TTL-MONTHS       PIC 9(04) VALUE ZERO.
       77 TTL-PAYBACK      PIC 9(04) VALUE ZERO.
       77 SW-PAYBACK       PIC 9 VALUE ZERO.
           88 PAYBACK-NEVER VALUE 1, FALSE 0.
       77 ONE-SHARE        PIC 9(05)V99 VALUE ZERO.
       77 MONTHS-WORK      PIC 9(09)V99 VALUE ZERO.
       77 START-YYYY       PIC 9(04) VALUE ZERO.
       77 START-MM         PIC 9(02) VALUE ZERO.
       77 TODAY-YYYY       PIC 9(04) VALUE ZERO.
       77 TODAY-MM         PIC 9(02) VALUE ZERO.

      * PER-FORMAT TOTALS: VHS / DVD / BLU-RAY / DIGITAL / OTHER
       01 FORMAT-PROFIT-TABLE.
           05 FP-ROW OCCURS 5 TIMES.
               10 FP-TITLES     PIC 9(5).
               10 FP-INCOME     PIC 9(9)V99.
               10 FP-COST       PIC 9(9)V99.
       77 FP-SUB           PIC 9(1) VALUE ZERO.
       01 FP-NAME-TABLE.
           05 FILLER PIC X(8) VALUE "VHS     ".
           05 FILLER PIC X(8) VALUE "DVD     ".
           05 FILLER PIC X(8) VALUE "BLU-RAY ".
           05 FILLER PIC X(8) VALUE "DIGITAL ".
           05 FILLER PIC X(8) VALUE "OTHER   ".
       01 FP-NAMES REDEFINES FP-NAME-TABLE.
           05 FP-NAME OCCURS 5 TIMES PIC X(8).

      * PER-GENRE TOTALS, SUBSCRIPT = CODE + 1
       01 GENRE-PROFIT-TABLE.
           05 GP-ROW OCCURS 1000 TIMES INDEXED BY GP-IDX.
               10 GP-TITLES     PIC 9(5) VALUE ZERO.
               10 GP-INCOME     PIC 9(9)V99 VALUE ZERO.
               10 GP-COST       PIC 9(9)V99 VALUE ZERO.

      * ONE SLOT PER DISTRIBUTOR SEEN ON THE CATALOG OR THE
      * SETTLEMENT REGISTER
       01 DP-TABLE.
           05 DP-ROW OCCURS 200 TIMES.
               10 DP-NAME       PIC X(15).
               10 DP-TITLES     PIC 9(5).
               10 DP-INCOME     PIC 9(9)V99.
               10 DP-COST       PIC 9(9)V99.
               10 DP-TOPUP      PIC 9(9)V99.
       77 DP-CNT           PIC 9(3) VALUE ZERO.
       77 DP-SUB           PIC 9(3) VALUE ZERO.
       77 DP-HIT           PIC 9(3) VALUE ZERO.
       77 LOOKUP-DP-NAME   PIC X(15) VALUE SPACES.

      * THE RUN
       77 RUN-TITLES       PIC 9(5) VALUE ZERO.
       77 RUN-PAID-BACK    PIC 9(5) VALUE ZERO.
       77 RUN-INCOME       PIC 9(9)V99 VALUE ZERO.
       77 RUN-COST         PIC 9(9)V99 VALUE ZERO.
       77 RUN-TOPUP        PIC 9(9)V99 VALUE ZERO.

      * ONE ROLL-UP LINE
       77 ROLL-NAME        PIC X(15) VALUE SPACES.
       77 ROLL-TITLES      PIC 9(5) VALUE ZERO.
       77 ROLL-INCOME      PIC 9(9)V99 VALUE ZERO.
       77 ROLL-COST        PIC 9(9)V99 VALUE ZERO.
       77 ROLL-TOPUP       PIC 9(9)V99 VALUE ZERO.
       77 ROLL-NET         PIC S9(9)V99 VALUE ZERO.
       77 SW-SHOW-TOPUP    PIC 9 VALUE ZERO.
           88 SHOW-TOPUP    VALUE 1, FALSE 0.

       77 MONEY-TEXT       PIC ZZZZZZ9,99.
       77 BIG-TEXT         PIC ZZZZZZZZ9,99.
       77 NET-TEXT         PIC -ZZZZZZZ9,99.
       77 MONTHS-TEXT      PIC ZZZ9.
       77 COUNT-TEXT       PIC ZZZZ9.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE (1:4) TO TODAY-YYYY
           MOVE TODAY-DATE (5:2) TO TODAY-MM

           PERFORM OPEN-FILES

           INITIALIZE FORMAT-PROFIT-TABLE

           PERFORM LOAD-AGREEMENTS
           PERFORM PRINT-TITLE-HEADINGS
           PERFORM SWEEP-CATALOG
           PERFORM ADD-TOPUPS
           PERFORM PRINT-ROLL-UPS

           PERFORM CLOSE-FILES

           COMPUTE ROLL-NET = RUN-INCOME - RUN-COST - RUN-TOPUP
           MOVE ROLL-NET TO NET-TEXT
           DISPLAY RUN-TITLES " TITLE(S), " RUN-PAID-BACK
                   " PAID FOR - NET " NET-TEXT " - SEE "
                   PRFRPT-RPT-PATH

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES - EVERYTHING BUT THE CATALOG MAY BE MISSING     *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT  MOVIES
           OPEN INPUT  PARAMS

           OPEN INPUT  GENRES
           IF VALID-STATUS-GENRES
              SET GENRES-OPEN TO TRUE
           END-IF

           OPEN INPUT  ACQUIS
           IF VALID-STATUS-ACQUIS
              SET ACQUIS-OPEN TO TRUE
           END-IF

           OPEN INPUT  COPIES
           IF VALID-STATUS-COPIES
              SET COPIES-OPEN TO TRUE
           END-IF

           OPEN INPUT  CHARGES
           IF VALID-STATUS-CHARGES
              SET CHARGES-OPEN TO TRUE
           END-IF

           OPEN INPUT  FINES
           IF VALID-STATUS-FINES
              SET FINES-OPEN TO TRUE
           END-IF

           OPEN INPUT  SALES
           IF VALID-STATUS-SALES
              SET SALES-OPEN TO TRUE
           END-IF

           OPEN INPUT  REPAIRS
           IF VALID-STATUS-REPAIRS
              SET REPAIRS-OPEN TO TRUE
           END-IF

           OPEN INPUT  REVSHR
           IF VALID-STATUS-REVSHR
              SET REVSHR-OPEN TO TRUE
           END-IF

           OPEN INPUT  REVSET
           IF VALID-STATUS-REVSET
              SET REVSET-OPEN TO TRUE
           END-IF

           OPEN INPUT  TAXRATE
           IF VALID-STATUS-TAXRATE
              SET TAXRATE-OPEN TO TRUE
           END-IF

           OPEN OUTPUT PRFRPT-RPT

           IF NOT VALID-STATUS-RPT
              DISPLAY "UNABLE TO OPEN " PRFRPT-RPT-PATH
                      " - STATUS " STATUS-RPT
              STOP RUN
           END-IF

           IF NOT VALID-STATUS-MOVIES
              DISPLAY "UNABLE TO OPEN MOVIES.DAT - STATUS "
                      STATUS-MOVIES
              STOP RUN
           END-IF

           PERFORM VERIFY-MOVIES-LAYOUT

           IF VSN-UNSTAMPED OR VSN-MISMATCH
              DISPLAY "MOVIES.DAT DOES NOT MATCH THIS PROGRAM - "
                      "RUN MIGMOV FIRST"
              STOP RUN
           END-IF

      *> THE TAX CLASSES FEES AND SALES ARE CHARGED UNDER - THE HOUSE
      *> DEFAULT WHEN THE SETTINGS HAVE NEVER BEEN SAVED
           MOVE "S" TO PRM-TAX-RENTAL
           MOVE "S" TO PRM-TAX-SALE

           IF VALID-STATUS-PARAMS
              MOVE 1 TO PRM-ID
              READ PARAMS
                   INVALID
                       MOVE "S" TO PRM-TAX-RENTAL
                       MOVE "S" TO PRM-TAX-SALE
              END-READ
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * EVERY REVENUE-SHARE AGREEMENT ON FILE INTO THE TABLE           *
      *----------------------------------------------------------------*
       LOAD-AGREEMENTS.
           IF NOT REVSHR-OPEN
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO RVG-KEY

           START REVSHR KEY >= RVG-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ REVSHR NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              IF RVG-DISTRIB NOT = SPACES
                 IF AG-CNT < 500
                    ADD 1 TO AG-CNT
                    MOVE RVG-DISTRIB   TO AG-DISTRIB (AG-CNT)
                    MOVE RVG-CODIGO    TO AG-CODIGO (AG-CNT)
                    MOVE RVG-SHARE-PCT TO AG-PCT (AG-CNT)
                    MOVE RVG-FROM-DT   TO AG-FROM-DT (AG-CNT)
                    IF RVG-TO-DT = ZERO
                       MOVE 99999999   TO AG-END-DT (AG-CNT)
                    ELSE
                       MOVE RVG-TO-DT  TO AG-END-DT (AG-CNT)
                    END-IF
                 ELSE
                    DISPLAY "AGREEMENT TABLE FULL - " RVG-DISTRIB
                            " " RVG-CODIGO " NOT COUNTED"
                 END-IF
              END-IF

              READ REVSHR NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * THE AGREEMENT FOR LOOKUP-DISTRIB / LOOKUP-CODIGO INTO AG-HIT - *
      * THE TITLE'S OWN ROW, ELSE THE DISTRIBUTOR'S, ELSE ZERO         *
      *----------------------------------------------------------------*
       FIND-AGREEMENT.
           MOVE ZERO TO AG-HIT

           PERFORM VARYING AG-SUB FROM 1 BY 1
                     UNTIL AG-SUB > AG-CNT
              IF AG-DISTRIB (AG-SUB) = LOOKUP-DISTRIB
                 IF AG-CODIGO (AG-SUB) = LOOKUP-CODIGO
                    MOVE AG-SUB TO AG-HIT
                    EXIT PERFORM
                 END-IF
                 IF AG-CODIGO (AG-SUB) = ZERO
                    MOVE AG-SUB TO AG-HIT
                 END-IF
              END-IF
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * EVERY TITLE IN THE CATALOG, IN CODE ORDER - THE LAYOUT STAMP   *
      * AND THE EQUIPMENT BAND ARE NOT TITLES                          *
      *----------------------------------------------------------------*
       SWEEP-CATALOG.
           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO CODIGO

           START MOVIES KEY >= CODIGO
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ MOVIES NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              IF CODIGO NOT = ZERO AND CODIGO < 90000
                 PERFORM PROFILE-ONE-TITLE
              END-IF

              READ MOVIES NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM
           .

       PROFILE-ONE-TITLE.
           MOVE ZERO TO TTL-RENTALS
           MOVE ZERO TO TTL-FINES
           MOVE ZERO TO TTL-SALES
           MOVE ZERO TO TTL-COPY-COST
           MOVE ZERO TO TTL-REPAIRS
           MOVE ZERO TO TTL-SHARE
           MOVE ZERO TO TTL-COPIES
           MOVE ZERO TO TTL-START-DT

           INITIALIZE ACQ-REC
           IF ACQUIS-OPEN
              MOVE CODIGO TO ACQ-CODIGO
              READ ACQUIS
                   INVALID
                       INITIALIZE ACQ-REC
              END-READ
           END-IF
           MOVE ACQ-DATE TO TTL-START-DT

           MOVE ZERO TO AG-HIT
           IF DISTRIB NOT = SPACES AND AG-CNT > ZERO
              MOVE DISTRIB TO LOOKUP-DISTRIB
              MOVE CODIGO  TO LOOKUP-CODIGO
              PERFORM FIND-AGREEMENT
           END-IF

           PERFORM ADD-TITLE-COPIES
           PERFORM ADD-TITLE-RENTALS
           PERFORM ADD-TITLE-FINES
           PERFORM ADD-TITLE-SALES
           PERFORM ADD-TITLE-REPAIRS

           COMPUTE TTL-INCOME = TTL-RENTALS + TTL-FINES + TTL-SALES
           COMPUTE TTL-COST   = TTL-COPY-COST + TTL-REPAIRS
                              + TTL-SHARE
           COMPUTE TTL-NET    = TTL-INCOME - TTL-COST

           PERFORM WORK-OUT-PAYBACK
           PERFORM PRINT-TITLE-LINE
           PERFORM ROLL-UP-TITLE
           .
      /
      *----------------------------------------------------------------*
      * WHAT THE DISCS ON FILE COST - THE COPY'S OWN COST, ELSE THE    *
      * ACQUISITION COST, NOTHING FOR A DONATED ONE.  A TITLE FROM     *
      * BEFORE PHYSICAL COPIES WERE KEPT IS CHARGED FOR THE COPIES ON  *
      * HAND AT THE ACQUISITION COST                                   *
      *----------------------------------------------------------------*
       ADD-TITLE-COPIES.
           IF NOT COPIES-OPEN
              COMPUTE TTL-COPY-COST = ACQ-COST * COPIES-ON-HAND
              EXIT PARAGRAPH
           END-IF

           SET SUB-AT-END TO FALSE
           MOVE CODIGO TO CP-CODIGO
           MOVE ZERO   TO CP-COPY-NO

           START COPIES KEY >= CP-KEY
                 INVALID KEY
                     SET SUB-AT-END TO TRUE
           END-START

           PERFORM UNTIL SUB-AT-END
              READ COPIES NEXT RECORD
                   AT END
                       SET SUB-AT-END TO TRUE
                   NOT AT END
                       IF CP-CODIGO NOT = CODIGO
                          SET SUB-AT-END TO TRUE
                       ELSE
                          PERFORM ADD-ONE-COPY
                       END-IF
              END-READ
           END-PERFORM

           IF TTL-COPIES = ZERO
              COMPUTE TTL-COPY-COST = ACQ-COST * COPIES-ON-HAND
           END-IF
           .

       ADD-ONE-COPY.
           ADD 1 TO TTL-COPIES

           IF CP-INSVC-DT > ZERO
              AND (TTL-START-DT = ZERO OR CP-INSVC-DT < TTL-START-DT)
              MOVE CP-INSVC-DT TO TTL-START-DT
           END-IF

           IF CP-IS-DONATED
              EXIT PARAGRAPH
           END-IF

           IF CP-DEP-COST > ZERO
              ADD CP-DEP-COST TO TTL-COPY-COST
           ELSE
              ADD ACQ-COST    TO TTL-COPY-COST
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE RENTAL FEES CHARGED ON THE TITLE'S LOANS, NET OF SALES     *
      * TAX, AND THE DISTRIBUTOR'S SHARE OF EACH ONE THAT FALLS IN A   *
      * SETTLED QUARTER OF THE AGREEMENT'S TERM                        *
      *----------------------------------------------------------------*
       ADD-TITLE-RENTALS.
           IF NOT CHARGES-OPEN
              EXIT PARAGRAPH
           END-IF

           SET SUB-AT-END TO FALSE
           MOVE CODIGO TO CHG-CODIGO
           MOVE ZERO   TO CHG-SEQ

           START CHARGES KEY >= CHG-KEY
                 INVALID KEY
                     SET SUB-AT-END TO TRUE
           END-START

           PERFORM UNTIL SUB-AT-END
              READ CHARGES NEXT RECORD
                   AT END
                       SET SUB-AT-END TO TRUE
                   NOT AT END
                       IF CHG-CODIGO NOT = CODIGO
                          SET SUB-AT-END TO TRUE
                       ELSE
                          PERFORM ADD-ONE-CHARGE
                       END-IF
              END-READ
           END-PERFORM
           .

       ADD-ONE-CHARGE.
           IF TTL-START-DT = ZERO
              OR (CHG-DATE > ZERO AND CHG-DATE < TTL-START-DT)
              MOVE CHG-DATE TO TTL-START-DT
           END-IF

           MOVE CHG-AMOUNT TO TAX-NET
           IF TAXRATE-OPEN
              MOVE PRM-TAX-RENTAL TO TAX-CLASS
              MOVE CHG-DATE       TO TAX-DATE
              MOVE CHG-AMOUNT     TO TAX-GROSS
              PERFORM TAX-OF-GROSS
           END-IF

           ADD TAX-NET TO TTL-RENTALS

           IF AG-HIT = ZERO
              EXIT PARAGRAPH
           END-IF

           IF CHG-DATE < AG-FROM-DT (AG-HIT)
              OR CHG-DATE > AG-END-DT (AG-HIT)
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-QUARTER-SETTLED

           IF QUARTER-SETTLED
              COMPUTE ONE-SHARE ROUNDED =
                      TAX-NET * AG-PCT (AG-HIT) / 100
              ADD ONE-SHARE TO TTL-SHARE
           END-IF
           .

      *> WHETHER THE REVSET RUN HAS FILED THE CHARGE'S QUARTER FOR
      *> THE AGREEMENT'S DISTRIBUTOR - ONLY THEN HAS THE SHARE BEEN PAID
       CHECK-QUARTER-SETTLED.
           MOVE CHG-DATE (1:4) TO WK-YYYY
           MOVE CHG-DATE (5:2) TO WK-MM
           COMPUTE CHG-QUARTER = WK-YYYY * 10 + (WK-MM + 2) / 3

           IF CHG-QUARTER = LAST-QUARTER
              AND AG-DISTRIB (AG-HIT) = LAST-Q-DISTRIB
              EXIT PARAGRAPH
           END-IF

           MOVE CHG-QUARTER         TO LAST-QUARTER
           MOVE AG-DISTRIB (AG-HIT) TO LAST-Q-DISTRIB
           SET QUARTER-SETTLED TO FALSE

           IF NOT REVSET-OPEN
              EXIT PARAGRAPH
           END-IF

           MOVE CHG-QUARTER         TO RQS-QUARTER
           MOVE AG-DISTRIB (AG-HIT) TO RQS-DISTRIB
           READ REVSET
                INVALID
                    CONTINUE
                NOT INVALID
                    SET QUARTER-SETTLED TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * THE LATE FINES COLLECTED ON THE TITLE'S LOANS                  *
      *----------------------------------------------------------------*
       ADD-TITLE-FINES.
           IF NOT FINES-OPEN
              EXIT PARAGRAPH
           END-IF

           SET SUB-AT-END TO FALSE
           MOVE CODIGO TO FIN-CODIGO
           MOVE ZERO   TO FIN-SEQ

           START FINES KEY >= FIN-KEY
                 INVALID KEY
                     SET SUB-AT-END TO TRUE
           END-START

           PERFORM UNTIL SUB-AT-END
              READ FINES NEXT RECORD
                   AT END
                       SET SUB-AT-END TO TRUE
                   NOT AT END
                       IF FIN-CODIGO NOT = CODIGO
                          SET SUB-AT-END TO TRUE
                       ELSE
                          ADD FIN-PAID TO TTL-FINES
                       END-IF
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * WHAT THE TITLE'S DISCS FETCHED IN THE SALE BIN, NET OF SALES   *
      * TAX.  THE DESK SALE RETIRES THE COPY ROW, SO A SOLD DISC'S     *
      * COST IS PUT BACK HERE AT THE ACQUISITION COST                  *
      *----------------------------------------------------------------*
       ADD-TITLE-SALES.
           IF NOT SALES-OPEN
              EXIT PARAGRAPH
           END-IF

           SET SUB-AT-END TO FALSE
           MOVE CODIGO TO SLE-CODIGO
           MOVE ZERO   TO SLE-COPY-NO

           START SALES KEY >= SLE-KEY
                 INVALID KEY
                     SET SUB-AT-END TO TRUE
           END-START

           PERFORM UNTIL SUB-AT-END
              READ SALES NEXT RECORD
                   AT END
                       SET SUB-AT-END TO TRUE
                   NOT AT END
                       IF SLE-CODIGO NOT = CODIGO
                          SET SUB-AT-END TO TRUE
                       ELSE
                          IF SLE-IS-SOLD
                             PERFORM ADD-ONE-SALE
                          END-IF
                       END-IF
              END-READ
           END-PERFORM
           .

       ADD-ONE-SALE.
           MOVE SLE-SOLD-PRICE TO TAX-NET
           IF TAXRATE-OPEN
              MOVE PRM-TAX-SALE   TO TAX-CLASS
              MOVE SLE-SOLD-DT    TO TAX-DATE
              MOVE SLE-SOLD-PRICE TO TAX-GROSS
              PERFORM TAX-OF-GROSS
           END-IF

           ADD TAX-NET TO TTL-SALES

           IF COPIES-OPEN AND TTL-COPIES > ZERO
              MOVE SLE-CODIGO  TO CP-CODIGO
              MOVE SLE-COPY-NO TO CP-COPY-NO
              READ COPIES
                   INVALID
                       ADD ACQ-COST TO TTL-COPY-COST
              END-READ
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * EVERY TRIP THE TITLE'S DISCS MADE TO THE RESURFACING VENDOR    *
      *----------------------------------------------------------------*
       ADD-TITLE-REPAIRS.
           IF NOT REPAIRS-OPEN
              EXIT PARAGRAPH
           END-IF

           SET SUB-AT-END TO FALSE
           MOVE CODIGO TO RPR-CODIGO
           MOVE ZERO   TO RPR-COPY-NO
           MOVE ZERO   TO RPR-SEQ

           START REPAIRS KEY >= RPR-KEY
                 INVALID KEY
                     SET SUB-AT-END TO TRUE
           END-START

           PERFORM UNTIL SUB-AT-END
              READ REPAIRS NEXT RECORD
                   AT END
                       SET SUB-AT-END TO TRUE
                   NOT AT END
                       IF RPR-CODIGO NOT = CODIGO
                          SET SUB-AT-END TO TRUE
                       ELSE
                          ADD RPR-COST TO TTL-REPAIRS
                       END-IF
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * PAYBACK - THE MONTHS SINCE THE TITLE WAS BOUGHT (OR FIRST      *
      * EARNED), COUNTING THE CURRENT ONE, GIVE ITS AVERAGE MONTHLY    *
      * INCOME; THE COST OVER THAT IS THE MONTHS IT TAKES TO PAY BACK  *
      *----------------------------------------------------------------*
       WORK-OUT-PAYBACK.
           MOVE ZERO TO TTL-MONTHS
           MOVE ZERO TO TTL-PAYBACK
           SET PAYBACK-NEVER TO FALSE

           IF TTL-START-DT > ZERO AND TTL-START-DT NOT > TODAY-DATE
              MOVE TTL-START-DT (1:4) TO START-YYYY
              MOVE TTL-START-DT (5:2) TO START-MM
              COMPUTE TTL-MONTHS = (TODAY-YYYY * 12 + TODAY-MM)
                                 - (START-YYYY * 12 + START-MM) + 1
           END-IF

           IF TTL-MONTHS = ZERO
              MOVE 1 TO TTL-MONTHS
           END-IF

           IF TTL-INCOME = ZERO
              IF TTL-COST > ZERO
                 SET PAYBACK-NEVER TO TRUE
              END-IF
              EXIT PARAGRAPH
           END-IF

           COMPUTE MONTHS-WORK ROUNDED =
                   TTL-COST * TTL-MONTHS / TTL-INCOME

           IF MONTHS-WORK > 9999
              MOVE 9999 TO TTL-PAYBACK
           ELSE
              MOVE MONTHS-WORK TO TTL-PAYBACK
              IF MONTHS-WORK > TTL-PAYBACK
                 ADD 1 TO TTL-PAYBACK
              END-IF
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE PER-TITLE SECTION                                          *
      *----------------------------------------------------------------*
       PRINT-TITLE-HEADINGS.
           MOVE SPACES TO RPT-LINE
           MOVE "FILMOTECA.EDUC360 - TITLE PROFITABILITY"
             TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "AS OF "    DELIMITED BY SIZE
                  TODAY-DATE  DELIMITED BY SIZE
                  " - INCOME NET OF SALES TAX; FINES AS COLLECTED; "
                              DELIMITED BY SIZE
                  "SHARE FOR SETTLED QUARTERS ONLY"
                              DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE "CODE"        TO RPT-LINE (1:4)
           MOVE "TITLE"       TO RPT-LINE (7:5)
           MOVE "RENTALS"     TO RPT-LINE (36:7)
           MOVE "FINES"       TO RPT-LINE (49:5)
           MOVE "SALES"       TO RPT-LINE (60:5)
           MOVE "COPIES"      TO RPT-LINE (70:6)
           MOVE "REPAIRS"     TO RPT-LINE (80:7)
           MOVE "SHARE"       TO RPT-LINE (93:5)
           MOVE "NET"         TO RPT-LINE (107:3)
           MOVE "MOS"         TO RPT-LINE (112:3)
           MOVE "PAYBACK"     TO RPT-LINE (117:7)
           WRITE RPT-LINE

           MOVE ALL "-" TO RPT-LINE (1:123)
           WRITE RPT-LINE
           .

       PRINT-TITLE-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE CODIGO         TO RPT-LINE (1:5)
           MOVE TITULO         TO RPT-LINE (7:25)
           MOVE TTL-RENTALS    TO MONEY-TEXT
           MOVE MONEY-TEXT     TO RPT-LINE (33:10)
           MOVE TTL-FINES      TO MONEY-TEXT
           MOVE MONEY-TEXT     TO RPT-LINE (44:10)
           MOVE TTL-SALES      TO MONEY-TEXT
           MOVE MONEY-TEXT     TO RPT-LINE (55:10)
           MOVE TTL-COPY-COST  TO MONEY-TEXT
           MOVE MONEY-TEXT     TO RPT-LINE (66:10)
           MOVE TTL-REPAIRS    TO MONEY-TEXT
           MOVE MONEY-TEXT     TO RPT-LINE (77:10)
           MOVE TTL-SHARE      TO MONEY-TEXT
           MOVE MONEY-TEXT     TO RPT-LINE (88:10)
           MOVE TTL-NET        TO NET-TEXT
           MOVE NET-TEXT       TO RPT-LINE (99:12)
           MOVE TTL-MONTHS     TO MONTHS-TEXT
           MOVE MONTHS-TEXT    TO RPT-LINE (111:4)

           EVALUATE TRUE
              WHEN PAYBACK-NEVER
                   MOVE "NEVER"      TO RPT-LINE (117:5)
              WHEN TTL-COST = ZERO
                   MOVE "NO COST"    TO RPT-LINE (117:7)
              WHEN OTHER
                   MOVE TTL-PAYBACK  TO MONTHS-TEXT
                   MOVE MONTHS-TEXT  TO RPT-LINE (117:4)
                   IF TTL-NET NOT < ZERO
                      MOVE "PAID"    TO RPT-LINE (122:4)
                   END-IF
           END-EVALUATE

           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * FOLD THE TITLE INTO THE FORMAT, GENRE AND DISTRIBUTOR TOTALS   *
      *----------------------------------------------------------------*
       ROLL-UP-TITLE.
           ADD 1          TO RUN-TITLES
           ADD TTL-INCOME TO RUN-INCOME
           ADD TTL-COST   TO RUN-COST
           IF TTL-NET NOT < ZERO AND TTL-COST > ZERO
              ADD 1 TO RUN-PAID-BACK
           END-IF

           EVALUATE MEDIA-FORMAT
           WHEN "VHS    "
                MOVE 1 TO FP-SUB
           WHEN "DVD    "
                MOVE 2 TO FP-SUB
           WHEN "BLU-RAY"
                MOVE 3 TO FP-SUB
           WHEN "DIGITAL"
                MOVE 4 TO FP-SUB
           WHEN OTHER
                MOVE 5 TO FP-SUB
           END-EVALUATE

           ADD 1          TO FP-TITLES (FP-SUB)
           ADD TTL-INCOME TO FP-INCOME (FP-SUB)
           ADD TTL-COST   TO FP-COST   (FP-SUB)

           IF GENERO IS NUMERIC
              SET GP-IDX TO GENERO
              SET GP-IDX UP BY 1
              ADD 1          TO GP-TITLES (GP-IDX)
              ADD TTL-INCOME TO GP-INCOME (GP-IDX)
              ADD TTL-COST   TO GP-COST   (GP-IDX)
           END-IF

           IF DISTRIB = SPACES
              MOVE "(NONE)" TO LOOKUP-DP-NAME
           ELSE
              MOVE DISTRIB  TO LOOKUP-DP-NAME
           END-IF
           PERFORM FIND-DIST-SLOT

           IF DP-HIT > ZERO
              ADD 1          TO DP-TITLES (DP-HIT)
              ADD TTL-INCOME TO DP-INCOME (DP-HIT)
              ADD TTL-COST   TO DP-COST   (DP-HIT)
           END-IF
           .

      *> THE SLOT FOR LOOKUP-DP-NAME INTO DP-HIT, OPENING ONE IF NEEDED
       FIND-DIST-SLOT.
           MOVE ZERO TO DP-HIT

           PERFORM VARYING DP-SUB FROM 1 BY 1
                     UNTIL DP-SUB > DP-CNT
              IF DP-NAME (DP-SUB) = LOOKUP-DP-NAME
                 MOVE DP-SUB TO DP-HIT
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF DP-HIT = ZERO AND DP-CNT < 200
              ADD 1 TO DP-CNT
              MOVE DP-CNT         TO DP-HIT
              MOVE LOOKUP-DP-NAME TO DP-NAME (DP-HIT)
              MOVE ZERO           TO DP-TITLES (DP-HIT)
              MOVE ZERO           TO DP-INCOME (DP-HIT)
              MOVE ZERO           TO DP-COST (DP-HIT)
              MOVE ZERO           TO DP-TOPUP (DP-HIT)
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE MINIMUM-GUARANTEE TOP-UPS ON THE SETTLEMENT REGISTER - A   *
      * COST OF THE DISTRIBUTOR, NOT OF ANY ONE OF ITS TITLES          *
      *----------------------------------------------------------------*
       ADD-TOPUPS.
           IF NOT REVSET-OPEN
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO RQS-KEY

           START REVSET KEY >= RQS-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ REVSET NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              IF RQS-TOPUP > ZERO
                 MOVE RQS-DISTRIB TO LOOKUP-DP-NAME
                 PERFORM FIND-DIST-SLOT
                 IF DP-HIT > ZERO
                    ADD RQS-TOPUP TO DP-TOPUP (DP-HIT)
                 END-IF
                 ADD RQS-TOPUP TO RUN-TOPUP
              END-IF

              READ REVSET NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * THE ROLL-UPS AND THE RUN TOTALS                                *
      *----------------------------------------------------------------*
       PRINT-ROLL-UPS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "BY MEDIA FORMAT" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM PRINT-ROLL-HEADING

           MOVE ZERO TO ROLL-TOPUP
           SET SHOW-TOPUP TO FALSE

           PERFORM VARYING FP-SUB FROM 1 BY 1
                     UNTIL FP-SUB > 5
              IF FP-TITLES (FP-SUB) > ZERO
                 MOVE FP-NAME (FP-SUB)    TO ROLL-NAME
                 MOVE FP-TITLES (FP-SUB)  TO ROLL-TITLES
                 MOVE FP-INCOME (FP-SUB)  TO ROLL-INCOME
                 MOVE FP-COST (FP-SUB)    TO ROLL-COST
                 PERFORM PRINT-ROLL-LINE
              END-IF
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "BY GENRE" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM PRINT-ROLL-HEADING

           IF GENRES-OPEN
              SET FILE-AT-END TO FALSE
              READ GENRES NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ

              PERFORM UNTIL FILE-AT-END
                 SET GP-IDX TO CODIGO-GEN
                 SET GP-IDX UP BY 1

                 IF GP-TITLES (GP-IDX) > ZERO
                    MOVE DESC-GEN           TO ROLL-NAME
                    MOVE GP-TITLES (GP-IDX) TO ROLL-TITLES
                    MOVE GP-INCOME (GP-IDX) TO ROLL-INCOME
                    MOVE GP-COST (GP-IDX)   TO ROLL-COST
                    PERFORM PRINT-ROLL-LINE
                 END-IF

                 READ GENRES NEXT RECORD
                      AT END SET FILE-AT-END TO TRUE
                 END-READ
              END-PERFORM
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "BY DISTRIBUTOR" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM PRINT-ROLL-HEADING

           SET SHOW-TOPUP TO TRUE

           PERFORM VARYING DP-SUB FROM 1 BY 1
                     UNTIL DP-SUB > DP-CNT
              MOVE DP-NAME (DP-SUB)    TO ROLL-NAME
              MOVE DP-TITLES (DP-SUB)  TO ROLL-TITLES
              MOVE DP-INCOME (DP-SUB)  TO ROLL-INCOME
              MOVE DP-COST (DP-SUB)    TO ROLL-COST
              MOVE DP-TOPUP (DP-SUB)   TO ROLL-TOPUP
              PERFORM PRINT-ROLL-LINE
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "ALL TITLES"  TO ROLL-NAME
           MOVE RUN-TITLES    TO ROLL-TITLES
           MOVE RUN-INCOME    TO ROLL-INCOME
           MOVE RUN-COST      TO ROLL-COST
           MOVE RUN-TOPUP     TO ROLL-TOPUP
           PERFORM PRINT-ROLL-LINE

           MOVE SPACES TO RPT-LINE
           STRING RUN-PAID-BACK DELIMITED BY SIZE
                  " TITLE(S) HAVE PAID FOR THEMSELVES"
                                DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .

       PRINT-ROLL-HEADING.
           MOVE SPACES TO RPT-LINE
           MOVE "TITLES"  TO RPT-LINE (20:6)
           MOVE "INCOME"  TO RPT-LINE (33:6)
           MOVE "COST"    TO RPT-LINE (48:4)
           MOVE "NET"     TO RPT-LINE (62:3)
           IF SHOW-TOPUP
              MOVE "OF WHICH TOP-UPS" TO RPT-LINE (68:16)
           END-IF
           WRITE RPT-LINE
           .

      *> ONE ROLL-UP LINE - THE COST INCLUDES ANY TOP-UPS, WHICH ARE
      *> ALSO SHOWN ON THEIR OWN ON THE DISTRIBUTOR LINES
       PRINT-ROLL-LINE.
           ADD ROLL-TOPUP TO ROLL-COST
           COMPUTE ROLL-NET = ROLL-INCOME - ROLL-COST

           MOVE SPACES      TO RPT-LINE
           MOVE ROLL-NAME   TO RPT-LINE (3:15)
           MOVE ROLL-TITLES TO COUNT-TEXT
           MOVE COUNT-TEXT  TO RPT-LINE (20:5)
           MOVE ROLL-INCOME TO BIG-TEXT
           MOVE BIG-TEXT    TO RPT-LINE (27:12)
           MOVE ROLL-COST   TO BIG-TEXT
           MOVE BIG-TEXT    TO RPT-LINE (40:12)
           MOVE ROLL-NET    TO NET-TEXT
           MOVE NET-TEXT    TO RPT-LINE (53:12)

           IF SHOW-TOPUP
              MOVE ROLL-TOPUP TO BIG-TEXT
              MOVE BIG-TEXT   TO RPT-LINE (72:12)
           END-IF

           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE MOVIES
           CLOSE PARAMS
           CLOSE PRFRPT-RPT
           IF GENRES-OPEN
              CLOSE GENRES
           END-IF
           IF ACQUIS-OPEN
              CLOSE ACQUIS
           END-IF
           IF COPIES-OPEN
              CLOSE COPIES
           END-IF
           IF CHARGES-OPEN
              CLOSE CHARGES
           END-IF
           IF FINES-OPEN
              CLOSE FINES
           END-IF
           IF SALES-OPEN
              CLOSE SALES
           END-IF
           IF REPAIRS-OPEN
              CLOSE REPAIRS
           END-IF
           IF REVSHR-OPEN
              CLOSE REVSHR
           END-IF
           IF REVSET-OPEN
              CLOSE REVSET
           END-IF
           IF TAXRATE-OPEN
              CLOSE TAXRATE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * MOVIES LAYOUT-VERSION STAMP CHECK                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDVSP.CPY'.
      /
      *----------------------------------------------------------------*
      * SALES TAX INSIDE A GROSS AMOUNT                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDTXP.CPY'.
