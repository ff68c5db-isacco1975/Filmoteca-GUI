      *  MONTH, SUMMARIZED INTO BALANCED DEBIT/CREDIT LINES IN A       *
      *  SEMICOLON-DELIMITED FILE THE BOOKKEEPER IMPORTS INSTEAD OF    *
      *  RETYPING A PRINTED REPORT.  THE ACCOUNT CODES COME FROM THE   *
      *  SETTINGS SCREEN'S GL AND TAX DIALOG.                          *
      *                                                                *
      *  PRICES ARE TAX-INCLUSIVE.  THE SALES TAX INSIDE RENTAL FEES   *
      *  AND EX-RENTAL DISC SALES (CARRIED ON THEIR TILL ROWS) IS      *
      *  CREDITED TO THE TAX-OWED ACCOUNT INSTEAD OF REVENUE, AND THE  *
      *  TAX INSIDE A DAMAGE CHARGE - BOOKED WITH THE FINES ASSESSED - *
      *  IS MOVED OUT OF FINE REVENUE THE SAME WAY.  MEMBERSHIP FEES   *
      *  TAKEN AT THE DESK ARE UNTAXED AND GO TO THEIR OWN REVENUE     *
      *  ACCOUNT, AND SO DOES THE NET TICKET MONEY FOR IN-STORE        *
      *  SCREENINGS.  A VOIDED CHECKOUT'S RENTAL FEE IS BOOKED ON ITS  *
      *  OWN LINES, TAKING THE REVENUE AND THE TAX BACK OUT AGAINST    *
      *  THE CASH HANDED BACK.                                         *
      *                                                                *
      *  THE DEPRUN RUN'S REGISTER ROWS FOR THE MONTH ARE POSTED TOO - *
      *  THE DEPRECIATION CHARGED ON COPIES AND EQUIPMENT, AND EACH    *
      *  DISPOSAL TAKEN OFF THE BOOKS: ITS COST OUT OF THE ASSETS      *
      *  ACCOUNT, ITS DEPRECIATION OUT OF ACCUMULATED DEPRECIATION,    *
      *  THE SALE MONEY (ALREADY BOOKED AS DISC SALES REVENUE AT THE   *
      *  TILL) MOVED ACROSS, AND THE DIFFERENCE TO GAIN OR LOSS ON     *
      *  DISPOSAL.                                                     *
      *                                                                *
      *  FINES THE WRTOFF RUN WROTE OFF IN THE MONTH ARE TAKEN OUT OF  *
      *  PATRON BALANCES TO THE BAD-DEBT ACCOUNT, AND ANY WRITTEN-OFF  *
      *  DEBT REINSTATED AT THE DESK IN THE MONTH IS PUT BACK.         *
      *  LATE FINES AN AMNESTY CAMPAIGN FORGAVE AT RETURN GO TO THEIR  *
      *  OWN AMNESTY ACCOUNT, APART FROM THE WAIVERS GIVEN BY HAND.    *
      *                                                                *
      *  IN THE LAST MONTH OF A QUARTER THE REVSET RUN'S SETTLEMENTS   *
      *  FOR THE QUARTER ARE BOOKED AS REVENUE-SHARE EXPENSE OWED TO   *
      *  THE DISTRIBUTORS - SO REVSET IS RUN BEFORE THAT MONTH'S       *
      *  EXPORT.                                                       *
      *                                                                *
      *  AN OPTIONAL GLEXP.CTL (MONTH=YYYYMM) EXPORTS AN EARLIER       *
      *  MONTH; THE DEFAULT IS THE MONTH JUST ENDED.                   *
          COPY 'CPVIDFIA.CPY'.
          COPY 'CPVIDTJA.CPY'.
          COPY 'CPVIDPRA.CPY'.
          COPY 'CPVIDDRA.CPY'.
          COPY 'CPVIDWOA.CPY'.
          COPY 'CPVIDRQA.CPY'.
          SELECT CONTROL-FILE ASSIGN TO "GLEXP.CTL"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CTL.
      *
       FD PARAMS.
          COPY 'CPVIDPRM.CPY'.
      *
       FD DEPREG.
          COPY 'CPVIDDRG.CPY'.
      *
       FD WRTOFF.
          COPY 'CPVIDWOF.CPY'.
      *
       FD REVSET.
          COPY 'CPVIDRQS.CPY'.
      *
       FD CONTROL-FILE.
       01 REC-CONTROL               PIC X(80).
           88 VALID-STATUS-TILLJRN VALUE IS "00" THRU "09".
       77 STATUS-PARAMS    PIC X(2).
           88 VALID-STATUS-PARAMS VALUE IS "00" THRU "09".
       77 STATUS-DEPREG    PIC X(2).
           88 VALID-STATUS-DEPREG VALUE IS "00" THRU "09".
       77 STATUS-WRTOFF    PIC X(2).
           88 VALID-STATUS-WRTOFF VALUE IS "00" THRU "09".
       77 STATUS-REVSET    PIC X(2).
           88 VALID-STATUS-REVSET VALUE IS "00" THRU "09".
       77 STATUS-CTL       PIC X(2).
           88 VALID-STATUS-CTL VALUE IS "00" THRU "09".
       77 STATUS-OUT       PIC X(2).
       77 TOT-PAID         PIC 9(7)V99 VALUE ZERO.
       77 TOT-RENTAL       PIC 9(7)V99 VALUE ZERO.
       77 TOT-WAIVED       PIC 9(7)V99 VALUE ZERO.
       77 TOT-AMNESTY      PIC 9(7)V99 VALUE ZERO.
       77 TOT-SOLD         PIC 9(7)V99 VALUE ZERO.
       77 TOT-MEMBER       PIC 9(7)V99 VALUE ZERO.
      * SCREENING TICKETS, NET OF SEATS GIVEN BACK
       77 TOT-TICKET       PIC S9(7)V99 VALUE ZERO.
      * SALES TAX INSIDE THE RENTAL FEES, THE DISC SALES AND THE
      * DAMAGE CHARGES ABOVE, AND WHAT IS LEFT AS REVENUE
       77 TOT-RENTAL-TAX   PIC 9(7)V99 VALUE ZERO.
       77 TOT-SOLD-TAX     PIC 9(7)V99 VALUE ZERO.
       77 TOT-DAMAGE-TAX   PIC 9(7)V99 VALUE ZERO.
       77 NET-REVENUE      PIC 9(7)V99 VALUE ZERO.
      * A LOST-ITEM CHARGE REVERSED IN A LATER MONTH THAN THE FINE ROW
      * WAS ASSESSED - THE EARLIER EXPORT ALREADY BOOKED IT AS FINE
      * REVENUE, SO IT COMES BACK OUT HERE.  WITHIN THE SAME MONTH THE
      * FINE ROW ITSELF IS ALREADY NET OF IT.
       77 TOT-LOST-REV     PIC 9(7)V99 VALUE ZERO.
      * RENTAL FEES HANDED BACK WHEN A CHECKOUT WAS VOIDED, AND THE
      * TAX INSIDE THEM - THE VOID ROWS ARE NEGATIVE, SO THEY ARE
      * SUBTRACTED IN TO KEEP THESE POSITIVE
       77 TOT-VOID-RENTAL  PIC 9(7)V99 VALUE ZERO.
       77 TOT-VOID-TAX     PIC 9(7)V99 VALUE ZERO.
      * OFF THE DEPRECIATION REGISTER - THE MONTH'S CHARGE, AND FOR
      * THE DISPOSALS THEIR COST, THEIR DEPRECIATION, THE NET SALE
      * MONEY AND THE NET GAIN (NEGATIVE FOR A LOSS)
       77 TOT-DEP-CHARGE   PIC 9(7)V99 VALUE ZERO.
       77 TOT-DISP-COST    PIC 9(7)V99 VALUE ZERO.
       77 TOT-DISP-ACCUM   PIC 9(7)V99 VALUE ZERO.
       77 TOT-DISP-SOLD    PIC 9(7)V99 VALUE ZERO.
       77 TOT-DISP-GAIN    PIC S9(7)V99 VALUE ZERO.
      * OFF THE WRITE-OFF REGISTER - BAD DEBT WRITTEN OFF, AND
      * WRITTEN-OFF DEBT REINSTATED WHEN THE BORROWER CAME BACK
       77 TOT-WRITTEN-OFF  PIC 9(7)V99 VALUE ZERO.
       77 TOT-REINSTATED   PIC 9(7)V99 VALUE ZERO.
      * OFF THE SETTLEMENT REGISTER - WHAT THE QUARTER'S REVENUE-SHARE
      * DISTRIBUTORS ARE OWED
       77 TOT-REVSHARE     PIC 9(7)V99 VALUE ZERO.
       77 EXPORT-QUARTER   PIC 9(05) VALUE ZERO.
       77 LINE-COUNT       PIC 9(3) VALUE ZERO.
       77 AMOUNT-TEXT      PIC 9(7),99.
       77 GL-ACCOUNT       PIC X(8) VALUE SPACES.

           PERFORM TALLY-FINES-ASSESSED
           PERFORM TALLY-TILL-MONEY
           PERFORM TALLY-DEPRECIATION
           PERFORM TALLY-WRITE-OFFS
           PERFORM TALLY-REVENUE-SHARE

           PERFORM WRITE-GL-LINES

       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

      *> NOTHING LEAVES THE BUILDING FROM THE TRAINING SANDBOX
           IF FMT-TRAIN-FLAG = "Y"
              DISPLAY "TRAINING MODE - NO EXPORT IS PRODUCED"
              GOBACK
           END-IF

           OPEN INPUT  FINES
           OPEN INPUT  TILLJRN
           OPEN INPUT  PARAMS
           OPEN INPUT  DEPREG
           OPEN INPUT  WRTOFF
           OPEN INPUT  REVSET
           OPEN OUTPUT GLEXP-OUT

           IF NOT VALID-STATUS-FINES
           MOVE "4000" TO PRM-GL-FINREV
           MOVE "4100" TO PRM-GL-RENTREV
           MOVE "5000" TO PRM-GL-WAIVE
           MOVE "2100" TO PRM-GL-TAX
           MOVE "4200" TO PRM-GL-SALEREV
           MOVE "4300" TO PRM-GL-MBRREV
           MOVE "4400" TO PRM-GL-EVTREV
           MOVE "6100" TO PRM-GL-DEPEXP
           MOVE "1590" TO PRM-GL-ACCDEP
           MOVE "1500" TO PRM-GL-ASSETS
           MOVE "6200" TO PRM-GL-DISPGL
           MOVE "5100" TO PRM-GL-BADDEBT
           MOVE "5200" TO PRM-GL-REVSHR
           MOVE "2200" TO PRM-GL-DISTPAY
           MOVE "5300" TO PRM-GL-AMNESTY

           IF VALID-STATUS-PARAMS
              MOVE 1 TO PRM-ID
              IF PRM-GL-WAIVE = SPACES
                 MOVE "5000" TO PRM-GL-WAIVE
              END-IF
              IF PRM-GL-TAX = SPACES
                 MOVE "2100" TO PRM-GL-TAX
              END-IF
              IF PRM-GL-SALEREV = SPACES
                 MOVE "4200" TO PRM-GL-SALEREV
              END-IF
              IF PRM-GL-MBRREV = SPACES
                 MOVE "4300" TO PRM-GL-MBRREV
              END-IF
              IF PRM-GL-EVTREV = SPACES
                 MOVE "4400" TO PRM-GL-EVTREV
              END-IF
              IF PRM-GL-DEPEXP = SPACES
                 MOVE "6100" TO PRM-GL-DEPEXP
              END-IF
              IF PRM-GL-ACCDEP = SPACES
                 MOVE "1590" TO PRM-GL-ACCDEP
              END-IF
              IF PRM-GL-ASSETS = SPACES
                 MOVE "1500" TO PRM-GL-ASSETS
              END-IF
              IF PRM-GL-DISPGL = SPACES
                 MOVE "6200" TO PRM-GL-DISPGL
              END-IF
              IF PRM-GL-BADDEBT = SPACES
                 MOVE "5100" TO PRM-GL-BADDEBT
              END-IF
              IF PRM-GL-REVSHR = SPACES
                 MOVE "5200" TO PRM-GL-REVSHR
              END-IF
              IF PRM-GL-DISTPAY = SPACES
                 MOVE "2200" TO PRM-GL-DISTPAY
              END-IF
              IF PRM-GL-AMNESTY = SPACES
                 MOVE "5300" TO PRM-GL-AMNESTY
              END-IF
           END-IF

           MOVE "DATE;ACCOUNT;DESCRIPTION;DEBIT;CREDIT" TO REC-GLEXP
                      ADD TLJ-AMOUNT TO TOT-PAID
                 WHEN TLJ-IS-RENTAL
                      ADD TLJ-AMOUNT TO TOT-RENTAL
                      ADD TLJ-TAX    TO TOT-RENTAL-TAX
                 WHEN TLJ-IS-SALE
                      ADD TLJ-AMOUNT TO TOT-SOLD
                      ADD TLJ-TAX    TO TOT-SOLD-TAX
                 WHEN TLJ-IS-MEMBER
                      ADD TLJ-AMOUNT TO TOT-MEMBER
                 WHEN TLJ-IS-TICKET
                      ADD TLJ-AMOUNT TO TOT-TICKET
                 WHEN TLJ-IS-DAMAGE
                      ADD TLJ-TAX    TO TOT-DAMAGE-TAX
                 WHEN TLJ-IS-WAIVER
                      ADD TLJ-AMOUNT TO TOT-WAIVED
                 WHEN TLJ-IS-AMNESTY
                      ADD TLJ-AMOUNT TO TOT-AMNESTY
                 WHEN TLJ-IS-FOUND
                      PERFORM TALLY-LOST-REVERSAL
                 WHEN TLJ-IS-VOID
                      IF TLJ-VOID-OF = "R"
                         SUBTRACT TLJ-AMOUNT FROM TOT-VOID-RENTAL
                         SUBTRACT TLJ-TAX    FROM TOT-VOID-TAX
                      END-IF
                 WHEN OTHER
                      CONTINUE
                 END-EVALUATE
              END-READ
           END-PERFORM
           .

       TALLY-LOST-REVERSAL.
           MOVE TLJ-REF-CODIGO TO FIN-CODIGO
           MOVE TLJ-REF-SEQ    TO FIN-SEQ

           READ FINES
                INVALID
                    EXIT PARAGRAPH
           END-READ

           MOVE FIN-ASSESSED-DT (1:6) TO EVENT-MONTH
           IF EVENT-MONTH NOT = EXPORT-MONTH
              ADD TLJ-AMOUNT TO TOT-LOST-REV
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE MONTH'S ROWS ON THE DEPRECIATION REGISTER - A SHOP THAT    *
      * HAS NEVER RUN DEPRUN HAS NONE                                  *
      *----------------------------------------------------------------*
       TALLY-DEPRECIATION.
           IF NOT VALID-STATUS-DEPREG
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES   TO DRG-KEY
           MOVE EXPORT-MONTH TO DRG-MONTH

           START DEPREG KEY >= DRG-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ DEPREG NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
                      OR DRG-MONTH NOT = EXPORT-MONTH
              ADD DRG-CHARGE TO TOT-DEP-CHARGE

              IF DRG-IS-DISPOSAL
                 ADD DRG-COST      TO TOT-DISP-COST
                 ADD DRG-ACCUM     TO TOT-DISP-ACCUM
                 ADD DRG-PROCEEDS  TO TOT-DISP-SOLD
                 ADD DRG-GAIN-LOSS TO TOT-DISP-GAIN
              END-IF

              READ DEPREG NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * THE MONTH'S MOVES ON THE WRITE-OFF REGISTER.  THE REGISTER IS  *
      * KEYED BY BORROWER, SO IT IS READ FROM THE TOP; A SHOP THAT HAS *
      * NEVER RUN WRTOFF HAS NONE                                      *
      *----------------------------------------------------------------*
       TALLY-WRITE-OFFS.
           IF NOT VALID-STATUS-WRTOFF
              EXIT PARAGRAPH
           END-IF

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO WOF-KEY

           START WRTOFF KEY >= WOF-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ WRTOFF NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
              MOVE WOF-WRITTEN-DT (1:6) TO EVENT-MONTH
              IF EVENT-MONTH = EXPORT-MONTH
                 ADD WOF-AMOUNT TO TOT-WRITTEN-OFF
              END-IF

              IF WOF-IS-REINSTATED
                 MOVE WOF-REINSTATED-DT (1:6) TO EVENT-MONTH
                 IF EVENT-MONTH = EXPORT-MONTH
                    ADD WOF-AMOUNT TO TOT-REINSTATED
                 END-IF
              END-IF

              READ WRTOFF NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * THE QUARTER'S ROWS ON THE SETTLEMENT REGISTER, BOOKED IN THE   *
      * QUARTER'S LAST MONTH - A SHOP THAT HAS NEVER RUN REVSET HAS    *
      * NONE                                                           *
      *----------------------------------------------------------------*
       TALLY-REVENUE-SHARE.
           IF NOT VALID-STATUS-REVSET
              EXIT PARAGRAPH
           END-IF

           DIVIDE EXPORT-MONTH BY 100 GIVING WK-YYYY
                  REMAINDER WK-MM

           IF WK-MM NOT = 3 AND WK-MM NOT = 6
              AND WK-MM NOT = 9 AND WK-MM NOT = 12
              EXIT PARAGRAPH
           END-IF

           COMPUTE EXPORT-QUARTER = WK-YYYY * 10 + WK-MM / 3

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES     TO RQS-KEY
           MOVE EXPORT-QUARTER TO RQS-QUARTER

           START REVSET KEY >= RQS-KEY
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ REVSET NEXT RECORD
                          AT END SET FILE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FILE-AT-END
                      OR RQS-QUARTER NOT = EXPORT-QUARTER
              ADD RQS-OWED TO TOT-REVSHARE

              READ REVSET NEXT RECORD
                   AT END SET FILE-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * THE BALANCED POSTINGS - ONE DEBIT AND ONE CREDIT PER BUCKET    *
              MOVE ZERO          TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE

              COMPUTE NET-REVENUE = TOT-RENTAL - TOT-RENTAL-TAX
              MOVE PRM-GL-RENTREV TO GL-ACCOUNT
              MOVE "RENTAL REVENUE" TO GL-DESC
              MOVE ZERO          TO GL-DEBIT
              MOVE NET-REVENUE   TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE

              IF TOT-RENTAL-TAX > ZERO
                 MOVE PRM-GL-TAX     TO GL-ACCOUNT
                 MOVE "TAX ON RENTAL FEES" TO GL-DESC
                 MOVE ZERO           TO GL-DEBIT
                 MOVE TOT-RENTAL-TAX TO GL-CREDIT
                 PERFORM WRITE-ONE-GL-LINE
              END-IF
           END-IF

           IF TOT-VOID-RENTAL > ZERO
              COMPUTE NET-REVENUE = TOT-VOID-RENTAL - TOT-VOID-TAX
              MOVE PRM-GL-RENTREV TO GL-ACCOUNT
              MOVE "RENTAL FEES VOIDED" TO GL-DESC
              MOVE NET-REVENUE   TO GL-DEBIT
              MOVE ZERO          TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE

              IF TOT-VOID-TAX > ZERO
                 MOVE PRM-GL-TAX     TO GL-ACCOUNT
                 MOVE "TAX ON VOIDED RENTALS" TO GL-DESC
                 MOVE TOT-VOID-TAX   TO GL-DEBIT
                 MOVE ZERO           TO GL-CREDIT
                 PERFORM WRITE-ONE-GL-LINE
              END-IF

              MOVE PRM-GL-CASH   TO GL-ACCOUNT
              MOVE "VOIDED RENTALS HANDED BACK" TO GL-DESC
              MOVE ZERO          TO GL-DEBIT
              MOVE TOT-VOID-RENTAL TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE
           END-IF

           IF TOT-SOLD > ZERO
              MOVE PRM-GL-CASH   TO GL-ACCOUNT
              MOVE "DISC SALES TAKEN" TO GL-DESC
              MOVE TOT-SOLD      TO GL-DEBIT
              MOVE ZERO          TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE

              COMPUTE NET-REVENUE = TOT-SOLD - TOT-SOLD-TAX
              MOVE PRM-GL-SALEREV TO GL-ACCOUNT
              MOVE "DISC SALES REVENUE" TO GL-DESC
              MOVE ZERO          TO GL-DEBIT
              MOVE NET-REVENUE   TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE

              IF TOT-SOLD-TAX > ZERO
                 MOVE PRM-GL-TAX     TO GL-ACCOUNT
                 MOVE "TAX ON DISC SALES" TO GL-DESC
                 MOVE ZERO           TO GL-DEBIT
                 MOVE TOT-SOLD-TAX   TO GL-CREDIT
                 PERFORM WRITE-ONE-GL-LINE
              END-IF
           END-IF

           IF TOT-MEMBER > ZERO
              MOVE PRM-GL-CASH   TO GL-ACCOUNT
              MOVE "MEMBERSHIP FEES TAKEN" TO GL-DESC
              MOVE TOT-MEMBER    TO GL-DEBIT
              MOVE ZERO          TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE

              MOVE PRM-GL-MBRREV TO GL-ACCOUNT
              MOVE "MEMBERSHIP REVENUE" TO GL-DESC
              MOVE ZERO          TO GL-DEBIT
              MOVE TOT-MEMBER    TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE
           END-IF

           IF TOT-TICKET > ZERO
              MOVE PRM-GL-CASH   TO GL-ACCOUNT
              MOVE "SCREENING TICKETS TAKEN" TO GL-DESC
              MOVE TOT-TICKET    TO GL-DEBIT
              MOVE ZERO          TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE

              MOVE PRM-GL-EVTREV TO GL-ACCOUNT
              MOVE "SCREENING REVENUE" TO GL-DESC
              MOVE ZERO          TO GL-DEBIT
              MOVE TOT-TICKET    TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE
           END-IF

           IF TOT-DAMAGE-TAX > ZERO
              MOVE PRM-GL-FINREV TO GL-ACCOUNT
              MOVE "TAX IN DAMAGE CHARGES" TO GL-DESC
              MOVE TOT-DAMAGE-TAX TO GL-DEBIT
              MOVE ZERO          TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE

              MOVE PRM-GL-TAX    TO GL-ACCOUNT
              MOVE "TAX ON DAMAGE CHARGES" TO GL-DESC
              MOVE ZERO          TO GL-DEBIT
              MOVE TOT-DAMAGE-TAX TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE
           END-IF

              MOVE TOT-WAIVED    TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE
           END-IF

           IF TOT-AMNESTY > ZERO
              MOVE PRM-GL-AMNESTY TO GL-ACCOUNT
              MOVE "FINES FORGIVEN - AMNESTY" TO GL-DESC
              MOVE TOT-AMNESTY   TO GL-DEBIT
              MOVE ZERO          TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE

              MOVE PRM-GL-AR     TO GL-ACCOUNT
              MOVE "AMNESTY APPLIED" TO GL-DESC
              MOVE ZERO          TO GL-DEBIT
              MOVE TOT-AMNESTY   TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE
           END-IF

           IF TOT-LOST-REV > ZERO
              MOVE PRM-GL-FINREV TO GL-ACCOUNT
              MOVE "LOST CHARGES REVERSED" TO GL-DESC
              MOVE TOT-LOST-REV  TO GL-DEBIT
              MOVE ZERO          TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE

              MOVE PRM-GL-AR     TO GL-ACCOUNT
              MOVE "LOST ITEMS FOUND" TO GL-DESC
              MOVE ZERO          TO GL-DEBIT
              MOVE TOT-LOST-REV  TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE
           END-IF

           IF TOT-DEP-CHARGE > ZERO
              MOVE PRM-GL-DEPEXP TO GL-ACCOUNT
              MOVE "DEPRECIATION CHARGE" TO GL-DESC
              MOVE TOT-DEP-CHARGE TO GL-DEBIT
              MOVE ZERO          TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE

              MOVE PRM-GL-ACCDEP TO GL-ACCOUNT
              MOVE "ACCUMULATED DEPRECIATION" TO GL-DESC
              MOVE ZERO          TO GL-DEBIT
              MOVE TOT-DEP-CHARGE TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE
           END-IF

      *> COST OUT = DEPRECIATION OUT + SALE MONEY - NET GAIN, SO THE
      *> DISPOSAL LINES BALANCE ON THEIR OWN
           IF TOT-DISP-COST > ZERO
              IF TOT-DISP-ACCUM > ZERO
                 MOVE PRM-GL-ACCDEP  TO GL-ACCOUNT
                 MOVE "DEPRECIATION ON DISPOSALS" TO GL-DESC
                 MOVE TOT-DISP-ACCUM TO GL-DEBIT
                 MOVE ZERO           TO GL-CREDIT
                 PERFORM WRITE-ONE-GL-LINE
              END-IF

              IF TOT-DISP-SOLD > ZERO
                 MOVE PRM-GL-SALEREV TO GL-ACCOUNT
                 MOVE "DISC SALES TO DISPOSALS" TO GL-DESC
                 MOVE TOT-DISP-SOLD  TO GL-DEBIT
                 MOVE ZERO           TO GL-CREDIT
                 PERFORM WRITE-ONE-GL-LINE
              END-IF

              IF TOT-DISP-GAIN < ZERO
                 MOVE PRM-GL-DISPGL  TO GL-ACCOUNT
                 MOVE "LOSS ON DISPOSALS" TO GL-DESC
                 COMPUTE GL-DEBIT = ZERO - TOT-DISP-GAIN
                 MOVE ZERO           TO GL-CREDIT
                 PERFORM WRITE-ONE-GL-LINE
              END-IF

              MOVE PRM-GL-ASSETS  TO GL-ACCOUNT
              MOVE "COST OF DISPOSALS" TO GL-DESC
              MOVE ZERO           TO GL-DEBIT
              MOVE TOT-DISP-COST  TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE

              IF TOT-DISP-GAIN > ZERO
                 MOVE PRM-GL-DISPGL  TO GL-ACCOUNT
                 MOVE "GAIN ON DISPOSALS" TO GL-DESC
                 MOVE ZERO           TO GL-DEBIT
                 MOVE TOT-DISP-GAIN  TO GL-CREDIT
                 PERFORM WRITE-ONE-GL-LINE
              END-IF
           END-IF

           IF TOT-WRITTEN-OFF > ZERO
              MOVE PRM-GL-BADDEBT TO GL-ACCOUNT
              MOVE "FINES WRITTEN OFF" TO GL-DESC
              MOVE TOT-WRITTEN-OFF TO GL-DEBIT
              MOVE ZERO           TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE

              MOVE PRM-GL-AR      TO GL-ACCOUNT
              MOVE "BAD DEBT WRITTEN OFF" TO GL-DESC
              MOVE ZERO           TO GL-DEBIT
              MOVE TOT-WRITTEN-OFF TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE
           END-IF

           IF TOT-REINSTATED > ZERO
              MOVE PRM-GL-AR      TO GL-ACCOUNT
              MOVE "WRITTEN-OFF DEBT REINSTATED" TO GL-DESC
              MOVE TOT-REINSTATED TO GL-DEBIT
              MOVE ZERO           TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE

              MOVE PRM-GL-BADDEBT TO GL-ACCOUNT
              MOVE "BAD DEBT RECOVERED" TO GL-DESC
              MOVE ZERO           TO GL-DEBIT
              MOVE TOT-REINSTATED TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE
           END-IF

           IF TOT-REVSHARE > ZERO
              MOVE PRM-GL-REVSHR  TO GL-ACCOUNT
              MOVE "DISTRIBUTOR REVENUE SHARE" TO GL-DESC
              MOVE TOT-REVSHARE   TO GL-DEBIT
              MOVE ZERO           TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE

              MOVE PRM-GL-DISTPAY TO GL-ACCOUNT
              MOVE "REVENUE SHARE OWED" TO GL-DESC
              MOVE ZERO           TO GL-DEBIT
              MOVE TOT-REVSHARE   TO GL-CREDIT
              PERFORM WRITE-ONE-GL-LINE
           END-IF
           .
      /
      *----------------------------------------------------------------*
           CLOSE FINES
           CLOSE TILLJRN
           CLOSE PARAMS
           CLOSE DEPREG
           CLOSE WRTOFF
           CLOSE REVSET
           CLOSE GLEXP-OUT
           .
      /
