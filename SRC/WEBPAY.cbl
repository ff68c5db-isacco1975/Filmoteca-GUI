       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          WEBPAY.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  ONLINE FINE PAYMENT LOADER - READS THE WEB PAYMENT PROVIDER'S *
      *  DAILY DROP (WEBPAY.TXT, ONE BORROWER-ID;AMOUNT;REFERENCE LINE *
      *  PER PAYMENT) AND APPLIES EACH PAYMENT TO THE BORROWER'S OPEN  *
      *  FINES, OLDEST FIRST, EXACTLY AS IF IT HAD BEEN TAKEN AT THE   *
      *  DESK: A TILL JOURNAL ROW PER FINE PAID (TENDER ONLINE, SO IT  *
      *  STAYS OUT OF THE DRAWER), A RECEIPT REGISTER NUMBER, ANY      *
      *  INSTALLMENT PLAN PAID DOWN, ANY EXCESS ON THE CREDIT ACCOUNT, *
      *  AND THE BORROWER UNBLOCKED ONCE NOTHING IS OWED.              *
      *                                                                *
      *  EVERY REFERENCE APPLIED IS KEPT ON THE WEBPAY REGISTER, SO A  *
      *  FILE LOADED TWICE DOES NOT PAY TWICE.  UNKNOWN BORROWERS,     *
      *  DUPLICATE REFERENCES AND UNREADABLE LINES GO TO WEBPAY.REJ    *
      *  WITH THE REASON; WHAT WAS APPLIED IS LISTED ON WEBPAY.LST.    *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDFIA.CPY'.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDSUA.CPY'.
          COPY 'CPVIDTJA.CPY'.
          COPY 'CPVIDRCA.CPY'.
          COPY 'CPVIDCRA.CPY'.
          COPY 'CPVIDPLA.CPY'.
          COPY 'CPVIDWPA.CPY'.
          SELECT FEED-FILE ASSIGN TO "WEBPAY.TXT"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-FEED.
          SELECT REJECT-FILE ASSIGN TO "WEBPAY.REJ"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-REJ.
          SELECT WEBPAY-RPT ASSIGN TO WEBPAY-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD FINES.
          COPY 'CPVIDFIN.CPY'.
      *
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD SUSPEND.
          COPY 'CPVIDSUS.CPY'.
      *
       FD TILLJRN.
          COPY 'CPVIDTLJ.CPY'.
      *
       FD RECEIPTS.
          COPY 'CPVIDRCP.CPY'.
      *
       FD CREDIT.
          COPY 'CPVIDCRD.CPY'.
      *
       FD PLANS.
          COPY 'CPVIDPLN.CPY'.
      *
       FD WEBPAY.
          COPY 'CPVIDWPY.CPY'.
      *
       FD FEED-FILE.
       01 REC-FEED                  PIC X(80).
      *
       FD REJECT-FILE.
       01 REC-REJECT                PIC X(120).
      *
       FD WEBPAY-RPT.
       01 RPT-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 WEBPAY-RPT-PATH  PIC X(40) VALUE "WEBPAY.LST".
       77 STATUS-FINES     PIC X(2).
           88 VALID-STATUS-FINES VALUE IS "00" THRU "09".
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-SUSPEND   PIC X(2).
           88 VALID-STATUS-SUSPEND VALUE IS "00" THRU "09".
          COPY 'CPVIDSUV.CPY'.
       77 STATUS-TILLJRN   PIC X(2).
           88 VALID-STATUS-TILLJRN VALUE IS "00" THRU "09".
       77 STATUS-RECEIPTS  PIC X(2).
           88 VALID-STATUS-RECEIPTS VALUE IS "00" THRU "09".
       77 STATUS-CREDIT    PIC X(2).
           88 VALID-STATUS-CREDIT VALUE IS "00" THRU "09".
       77 STATUS-PLANS     PIC X(2).
           88 VALID-STATUS-PLANS VALUE IS "00" THRU "09".
       77 STATUS-WEBPAY    PIC X(2).
           88 VALID-STATUS-WEBPAY VALUE IS "00" THRU "09".
       77 STATUS-FEED      PIC X(2).
           88 VALID-STATUS-FEED VALUE IS "00" THRU "09".
       77 STATUS-REJ       PIC X(2).
           88 VALID-STATUS-REJ VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-FEED-EOF      PIC 9 VALUE ZERO.
           88 FEED-AT-END   VALUE 1, FALSE 0.
       77 SW-FINES-EOF     PIC 9 VALUE ZERO.
           88 FINES-AT-END  VALUE 1, FALSE 0.

      * ONE PROVIDER LINE, SPLIT
       77 FLD-BORROWER     PIC X(10) VALUE SPACES.
       77 FLD-AMOUNT       PIC X(12) VALUE SPACES.
       77 FLD-REFERENCE    PIC X(20) VALUE SPACES.
       77 PAY-BORROWER-ID  PIC 9(05) VALUE ZERO.
       77 PAY-AMOUNT       PIC 9(05)V99 VALUE ZERO.
       77 PAY-LEFT         PIC 9(05)V99 VALUE ZERO.
       77 PAY-APPLIED      PIC 9(05)V99 VALUE ZERO.
       77 PAY-SLICE        PIC 9(05)V99 VALUE ZERO.
       77 PAY-OWED         PIC 9(07)V99 VALUE ZERO.
       77 REJECT-REASON    PIC X(30) VALUE SPACES.
       77 FIRST-CODIGO     PIC 9(05) VALUE ZERO.
       77 FIRST-SEQ        PIC 9(05) VALUE ZERO.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.

      * THE BORROWER'S OPEN FINES - PICKED OFF OLDEST ASSESSMENT FIRST
       01 OPEN-FINE-TABLE.
           05 OF-ROW OCCURS 200 TIMES.
               10 OF-CODIGO      PIC 9(05).
               10 OF-SEQ         PIC 9(05).
               10 OF-ASSESSED-DT PIC 9(08).
               10 OF-OWED        PIC 9(05)V99.
       77 OF-CNT           PIC 9(03) VALUE ZERO.
       77 OF-SUB           PIC 9(03) VALUE ZERO.
       77 OF-PICK          PIC 9(03) VALUE ZERO.

      * TILL JOURNAL, RECEIPT AND PLAN WORK AREAS
       77 WEBPAY-OPERATOR  PIC X(10) VALUE "WEBPAY".
       77 HOLD-TLJ-REC     PIC X(80) VALUE SPACES.
       77 SAVE-TILL-DATE   PIC 9(8) VALUE ZERO.
       77 NEXT-TILL-SEQ    PIC 9(5) VALUE ZERO.
       77 HOLD-RCP-REC     PIC X(70) VALUE SPACES.
       77 RECEIPT-NO       PIC 9(7) VALUE ZERO.
       77 PLAN-APPLY-AMT   PIC 9(5)V99 VALUE ZERO.
       77 PLAN-SLICE       PIC 9(5)V99 VALUE ZERO.
       77 PLAN-SUB         PIC 9(2) VALUE ZERO.

      * RUN COUNTS
       77 APPLIED-COUNT    PIC 9(5) VALUE ZERO.
       77 REJECT-COUNT     PIC 9(5) VALUE ZERO.
       77 UNBLOCK-COUNT    PIC 9(5) VALUE ZERO.
       77 TOT-APPLIED      PIC 9(7)V99 VALUE ZERO.
       77 TOT-CREDITED     PIC 9(7)V99 VALUE ZERO.
       77 AMOUNT-TEXT      PIC ZZZZZZ9,99.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           PERFORM OPEN-FILES

           SET FEED-AT-END TO FALSE

           READ FEED-FILE
                AT END SET FEED-AT-END TO TRUE
           END-READ

           PERFORM LOAD-ONE-LINE
              UNTIL FEED-AT-END

           PERFORM PRINT-RUN-TOTALS

           PERFORM CLOSE-FILES

           DISPLAY APPLIED-COUNT " PAYMENT(S) APPLIED, "
                   REJECT-COUNT " REJECTED TO WEBPAY.REJ"

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES - THE REFERENCE REGISTER, THE CREDIT ACCOUNTS,  *
      * THE RECEIPT REGISTER AND THE TILL JOURNAL ARE CREATED ON THE   *
      * FIRST RUN IF THEY ARE NOT THERE YET                            *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT FEED-FILE

           IF NOT VALID-STATUS-FEED
              DISPLAY "NO WEBPAY.TXT TO LOAD - STATUS " STATUS-FEED
              STOP RUN
           END-IF

           OPEN I-O FINES
           IF NOT VALID-STATUS-FINES
              DISPLAY "UNABLE TO OPEN FINES.DAT - STATUS "
                      STATUS-FINES
              STOP RUN
           END-IF

           OPEN I-O BORROWERS
           IF NOT VALID-STATUS-BORROWERS
              DISPLAY "UNABLE TO OPEN BORROWER.DAT - STATUS "
                      STATUS-BORROWERS
              STOP RUN
           END-IF

           OPEN I-O TILLJRN
           IF STATUS-TILLJRN = "35"
              OPEN OUTPUT TILLJRN
                IF VALID-STATUS-TILLJRN
                   CLOSE TILLJRN
                   OPEN I-O TILLJRN
                END-IF
           END-IF

           IF NOT VALID-STATUS-TILLJRN
              DISPLAY "UNABLE TO OPEN TILLJRN.DAT - STATUS "
                      STATUS-TILLJRN
              STOP RUN
           END-IF

           OPEN I-O RECEIPTS
           IF STATUS-RECEIPTS = "35"
              OPEN OUTPUT RECEIPTS
                IF VALID-STATUS-RECEIPTS
                   CLOSE RECEIPTS
                   OPEN I-O RECEIPTS
                END-IF
           END-IF

           IF NOT VALID-STATUS-RECEIPTS
              DISPLAY "UNABLE TO OPEN RCPREG.DAT - STATUS "
                      STATUS-RECEIPTS
              STOP RUN
           END-IF

           OPEN I-O CREDIT
           IF STATUS-CREDIT = "35"
              OPEN OUTPUT CREDIT
                IF VALID-STATUS-CREDIT
                   CLOSE CREDIT
                   OPEN I-O CREDIT
                END-IF
           END-IF

           IF NOT VALID-STATUS-CREDIT
              DISPLAY "UNABLE TO OPEN CREDIT.DAT - STATUS "
                      STATUS-CREDIT
              STOP RUN
           END-IF

      *> NO PLANS FILE SIMPLY MEANS NOBODY IS ON A PLAN
           OPEN I-O PLANS

           OPEN I-O WEBPAY
           IF STATUS-WEBPAY = "35"
              OPEN OUTPUT WEBPAY
                IF VALID-STATUS-WEBPAY
                   CLOSE WEBPAY
                   OPEN I-O WEBPAY
                END-IF
           END-IF

           IF NOT VALID-STATUS-WEBPAY
              DISPLAY "UNABLE TO OPEN WEBPAY.DAT - STATUS "
                      STATUS-WEBPAY
              STOP RUN
           END-IF

           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT WEBPAY-RPT

           MOVE "FILMOTECA.EDUC360 - ONLINE FINE PAYMENTS LOADED"
             TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "BORROWER  REFERENCE                 AMOUNT  TO CREDIT"
             TO RPT-LINE
           WRITE RPT-LINE

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
           .
      /
      *----------------------------------------------------------------*
      * ONE PROVIDER LINE - APPLY OR REJECT, THEN READ THE NEXT        *
      *----------------------------------------------------------------*
       LOAD-ONE-LINE.
           MOVE SPACES TO REJECT-REASON

           PERFORM APPLY-ONE-PAYMENT

           IF REJECT-REASON NOT = SPACES
              ADD 1 TO REJECT-COUNT
              MOVE SPACES TO REC-REJECT
              STRING REC-FEED      DELIMITED BY "  "
                     " - "         DELIMITED BY SIZE
                     REJECT-REASON DELIMITED BY "  "
                INTO REC-REJECT
              END-STRING
              WRITE REC-REJECT
           END-IF

           READ FEED-FILE
                AT END SET FEED-AT-END TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * CHECK THE LINE, THEN SPREAD THE PAYMENT OVER THE OPEN FINES    *
      *----------------------------------------------------------------*
       APPLY-ONE-PAYMENT.
           MOVE SPACES TO FLD-BORROWER
           MOVE SPACES TO FLD-AMOUNT
           MOVE SPACES TO FLD-REFERENCE

           UNSTRING REC-FEED DELIMITED BY ";"
               INTO FLD-BORROWER FLD-AMOUNT FLD-REFERENCE
           END-UNSTRING

           IF FLD-BORROWER = SPACES
              OR FLD-AMOUNT = SPACES
              OR FLD-REFERENCE = SPACES
              MOVE "INCOMPLETE LINE" TO REJECT-REASON
              EXIT PARAGRAPH
           END-IF

           COMPUTE PAY-BORROWER-ID = FUNCTION NUMVAL (FLD-BORROWER)
           COMPUTE PAY-AMOUNT      = FUNCTION NUMVAL (FLD-AMOUNT)

           IF PAY-AMOUNT = ZERO
              MOVE "ZERO OR UNREADABLE AMOUNT" TO REJECT-REASON
              EXIT PARAGRAPH
           END-IF

           MOVE FLD-REFERENCE TO WPY-REFERENCE
           READ WEBPAY
                INVALID
                    CONTINUE
                NOT INVALID
                    MOVE "DUPLICATE REFERENCE" TO REJECT-REASON
                    EXIT PARAGRAPH
           END-READ

           MOVE PAY-BORROWER-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    MOVE "UNKNOWN BORROWER" TO REJECT-REASON
                    EXIT PARAGRAPH
           END-READ

           PERFORM COLLECT-OPEN-FINES

           MOVE PAY-AMOUNT TO PAY-LEFT
           MOVE ZERO       TO FIRST-CODIGO
           MOVE ZERO       TO FIRST-SEQ
           MOVE 1          TO OF-PICK

           PERFORM PAY-OLDEST-FINE
              UNTIL PAY-LEFT = ZERO
                 OR OF-PICK = ZERO

           COMPUTE PAY-APPLIED = PAY-AMOUNT - PAY-LEFT

           IF PAY-APPLIED > ZERO
              MOVE PAY-APPLIED TO PLAN-APPLY-AMT
              PERFORM APPLY-PAYMENT-TO-PLAN
           END-IF

      *> WHAT FOUND NO FINE IS KEPT ON ACCOUNT - IT IS STILL MONEY
      *> RECEIVED, SO IT GETS ITS OWN TILL ROW
           IF PAY-LEFT > ZERO
              PERFORM CREDIT-THE-EXCESS
           END-IF

           PERFORM WRITE-ONLINE-RECEIPT

           MOVE FLD-REFERENCE   TO WPY-REFERENCE
           MOVE PAY-BORROWER-ID TO WPY-BORROWER-ID
           MOVE PAY-AMOUNT      TO WPY-AMOUNT
           MOVE TODAY-DATE      TO WPY-LOADED-DT
           MOVE RECEIPT-NO      TO WPY-RCP-NO
           MOVE PAY-LEFT        TO WPY-TO-CREDIT

           WRITE WPY-REC
                 INVALID KEY
                     DISPLAY "REFERENCE " WPY-REFERENCE
                             " COULD NOT BE REGISTERED"
           END-WRITE

           IF PAY-APPLIED > ZERO
              AND PAY-OWED NOT > PAY-APPLIED
              PERFORM UNBLOCK-IF-CLEAR
           END-IF

           ADD 1           TO APPLIED-COUNT
           ADD PAY-AMOUNT  TO TOT-APPLIED
           ADD PAY-LEFT    TO TOT-CREDITED

           MOVE SPACES TO RPT-LINE
           MOVE PAY-BORROWER-ID TO RPT-LINE (1:5)
           MOVE FLD-REFERENCE   TO RPT-LINE (11:20)
           MOVE PAY-AMOUNT      TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT     TO RPT-LINE (33:10)
           MOVE PAY-LEFT        TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT     TO RPT-LINE (45:10)
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * EVERY OPEN FINE OF THE BORROWER WITH SOMETHING STILL OWED -    *
      * KEYED ON THE FIN-BORROWER-ID ALTERNATE INDEX                   *
      *----------------------------------------------------------------*
       COLLECT-OPEN-FINES.
           MOVE ZERO TO OF-CNT
           MOVE ZERO TO PAY-OWED
           SET FINES-AT-END TO FALSE

           MOVE PAY-BORROWER-ID TO FIN-BORROWER-ID

           START FINES KEY >= FIN-BORROWER-ID
                 INVALID KEY
                     SET FINES-AT-END TO TRUE
                 NOT INVALID KEY
                     READ FINES NEXT RECORD
                          AT END SET FINES-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL FINES-AT-END
                      OR FIN-BORROWER-ID NOT = PAY-BORROWER-ID
              IF FIN-IS-OPEN
                 AND FIN-AMOUNT > FIN-PAID
                 COMPUTE PAY-OWED = PAY-OWED + FIN-AMOUNT - FIN-PAID
                 IF OF-CNT < 200
                    ADD 1 TO OF-CNT
                    MOVE FIN-CODIGO      TO OF-CODIGO (OF-CNT)
                    MOVE FIN-SEQ         TO OF-SEQ (OF-CNT)
                    MOVE FIN-ASSESSED-DT TO OF-ASSESSED-DT (OF-CNT)
                    COMPUTE OF-OWED (OF-CNT) = FIN-AMOUNT - FIN-PAID
                 END-IF
              END-IF

              READ FINES NEXT RECORD
                   AT END SET FINES-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * PAY OFF THE OLDEST FINE STILL OWING (AS MUCH OF IT AS THE      *
      * PAYMENT COVERS) - OF-PICK COMES BACK ZERO WHEN NONE IS LEFT    *
      *----------------------------------------------------------------*
       PAY-OLDEST-FINE.
           MOVE ZERO TO OF-PICK

           PERFORM VARYING OF-SUB FROM 1 BY 1
                     UNTIL OF-SUB > OF-CNT
              IF OF-OWED (OF-SUB) > ZERO
                 IF OF-PICK = ZERO
                    MOVE OF-SUB TO OF-PICK
                 ELSE
                    IF OF-ASSESSED-DT (OF-SUB)
                       < OF-ASSESSED-DT (OF-PICK)
                       MOVE OF-SUB TO OF-PICK
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF OF-PICK = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE OF-CODIGO (OF-PICK) TO FIN-CODIGO
           MOVE OF-SEQ (OF-PICK)    TO FIN-SEQ

           READ FINES
                INVALID
                    MOVE ZERO TO OF-OWED (OF-PICK)
                    EXIT PARAGRAPH
           END-READ

           IF OF-OWED (OF-PICK) > PAY-LEFT
              MOVE PAY-LEFT TO PAY-SLICE
           ELSE
              MOVE OF-OWED (OF-PICK) TO PAY-SLICE
           END-IF

           ADD PAY-SLICE TO FIN-PAID

           REWRITE FIN-REC
              INVALID KEY
                  MOVE ZERO TO OF-OWED (OF-PICK)
                  EXIT PARAGRAPH
           END-REWRITE

           SUBTRACT PAY-SLICE FROM OF-OWED (OF-PICK)
           SUBTRACT PAY-SLICE FROM PAY-LEFT

           IF FIRST-CODIGO = ZERO
              MOVE FIN-CODIGO TO FIRST-CODIGO
              MOVE FIN-SEQ    TO FIRST-SEQ
           END-IF

           MOVE "P"             TO TLJ-TYPE
           MOVE PAY-SLICE       TO TLJ-AMOUNT
           MOVE PAY-BORROWER-ID TO TLJ-BORROWER-ID
           MOVE FIN-CODIGO      TO TLJ-REF-CODIGO
           MOVE FIN-SEQ         TO TLJ-REF-SEQ
           PERFORM APPEND-TILL-ROW
           .
      /
      *----------------------------------------------------------------*
      * THE PART OF THE PAYMENT NO FINE ABSORBED GOES ON THE CREDIT    *
      * ACCOUNT, AND ON AN UNREFERENCED TILL ROW                       *
      *----------------------------------------------------------------*
       CREDIT-THE-EXCESS.
           MOVE PAY-BORROWER-ID TO CRD-BORROWER-ID

           READ CREDIT
                INVALID
                    MOVE ZERO     TO CRD-BALANCE
                    ADD PAY-LEFT  TO CRD-BALANCE
                    MOVE TODAY-DATE TO CRD-UPDATED-DT
                    WRITE CRD-REC
                          INVALID KEY CONTINUE
                    END-WRITE
                NOT INVALID
                    ADD PAY-LEFT  TO CRD-BALANCE
                    MOVE TODAY-DATE TO CRD-UPDATED-DT
                    REWRITE CRD-REC
                            INVALID KEY CONTINUE
                    END-REWRITE
           END-READ

           MOVE "P"             TO TLJ-TYPE
           MOVE PAY-LEFT        TO TLJ-AMOUNT
           MOVE PAY-BORROWER-ID TO TLJ-BORROWER-ID
           MOVE ZERO            TO TLJ-REF-CODIGO
           MOVE ZERO            TO TLJ-REF-SEQ
           PERFORM APPEND-TILL-ROW
           .
      /
      *----------------------------------------------------------------*
      * THE SAME INSTALLMENT PAY-DOWN THE DESK DOES - OPEN CHUNKS IN   *
      * ORDER ABSORB WHAT WAS APPLIED TO FINES                         *
      *----------------------------------------------------------------*
       APPLY-PAYMENT-TO-PLAN.
           IF NOT VALID-STATUS-PLANS
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING PLAN-SUB FROM 1 BY 1
                     UNTIL PLAN-SUB > 12
                        OR PLAN-APPLY-AMT = ZERO
              MOVE PAY-BORROWER-ID TO PLN-BORROWER-ID
              MOVE PLAN-SUB        TO PLN-SEQ

              READ PLANS
                   INVALID
                       CONTINUE
                   NOT INVALID
                       IF PLN-IS-OPEN
                          COMPUTE PLAN-SLICE =
                             PLN-AMOUNT - PLN-PAID-AMT

                          IF PLAN-SLICE > PLAN-APPLY-AMT
                             MOVE PLAN-APPLY-AMT TO PLAN-SLICE
                          END-IF

                          ADD PLAN-SLICE TO PLN-PAID-AMT
                          SUBTRACT PLAN-SLICE FROM PLAN-APPLY-AMT

                          IF PLN-PAID-AMT NOT < PLN-AMOUNT
                             MOVE "P" TO PLN-STATUS
                          END-IF

                          REWRITE PLN-REC
                             INVALID KEY CONTINUE
                          END-REWRITE
                       END-IF
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * NOTHING LEFT OWING - A BORROWER BLOCKED FOR FINES CAN BORROW   *
      * AGAIN, UNLESS SUSPENDED FOR SOMETHING MONEY DOES NOT SETTLE    *
      *----------------------------------------------------------------*
       UNBLOCK-IF-CLEAR.
           MOVE PAY-BORROWER-ID TO BRW-ID

           READ BORROWERS
                INVALID
                    EXIT PARAGRAPH
           END-READ

      *> ONLY THE FINES AND PAYMENT-PLAN SUSPENSIONS ARE SETTLED BY
      *> MONEY (WITH ANY BLOCK CARRIED OVER FROM BEFORE THE SUSPENSION
      *> FILE, WHICH THIS RUN HAS ALWAYS CLEARED); COLLECTIONS, CONDUCT
      *> AND THE REST STAY IN FORCE
           IF BRW-IS-BLOCKED
              MOVE PAY-BORROWER-ID TO SUS-WANT-ID
              MOVE TODAY-DATE      TO SUS-ASOF-DT
              MOVE "WEBPAY"        TO SUS-BY
              MOVE "FPL"           TO SUS-LIFT-REASONS
              PERFORM LIFT-SUSPENSIONS
              PERFORM SET-BRW-BLOCK-STATUS
              IF NOT BRW-IS-BLOCKED
                 REWRITE BRW-REC
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        ADD 1 TO UNBLOCK-COUNT
                 END-REWRITE
              END-IF
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * ONE TILL JOURNAL ROW, STAMPED THE WAY THE DESK STAMPS THEM -   *
      * THE CALLER FILLS TYPE, AMOUNT, BORROWER AND THE REF FIELDS.    *
      * THE SEQUENCE PROBE CLOBBERS THE RECORD AREA, SO IT IS SAVED    *
      * AND RESTORED AROUND IT.                                        *
      *----------------------------------------------------------------*
       APPEND-TILL-ROW.
           ACCEPT TLJ-DATE FROM DATE YYYYMMDD
           ACCEPT TLJ-TIME FROM TIME
           MOVE WEBPAY-OPERATOR TO TLJ-OPERATOR
           MOVE "W"             TO TLJ-TENDER
           MOVE ZERO            TO TLJ-TAX-RATE
           MOVE ZERO            TO TLJ-TAX
           MOVE SPACE           TO TLJ-VOID-OF
           MOVE ZERO            TO TLJ-VOID-RCP

           MOVE TLJ-REC  TO HOLD-TLJ-REC
           MOVE TLJ-DATE TO SAVE-TILL-DATE
           MOVE HIGH-VALUES TO TLJ-SEQ

           START TILLJRN KEY <= TLJ-KEY
                 INVALID KEY
                     MOVE 1 TO NEXT-TILL-SEQ
                 NOT INVALID KEY
                     READ TILLJRN PREVIOUS RECORD
                          AT END
                              MOVE 1 TO NEXT-TILL-SEQ
                          NOT AT END
                              IF TLJ-DATE = SAVE-TILL-DATE
                                 COMPUTE NEXT-TILL-SEQ = TLJ-SEQ + 1
                              ELSE
                                 MOVE 1 TO NEXT-TILL-SEQ
                              END-IF
                     END-READ
           END-START

           MOVE HOLD-TLJ-REC  TO TLJ-REC
           MOVE NEXT-TILL-SEQ TO TLJ-SEQ

           WRITE TLJ-REC
                 INVALID KEY
                     DISPLAY "ERROR WRITING TILL ROW FOR BORROWER "
                             TLJ-BORROWER-ID
           END-WRITE
           .
      /
      *----------------------------------------------------------------*
      * A RECEIPT REGISTER NUMBER FOR THE PAYMENT - THE HIGHEST KEY ON *
      * THE REGISTER IS THE COUNTER, AS AT THE DESK                    *
      *----------------------------------------------------------------*
       WRITE-ONLINE-RECEIPT.
           ACCEPT RCP-DATE FROM DATE YYYYMMDD
           ACCEPT RCP-TIME FROM TIME
           MOVE WEBPAY-OPERATOR TO RCP-OPERATOR
           MOVE "W"             TO RCP-TYPE
           MOVE PAY-BORROWER-ID TO RCP-BORROWER-ID
           MOVE FIRST-CODIGO    TO RCP-CODIGO
           MOVE FIRST-SEQ       TO RCP-SEQ
           MOVE PAY-AMOUNT      TO RCP-AMOUNT
           MOVE ZERO            TO RCP-VOID-RCP

           MOVE RCP-REC TO HOLD-RCP-REC
           MOVE HIGH-VALUES TO RCP-NO

           START RECEIPTS KEY <= RCP-NO
                 INVALID KEY
                     MOVE 1 TO RECEIPT-NO
                 NOT INVALID KEY
                     READ RECEIPTS PREVIOUS RECORD
                          AT END
                              MOVE 1 TO RECEIPT-NO
                          NOT AT END
                              COMPUTE RECEIPT-NO = RCP-NO + 1
                     END-READ
           END-START

           MOVE HOLD-RCP-REC TO RCP-REC
           MOVE RECEIPT-NO   TO RCP-NO

           WRITE RCP-REC
                 INVALID KEY
                     DISPLAY "ERROR WRITING RECEIPT " RCP-NO
           END-WRITE
           .
      /
      *----------------------------------------------------------------*
      * RUN TOTALS AT THE FOOT OF THE REPORT                           *
      *----------------------------------------------------------------*
       PRINT-RUN-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE TOT-APPLIED TO AMOUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING APPLIED-COUNT         DELIMITED BY SIZE
                  " PAYMENT(S) LOADED, TOTAL " DELIMITED BY SIZE
                  AMOUNT-TEXT           DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TOT-CREDITED TO AMOUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "KEPT ON CREDIT ACCOUNTS: " DELIMITED BY SIZE
                  AMOUNT-TEXT           DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING UNBLOCK-COUNT         DELIMITED BY SIZE
                  " BORROWER(S) UNBLOCKED, " DELIMITED BY SIZE
                  REJECT-COUNT          DELIMITED BY SIZE
                  " LINE(S) REJECTED TO WEBPAY.REJ"
                                        DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE FEED-FILE
           CLOSE FINES
           CLOSE BORROWERS
           CLOSE SUSPEND
           CLOSE TILLJRN
           CLOSE RECEIPTS
           CLOSE CREDIT
           CLOSE PLANS
           CLOSE WEBPAY
           CLOSE REJECT-FILE
           CLOSE WEBPAY-RPT
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
