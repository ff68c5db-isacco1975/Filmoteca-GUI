      *                                                                *
      *  DAY-END TILL RECONCILIATION (Z-REPORT) - TOTALS EVERY TILL    *
      *  JOURNAL ROW FOR ONE BUSINESS DATE: FINE PAYMENTS TAKEN,       *
      *  RENTAL FEES AND MEMBERSHIP FEES TAKEN, FINES WAIVED (BY HAND  *
      *  OR BY AN AMNESTY CAMPAIGN AT RETURN),                         *
      *  CHECKOUTS VOIDED, AND A PER-OPERATOR BREAKDOWN, SO THE        *
      *  DRAWER CAN BE                                                 *
      *  COUNTED AGAINST THE SYSTEM BEFORE ANYONE GOES HOME.  CARD,    *
      *  CHEQUE AND ONLINE TAKINGS ARE SPLIT OUT AND KEPT OUT OF THE   *
      *  DRAWER FIGURE (CARDREC MATCHES THE CARD ROWS TO THE           *
      *  TERMINAL).  THE                                               *
      *  DATE DEFAULTS TO TODAY; AN OPTIONAL ZREPORT.CTL LINE          *
      *  (DATE=YYYYMMDD) REPORTS AN EARLIER DAY INSTEAD, AND A         *
      *  BRANCH=CODE LINE LIMITS THE RUN TO ONE BRANCH'S TILLS (NO     *
      *  LINE = ALL BRANCHES CONSOLIDATED).                            *
      *                                                                *
      ******************************************************************
      /
       77 CTL-KEYWORD      PIC X(12) VALUE SPACES.
       77 CTL-VALUE        PIC X(60) VALUE SPACES.

      * ONE BRANCH ONLY, OR SPACES FOR EVERY BRANCH.  ROWS WRITTEN
      * BEFORE THE SHOP HAD BRANCHES (AND ONLINE PAYMENTS) CARRY NO
      * BRANCH AND COUNT AS THE HOME BRANCH'S
          COPY 'CPVIDBNV.CPY'.
       77 REPORT-BRANCH    PIC X(04) VALUE SPACES.
       77 ROW-BRANCH       PIC X(04) VALUE SPACES.

      * DAY TOTALS - CASH IN THE DRAWER VS MONEY FORGIVEN
       77 TOT-PAID         PIC 9(7)V99 VALUE ZERO.
       77 TOT-RENTAL       PIC 9(7)V99 VALUE ZERO.
       77 TOT-WAIVED       PIC 9(7)V99 VALUE ZERO.
       77 TOT-AMNESTY      PIC 9(7)V99 VALUE ZERO.
       77 TOT-DEPOSIT      PIC 9(7)V99 VALUE ZERO.
       77 TOT-REFUND       PIC 9(7)V99 VALUE ZERO.
       77 TOT-SOLD         PIC 9(7)V99 VALUE ZERO.
       77 TOT-MEMBER       PIC 9(7)V99 VALUE ZERO.
      * SCREENING TICKETS - NET OF SEATS GIVEN BACK
       77 TOT-TICKET       PIC S9(7)V99 VALUE ZERO.
       77 TOT-DRAWER       PIC S9(7)V99 VALUE ZERO.
      * CHECKOUTS VOIDED - NEGATIVE, HANDED BACK ON THE TENDER THE
      * MONEY CAME IN ON, SO THEY COME OFF THE TENDER TOTALS TOO
       77 TOT-VOID         PIC S9(7)V99 VALUE ZERO.
       77 CNT-VOID         PIC 9(5) VALUE ZERO.
      * LOST-ITEM CHARGES BILLED AND REVERSED, AND DAMAGE CHARGES
      * BILLED - ON ACCOUNT, NOT CASH, SO THEY PRINT FOR THE RECORD
      * BUT STAY OUT OF THE DRAWER
       77 TOT-LOST         PIC 9(7)V99 VALUE ZERO.
       77 TOT-FOUND        PIC 9(7)V99 VALUE ZERO.
       77 TOT-DAMAGE       PIC 9(7)V99 VALUE ZERO.
      * SALES TAX INSIDE THE RENTAL FEES AND DISC SALES TAKEN
       77 TOT-TAX          PIC S9(7)V99 VALUE ZERO.
      * MONEY IN BY CARD OR CHEQUE - IN THE TOTALS ABOVE, BUT NOT IN
      * THE DRAWER
       77 TOT-CARD         PIC S9(7)V99 VALUE ZERO.
       77 TOT-CHEQUE       PIC S9(7)V99 VALUE ZERO.
       77 CNT-CARD         PIC 9(5) VALUE ZERO.
       77 CNT-CHEQUE       PIC 9(5) VALUE ZERO.
       77 TOT-ONLINE       PIC S9(7)V99 VALUE ZERO.
       77 CNT-ONLINE       PIC 9(5) VALUE ZERO.
       77 CNT-PAID         PIC 9(5) VALUE ZERO.
       77 CNT-RENTAL       PIC 9(5) VALUE ZERO.
       77 CNT-WAIVED       PIC 9(5) VALUE ZERO.
       77 CNT-AMNESTY      PIC 9(5) VALUE ZERO.
       77 ROW-COUNT        PIC 9(5) VALUE ZERO.
       77 AMOUNT-TEXT      PIC -ZZZZZ9,99.

      * PER-OPERATOR BREAKDOWN - ONE SLOT PER OPERATOR SEEN ON THE
      * DAY'S TILL ROWS
           WHEN "DATE        "
                COMPUTE REPORT-DATE =
                   FUNCTION NUMVAL (CTL-VALUE)
           WHEN "BRANCH      "
                MOVE FUNCTION UPPER-CASE (CTL-VALUE (1:4))
                  TO REPORT-BRANCH
           WHEN OTHER
                CONTINUE
           END-EVALUATE
           .
      /
      *----------------------------------------------------------------*
      * ADD ONE TILL ROW INTO THE DAY AND OPERATOR TOTALS - UNLESS     *
      * THE RUN IS FOR ONE BRANCH AND THE ROW WAS RUNG UP ELSEWHERE    *
      *----------------------------------------------------------------*
       TALLY-ONE-TILL-ROW.
           MOVE TLJ-BRANCH TO ROW-BRANCH
           IF ROW-BRANCH = SPACES
              MOVE HOME-BRANCH TO ROW-BRANCH
           END-IF

           IF REPORT-BRANCH = SPACES
              OR ROW-BRANCH = REPORT-BRANCH
              PERFORM ADD-TILL-ROW-TOTALS
           END-IF

           READ TILLJRN NEXT RECORD
                AT END SET TILL-AT-END TO TRUE
           END-READ

           IF NOT TILL-AT-END
              AND TLJ-DATE NOT = REPORT-DATE
              SET TILL-AT-END TO TRUE
           END-IF
           .

       ADD-TILL-ROW-TOTALS.
           ADD 1 TO ROW-COUNT

           EVALUATE TRUE
           WHEN TLJ-IS-WAIVER
                ADD TLJ-AMOUNT TO TOT-WAIVED
                ADD 1          TO CNT-WAIVED
           WHEN TLJ-IS-AMNESTY
                ADD TLJ-AMOUNT TO TOT-AMNESTY
                ADD 1          TO CNT-AMNESTY
           WHEN TLJ-IS-DEPOSIT
                ADD TLJ-AMOUNT TO TOT-DEPOSIT
           WHEN TLJ-IS-REFUND
                ADD TLJ-AMOUNT TO TOT-REFUND
           WHEN TLJ-IS-SALE
                ADD TLJ-AMOUNT TO TOT-SOLD
           WHEN TLJ-IS-MEMBER
                ADD TLJ-AMOUNT TO TOT-MEMBER
           WHEN TLJ-IS-TICKET
                ADD TLJ-AMOUNT TO TOT-TICKET
           WHEN TLJ-IS-LOST
                ADD TLJ-AMOUNT TO TOT-LOST
           WHEN TLJ-IS-FOUND
                ADD TLJ-AMOUNT TO TOT-FOUND
           WHEN TLJ-IS-DAMAGE
                ADD TLJ-AMOUNT TO TOT-DAMAGE
           WHEN TLJ-IS-VOID
                ADD TLJ-AMOUNT TO TOT-VOID
                ADD 1          TO CNT-VOID
           WHEN OTHER
                CONTINUE
           END-EVALUATE

           IF TLJ-IS-RENTAL OR TLJ-IS-SALE OR TLJ-IS-VOID
              ADD TLJ-TAX TO TOT-TAX
           END-IF

           IF TLJ-IS-PAYMENT OR TLJ-IS-RENTAL
              OR TLJ-IS-SALE OR TLJ-IS-DEPOSIT OR TLJ-IS-MEMBER
              OR TLJ-IS-VOID OR TLJ-IS-TICKET
              EVALUATE TRUE
              WHEN TLJ-BY-CARD
                   ADD TLJ-AMOUNT TO TOT-CARD
                   ADD 1          TO CNT-CARD
              WHEN TLJ-BY-CHEQUE
                   ADD TLJ-AMOUNT TO TOT-CHEQUE
                   ADD 1          TO CNT-CHEQUE
              WHEN TLJ-BY-ONLINE
                   ADD TLJ-AMOUNT TO TOT-ONLINE
                   ADD 1          TO CNT-ONLINE
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF

           PERFORM ADD-TO-OPERATOR-SLOT
           .
      /
      *----------------------------------------------------------------*
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           IF REPORT-BRANCH = SPACES
              MOVE "ALL BRANCHES" TO RPT-LINE
           ELSE
              STRING "BRANCH "     DELIMITED BY SIZE
                     REPORT-BRANCH DELIMITED BY SIZE
                INTO RPT-LINE
              END-STRING
           END-IF
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           END-STRING
           WRITE RPT-LINE

           MOVE TOT-AMNESTY TO AMOUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "FINES AMNESTIED: " DELIMITED BY SIZE
                  AMOUNT-TEXT         DELIMITED BY SIZE
                  "  ("               DELIMITED BY SIZE
                  CNT-AMNESTY         DELIMITED BY SIZE
                  " ROW(S))"          DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TOT-DEPOSIT TO AMOUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "DEPOSITS TAKEN : " DELIMITED BY SIZE
           END-STRING
           WRITE RPT-LINE

           MOVE TOT-MEMBER TO AMOUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "MEMBERSHIPS    : " DELIMITED BY SIZE
                  AMOUNT-TEXT         DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TOT-TICKET TO AMOUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "SCREENING SEATS: " DELIMITED BY SIZE
                  AMOUNT-TEXT         DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TOT-VOID TO AMOUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "VOIDS          : " DELIMITED BY SIZE
                  AMOUNT-TEXT         DELIMITED BY SIZE
                  "  ("               DELIMITED BY SIZE
                  CNT-VOID            DELIMITED BY SIZE
                  " ROW(S))"          DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TOT-LOST TO AMOUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "LOST BILLED    : " DELIMITED BY SIZE
                  AMOUNT-TEXT         DELIMITED BY SIZE
                  "  (ON ACCOUNT)"    DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TOT-FOUND TO AMOUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "LOST REVERSED  : " DELIMITED BY SIZE
                  AMOUNT-TEXT         DELIMITED BY SIZE
                  "  (ON ACCOUNT)"    DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TOT-DAMAGE TO AMOUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "DAMAGE BILLED  : " DELIMITED BY SIZE
                  AMOUNT-TEXT         DELIMITED BY SIZE
                  "  (ON ACCOUNT)"    DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TOT-TAX TO AMOUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "TAX INCLUDED   : " DELIMITED BY SIZE
                  AMOUNT-TEXT         DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TOT-CARD TO AMOUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "TAKEN BY CARD  : " DELIMITED BY SIZE
                  AMOUNT-TEXT         DELIMITED BY SIZE
                  "  ("               DELIMITED BY SIZE
                  CNT-CARD            DELIMITED BY SIZE
                  " ROW(S) - SEE CARDREC)" DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TOT-CHEQUE TO AMOUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "TAKEN BY CHEQUE: " DELIMITED BY SIZE
                  AMOUNT-TEXT         DELIMITED BY SIZE
                  "  ("               DELIMITED BY SIZE
                  CNT-CHEQUE          DELIMITED BY SIZE
                  " ROW(S))"          DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE TOT-ONLINE TO AMOUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "PAID ONLINE    : " DELIMITED BY SIZE
                  AMOUNT-TEXT         DELIMITED BY SIZE
                  "  ("               DELIMITED BY SIZE
                  CNT-ONLINE          DELIMITED BY SIZE
                  " ROW(S) - WEBPAY)" DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

      *> REFUNDS ALWAYS GO BACK OVER THE COUNTER IN CASH; A VOID OR A
      *> TICKET HANDED BACK GOES BACK ON ITS OWN TENDER, WHICH THE
      *> TENDER TOTALS ALREADY NET
           COMPUTE TOT-DRAWER = TOT-PAID + TOT-RENTAL + TOT-SOLD
              + TOT-MEMBER + TOT-TICKET + TOT-DEPOSIT + TOT-VOID
              - TOT-CARD - TOT-CHEQUE - TOT-ONLINE - TOT-REFUND
           MOVE TOT-DRAWER TO AMOUNT-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "DRAWER SHOULD HOLD (OVER FLOAT): " DELIMITED BY SIZE
