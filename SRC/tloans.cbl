          COPY 'CPVIDLOA.CPY'.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDSUA.CPY'.
          COPY 'CPVIDRSA.CPY'.
          COPY 'CPVIDAVA.CPY'.
          COPY 'CPVIDFIA.CPY'.
          COPY 'CPVIDPRA.CPY'.
          COPY 'CPVIDCLA.CPY'.
          COPY 'CPVIDRLL.CPY'.
          COPY 'CPVIDDPA.CPY'.
          COPY 'CPVIDAQA.CPY'.
          COPY 'CPVIDSDA.CPY'.
          COPY 'CPVIDSLA.CPY'.
          COPY 'CPVIDEQA.CPY'.
          COPY 'CPVIDTXA.CPY'.
          COPY 'CPVIDTRA.CPY'.
          COPY 'CPVIDPMA.CPY'.
          COPY 'CPVIDPUA.CPY'.
          COPY 'CPVIDDXA.CPY'.
          COPY 'CPVIDDLA.CPY'.
          COPY 'CPVIDEBA.CPY'.
          COPY 'CPVIDWOA.CPY'.
          COPY 'CPVIDRVA.CPY'.
          COPY 'CPVIDOFA.CPY'.
          COPY 'CPVIDPTA.CPY'.
          COPY 'CPVIDAMA.CPY'.
          COPY 'CPVIDPSA.CPY'.
          COPY 'CPVIDDVA.CPY'.
          COPY 'CPVIDDWA.CPY'.
          COPY 'CPVIDBAA.CPY'.
          SELECT RECEIPT-RPT ASSIGN TO RECEIPT-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RCP.
      *
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD SUSPEND.
          COPY 'CPVIDSUS.CPY'.
      *
       FD RESERVES.
          COPY 'CPVIDRSV.CPY'.
      *
       FD AVAIL.
          COPY 'CPVIDAVL.CPY'.
      *
       FD FINES.
          COPY 'CPVIDFIN.CPY'.
      *
       FD CATPOL.
          COPY 'CPVIDCAT.CPY'.
      *
       FD POLSCHED.
          COPY 'CPVIDPSC.CPY'.
      *
       FD INSPECTS.
          COPY 'CPVIDINS.CPY'.
      *
       FD ACQUIS.
          COPY 'CPVIDAQN.CPY'.
      *
       FD STREET.
          COPY 'CPVIDSDT.CPY'.
      *
       FD SALES.
          COPY 'CPVIDSLE.CPY'.
      *
       FD DISPOSE.
          COPY 'CPVIDDSX.CPY'.
      *
       FD DEPPOL.
          COPY 'CPVIDDPL.CPY'.
      *
       FD EQBOOK.
          COPY 'CPVIDEBK.CPY'.
      *
       FD EQUIP.
          COPY 'CPVIDEQP.CPY'.
      *
       FD TAXRATE.
          COPY 'CPVIDTXR.CPY'.
      *
       FD TRANSFERS.
          COPY 'CPVIDTRF.CPY'.
      *
       FD PROMOS.
          COPY 'CPVIDPMO.CPY'.
      *
       FD PROMOUSE.
          COPY 'CPVIDPUS.CPY'.
      *
       FD WRTOFF.
          COPY 'CPVIDWOF.CPY'.
      *
       FD REVSHR.
          COPY 'CPVIDRVG.CPY'.
      *
       FD OFFLOG.
          COPY 'CPVIDOFL.CPY'.
      *
       FD POINTS.
          COPY 'CPVIDPTS.CPY'.
      *
       FD AMNLOG.
          COPY 'CPVIDAML.CPY'.
      *
       FD DELIVERY.
          COPY 'CPVIDDVR.CPY'.
      *
       FD DLVLOAN.
          COPY 'CPVIDDWL.CPY'.
      *
       FD ALERTS.
          COPY 'CPVIDBAL.CPY'.
      *
       FD RECEIPT-RPT.
       01 RCP-LINE                  PIC X(80).
           88 DATE-ENTRY-BAD VALUE 1, FALSE 0.
       77 STATUS-BORROWERS  PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-SUSPEND    PIC X(2).
           88 VALID-STATUS-SUSPEND VALUE IS "00" THRU "09".
          COPY 'CPVIDSUV.CPY'.
          COPY 'CPVIDAVV.CPY'.
       77 STATUS-RESERVES   PIC X(2).
           88 VALID-STATUS-RESERVES VALUE IS "00" THRU "09".
       77 SW-RSV-EOF        PIC 9 VALUE ZERO.
           88 OVR-GRANTED    VALUE 1, FALSE 0.
       77 OVR-ID            PIC X(10) VALUE SPACES.
       77 OVR-PWD           PIC X(10) VALUE SPACES.
      * WHAT THE ADMINISTRATOR IS BEING ASKED TO ALLOW - THE WINDOW
      * TITLE AND THE SECURITY EVENT SAY WHICH
       77 OVR-PURPOSE       PIC X(01) VALUE "A".
           88 OVR-FOR-RATING VALUE "A".
           88 OVR-FOR-VOID   VALUE "V".
           88 OVR-FOR-ALERT  VALUE "S".
       77 OVR-WINDOW-TITLE  PIC X(30) VALUE SPACES.

      * TILL JOURNAL - EVERY PAYMENT AND WAIVER TAKEN AT THIS DESK
      * GOES ON A DATED TILL ROW SO THE DAY-END Z-REPORT CAN BALANCE
       77 STATUS-TILLJRN    PIC X(2).
           88 VALID-STATUS-TILLJRN VALUE IS "00" THRU "09".
       77 DESK-OPERATOR     PIC X(10) VALUE SPACES.
       77 HOLD-TLJ-REC      PIC X(80) VALUE SPACES.
       77 SAVE-TILL-DATE    PIC 9(8) VALUE ZERO.
       77 NEXT-TILL-SEQ     PIC 9(5) VALUE ZERO.
       77 FINE-WAIVE-AMT    PIC 9(5)V99 VALUE ZERO.
      * A LOAN DELETED AT THE DESK TAKES ITS FINE ROW WITH IT; BOTH GO
      * ON THE SECURITY LOG, THE FINE WITH WHAT WAS STILL OWED ON IT
       77 SW-DEL-FINE       PIC 9 VALUE ZERO.
           88 DELETE-HAS-FINE VALUE 1, FALSE 0.
       77 DEL-FINE-AMT      PIC 9(5)V99 VALUE ZERO.

      * PER-RENTAL FEE CHARGED AT CHECKOUT - PRICED BY MEDIA FORMAT
      * FROM THE PRICES TABLE, RECORDED ON THE CHARGES FILE NEXT TO
       77 STATUS-CHARGES    PIC X(2).
           88 VALID-STATUS-CHARGES VALUE IS "00" THRU "09".
       77 RENTAL-FEE-AMOUNT PIC 9(5)V99 VALUE ZERO.
       77 NEW-FEE-IN-FORCE  PIC 9(3)V99 VALUE ZERO.

      * PROMOTIONS - THE BEST AUTOMATIC PROMOTION RUNNING TODAY, OR A
      * FLYER CODE THE DESK KEYS IN, COMES OFF THE FEE BEFORE TAX AND
      * CREDIT; EVERY DISCOUNT GIVEN IS LOGGED ON PROMOUSE
       77 STATUS-PROMOS     PIC X(2).
           88 VALID-STATUS-PROMOS VALUE IS "00" THRU "09".
       77 STATUS-PROMOUSE   PIC X(2).
           88 VALID-STATUS-PROMOUSE VALUE IS "00" THRU "09".
       77 PROMO-LIST-FEE    PIC 9(5)V99 VALUE ZERO.
       77 PROMO-DISCOUNT    PIC 9(5)V99 VALUE ZERO.
       77 PROMO-APPLIED-CODE PIC X(10) VALUE SPACES.
       77 PROMO-CAND-DISC   PIC 9(5)V99 VALUE ZERO.
       77 PROMO-TODAY       PIC 9(8) VALUE ZERO.
       77 PROMO-DOW         PIC 9(1) VALUE ZERO.
       77 PROMO-USES        PIC 9(5) VALUE ZERO.
       77 PROMO-CODED-LIVE  PIC 9(3) VALUE ZERO.
       77 PROMO-CODE-IN     PIC X(10) VALUE SPACES.
       77 PROMO-REASON      PIC X(40) VALUE SPACES.
       77 PROMO-INFO-TEXT   PIC X(46) VALUE SPACES.
       77 PROMO-FORM-HANDLE USAGE IS HANDLE OF WINDOW.
       77 SW-PROMO-FITS     PIC 9 VALUE ZERO.
           88 PROMO-FITS     VALUE 1, FALSE 0.
       77 SW-PROMO-EOF      PIC 9 VALUE ZERO.
           88 PROMOS-AT-END  VALUE 1, FALSE 0.
       77 SW-PROMO-DONE     PIC 9 VALUE ZERO.
           88 PROMO-DONE     VALUE 1, FALSE 0.

      * SALES TAX - RATES BY TAX CLASS AND EFFECTIVE DATE.  THE
      * BREAKDOWN OF THE RENTAL FEE AND OF THE DAMAGE CHARGE IS KEPT
      * FOR THE RECEIPT SLIPS
       77 STATUS-TAXRATE    PIC X(2).
           88 VALID-STATUS-TAXRATE VALUE IS "00" THRU "09".
       77 RENTAL-TAX-RATE   PIC 9(2)V99 VALUE ZERO.
       77 RENTAL-TAX        PIC 9(5)V99 VALUE ZERO.
       77 RENTAL-NET        PIC 9(5)V99 VALUE ZERO.
       77 INS-TAX-RATE      PIC 9(2)V99 VALUE ZERO.
       77 INS-TAX           PIC 9(5)V99 VALUE ZERO.
       77 INS-NET           PIC 9(5)V99 VALUE ZERO.
       77 TAX-RATE-TEXT     PIC Z9,99.
       77 TAX-BAL-TEXT      PIC ZZZZZZ9,99.
          COPY 'CPVIDTXV.CPY'.

      * CREDIT ON ACCOUNT - OVERPAID FINES AND DESK DEPOSITS CARRIED
      * PER BORROWER, OFFERED BACK AGAINST THE NEXT FINE OR RENTAL
       77 FINE-REMAINDER    PIC 9(5)V99 VALUE ZERO.
       77 CREDIT-BAL-TEXT   PIC ZZZZZZ9,99.

      * LOYALTY POINTS - A PAID RENTAL EARNS PENDING POINTS THAT THE
      * RETURN MAKES AVAILABLE (OR FORFEITS WHEN IT IS LATE); WHAT IS
      * AVAILABLE IS OFFERED OFF THE NEXT RENTAL AFTER ANY PROMOTION
       77 STATUS-POINTS     PIC X(2).
           88 VALID-STATUS-POINTS VALUE IS "00" THRU "09".
       77 LOY-BORROWER      PIC 9(5) VALUE ZERO.
       77 LOY-BALANCE       PIC S9(7) VALUE ZERO.
       77 LOY-NEXT-SEQ      PIC 9(5) VALUE ZERO.
       77 LOY-WORTH         PIC 9(7)V99 VALUE ZERO.
       77 LOY-REDEEMED      PIC 9(7) VALUE ZERO.
       77 LOY-DISCOUNT      PIC 9(5)V99 VALUE ZERO.
       77 LOY-FEE-BASE      PIC 9(5)V99 VALUE ZERO.
       77 LOY-WHOLE-UNITS   PIC 9(5) VALUE ZERO.
       77 LOY-EARNED        PIC 9(7) VALUE ZERO.
       77 LOY-SETTLED       PIC 9(7) VALUE ZERO.
       77 LOY-SETTLED-STATE PIC X(01) VALUE SPACE.
       77 LOY-PTS-TEXT      PIC Z(6)9.
       77 SW-PTS-EOF        PIC 9 VALUE ZERO.
           88 POINTS-AT-END  VALUE 1, FALSE 0.
       01 LOY-FROM-DT       PIC 9(08) VALUE ZERO.
       01 LOY-FROM-PARTS REDEFINES LOY-FROM-DT.
           05 LOY-FROM-YYYY PIC 9(04).
           05 LOY-FROM-MM   PIC 9(02).
           05 LOY-FROM-DD   PIC 9(02).
       77 LOY-MONTHS        PIC 9(5) VALUE ZERO.
       77 LOY-YEARS         PIC 9(4) VALUE ZERO.
       77 LOY-MM            PIC 9(2) VALUE ZERO.
       77 LOY-FIRST-DT      PIC 9(08) VALUE ZERO.
       77 LOY-DAY-INT       PIC 9(07) VALUE ZERO.
       77 LOY-CAP-INT       PIC 9(07) VALUE ZERO.
       77 LOY-EXPIRES-DT    PIC 9(08) VALUE ZERO.

      * FINE AMNESTY - A LATE FINE ON A RETURN INSIDE THE SETTINGS'
      * CAMPAIGN IS FORGIVEN ON THE SPOT, LOGGED UNDER THE CAMPAIGN
      * CODE AND POSTED AS AN AMNESTY ROW ON THE TILL JOURNAL
       77 STATUS-AMNLOG     PIC X(2).
           88 VALID-STATUS-AMNLOG VALUE IS "00" THRU "09".
       77 AMNESTY-AMOUNT    PIC 9(5)V99 VALUE ZERO.
       77 AMNESTY-BACK-DT   PIC 9(08) VALUE ZERO.
       77 AMNESTY-DAYS      PIC 9(05) VALUE ZERO.
       77 AMNESTY-CAT       PIC X(01) VALUE SPACE.
       77 AMNESTY-CAT-HITS  PIC 9(02) VALUE ZERO.
       77 SW-AMNESTY        PIC 9 VALUE ZERO.
           88 AMNESTY-APPLIES VALUE 1, FALSE 0.
       77 SW-AMNESTY-LOST   PIC 9 VALUE ZERO.
           88 AMNESTY-LOST-FOUND VALUE 1, FALSE 0.

      * OFFICIAL RECEIPT NUMBERING - EVERY SLIP CARRIES THE NEXT
      * NUMBER FROM THE RECEIPT REGISTER, AND THE REGISTER ROW TIES
      * THE PAPER BACK TO DATE, OPERATOR, BORROWER AND AMOUNT
       77 STATUS-RECEIPTS   PIC X(2).
           88 VALID-STATUS-RECEIPTS VALUE IS "00" THRU "09".
       77 RECEIPT-NO        PIC 9(7) VALUE ZERO.
       77 HOLD-RCP-REC      PIC X(70) VALUE SPACES.
       77 RCPL-FORM-HANDLE  USAGE IS HANDLE OF WINDOW.
       77 SW-RCPL-DONE      PIC 9 VALUE ZERO.
           88 RCPL-DONE      VALUE 1, FALSE 0.
       77 RCPL-FIND-NO      PIC 9(7) VALUE ZERO.
       77 RCPL-TEXT         PIC X(44) VALUE SPACES.

      * VOIDING A CHECKOUT FROM THE RECEIPT LOOKUP - WHAT THE
      * ORIGINAL TILL ROWS TOOK IS GATHERED FIRST, THEN HANDED BACK
      * ON NEGATIVE ROWS OF THE SAME TENDER
       77 VOID-RCP-NO       PIC 9(7) VALUE ZERO.
       77 VOID-RCP-DATE     PIC 9(8) VALUE ZERO.
       77 VOID-RENT-AMT     PIC 9(5)V99 VALUE ZERO.
       77 VOID-RENT-TAX     PIC 9(5)V99 VALUE ZERO.
       77 VOID-RENT-RATE    PIC 9(2)V99 VALUE ZERO.
       77 VOID-RENT-TENDER  PIC X(01) VALUE SPACE.
       77 VOID-DEP-AMT      PIC 9(5)V99 VALUE ZERO.
       77 VOID-DEP-TENDER   PIC X(01) VALUE SPACE.
       77 VOID-CREDIT-AMT   PIC 9(5)V99 VALUE ZERO.
       77 VOID-BACK-AMT     PIC 9(5)V99 VALUE ZERO.
       77 VOID-MAIN-KEY     PIC X(10) VALUE SPACES.
       77 VOID-CHECKOUT-DT  PIC 9(8) VALUE ZERO.
       77 VOID-CHECKOUT-TM  PIC 9(6) VALUE ZERO.
       77 SW-VOID-OK        PIC 9 VALUE ZERO.
           88 VOID-OK        VALUE 1, FALSE 0.
       77 SW-PUS-EOF        PIC 9 VALUE ZERO.
           88 PROMOUSE-AT-END VALUE 1, FALSE 0.
       01 VOID-SISTER-TABLE.
           05 VOID-SISTER-KEY OCCURS 10 TIMES PIC X(10).
       77 VOID-SISTER-CNT   PIC 9(2) VALUE ZERO.
       77 VOID-SISTER-SUB   PIC 9(2) VALUE ZERO.

      * DROP-BOX BATCH RETURN - SCAN THE MORNING PILE INTO A LIST,
      * THEN ONE CONFIRM RETURNS EVERYTHING AS OF THE DROP-BOX DATE,
      * WITH AN EXCEPTION LIST INSTEAD OF THIRTY MESSAGE BOXES
           88 BATCH-LOAN-FOUND VALUE 1, FALSE 0.
       77 BATCH-WORK-LINE   PIC X(80) VALUE SPACES.

      * OFFLINE DESK - WHEN LOANS OR COPIES WILL NOT OPEN THE COUNTER
      * CAN CARRY ON ON THE OFFLINE DESK (OFFDESK), WHICH LOGS TO THE
      * STATION'S OWN DISK.  THE NEXT START WITH THE FILES BACK
      * REPLAYS THAT LOG HERE, UNDER BATCH-MODE, THROUGH THE COUNTER'S
      * OWN CHECKS; WHAT THE COUNTER WOULD HAVE REFUSED OR QUERIED IS
      * HELD BACK AND LISTED FOR REVIEW AT THE FOOT OF THE REPORT
          COPY 'CPVIDOFV.CPY'.
       77 SW-OFFLOG-EOF     PIC 9 VALUE ZERO.
           88 OFFLOG-AT-END  VALUE 1, FALSE 0.
       77 OFF-WAITING       PIC 9(5) VALUE ZERO.
       77 OFF-WAITING-TEXT  PIC ZZZZ9.
       77 OFF-APPLIED-CNT   PIC 9(5) VALUE ZERO.
       77 OFF-ONFILE-CNT    PIC 9(5) VALUE ZERO.
       77 OFF-REVIEW-CNT    PIC 9(5) VALUE ZERO.
       77 OFF-COUNT-TEXT    PIC ZZZZ9.
       77 OFF-RESULT        PIC X(01) VALUE SPACE.
           88 OFF-APPLIED     VALUE "A".
           88 OFF-ON-FILE     VALUE "D".
           88 OFF-FOR-REVIEW  VALUE "V".
       77 OFF-OUTCOME       PIC X(54) VALUE SPACES.
       77 OFF-NEW-SEQ       PIC 9(5) VALUE ZERO.
       77 SW-OFF-SEEN-BACK  PIC 9 VALUE ZERO.
           88 OFF-SEEN-BACK  VALUE 1, FALSE 0.
       77 SW-OFF-SEEN-LOST  PIC 9 VALUE ZERO.
           88 OFF-SEEN-LOST  VALUE 1, FALSE 0.
       01 OFF-REVIEW-TABLE.
           05 OFF-REVIEW-LINE OCCURS 500 TIMES PIC X(80).
       77 OFF-REVIEW-ROWS   PIC 9(3) VALUE ZERO.
       77 OFF-REVIEW-SUB    PIC 9(3) VALUE ZERO.

      * HOME DELIVERY RUN - EVERY HOUSEBOUND BORROWER SWITCHED ON IN
      * THE DELIVERY FILE GETS A PROPOSED PICK: WHAT IS ON THE HOLD
      * SHELF FOR THEM FIRST, THEN TITLES OF THEIR STANDING GENRE THEY
      * HAVE NOT HAD.  STAFF DROP OR ADD ROWS, THEN ONE CONFIRM LENDS
      * THE LOT UNDER BATCH-MODE THROUGH THE QUIET GATES THE OFFLINE
      * UPLOAD USES, MARKS EACH LOAN ON THE DELIVERY LOAN FILE AND
      * SPOOLS THE ROUTE SHEET IN ROUND ORDER
       77 DLVR-FORM-HANDLE  USAGE IS HANDLE OF WINDOW.
       77 SW-DLVR-DONE      PIC 9 VALUE ZERO.
           88 DLVR-DONE      VALUE 1, FALSE 0.
       77 STATUS-DELIVERY   PIC X(2).
           88 VALID-STATUS-DELIVERY VALUE IS "00" THRU "09".
       77 STATUS-DLVLOAN    PIC X(2).
           88 VALID-STATUS-DLVLOAN VALUE IS "00" THRU "09".
       77 SW-DELIVERY-EOF   PIC 9 VALUE ZERO.
           88 DELIVERY-AT-END VALUE 1, FALSE 0.
       77 SW-DLVLOAN-EOF    PIC 9 VALUE ZERO.
           88 DLVLOAN-AT-END VALUE 1, FALSE 0.
       77 SW-MOV-EOF        PIC 9 VALUE ZERO.
           88 MOVIES-AT-END  VALUE 1, FALSE 0.

      * BORROWER ALERTS - POPPED UP ONCE EACH TIME A NEW BORROWER IS
      * IDENTIFIED; A STOP NEEDS THE OVERRIDE BEFORE ANYTHING IS LENT,
      * AND ONE OVERRIDE COVERS THE REST OF THAT BORROWER'S VISIT
       77 STATUS-ALERTS     PIC X(2).
           88 VALID-STATUS-ALERTS VALUE IS "00" THRU "09".
          COPY 'CPVIDBAV.CPY'.
       77 ALR-SHOWN-ID      PIC 9(05) VALUE ZERO.
       77 ALR-CLEARED-ID    PIC 9(05) VALUE ZERO.
       77 SW-ALERT-STOP     PIC 9 VALUE ZERO.
           88 ALERT-CLEAR    VALUE 0.
           88 ALERT-BLOCKED  VALUE 1, FALSE 0.
      * THE ROUND - ONE ROW PER BORROWER ON IT, WITH HOW MANY MORE
      * ITEMS THIS RUN MAY STILL TAKE THEM
       01 DLV-ROUND-TABLE.
           05 DLV-ROUND-ROW OCCURS 50 TIMES.
               10 DR-BRW-ID      PIC 9(05).
               10 DR-AREA        PIC X(10).
               10 DR-POSTCODE    PIC X(10).
               10 DR-GENRE       PIC X(03).
               10 DR-SLOTS       PIC 9(02).
       77 DLV-ROUND-CNT     PIC 9(2) VALUE ZERO.
       77 DLV-ROUND-SUB     PIC 9(2) VALUE ZERO.
      * THE PICKS, HELD IN ROUND ORDER (AREA, POSTCODE, BORROWER) FOR
      * THE ROUTE SHEET; DP-TEXT IS THE LIST-BOX LINE
       01 DLV-PICK-TABLE.
           05 DLV-PICK-ROW OCCURS 100 TIMES
                        INDEXED BY DLV-IDX.
               10 DP-SORT-KEY.
                   15 DP-AREA     PIC X(10).
                   15 DP-POSTCODE PIC X(10).
                   15 DP-BRW-ID   PIC 9(05).
               10 DP-CODIGO      PIC 9(05).
               10 DP-COPY-NO     PIC 9(03).
               10 DP-SOURCE      PIC X(01).
               10 DP-TEXT        PIC X(80).
       77 HOLD-PICK-ROW     PIC X(114) VALUE SPACES.
       77 DLV-PICK-CNT      PIC 9(3) VALUE ZERO.
       77 DLV-PICK-SUB      PIC 9(3) VALUE ZERO.
       77 DLV-SORT-SUB      PIC 9(3) VALUE ZERO.
       77 DLV-TODAY         PIC 9(8) VALUE ZERO.
       77 DLV-HORIZON-DT    PIC 9(8) VALUE ZERO.
      * A DELIVERY LOAN DUE BACK WITHIN THIS MANY DAYS GOES ON THE
      * COLLECTION LIST FOR THE DRIVER TO BRING IN ON THE SAME ROUND
       77 DLV-COLLECT-DAYS  PIC 9(2) VALUE 7.
       77 DLV-FEE           PIC 9(5)V99 VALUE ZERO.
      * THE ROW BEING WEIGHED FOR THE ROUND - WHOSE, WHICH TITLE, THE
      * SHELF COPY FOUND FOR IT AND WHY IT WOULD GO
       77 DLV-WANT-BRW      PIC 9(5) VALUE ZERO.
       77 DLV-WANT-CODE     PIC 9(5) VALUE ZERO.
       77 DLV-WANT-SOURCE   PIC X(01) VALUE SPACE.
       77 DLV-WANT-AREA     PIC X(10) VALUE SPACES.
       77 DLV-WANT-POSTCODE PIC X(10) VALUE SPACES.
       77 DLV-FOUND-COPY    PIC 9(3) VALUE ZERO.
       77 SW-DLV-SHELF      PIC 9 VALUE ZERO.
           88 DLV-SHELF-COPY   VALUE 1.
           88 DLV-NO-SHELF-COPY VALUE 0.
       77 DLV-ADD-BRW       PIC 9(5) VALUE ZERO.
       77 DLV-ADD-CODE      PIC 9(5) VALUE ZERO.
       77 DLV-ADD-COPY      PIC 9(3) VALUE ZERO.
      * THE COLLECTION LIST - DELIVERY LOANS STILL OUT AND DUE BACK
      * BY THE HORIZON, IN ROUND ORDER LIKE THE ROUTE SHEET
       01 DLV-COLL-TABLE.
           05 DLV-COLL-ROW OCCURS 200 TIMES.
               10 DC-SORT-KEY.
                   15 DC-AREA     PIC X(10).
                   15 DC-POSTCODE PIC X(10).
                   15 DC-BRW-ID   PIC 9(05).
               10 DC-DUE-DT      PIC 9(08).
               10 DC-TEXT        PIC X(80).
       77 HOLD-COLL-ROW     PIC X(113) VALUE SPACES.
       77 DLV-COLL-CNT      PIC 9(3) VALUE ZERO.
       77 DLV-COLL-SUB      PIC 9(3) VALUE ZERO.
       77 DLV-LENT-CNT      PIC 9(3) VALUE ZERO.
       77 DLV-REFUSED-CNT   PIC 9(3) VALUE ZERO.
       77 DLV-COUNT-TEXT    PIC ZZ9.
       77 DLV-LAST-BRW      PIC 9(5) VALUE ZERO.
       77 DLV-INFO-TEXT     PIC X(80) VALUE SPACES.
       77 SW-DLV-TAKEN      PIC 9 VALUE ZERO.
           88 DLV-ALREADY-TAKEN VALUE 1, FALSE 0.
       77 SW-DLV-HAD        PIC 9 VALUE ZERO.
           88 DLV-BORROWER-HAD VALUE 1, FALSE 0.
       77 SW-DLV-QUEUED     PIC 9 VALUE ZERO.
           88 DLV-TITLE-QUEUED VALUE 1, FALSE 0.

      * PICKUP SLIP - PRINTED THE MOMENT A HOLD FILLS, WITH THE
      * COLLECT-BY DEADLINE STAMPED ON THE HOLD ROW FOR THE HOLDEXP
      * SWEEP TO POLICE
       77 EFF-MAX-LOANS     PIC 9(2) VALUE ZERO.
       77 EFF-MAX-RENEWALS  PIC 9(2) VALUE ZERO.
       77 EFF-FINE-RATE     PIC 9(3)V99 VALUE ZERO.
      * THE POLICY AND FEE SCHEDULE - THE RULES IN FORCE ON
      * POLICY-AS-OF-DT (ZERO MEANS TODAY) RULE THE TRANSACTION, EVEN
      * BEFORE THE POLAPPLY RUN HAS BROUGHT THE LIVE ROWS UP TO THEM
       77 POLICY-AS-OF-DT   PIC 9(8) VALUE ZERO.
          COPY 'CPVIDPSV.CPY'.

      * RETURN INSPECTION - DISC/CASE/INSERT CHECKED WHILE THE PATRON
      * IS STILL AT THE DESK, WITH A REPLACEMENT CHARGE FOLDED INTO
       77 REPAIR-COUNT      PIC 9(3) VALUE ZERO.
       77 SW-REPAIR-OPEN    PIC 9 VALUE ZERO.
           88 REPAIR-LOAN-OPEN VALUE 1, FALSE 0.
           88 REPAIR-LOAN-BACK VALUE 2.

      * KEYBOARD-WEDGE BARCODE SCANS LAND IN EF-LCODE AS *NNNNN*
       77 SCAN-BUFFER       PIC X(7) VALUE SPACES.
       77 LOAN-OPEN-COUNT   PIC 9(2) VALUE ZERO.
       77 CHK-BORROWER-ID   PIC 9(5) VALUE ZERO.
       77 HOLD-LOAN-REC     PIC X(100) VALUE SPACES.
      * HOUSEHOLDS - THE CHECKOUT GATES SUM FINES AND OPEN LOANS OVER
      * EVERY MEMBER SHARING THE BORROWER'S GUARANTOR.  BRW-REC IS
      * PARKED IN HOLD-BRW-REC WHILE THE HOUSEHOLD IS WALKED
       77 OWN-FINE-BALANCE  PIC 9(7)V99 VALUE ZERO.
       77 HH-GUARANTOR-ID   PIC 9(5) VALUE ZERO.
       77 HH-MEMBER-ID      PIC 9(5) VALUE ZERO.
       77 HH-OPEN-COUNT     PIC 9(3) VALUE ZERO.
       77 HH-SAVE-COUNT     PIC 9(2) VALUE ZERO.
       77 HOLD-BRW-REC      PIC X(260) VALUE SPACES.
       77 SW-HH-EOF         PIC 9 VALUE ZERO.
           88 HOUSEHOLD-AT-END VALUE 1, FALSE 0.
       77 SW-LOAN-EXISTS    PIC 9 VALUE ZERO.
           88 LOAN-EXISTS    VALUE 1, FALSE 0.
       77 EXISTING-COPY-NO  PIC 9(3) VALUE ZERO.
       77 RELIAB-TEXT       PIC X(16) VALUE SPACES.
       77 NEW-RELEASE-YEAR  PIC 9(4) VALUE ZERO.

      * STREET DATES - NO COPY GOES OUT BEFORE A TITLE'S STREET DATE,
      * AND FOR THE SETTINGS' WINDOW AFTER IT THE TITLE RENTS AT THE
      * NEW-RELEASE FEE AND LOAN PERIOD
       77 STATUS-STREET     PIC X(2).
           88 VALID-STATUS-STREET VALUE IS "00" THRU "09".
       77 STREET-ASOF-DT    PIC 9(8) VALUE ZERO.
       77 STREET-DT-TEXT    PIC X(10) VALUE SPACES.
       77 STREET-TIER-END   PIC 9(8) VALUE ZERO.
       77 SW-STREET         PIC 9 VALUE ZERO.
           88 STREET-CATALOG    VALUE 0.
           88 STREET-EMBARGOED  VALUE 1.
           88 STREET-NEW-TIER   VALUE 2.

      * REVENUE SHARE - A TITLE WHOSE DISTRIBUTOR'S AGREEMENT HAS ENDED
      * IS NO LONGER OURS TO LEND
       77 STATUS-REVSHR     PIC X(2).
           88 VALID-STATUS-REVSHR VALUE IS "00" THRU "09".
       77 SW-REVSHR         PIC 9 VALUE ZERO.
           88 REVSHR-ENDED      VALUE 1, FALSE 0.
       77 REVSHR-END-TEXT   PIC X(10) VALUE SPACES.

      * COLLECTIONS FLAG - A BORROWER AT THE AGENCY SHOWS AS SUCH,
      * NOT JUST AS BLOCKED
       77 STATUS-COLLECT    PIC X(2).
       77 SALE-COPY-IN      PIC 9(3) VALUE ZERO.
       77 SALE-FORM-HANDLE  USAGE IS HANDLE OF WINDOW.
       77 SALE-INFO-TEXT    PIC X(46) VALUE SPACES.
      * A PRICE KEYED AT THE DESK INSTEAD OF THE STICKER'S - ZERO (OR
      * BLANK) SELLS AT THE STICKER; A LOWER ONE IS A PRICE OVERRIDE
      * AND GOES ON THE SECURITY LOG
       77 SALE-PRICE-IN     PIC 9(5)V99 VALUE ZERO.
       77 SALE-CHARGE-AMT   PIC 9(5)V99 VALUE ZERO.
       77 SALE-CUT-AMT      PIC 9(5)V99 VALUE ZERO.
      * THE SOLD COPY'S DEPRECIATION FIGURES GO ON THE DISPOSAL LOG
      * BEFORE ITS ROW IS DELETED
       77 STATUS-DISPOSE    PIC X(2).
           88 VALID-STATUS-DISPOSE VALUE IS "00" THRU "09".
      * AN ASSET'S CLASS ROW SAYS WHEN IT IS DUE FOR SERVICE OR ITS
      * SAFETY TEST HAS LAPSED - EITHER KEEPS IT OFF LOAN
       77 STATUS-DEPPOL     PIC X(2).
           88 VALID-STATUS-DEPPOL VALUE IS "00" THRU "09".
          COPY 'CPVIDSVV.CPY'.
      * AN ADVANCE BOOKING OF THE UNIT FOR THIS BORROWER TURNS INTO
      * THE LOAN ON THE COLLECTION DAY, DUE BACK ON THE AGREED DATE;
      * A WALK-IN LOAN MUST NOT EAT INTO SOMEONE ELSE'S BOOKING
       77 STATUS-EQBOOK     PIC X(2).
           88 VALID-STATUS-EQBOOK VALUE IS "00" THRU "09".
          COPY 'CPVIDEBV.CPY'.
       77 MATCH-EBK-NO      PIC 9(06) VALUE ZERO.
       77 RENEW-OLD-DUE-DT  PIC 9(08) VALUE ZERO.
       77 MATCH-EBK-TO-DT   PIC 9(08) VALUE ZERO.
       77 MATCH-BRW-ID      PIC 9(05) VALUE ZERO.
       77 SW-MATCH-NAMED    PIC 9 VALUE ZERO.
           88 MATCH-IS-NAMED VALUE 1, FALSE 0.
       77 SW-EBK-EOF        PIC 9 VALUE ZERO.
           88 EQBOOK-AT-END VALUE 1, FALSE 0.

      * LOST AND CLAIMED-RETURNED LOANS - LOST BILLS THE REPLACEMENT
      * VALUE ONTO THE LOAN'S FINE ROW AND THE TILL JOURNAL, CLAIMED
      * FREEZES THE FINE, AND ITEM FOUND TAKES THE CHARGE BACK OFF
       77 LOST-FORM-HANDLE  USAGE IS HANDLE OF WINDOW.
       77 SW-LOST-DONE      PIC 9 VALUE ZERO.
           88 LOST-DONE      VALUE 1, FALSE 0.
       77 LOST-CHARGE-AMT   PIC 9(5)V99 VALUE ZERO.
       77 LOST-BACK-AMT     PIC 9(5)V99 VALUE ZERO.
       77 LOST-FINE-DT      PIC 9(8) VALUE ZERO.
       77 LOST-INFO-TEXT    PIC X(46) VALUE SPACES.
       77 SW-LOST-ROW       PIC 9 VALUE ZERO.
           88 LOST-ROW-FOUND VALUE 1, FALSE 0.
       77 SW-TLJ-EOF        PIC 9 VALUE ZERO.
           88 TILL-AT-END    VALUE 1, FALSE 0.

      * TENDER ON THE NEXT TILL ROW - CASH UNLESS THE DESK ASKED AND
      * THE PATRON PAID BY CARD OR CHEQUE; APPEND-TILL-ROW PUTS IT
      * BACK TO CASH AFTER EVERY ROW
       77 TILL-TENDER       PIC X(01) VALUE "C".
       77 TENDER-FORM-HANDLE USAGE IS HANDLE OF WINDOW.
       77 SW-TENDER-DONE    PIC 9 VALUE ZERO.
           88 TENDER-DONE    VALUE 1, FALSE 0.
       77 TENDER-AMOUNT     PIC 9(5)V99 VALUE ZERO.
       77 TENDER-INFO-TEXT  PIC X(46) VALUE SPACES.

      * SALES TAX ON THE NEXT TILL ROW - SET BY THE CALLER WHEN THE
      * CHARGE IS TAXED; APPEND-TILL-ROW PUTS IT BACK TO ZERO AFTER
      * EVERY ROW, THE SAME WAY IT DOES THE TENDER
       77 TILL-TAX-RATE     PIC 9(2)V99 VALUE ZERO.
       77 TILL-TAX          PIC S9(5)V99 VALUE ZERO.

      * A VOID ON THE NEXT TILL ROW AND RECEIPT - THE KIND OF ROW
      * CANCELLED AND THE CHECKOUT SLIP BEING VOIDED.  SET ONLY BY
      * THE VOID ACTION; APPEND-TILL-ROW AND ASSIGN-RECEIPT-NUMBER
      * CLEAR THEM AFTER EVERY ROW
       77 TILL-VOID-OF      PIC X(01) VALUE SPACE.
       77 TILL-VOID-RCP     PIC 9(7) VALUE ZERO.

      * RECALL MARKER - LIT WHEN THE LOAN ON SCREEN HAS BEEN SENT A
      * BRING-IT-BACK RECALL
       77 PLAN-SLICE        PIC 9(5)V99 VALUE ZERO.
       77 SW-PLN-EOF        PIC 9 VALUE ZERO.
           88 PLANS-AT-END   VALUE 1, FALSE 0.

      * BAD DEBT WRITTEN OFF BY THE WRTOFF RUN - REOPENED THE MOMENT
      * THE BORROWER IS BACK AT THE DESK
       77 STATUS-WRTOFF     PIC X(2).
           88 VALID-STATUS-WRTOFF VALUE IS "00" THRU "09".
       77 SW-WOF-EOF        PIC 9 VALUE ZERO.
           88 WRTOFF-AT-END  VALUE 1, FALSE 0.
       77 WOF-BACK-ID       PIC 9(5) VALUE ZERO.
       77 WOF-BACK-AMT      PIC 9(7)V99 VALUE ZERO.
       77 WOF-BACK-TEXT     PIC ZZZZZZ9,99.
       77 SW-PLAN-CUR       PIC 9 VALUE ZERO.
           88 PLAN-IS-CURRENT VALUE 1, FALSE 0.
       77 SW-PLAN-LATE      PIC 9 VALUE ZERO.
           88 PLAN-HAS-LATE  VALUE 1, FALSE 0.
       77 PLAN-OPEN-CNT     PIC 9(2) VALUE ZERO.

      * PAID MEMBERSHIP - A BORROWER WHOSE TERM HAS RUN OUT IS NOT
      * LENT TO UNTIL THE DESK TAKES THE RENEWAL FEE
       77 SW-MBR-LAPSED     PIC 9 VALUE ZERO.
           88 MEMBERSHIP-LAPSED  VALUE 1, FALSE 0.
           88 MEMBERSHIP-CURRENT VALUE 0.
       77 MBR-FEE-AMOUNT    PIC 9(5)V99 VALUE ZERO.
       77 MBR-PLAN-TEXT     PIC X(07) VALUE SPACES.
       77 SCREEN-LOAN-SEQ   PIC 9(5) VALUE ZERO.
          COPY 'CPVIDMBV.CPY'.

      * EDITABLE RECEIPT WORDING - THE RCPFOOT TEMPLATE LINES PRINT
      * UNDER EVERY SLIP, FILLED FROM THE LOAN ON SCREEN
          COPY 'CPVIDTVV.CPY'.
      * MOVIES LAYOUT-VERSION STAMP
          COPY 'CPVIDVSV.CPY'.
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDTNV.CPY'.

      * BRANCHES - THE BRANCH THIS DESK BELONGS TO STAMPS EVERY LOAN
      * AND TILL ROW; A RETURNED DISC WANTED BY A HOLD AT ANOTHER
      * BRANCH GOES ON A TRANSFER INSTEAD OF THE HOLD SHELF
          COPY 'CPVIDBNV.CPY'.
          COPY 'CPVIDTFV.CPY'.
       77 HOLD-PICKUP-BRANCH PIC X(04) VALUE SPACES.

      * WHAT THE INCIDENT LOG IS HANDED WHEN THE DESK OPENS IT HERE
          COPY 'CPVIDICV.CPY'.
      * AND WHAT THE BORROWERS SCREEN IS HANDED - NOBODY IN PARTICULAR
          COPY 'CPVIDBCV.CPY'.
      * AND THE COPY HISTORY - THE DISC ON SCREEN
          COPY 'CPVIDHCV.CPY'.
          COPY 'CPVIDEVV.CPY'.

       01 SAVE-KEY.
           10 SAVE-LOAN-CODIGO  PIC  9(05).
           TITLE "SELL DISC (F11)",
           .

      * PUSH BUTTON
       05
           TOOL-LOST,
           PUSH-BUTTON,
           COL 86,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 3,
           FRAMED,
           SQUARE,
           EXCEPTION-VALUE 157,
           FLAT,
           ID IS 86,
           SELF-ACT,
           TITLE "LOST / CLAIMED RETURNED (F12)",
           .

      * PUSH BUTTON
       05
           TOOL-INCID,
           PUSH-BUTTON,
           COL 91,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 14,
           FRAMED,
           SQUARE,
           EXCEPTION-VALUE 1032,
           FLAT,
           ID IS 87,
           SELF-ACT,
           TITLE "INCIDENTS...",
           .

      * PUSH BUTTON
       05
           TOOL-EVENTS,
           PUSH-BUTTON,
           COL 96,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 9,
           FRAMED,
           SQUARE,
           EXCEPTION-VALUE 1033,
           FLAT,
           ID IS 88,
           SELF-ACT,
           TITLE "SCREENINGS...",
           .

      * PUSH BUTTON
       05
           TOOL-CPYHIST,
           PUSH-BUTTON,
           COL 101,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 6,
           FRAMED,
           SQUARE,
           EXCEPTION-VALUE 1034,
           FLAT,
           ID IS 89,
           SELF-ACT,
           TITLE "COPY HISTORY...",
           .

      * PUSH BUTTON
       05
           TOOL-DLVRUN,
           PUSH-BUTTON,
           COL 106,00,
           LINE 1,08,
           LINES 23,00 ,
           SIZE 24,00 ,
           BITMAP-HANDLE TOOLBAR-BMP,
           BITMAP-NUMBER 2,
           FRAMED,
           SQUARE,
           EXCEPTION-VALUE 1035,
           FLAT,
           ID IS 90,
           SELF-ACT,
           TITLE "HOME DELIVERY RUN...",
           .

      * FINES DIALOG (SETTLE OR WAIVE THE FINE ON THE CURRENT LOAN)
       01
           FINE-FORM,
           TITLE "CLOSE",
           .

      * HOME DELIVERY RUN DIALOG (PROPOSE, DROP OR ADD, LEND THE LOT)
       01
           DLVR-FORM,
           .

       05
           LBL-DLVR-TITLE,
           LABEL,
           COL 2,00,
           LINE 1,00,
           SIZE 84,00,
           TITLE "PROPOSE THE ROUND, PICK A ROW TO DROP IT, LEND ALL",
           FONT IS SMALL-FONT,
           .

       05
           PB-DLVR-PROPOSE,
           PUSH-BUTTON,
           COL 2,00,
           LINE 2,50,
           SIZE 18,00,
           EXCEPTION-VALUE 7181,
           ID IS 7181,
           TITLE "PROPOSE",
           .

       05
           LB-DLVRUN,
           LIST-BOX,
           COL 2,00,
           LINE 4,50,
           LINES 12,00 ,
           SIZE 84,00 ,
           OCCURS 100 TIMES,
           INDEXED BY DLV-IDX,
           VALUE DP-TEXT (DLV-IDX),
           FRAMED,
           EXCEPTION-VALUE 7182,
           ID IS 8951,
           FONT SMALL-FONT,
           .

       05
           LBL-DLVR-ADD,
           LABEL,
           COL 2,00,
           LINE 17,50,
           SIZE 26,00,
           TITLE "ADD: BORROWER / CODE / COPY",
           FONT IS SMALL-FONT,
           .

       05
           EF-DLVR-BRW,
           ENTRY-FIELD,
           COL 29,00,
           LINE 17,50,
           SIZE 8,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 8952,
           MAX-TEXT 5,
           .

       05
           EF-DLVR-CODE,
           ENTRY-FIELD,
           COL 38,00,
           LINE 17,50,
           SIZE 8,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 8953,
           MAX-TEXT 5,
           .

       05
           EF-DLVR-COPY,
           ENTRY-FIELD,
           COL 47,00,
           LINE 17,50,
           SIZE 6,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 8954,
           MAX-TEXT 3,
           .

       05
           PB-DLVR-ADD,
           PUSH-BUTTON,
           COL 55,00,
           LINE 17,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7183,
           ID IS 7183,
           TITLE "ADD",
           .

       05
           LBL-DLVR-INFO,
           LABEL,
           COL 2,00,
           LINE 19,00,
           SIZE 84,00,
           TITLE SPACES,
           ID IS 8955,
           FONT IS SMALL-FONT,
           .

       05
           PB-DLVR-LEND,
           PUSH-BUTTON,
           COL 2,00,
           LINE 20,50,
           SIZE 18,00,
           EXCEPTION-VALUE 7184,
           ID IS 7184,
           TITLE "LEND ALL",
           .

       05
           PB-DLVR-COLLECT,
           PUSH-BUTTON,
           COL 22,00,
           LINE 20,50,
           SIZE 20,00,
           EXCEPTION-VALUE 7185,
           ID IS 7185,
           TITLE "COLLECTION LIST",
           .

       05
           PB-DLVR-CLOSE,
           PUSH-BUTTON,
           COL 44,00,
           LINE 20,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7186,
           ID IS 7186,
           TITLE "CLOSE",
           .

      * RETURN INSPECTION DIALOG (DISC/CASE/INSERT CHECKLIST)
       01
           INS-FORM,
           TITLE "CLOSE",
           .

       05
           PB-RCPL-VOID,
           PUSH-BUTTON,
           COL 18,00,
           LINE 10,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7063,
           ID IS 7063,
           TITLE "VOID",
           .

       05
           PB-RCPL-INCID,
           PUSH-BUTTON,
           COL 34,00,
           LINE 10,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7064,
           ID IS 7064,
           TITLE "INCIDENT...",
           .

      * EX-RENTAL SALE DIALOG (RING A PULLED COPY INTO THE TILL)
       01
           SALE-FORM,
           COL 2,00,
           LINE 1,00,
           SIZE 46,00,
           TITLE "CODE, COPY (AND A PRICE UNDER THE STICKER'S)",
           FONT IS SMALL-FONT,
           .

           MAX-TEXT 3,
           .

       05
           EF-SALE-PRICE,
           ENTRY-FIELD,
           COL 38,00,
           LINE 3,00,
           SIZE 10,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 8803,
           MAX-TEXT 8,
           .

       05
           PB-SALE-RING,
           PUSH-BUTTON,
           TITLE "CLOSE",
           .

      * LOST / CLAIMED-RETURNED DIALOG (THE LOAN ON SCREEN)
       01
           LOST-FORM,
           .

       05
           LBL-LOST-TITLE,
           LABEL,
           COL 2,00,
           LINE 1,00,
           SIZE 46,00,
           TITLE "THE PATRON CANNOT PRODUCE THIS ITEM",
           FONT IS SMALL-FONT,
           .

       05
           LBL-LOST-INFO,
           LABEL,
           COL 2,00,
           LINE 2,50,
           SIZE 46,00,
           TITLE SPACES,
           FONT IS SMALL-FONT,
           .

       05
           PB-LOST-DECLARE,
           PUSH-BUTTON,
           COL 2,00,
           LINE 4,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7150,
           ID IS 7150,
           TITLE "DECLARE LOST",
           .

       05
           PB-LOST-CLAIM,
           PUSH-BUTTON,
           COL 18,00,
           LINE 4,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7151,
           ID IS 7151,
           TITLE "CLAIMED RETURN",
           .

       05
           PB-LOST-FOUND,
           PUSH-BUTTON,
           COL 34,00,
           LINE 4,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7152,
           ID IS 7152,
           TITLE "ITEM FOUND",
           .

       05
           PB-LOST-CLOSE,
           PUSH-BUTTON,
           COL 2,00,
           LINE 7,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7153,
           ID IS 7153,
           TITLE "CLOSE",
           .

      * TENDER DIALOG - HOW THE PATRON IS PAYING THE AMOUNT SHOWN
       01
           TENDER-FORM,
           .

       05
           LBL-TENDER-TITLE,
           LABEL,
           COL 2,00,
           LINE 1,00,
           SIZE 46,00,
           TITLE "HOW IS THE PATRON PAYING?",
           FONT IS SMALL-FONT,
           .

       05
           LBL-TENDER-INFO,
           LABEL,
           COL 2,00,
           LINE 2,50,
           SIZE 46,00,
           TITLE SPACES,
           FONT IS SMALL-FONT,
           .

       05
           PB-TENDER-CASH,
           PUSH-BUTTON,
           COL 2,00,
           LINE 4,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7160,
           ID IS 7160,
           TITLE "CASH",
           .

       05
           PB-TENDER-CARD,
           PUSH-BUTTON,
           COL 18,00,
           LINE 4,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7161,
           ID IS 7161,
           TITLE "CARD",
           .

       05
           PB-TENDER-CHEQUE,
           PUSH-BUTTON,
           COL 34,00,
           LINE 4,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7162,
           ID IS 7162,
           TITLE "CHEQUE",
           .

      * PROMOTION CODE DIALOG - THE CODE OFF A FLYER, AT CHECKOUT
       01
           PROMO-FORM,
           .

       05
           LBL-PROMO-TITLE,
           LABEL,
           COL 2,00,
           LINE 1,00,
           SIZE 46,00,
           TITLE "PROMOTION CODE FROM A FLYER OR COUPON?",
           FONT IS SMALL-FONT,
           .

       05
           LBL-PROMO-INFO,
           LABEL,
           COL 2,00,
           LINE 2,50,
           SIZE 46,00,
           TITLE SPACES,
           FONT IS SMALL-FONT,
           .

       05
           EF-PROMO-CODE,
           ENTRY-FIELD,
           COL 2,00,
           LINE 4,50,
           SIZE 14,00,
           BOXED,
           UPPER,
           FONT IS SMALL-FONT,
           ID IS 8901,
           MAX-TEXT 10,
           .

       05
           PB-PROMO-APPLY,
           PUSH-BUTTON,
           COL 18,00,
           LINE 4,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7170,
           ID IS 7170,
           TITLE "APPLY CODE",
           .

       05
           PB-PROMO-NONE,
           PUSH-BUTTON,
           COL 34,00,
           LINE 4,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7171,
           ID IS 7171,
           TITLE "NO CODE",
           .

      * PRINT DIALOG (PRINTER AND COPIES FOR A SPOOLED RECEIPT)
       01
           PRN-FORM,
           .

       05
           LBL-PRN-TITLE,
           LABEL,
           COL 2,00,
           LINE 1,00,
           SIZE 42,00,
           TITLE "PRINT THE RECEIPT",
           FONT IS SMALL-FONT,
           .

       05
           LBL-PRN-NAME,
           LABEL,
           COL 2,00,
           LINE 3,00,
           SIZE 12,00,
           TITLE "PRINTER",
           FONT IS SMALL-FONT,
           .

       05
           EF-PRN-NAME,
           ENTRY-FIELD,
           COL 15,00,
           LINE 3,00,
           SIZE 22,00,
           BOXED,
           UPPER,
           FONT IS SMALL-FONT,
           ID IS 8301,
           MAX-TEXT 20,
           .

       05
           LBL-PRN-COPIES,
           LABEL,
           COL 2,00,
           LINE 5,00,
           SIZE 12,00,
           TITLE "COPIES",
           FONT IS SMALL-FONT,
           .

       05
           EF-PRN-COPIES,
           ENTRY-FIELD,
           COL 15,00,
           LINE 5,00,
           SIZE 4,00,
           BOXED,
           FONT IS SMALL-FONT,
           ID IS 8302,
           MAX-TEXT 2,
           .

       05
           PB-PRN-OK,
           PUSH-BUTTON,
           COL 2,00,
           LINE 7,50,
           SIZE 14,00,
           EXCEPTION-VALUE 7041,
           ID IS 7041,
           TITLE "PRINT",
           .

       05
           PB-PRN-SPOOL,
           PUSH-BUTTON,
           COL 18,00,
           TITLE "SPOOL ONLY",
           .

      * ADMIN OVERRIDE DIALOG (AGE RATING OR RECEIPT VOID)
       01
           OVR-FORM,
           .
              MOVE "DESK" TO DESK-OPERATOR
           END-IF

           PERFORM GET-THIS-BRANCH

           PERFORM INIT-BMP.
           PERFORM LOAD-CAPTIONS.
           PERFORM OPEN-FILE-RTN.
      *----------------------------------------------------------------*
       OPEN-FILE-RTN.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM SET-SCREEN-TITLE

           PERFORM CHECK-BUSINESS-DATE

                END-IF
           END-IF

      *> LOANS OUT OF REACH IS WHEN THE OFFLINE DESK IS OFFERED
           IF NOT VALID-STATUS-LOANS
               PERFORM OFFER-OFFLINE-DESK
               PERFORM EXIT-STOP-ROUTINE
           END-IF

               PERFORM EXIT-STOP-ROUTINE
           END-IF

      *> THE PLAN LIFTS THE FINES SUSPENSIONS, SO THESE ARE I-O TOO
           OPEN  I-O SUSPEND
           IF STATUS-SUSPEND = "35"
              OPEN OUTPUT SUSPEND
                IF VALID-STATUS-SUSPEND
                   CLOSE SUSPEND
                   OPEN I-O SUSPEND
                END-IF
           END-IF

           IF NOT VALID-STATUS-SUSPEND
               PERFORM EXIT-STOP-ROUTINE
           END-IF

      *> THE AVAILABILITY SUMMARY IS KEPT MOVING WHEN THE NIGHT RUN HAS
      *> BUILT ONE; WITHOUT IT THE DESK WORKS JUST THE SAME
           SET AVAIL-IS-OPEN TO FALSE
           OPEN  I-O AVAIL
           IF VALID-STATUS-AVAIL
              SET AVAIL-IS-OPEN TO TRUE
           END-IF

           OPEN  I-O RESERVES
           IF STATUS-RESERVES = "35"
              OPEN OUTPUT RESERVES
           END-IF

           IF NOT VALID-STATUS-COPIES
               PERFORM OFFER-OFFLINE-DESK
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O TRANSFERS
           IF STATUS-TRANSFERS = "35"
              OPEN OUTPUT TRANSFERS
                IF VALID-STATUS-TRANSFERS
                   CLOSE TRANSFERS
                   OPEN I-O TRANSFERS
                END-IF
           END-IF

           IF NOT VALID-STATUS-TRANSFERS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O PROMOS
           IF STATUS-PROMOS = "35"
              OPEN OUTPUT PROMOS
                IF VALID-STATUS-PROMOS
                   CLOSE PROMOS
                   OPEN I-O PROMOS
                END-IF
           END-IF

           IF NOT VALID-STATUS-PROMOS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O PROMOUSE
           IF STATUS-PROMOUSE = "35"
              OPEN OUTPUT PROMOUSE
                IF VALID-STATUS-PROMOUSE
                   CLOSE PROMOUSE
                   OPEN I-O PROMOUSE
                END-IF
           END-IF

           IF NOT VALID-STATUS-PROMOUSE
               PERFORM EXIT-STOP-ROUTINE
           END-IF

               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  INPUT TAXRATE
           IF STATUS-TAXRATE = "35"
              OPEN OUTPUT TAXRATE
                IF VALID-STATUS-TAXRATE
                   CLOSE TAXRATE
                   OPEN INPUT TAXRATE
                END-IF
           END-IF

           IF NOT VALID-STATUS-TAXRATE
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O CHARGES
           IF STATUS-CHARGES = "35"
              OPEN OUTPUT CHARGES
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O POINTS
           IF STATUS-POINTS = "35"
              OPEN OUTPUT POINTS
                IF VALID-STATUS-POINTS
                   CLOSE POINTS
                   OPEN I-O POINTS
                END-IF
           END-IF

           IF NOT VALID-STATUS-POINTS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O AMNLOG
           IF STATUS-AMNLOG = "35"
              OPEN OUTPUT AMNLOG
                IF VALID-STATUS-AMNLOG
                   CLOSE AMNLOG
                   OPEN I-O AMNLOG
                END-IF
           END-IF

           IF NOT VALID-STATUS-AMNLOG
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O RECEIPTS
           IF STATUS-RECEIPTS = "35"
              OPEN OUTPUT RECEIPTS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

      *> NO SCHEDULE YET MEANS NO SETTING HAS EVER BEEN DATED - THE
      *> LIVE ROWS STAND
           OPEN  INPUT POLSCHED
           IF VALID-STATUS-POLSCHED
              SET SCH-OPEN TO TRUE
           END-IF

           OPEN  I-O INSPECTS
           IF STATUS-INSPECT = "35"
              OPEN OUTPUT INSPECTS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  INPUT DEPPOL
           IF STATUS-DEPPOL = "35"
              OPEN OUTPUT DEPPOL
                IF VALID-STATUS-DEPPOL
                   CLOSE DEPPOL
                   OPEN INPUT DEPPOL
                END-IF
           END-IF

           IF NOT VALID-STATUS-DEPPOL
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O EQBOOK
           IF STATUS-EQBOOK = "35"
              OPEN OUTPUT EQBOOK
                IF VALID-STATUS-EQBOOK
                   CLOSE EQBOOK
                   OPEN I-O EQBOOK
                END-IF
           END-IF

           IF NOT VALID-STATUS-EQBOOK
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O SALES
           IF STATUS-SALES = "35"
              OPEN OUTPUT SALES
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O DISPOSE
           IF STATUS-DISPOSE = "35"
              OPEN OUTPUT DISPOSE
                IF VALID-STATUS-DISPOSE
                   CLOSE DISPOSE
                   OPEN I-O DISPOSE
                END-IF
           END-IF

           IF NOT VALID-STATUS-DISPOSE
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O DEPOSITS
           IF STATUS-DEPOSITS = "35"
              OPEN OUTPUT DEPOSITS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  INPUT STREET
           IF STATUS-STREET = "35"
              OPEN OUTPUT STREET
                IF VALID-STATUS-STREET
                   CLOSE STREET
                   OPEN INPUT STREET
                END-IF
           END-IF

           IF NOT VALID-STATUS-STREET
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  INPUT REVSHR
           IF STATUS-REVSHR = "35"
              OPEN OUTPUT REVSHR
                IF VALID-STATUS-REVSHR
                   CLOSE REVSHR
                   OPEN INPUT REVSHR
                END-IF
           END-IF

           IF NOT VALID-STATUS-REVSHR
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  INPUT RECALLS
           IF STATUS-RECALLS = "35"
              OPEN OUTPUT RECALLS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O WRTOFF
           IF STATUS-WRTOFF = "35"
              OPEN OUTPUT WRTOFF
                IF VALID-STATUS-WRTOFF
                   CLOSE WRTOFF
                   OPEN I-O WRTOFF
                END-IF
           END-IF

           IF NOT VALID-STATUS-WRTOFF
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  INPUT COLLECT
           IF STATUS-COLLECT = "35"
              OPEN OUTPUT COLLECT
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O DELIVERY
           IF STATUS-DELIVERY = "35"
              OPEN OUTPUT DELIVERY
                IF VALID-STATUS-DELIVERY
                   CLOSE DELIVERY
                   OPEN I-O DELIVERY
                END-IF
           END-IF

           IF NOT VALID-STATUS-DELIVERY
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O DLVLOAN
           IF STATUS-DLVLOAN = "35"
              OPEN OUTPUT DLVLOAN
                IF VALID-STATUS-DLVLOAN
                   CLOSE DLVLOAN
                   OPEN I-O DLVLOAN
                END-IF
           END-IF

           IF NOT VALID-STATUS-DLVLOAN
               PERFORM EXIT-STOP-ROUTINE
           END-IF

           OPEN  I-O ALERTS
           IF STATUS-ALERTS = "35"
              OPEN OUTPUT ALERTS
                IF VALID-STATUS-ALERTS
                   CLOSE ALERTS
                   OPEN I-O ALERTS
                END-IF
           END-IF

           IF NOT VALID-STATUS-ALERTS
               PERFORM EXIT-STOP-ROUTINE
           END-IF

      *> FINISH OR BACK OUT ANYTHING A CRASH LEFT HALF-DONE BEFORE
      *> THE DESK TAKES ITS FIRST PATRON
           PERFORM STARTUP-SELF-REPAIR
                    MOVE 2    TO PRM-HOLD-PRESS
                    MOVE 50   TO PRM-LATE-PCT
                    MOVE 50,00 TO PRM-DEP-OVER
                    MOVE 1    TO PRM-FY-START
                    MOVE "S"  TO PRM-TAX-RENTAL
                    MOVE "S"  TO PRM-TAX-SALE
                    MOVE "S"  TO PRM-TAX-DAMAGE
                    MOVE "2100" TO PRM-GL-TAX
                    MOVE "4200" TO PRM-GL-SALEREV
                    MOVE 25,00 TO PRM-MBR-ANNUAL
                    MOVE 3,00  TO PRM-MBR-MONTHLY
                    MOVE 14    TO PRM-MBR-WARN-DAYS
                    MOVE "4300" TO PRM-GL-MBRREV
                    MOVE ZERO  TO PRM-HH-MAX-LOANS
                    MOVE "4400" TO PRM-GL-EVTREV
                    MOVE "6100" TO PRM-GL-DEPEXP
                    MOVE "1590" TO PRM-GL-ACCDEP
                    MOVE "1500" TO PRM-GL-ASSETS
                    MOVE "6200" TO PRM-GL-DISPGL
                    MOVE 30   TO PRM-NEW-DAYS
                    MOVE 2    TO PRM-NEW-LOAN-DAYS
                    MOVE 3,50 TO PRM-NEW-FEE
                    MOVE 14   TO PRM-APPLY-DAYS
                    MOVE "5100" TO PRM-GL-BADDEBT
                    MOVE "5200" TO PRM-GL-REVSHR
                    MOVE "2200" TO PRM-GL-DISTPAY
                    MOVE 10     TO PRM-PTS-PER-UNIT
                    MOVE 0,0050 TO PRM-PTS-VALUE
                    MOVE 12     TO PRM-PTS-EXPIRE-MM
                    MOVE SPACES TO PRM-AMN-CODE
                    MOVE SPACES TO PRM-AMN-DESC
                    MOVE ZERO   TO PRM-AMN-FROM-DT
                    MOVE ZERO   TO PRM-AMN-TO-DT
                    MOVE SPACES TO PRM-AMN-CATS
                    MOVE ZERO   TO PRM-AMN-MAX-DAYS
                    MOVE "5300" TO PRM-GL-AMNESTY
                    MOVE 14     TO PRM-HOLD-TARGET
                    WRITE PRM-REC
                          INVALID KEY CONTINUE
                    END-WRITE
      * BORROWER IS KNOWN, THEN OVERLAID FROM THE CATPOL ROW FOR THE   *
      * BORROWER'S CATEGORY (ADULT ROWS COVER A BLANK CATEGORY ON AN   *
      * UNMIGRATED RECORD); A CATEGORY WITH NO ROW KEEPS THE HOUSE     *
      * VALUES.  BOTH COME FROM THE SCHEDULE ROW IN FORCE ON           *
      * POLICY-AS-OF-DT WHEN THE SETTING HAS ONE                       *
      *----------------------------------------------------------------*
       RESET-EFFECTIVE-POLICY.
           PERFORM LOAD-HOUSE-SCHEDULE

           MOVE PRM-LOAN-DAYS    TO EFF-LOAN-DAYS
           MOVE PRM-MAX-LOANS    TO EFF-MAX-LOANS
           MOVE PRM-MAX-RENEWALS TO EFF-MAX-RENEWALS
                    MOVE CAT-MAX-RENEWALS TO EFF-MAX-RENEWALS
                    MOVE CAT-FINE-RATE    TO EFF-FINE-RATE
           END-READ

           MOVE "C"      TO SCH-KIND
           MOVE CAT-CODE TO SCH-ITEM
           PERFORM SET-POLICY-AS-OF
           PERFORM FIND-POLICY-IN-FORCE
           IF SCH-FOUND
              MOVE PSC-CAT-LOAN-DAYS TO EFF-LOAN-DAYS
              MOVE PSC-CAT-MAX-LOANS TO EFF-MAX-LOANS
              MOVE PSC-CAT-RENEWALS  TO EFF-MAX-RENEWALS
              MOVE PSC-CAT-FINE-RATE TO EFF-FINE-RATE
           END-IF
           .

      *> THE HOUSE RULES IN FORCE ON THE DAY - ONLY THE IN-MEMORY
      *> COPY OF PRM-REC IS OVERLAID; THIS PROGRAM NEVER WRITES IT
       LOAD-HOUSE-SCHEDULE.
           MOVE "H"    TO SCH-KIND
           MOVE SPACES TO SCH-ITEM
           PERFORM SET-POLICY-AS-OF
           PERFORM FIND-POLICY-IN-FORCE
           IF SCH-FOUND
              MOVE PSC-LOAN-DAYS    TO PRM-LOAN-DAYS
              MOVE PSC-MAX-LOANS    TO PRM-MAX-LOANS
              MOVE PSC-FINE-RATE    TO PRM-FINE-RATE
              MOVE PSC-GRACE-DAYS   TO PRM-GRACE-DAYS
              MOVE PSC-MAX-RENEWALS TO PRM-MAX-RENEWALS
              MOVE PSC-HOLD-DAYS    TO PRM-HOLD-DAYS
              MOVE PSC-LATE-PCT     TO PRM-LATE-PCT
              MOVE PSC-DEP-OVER     TO PRM-DEP-OVER
              MOVE PSC-MBR-ANNUAL   TO PRM-MBR-ANNUAL
              MOVE PSC-MBR-MONTHLY  TO PRM-MBR-MONTHLY
              MOVE PSC-HH-MAX-LOANS TO PRM-HH-MAX-LOANS
              MOVE PSC-NEW-DAYS      TO PRM-NEW-DAYS
              MOVE PSC-NEW-LOAN-DAYS TO PRM-NEW-LOAN-DAYS
              MOVE PSC-NEW-FEE       TO PRM-NEW-FEE
           END-IF
           .

       SET-POLICY-AS-OF.
           IF POLICY-AS-OF-DT = ZERO
              ACCEPT SCH-DATE FROM DATE YYYYMMDD
           ELSE
              MOVE POLICY-AS-OF-DT TO SCH-DATE
           END-IF
           .

      *> THE POLICY BEHIND THE BORROWER ON THE CURRENT LOAN ROW -
           CLOSE LOANS
           CLOSE MOVIES
           CLOSE BORROWERS
           CLOSE SUSPEND
           CLOSE RESERVES
           IF AVAIL-IS-OPEN
              CLOSE AVAIL
           END-IF
           CLOSE FINES
           CLOSE PARAMS
           CLOSE CALENDAR
           CLOSE PRICES
           CLOSE CHARGES
           CLOSE CREDIT
           CLOSE POINTS
           CLOSE AMNLOG
           CLOSE RECEIPTS
           CLOSE MAILQ
           CLOSE CATPOL
           IF SCH-OPEN
              CLOSE POLSCHED
           END-IF
           CLOSE INSPECTS
           CLOSE BOXSETS
           CLOSE INTENTS
           CLOSE RECALLS
           CLOSE DEPOSITS
           CLOSE ACQUIS
           CLOSE STREET
           CLOSE REVSHR
           CLOSE SALES
           CLOSE DISPOSE
           CLOSE EQUIP
           CLOSE DEPPOL
           CLOSE EQBOOK
           CLOSE TAXRATE
           CLOSE TRANSFERS
           CLOSE PROMOS
           CLOSE PROMOUSE
           CLOSE WRTOFF
           CLOSE DELIVERY
           CLOSE DLVLOAN
           CLOSE ALERTS
           .
      /
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * THE MAIN WINDOW'S TITLE, WITH THE TRAINING BANNER              *
      *----------------------------------------------------------------*
          COPY 'CPVIDTNP.CPY'.
      /
      *----------------------------------------------------------------*
      * MOVIES LAYOUT-VERSION STAMP CHECK                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDVSP.CPY'.
          COPY 'CPVIDDTP.CPY'.
      /
      *----------------------------------------------------------------*
      * BORROWER ALERTS IN FORCE                                       *
      *----------------------------------------------------------------*
          COPY 'CPVIDBAP.CPY'.
      /
      *----------------------------------------------------------------*
      * THE POLICY AND FEE SCHEDULE                                    *
      *----------------------------------------------------------------*
          COPY 'CPVIDPSP.CPY'.
      /
      *----------------------------------------------------------------*
      * REPORT SPOOLING                                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDSPP.CPY'.
          COPY 'CPVIDHSP.CPY'.
      /
      *----------------------------------------------------------------*
      * EQUIPMENT SERVICE CHECK                                        *
      *----------------------------------------------------------------*
          COPY 'CPVIDSVP.CPY'.
      /
      *----------------------------------------------------------------*
      * EQUIPMENT BOOKING CLASH CHECK                                  *
      *----------------------------------------------------------------*
          COPY 'CPVIDEBP.CPY'.
      /
      *----------------------------------------------------------------*
      * BUSINESS-DATE CHECK                                            *
      *----------------------------------------------------------------*
          COPY 'CPVIDBDP.CPY'.
          COPY 'CPVIDMQP.CPY'.
      /
      *----------------------------------------------------------------*
      * THE SALES TAX INSIDE A TAX-INCLUSIVE AMOUNT                    *
      *----------------------------------------------------------------*
          COPY 'CPVIDTXP.CPY'.
      /
      *----------------------------------------------------------------*
      * THE LAST DAY OF A PAID MEMBERSHIP TERM                         *
      *----------------------------------------------------------------*
          COPY 'CPVIDMBP.CPY'.
      /
      *----------------------------------------------------------------*
      * WHICH BRANCH THIS DESK BELONGS TO                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDBNP.CPY'.
      /
      *----------------------------------------------------------------*
      * INTER-BRANCH TRANSFERS                                         *
      *----------------------------------------------------------------*
          COPY 'CPVIDTFP.CPY'.
      /
      *----------------------------------------------------------------*
      * WHERE THE OFFLINE DESK KEEPS ITS LOG ON THIS STATION           *
      *----------------------------------------------------------------*
          COPY 'CPVIDOFP.CPY'.
      /
      *----------------------------------------------------------------*
      * BORROWER SUSPENSIONS                                           *
      *----------------------------------------------------------------*
          COPY 'CPVIDSUP.CPY'.
      /
      *----------------------------------------------------------------*
      * TITLE AVAILABILITY SUMMARY                                     *
      *----------------------------------------------------------------*
          COPY 'CPVIDAVP.CPY'.
      /
      *----------------------------------------------------------------*
      * SCREEN ROUTINES - WINDOW CREATION AND DISPLAY                  *
      *----------------------------------------------------------------*
       FORM1-OPEN-ROUTINE.
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE SCREEN-TITLE,
              AUTO-MINIMIZE,
              WITH SYSTEM MENU,
              USER-GRAY,
           DISPLAY FORM1 UPON FORM1-HANDLE

           DISPLAY FORM1

      *> ANYTHING THE OFFLINE DESK TOOK ON THIS STATION DURING AN
      *> OUTAGE GOES ON FILE BEFORE THE FIRST PATRON IS SERVED
           PERFORM OFFER-OFFLINE-UPLOAD

           PERFORM FIRST-ENTRY

           MOVE ZERO TO MOD
                  PERFORM DROPBOX-PROMPT
               WHEN KEY-STATUS = 156
                  PERFORM SALE-PROMPT
               WHEN KEY-STATUS = 157
                  PERFORM LOST-PROMPT
               WHEN KEY-STATUS = 1032
                  PERFORM OPEN-INCIDENT-LOG
               WHEN KEY-STATUS = 1033
                  PERFORM OPEN-EVENTS-SCREEN
               WHEN KEY-STATUS = 1034
                  PERFORM OPEN-COPY-HISTORY
               WHEN KEY-STATUS = 1035
                  PERFORM DELIVERY-RUN-PROMPT
               WHEN KEY-STATUS = 1002
                  PERFORM FIRST-ENTRY
               WHEN KEY-STATUS = 67
                    EXIT PARAGRAPH
           END-READ

      *> DEBT WRITTEN OFF AS BAD COMES BACK THE MOMENT THE BORROWER
      *> DOES, BEFORE ANY OF THE CHECKOUT GATES LOOK AT THE BALANCE
           MOVE BRW-ID TO WOF-BACK-ID
           PERFORM REINSTATE-WRITTEN-OFF

           IF BRW-IS-BLOCKED
              DISPLAY MESSAGE BOX
                 "This borrower is blocked - loan not saved!"
              EXIT PARAGRAPH
           END-IF

      *> A KIOSK APPLICATION BORROWS NOTHING UNTIL THE APPROVAL QUEUE
      *> ON THE BORROWERS SCREEN HAS ACTIVATED IT
           IF BRW-IS-PENDING
              DISPLAY MESSAGE BOX
                 "This application has not been approved yet - loan not saved!"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-BORROWER-POLICY

      *> IS THIS A FRESH CHECKOUT OR AN EDIT OF A LOAN ALREADY ON
              EXIT PARAGRAPH
           END-IF

      *> THE SETTINGS CAN CAP A WHOLE HOUSEHOLD AS WELL
           IF PRM-HH-MAX-LOANS > ZERO
              PERFORM COUNT-HOUSEHOLD-OPEN-LOANS

              IF HH-OPEN-COUNT NOT < PRM-HH-MAX-LOANS
                 DISPLAY MESSAGE BOX
                    "This borrower's household already has the maximum number of loans out - loan not saved!"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF NOT LOAN-EXISTS
              PERFORM CHECK-MEMBERSHIP

              IF MEMBERSHIP-LAPSED
                 DISPLAY MESSAGE BOX
                    "This borrower's membership has run out - loan not saved!"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF

              PERFORM CHECK-BORROWER-FINES

              IF FINE-BALANCE > ZERO
      *> AN AGREED INSTALLMENT PLAN THAT IS BEING KEPT UP KEEPS THE
      *> DESK OPEN - THE OPERATOR CONFIRMS INSTEAD OF BEING REFUSED.
      *> THE PLAN ONLY COVERS THE BORROWER'S OWN FINES, SO IT DOES
      *> NOT HELP WHILE ANOTHER MEMBER OF THE HOUSEHOLD OWES
                 PERFORM CHECK-PLAN-CURRENT

                 MOVE FINE-BALANCE TO FINE-BAL-TEXT

                 IF PLAN-IS-CURRENT
                    AND FINE-BALANCE = OWN-FINE-BALANCE
                    DISPLAY MESSAGE BOX
                       "This borrower owes " FINE-BAL-TEXT
                       " but the installment plan is current - "
                       EXIT PARAGRAPH
                    END-IF
                 ELSE
                    IF FINE-BALANCE > OWN-FINE-BALANCE
                       DISPLAY MESSAGE BOX
                          "This borrower's household owes "
                          FINE-BAL-TEXT
                          " in unpaid fines - loan not saved!"
                          TITLE TITLEX
                          ICON  3
                    ELSE
                       DISPLAY MESSAGE BOX
                          "This borrower owes " FINE-BAL-TEXT
                          " in unpaid fines - loan not saved!"
                          TITLE TITLEX
                          ICON  3
                    END-IF
                    EXIT PARAGRAPH
                 END-IF
              END-IF
              EXIT PARAGRAPH
           END-IF

      *> A UNIT BOOKED IN ADVANCE BY THIS BORROWER GOES OUT UNTIL THE
      *> AGREED RETURN DATE; ANY EQUIPMENT CHECKOUT MUST LEAVE THE
      *> OTHER BOOKINGS THEIR UNITS
           MOVE ZERO TO MATCH-EBK-NO

           IF EQUIPMENT-LOAN AND NOT LOAN-EXISTS
              PERFORM FIND-EQUIP-BOOKING

              IF MATCH-EBK-NO NOT = ZERO
                 MOVE MATCH-EBK-TO-DT TO LOAN-DUE-DT
              END-IF

              MOVE LOAN-CODIGO      TO BKC-ASSET-ID
              MOVE EQP-CLASS        TO BKC-CLASS
              MOVE LOAN-CHECKOUT-DT TO BKC-FROM-DT
              MOVE LOAN-DUE-DT      TO BKC-TO-DT
              MOVE MATCH-EBK-NO     TO BKC-SKIP-NO
              MOVE ZERO             TO BKC-SKIP-SEQ
              PERFORM CHECK-BOOKING-CLASH

              IF BKC-CLASH-BOOKED
                 DISPLAY MESSAGE BOX
                    "That asset is booked for someone else before "
                    "this loan is due back (booking " BKC-CLASH-NO
                    ") - loan not saved!"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF

              IF BKC-CLASH-SHORT
                 DISPLAY MESSAGE BOX
                    "Lending this unit would leave too few of its "
                    "class for the bookings already taken - loan "
                    "not saved!"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF

              IF BKC-CLASHES
                 DISPLAY MESSAGE BOX
                    "That asset is still out on an earlier loan - "
                    "loan not saved!"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF
           END-IF

           SET STREET-CATALOG TO TRUE

           IF NOT LOAN-EXISTS AND NOT EQUIPMENT-LOAN
      *> NOTHING GOES OUT BEFORE THE STREET DATE, HOWEVER EARLY THE
      *> DISTRIBUTOR'S BOX ARRIVED - NOR MAY A BACK-DATED CHECKOUT
      *> SLIP UNDER IT
              ACCEPT TODAY-DT FROM DATE YYYYMMDD
              MOVE TODAY-DT TO STREET-ASOF-DT
              IF LOAN-CHECKOUT-DT > ZERO
                 AND LOAN-CHECKOUT-DT < STREET-ASOF-DT
                 MOVE LOAN-CHECKOUT-DT TO STREET-ASOF-DT
              END-IF
              PERFORM CHECK-STREET-DATE

              IF STREET-EMBARGOED
                 MOVE SDT-STREET-DT TO WK-DATE-YMD
                 PERFORM FORMAT-DATE-TEXT
                 MOVE WK-DATE-TEXT TO STREET-DT-TEXT
                 DISPLAY MESSAGE BOX
                    "This title is not released until " STREET-DT-TEXT
                    " - loan not saved!"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF

      *> NOR ONCE THE DISTRIBUTOR'S REVENUE-SHARE AGREEMENT HAS RUN
      *> OUT - A LOAN ALREADY OUT MAY STILL BE RENEWED AND RETURNED
              PERFORM CHECK-REVSHARE-ENDED

              IF REVSHR-ENDED
                 MOVE RVG-TO-DT TO WK-DATE-YMD
                 PERFORM FORMAT-DATE-TEXT
                 MOVE WK-DATE-TEXT TO REVSHR-END-TEXT
                 DISPLAY MESSAGE BOX
                    "The revenue-share agreement for this title ended"
                    " on " REVSHR-END-TEXT " - loan not saved!"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF

      *> A NEW RELEASE GOES OUT ON ITS OWN SHORTER PERIOD - UNLESS
      *> THE BORROWER'S CATEGORY IS SHORTER STILL
              IF STREET-NEW-TIER
                 AND PRM-NEW-LOAN-DAYS > ZERO
                 AND PRM-NEW-LOAN-DAYS < EFF-LOAN-DAYS
                 MOVE PRM-NEW-LOAN-DAYS TO EFF-LOAN-DAYS
                 PERFORM SET-DUE-FROM-CHECKOUT
              END-IF

              PERFORM CHECK-AGE-RATING

              IF RATING-BLOCKED
                 EXIT PARAGRAPH
              END-IF

              PERFORM CHECK-STOP-ALERTS

              IF ALERT-BLOCKED
                 EXIT PARAGRAPH
              END-IF

      *> A CHRONIC LATE RETURNER TAKING A NEW RELEASE GETS A
      *> CONFIRMATION, NOT A BLOCK - THEY DO PAY, EVENTUALLY
              PERFORM LOAD-BORROWER-RELIABILITY
              SUBTRACT 1 FROM NEW-RELEASE-YEAR

              IF BRW-IS-CHRONIC
                 AND (STREET-NEW-TIER
                      OR (RELEASE-YEAR > ZERO
                          AND RELEASE-YEAR NOT < NEW-RELEASE-YEAR))
                 DISPLAY MESSAGE BOX
                    "This borrower returns " BRW-LATE-PCT
                    "% of loans late and this is a new release - "
              ACCEPT LOAN-CHECKOUT-TM FROM TIME
           END-IF

      *> AND WHICH BRANCH LENT IT - AN EDIT KEEPS THE ORIGINAL BRANCH
           IF NOT LOAN-EXISTS
              MOVE THIS-BRANCH TO LOAN-BRANCH
           END-IF

           IF LOAN-SEQ = ZERO
              PERFORM GET-NEXT-LOAN-SEQ
           END-IF
                         END-IF
                 NOT INVALID KEY
                         PERFORM MARK-COPY-OUT
                         PERFORM MARK-BOOKING-COLLECTED
                         PERFORM MARK-HOLD-COLLECTED
                         PERFORM ASSESS-RENTAL-CHARGE
                         PERFORM TAKE-DEPOSIT-IF-DUE
                         PERFORM OFFER-SET-CHECKOUT
           .
      /
      *----------------------------------------------------------------*
      * THE BORROWER'S LIVE BOOKING THAT COVERS THE CHECKOUT DAY FOR   *
      * THIS UNIT - ONE NAMING THE UNIT WINS OVER AN ANY-UNIT BOOKING  *
      * OF ITS CLASS.  MATCH-EBK-NO COMES BACK ZERO WHEN THERE IS NONE *
      *----------------------------------------------------------------*
       FIND-EQUIP-BOOKING.
           MOVE ZERO TO MATCH-EBK-NO
           MOVE ZERO TO MATCH-EBK-TO-DT
           SET MATCH-IS-NAMED TO FALSE
           MOVE LOAN-BORROWER-ID TO MATCH-BRW-ID
           MOVE LOAN-BORROWER-ID TO EBK-BORROWER-ID
           SET EQBOOK-AT-END TO FALSE

           START EQBOOK KEY = EBK-BORROWER-ID
                 INVALID KEY
                     SET EQBOOK-AT-END TO TRUE
           END-START

           PERFORM UNTIL EQBOOK-AT-END OR MATCH-IS-NAMED
              READ EQBOOK NEXT RECORD
                   AT END
                       SET EQBOOK-AT-END TO TRUE
                   NOT AT END
                       IF EBK-BORROWER-ID NOT = MATCH-BRW-ID
                          SET EQBOOK-AT-END TO TRUE
                       ELSE
                          IF EBK-IS-BOOKED
                             AND EBK-FROM-DT NOT > LOAN-CHECKOUT-DT
                             AND EBK-TO-DT NOT < LOAN-CHECKOUT-DT
                             IF EBK-ASSET-ID = LOAN-CODIGO
                                MOVE EBK-NO    TO MATCH-EBK-NO
                                MOVE EBK-TO-DT TO MATCH-EBK-TO-DT
                                SET MATCH-IS-NAMED TO TRUE
                             ELSE
                                IF EBK-ASSET-ID = ZERO
                                   AND EBK-CLASS = EQP-CLASS
                                   AND MATCH-EBK-NO = ZERO
                                   MOVE EBK-NO    TO MATCH-EBK-NO
                                   MOVE EBK-TO-DT TO MATCH-EBK-TO-DT
                                END-IF
                             END-IF
                          END-IF
                       END-IF
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * THE LOAN IS WRITTEN - THE BOOKING IT CAME FROM IS COLLECTED,   *
      * AND AN ANY-UNIT BOOKING NOW NAMES THE UNIT HANDED OVER         *
      *----------------------------------------------------------------*
       MARK-BOOKING-COLLECTED.
           IF MATCH-EBK-NO = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE MATCH-EBK-NO TO EBK-NO
           READ EQBOOK
                INVALID
                    EXIT PARAGRAPH
           END-READ

           IF EBK-ASSET-ID = ZERO
              MOVE "Y"           TO EBK-ANY-UNIT
           END-IF
           MOVE "L"              TO EBK-STATUS
           MOVE LOAN-CODIGO      TO EBK-ASSET-ID
           MOVE LOAN-SEQ         TO EBK-LOAN-SEQ
           MOVE LOAN-CHECKOUT-DT TO EBK-COLLECTED-DT
           REWRITE EBK-REC
              INVALID KEY CONTINUE
           END-REWRITE

           MOVE LOAN-DUE-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           DISPLAY MESSAGE BOX
              "Booking " EBK-NO " collected - due back "
              WK-DATE-TEXT
              TITLE TITLEX
              ICON  1
           .
      /
      *----------------------------------------------------------------*
      * ASSIGN THE NEXT LOAN SEQUENCE NUMBER FOR THIS MOVIE CODE       *
      *----------------------------------------------------------------*
       GET-NEXT-LOAN-SEQ.
      * MARK THE CURRENT LOAN AS RETURNED TODAY                        *
      *----------------------------------------------------------------*
       RETURN-ENTRY.
      *> A LOST ITEM COMING BACK ACROSS THE DESK IS A REINSTATEMENT -
      *> THE REPLACEMENT CHARGE COMES OFF BEFORE IT IS RESHELVED
           IF LOAN-IS-LOST
              PERFORM REINSTATE-LOST-LOAN
              EXIT PARAGRAPH
           END-IF

           IF LOAN-IS-RETURNED
              DISPLAY MESSAGE BOX
                 "This loan is already marked Returned"
                 TITLE TITLEX
           ELSE
      *> A CLAIMED-RETURNED ITEM FOUND ON THE SHELF GOES BACK AS OF
      *> THE CLAIM DATE, SO THE FINE STAYS WHERE THE CLAIM FROZE IT
              IF NOT LOAN-IS-CLAIMED
                 ACCEPT LOAN-RETURNED-DT FROM DATE YYYYMMDD
              END-IF
              MOVE "Y" TO LOAN-RETURNED
              ACCEPT LOAN-RETURNED-TM FROM TIME

              MOVE "R" TO ITT-ACTION
                     DISPLAY MESSAGE "Marked Returned!"
                     PERFORM MARK-COPY-IN
                     PERFORM ASSESS-LATE-FINE
                     PERFORM SETTLE-LOAN-POINTS
                     PERFORM INSPECTION-PROMPT
                     PERFORM SETTLE-DEPOSIT
                     PERFORM CHECK-SET-COMPLETE
      *----------------------------------------------------------------*
      * WHEN A LOAN COMES BACK PAST ITS DUE DATE, WRITE A FINE ROW     *
      * KEYED BY THE LOAN KEY SO IT CAN BE SETTLED OR WAIVED LATER     *
      * THROUGH THE FINES DIALOG.  A RETURN THE AMNESTY CAMPAIGN       *
      * COVERS HAS THE NEW FINE FORGIVEN STRAIGHT AWAY, AND THEN       *
      * FINE-NEW-AMOUNT IS ZERO AND AMNESTY-AMOUNT HOLDS WHAT WAS      *
      * FORGIVEN                                                       *
      *----------------------------------------------------------------*
       ASSESS-LATE-FINE.
           MOVE ZERO TO FINE-NEW-AMOUNT
           MOVE ZERO TO AMNESTY-AMOUNT

           IF LOAN-RETURNED-DT NOT > LOAN-DUE-DT
              EXIT PARAGRAPH
      *> THE SAME COUNT THE OVERDUE REPORT AND THE NOTICE LETTERS USE
           PERFORM COUNT-FINE-OPEN-DAYS

      *> THE RULES IN FORCE THE DAY IT CAME BACK GOVERN THE FINE
           MOVE LOAN-RETURNED-DT TO POLICY-AS-OF-DT
           PERFORM LOAD-HOUSE-SCHEDULE

      *> THE SHOP POLICY GRACE DAYS COME OFF THE TOP BEFORE THE FINE
      *> STARTS COUNTING
           IF FINE-DAYS-LATE NOT > PRM-GRACE-DAYS
              MOVE ZERO TO POLICY-AS-OF-DT
              PERFORM LOAD-HOUSE-SCHEDULE
              EXIT PARAGRAPH
           END-IF

      *> THE RATE DEPENDS ON WHO BORROWED IT - A JUNIOR AND A STAFF
      *> MEMBER NO LONGER PAY THE SAME
           PERFORM LOAD-LOAN-BORROWER-POLICY
           MOVE ZERO TO POLICY-AS-OF-DT
           PERFORM LOAD-HOUSE-SCHEDULE

           COMPUTE FINE-NEW-AMOUNT = FINE-DAYS-LATE * EFF-FINE-RATE

                           TITLE TITLEX
                     END-IF
                 NOT INVALID KEY
                     PERFORM APPLY-RETURN-AMNESTY
                     IF NOT BATCH-MODE
                        IF AMNESTY-AMOUNT > ZERO
                           MOVE AMNESTY-AMOUNT TO FINE-BAL-TEXT
                           DISPLAY MESSAGE BOX
                              "Returned " FINE-DAYS-LATE
                              " day(s) late - fine of "
                              FINE-BAL-TEXT " forgiven (amnesty "
                              PRM-AMN-CODE ")"
                              TITLE TITLEX
                        ELSE
                           MOVE FINE-NEW-AMOUNT TO FINE-BAL-TEXT
                           DISPLAY MESSAGE BOX
                              "Returned " FINE-DAYS-LATE
                              " day(s) late - fine assessed: "
                              FINE-BAL-TEXT
                              TITLE TITLEX
                        END-IF
                     END-IF
           END-WRITE
           .
      /
      *----------------------------------------------------------------*
      * FINE AMNESTY AT RETURN - THE FINE JUST ASSESSED IS FORGIVEN    *
      * WHEN THE SETTINGS' CAMPAIGN COVERS THE RETURN.  A LOAN BEING   *
      * DECLARED LOST HAS NOT COME BACK, SO IT NEVER QUALIFIES         *
      *----------------------------------------------------------------*
       APPLY-RETURN-AMNESTY.
           IF LOAN-IS-LOST
              EXIT PARAGRAPH
           END-IF

           MOVE LOAN-RETURNED-DT TO AMNESTY-BACK-DT
           SET AMNESTY-LOST-FOUND TO FALSE
           PERFORM CHECK-AMNESTY-CAMPAIGN

           IF NOT AMNESTY-APPLIES
              EXIT PARAGRAPH
           END-IF

           PERFORM FORGIVE-ON-AMNESTY

           IF AMNESTY-AMOUNT > ZERO
              MOVE ZERO TO FINE-NEW-AMOUNT
           END-IF
           .

      *----------------------------------------------------------------*
      * A LOST ITEM THAT TURNS UP DURING THE CAMPAIGN IS STOCK         *
      * RECOVERED TOO - WHAT IS LEFT OF ITS LATE FINE ONCE THE LOST    *
      * CHARGE IS REVERSED IS FORGIVEN THE SAME WAY, AS OF TODAY       *
      *----------------------------------------------------------------*
       AMNESTY-FOUND-ITEM.
           MOVE ZERO TO AMNESTY-AMOUNT
           ACCEPT AMNESTY-BACK-DT FROM DATE YYYYMMDD
           SET AMNESTY-LOST-FOUND TO TRUE
           PERFORM CHECK-AMNESTY-CAMPAIGN

           IF NOT AMNESTY-APPLIES
              EXIT PARAGRAPH
           END-IF

           PERFORM FORGIVE-ON-AMNESTY

           IF AMNESTY-AMOUNT > ZERO
              MOVE AMNESTY-AMOUNT TO FINE-BAL-TEXT
              DISPLAY MESSAGE
                 "Late fine of " FINE-BAL-TEXT " forgiven (amnesty "
                 PRM-AMN-CODE ")"
                 TITLE TITLEX
           END-IF
           .

      *----------------------------------------------------------------*
      * DOES THE CAMPAIGN COVER THIS LOAN?  IT MUST BE BACK (ON        *
      * AMNESTY-BACK-DT) INSIDE THE CAMPAIGN WINDOW, NO MORE DAYS      *
      * OVERDUE THAN THE CAMPAIGN ALLOWS, AND BORROWED BY ONE OF THE   *
      * CATEGORIES IT NAMES (ADULT COVERS A BLANK CATEGORY, AS IN THE  *
      * POLICY TABLE).  LEAVES THE BORROWER ROW READ                   *
      *----------------------------------------------------------------*
       CHECK-AMNESTY-CAMPAIGN.
           SET AMNESTY-APPLIES TO FALSE

           IF PRM-AMN-FROM-DT = ZERO
              OR AMNESTY-BACK-DT < PRM-AMN-FROM-DT
              OR AMNESTY-BACK-DT > PRM-AMN-TO-DT
              EXIT PARAGRAPH
           END-IF

           COMPUTE AMNESTY-DAYS =
              FUNCTION INTEGER-OF-DATE (LOAN-RETURNED-DT)
              - FUNCTION INTEGER-OF-DATE (LOAN-DUE-DT)

           IF PRM-AMN-MAX-DAYS > ZERO
              AND AMNESTY-DAYS > PRM-AMN-MAX-DAYS
              EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO AMNESTY-CAT
           MOVE LOAN-BORROWER-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    CONTINUE
                NOT INVALID
                    MOVE BRW-CATEGORY TO AMNESTY-CAT
           END-READ

           IF AMNESTY-CAT = SPACE
              MOVE "A" TO AMNESTY-CAT
           END-IF

           IF PRM-AMN-CATS NOT = SPACES
              MOVE ZERO TO AMNESTY-CAT-HITS
              INSPECT PRM-AMN-CATS
                      TALLYING AMNESTY-CAT-HITS FOR ALL AMNESTY-CAT
              IF AMNESTY-CAT-HITS = ZERO
                 EXIT PARAGRAPH
              END-IF
           END-IF

           SET AMNESTY-APPLIES TO TRUE
           .

      *----------------------------------------------------------------*
      * FORGIVE WHAT IS STILL OWED ON THE LOAN'S FINE ROW - THE ROW IS *
      * MARKED WAIVED, THE AMOUNT GOES ON THE TILL JOURNAL AS AN       *
      * AMNESTY ROW (NO MONEY MOVES) AND THE CAMPAIGN'S LOG ROW, KEYED *
      * BY THE LOAN, RECORDS THE CAMPAIGN AS THE REASON, WITH THE      *
      * REPLACEMENT VALUE OF THE STOCK THAT CAME BACK.  A FINE ALREADY *
      * SETTLED, WAIVED OR WRITTEN OFF IS LEFT ALONE                   *
      *----------------------------------------------------------------*
       FORGIVE-ON-AMNESTY.
           MOVE ZERO TO AMNESTY-AMOUNT

           MOVE LOAN-CODIGO TO FIN-CODIGO
           MOVE LOAN-SEQ    TO FIN-SEQ

           READ FINES
                INVALID
                    EXIT PARAGRAPH
           END-READ

           IF NOT FIN-IS-OPEN
              OR FIN-AMOUNT NOT > FIN-PAID
              EXIT PARAGRAPH
           END-IF

           COMPUTE AMNESTY-AMOUNT = FIN-AMOUNT - FIN-PAID
           MOVE "Y" TO FIN-WAIVED

           REWRITE FIN-REC
              INVALID KEY
                  MOVE ZERO TO AMNESTY-AMOUNT
                  EXIT PARAGRAPH
           END-REWRITE

           MOVE "A"              TO TLJ-TYPE
           MOVE AMNESTY-AMOUNT   TO TLJ-AMOUNT
           MOVE LOAN-BORROWER-ID TO TLJ-BORROWER-ID
           MOVE LOAN-CODIGO      TO TLJ-REF-CODIGO
           MOVE LOAN-SEQ         TO TLJ-REF-SEQ
           PERFORM APPEND-TILL-ROW

           PERFORM LOOKUP-REPLACEMENT-VALUE

           INITIALIZE AML-REC
           MOVE PRM-AMN-CODE     TO AML-CAMPAIGN
           MOVE LOAN-CODIGO      TO AML-CODIGO
           MOVE LOAN-SEQ         TO AML-SEQ
           MOVE LOAN-BORROWER-ID TO AML-BORROWER-ID
           MOVE AMNESTY-CAT      TO AML-CATEGORY
           MOVE LOAN-DUE-DT      TO AML-DUE-DT
           MOVE AMNESTY-BACK-DT  TO AML-RETURNED-DT
           MOVE AMNESTY-DAYS     TO AML-DAYS-LATE
           MOVE AMNESTY-AMOUNT   TO AML-FINE
           MOVE LOST-CHARGE-AMT  TO AML-REPL-VALUE
           IF AMNESTY-LOST-FOUND
              MOVE "Y" TO AML-WAS-LOST
           ELSE
              MOVE "N" TO AML-WAS-LOST
           END-IF
           ACCEPT AML-DATE FROM DATE YYYYMMDD
           MOVE DESK-OPERATOR    TO AML-OPERATOR
           MOVE THIS-BRANCH      TO AML-BRANCH

           WRITE AML-REC
                 INVALID KEY
                     CONTINUE
           END-WRITE
           .
      /
      *----------------------------------------------------------------*
      * CHARGE THE PER-RENTAL FEE AT CHECKOUT - THE PRICE COMES FROM   *
      * THE PRICES TABLE BY THE TITLE'S MEDIA FORMAT (MOV-REC IS       *
      * CURRENT WHEN SAVE-ENTRY GETS HERE), THE CHARGE ROW IS KEYED    *
      * BY THE LOAN KEY LIKE A FINE, AND THE MONEY GOES STRAIGHT ON    *
      * THE TILL JOURNAL SO THE Z-REPORT BALANCES THE WHOLE DRAWER.    *
      * A FORMAT WITH NO PRICE ROW (OR A ZERO FEE) LENDS FREE, THE     *
      * WAY EVERYTHING DID BEFORE THE TABLE EXISTED.  A TITLE IN ITS   *
      * NEW-RELEASE WINDOW TAKES THE FLAT NEW-RELEASE FEE INSTEAD OF   *
      * ITS FORMAT'S PRICE.  A PROMOTION COMES OFF FIRST, THEN ANY     *
      * LOYALTY POINTS THE BORROWER CHOOSES TO SPEND; A FREE RENTAL    *
      * WRITES NO CHARGE ROW AND EARNS NOTHING.  WHAT IS LEFT TO PAY   *
      * EARNS POINTS.  THE FEE IS TAX-INCLUSIVE; THE TAX INSIDE IT IS  *
      * SPLIT OUT FOR THE RECEIPT AND, ON THE CASH PART, FOR THE TILL  *
      * ROW.                                                           *
      *----------------------------------------------------------------*
       ASSESS-RENTAL-CHARGE.
           MOVE ZERO   TO PROMO-LIST-FEE
           MOVE ZERO   TO PROMO-DISCOUNT
           MOVE SPACES TO PROMO-APPLIED-CODE
           MOVE ZERO   TO LOY-REDEEMED
           MOVE ZERO   TO LOY-DISCOUNT
           MOVE ZERO   TO LOY-EARNED
           MOVE ZERO TO RENTAL-FEE-AMOUNT
           MOVE ZERO TO RENTAL-TAX-RATE
           MOVE ZERO TO RENTAL-TAX
           MOVE ZERO TO RENTAL-NET

           IF EQUIPMENT-LOAN
              EXIT PARAGRAPH
           END-IF

      *> A TITLE STILL IN ITS NEW-RELEASE WINDOW RENTS AT THE FLAT
      *> NEW-RELEASE FEE, WHATEVER ITS FORMAT; AFTER THAT IT DROPS TO
      *> THE CATALOG PRICE ON ITS OWN.  A NEW-RELEASE FEE CHANGE IN
      *> FORCE BUT NOT YET APPLIED TO PARAMS COMES OFF THE SCHEDULE
           MOVE PRM-NEW-FEE TO NEW-FEE-IN-FORCE
           MOVE "H"         TO SCH-KIND
           MOVE SPACES      TO SCH-ITEM
           PERFORM SET-POLICY-AS-OF
           PERFORM FIND-POLICY-IN-FORCE
           IF SCH-FOUND
              MOVE PSC-NEW-FEE TO NEW-FEE-IN-FORCE
           END-IF

           IF STREET-NEW-TIER
              AND NEW-FEE-IN-FORCE > ZERO
              MOVE NEW-FEE-IN-FORCE TO RENTAL-FEE-AMOUNT
           ELSE
              MOVE MEDIA-FORMAT TO PRC-FORMAT
              READ PRICES
                   INVALID
                       MOVE ZERO TO PRC-FEE
              END-READ

      *> A FEE CHANGE ALREADY IN FORCE BUT NOT YET APPLIED TO PRICES
              MOVE "F"          TO SCH-KIND
              MOVE MEDIA-FORMAT TO SCH-ITEM
              PERFORM SET-POLICY-AS-OF
              PERFORM FIND-POLICY-IN-FORCE
              IF SCH-FOUND
                 MOVE PSC-PRC-FEE TO PRC-FEE
              END-IF

              IF PRC-FEE = ZERO
                 EXIT PARAGRAPH
              END-IF

              MOVE PRC-FEE TO RENTAL-FEE-AMOUNT
           END-IF

           PERFORM APPLY-RENTAL-PROMOTION
           PERFORM OFFER-POINTS-REDEMPTION

           IF RENTAL-FEE-AMOUNT = ZERO
              PERFORM LOG-PROMO-REDEMPTION
              PERFORM LOG-POINTS-REDEMPTION
              EXIT PARAGRAPH
           END-IF

           MOVE PRM-TAX-RENTAL    TO TAX-CLASS
           ACCEPT TAX-DATE FROM DATE YYYYMMDD
           MOVE RENTAL-FEE-AMOUNT TO TAX-GROSS
           PERFORM TAX-OF-GROSS
           MOVE TAX-RATE          TO RENTAL-TAX-RATE
           MOVE TAX-AMOUNT        TO RENTAL-TAX
           MOVE TAX-NET           TO RENTAL-NET

      *> CREDIT ON ACCOUNT IS OFFERED BEFORE ANY CASH - ONLY THE
      *> CASH PART OF THE FEE RINGS INTO THE TILL
           MOVE ZERO TO CREDIT-APPLIED
           MOVE LOAN-BORROWER-ID TO CRD-BORROWER-ID
           PERFORM LOAD-CREDIT-BALANCE

           IF CREDIT-AVAIL > ZERO
              IF CREDIT-AVAIL < RENTAL-FEE-AMOUNT
                 MOVE CREDIT-AVAIL TO CREDIT-APPLIED
              ELSE
                 MOVE RENTAL-FEE-AMOUNT TO CREDIT-APPLIED
              END-IF

              MOVE CREDIT-APPLIED TO CREDIT-BAL-TEXT
              DISPLAY MESSAGE BOX
                 "This borrower has credit on account - apply "
                 CREDIT-BAL-TEXT " to the rental fee?"
                 TITLE   TITLEX
                 TYPE    MB-YES-NO
                 DEFAULT MB-YES
                 GIVING  DECISION

              IF DECISION NOT = MB-YES
                 MOVE ZERO TO CREDIT-APPLIED
              END-IF
           END-IF

           MOVE LOAN-CODIGO      TO CHG-CODIGO
           MOVE LOAN-SEQ         TO CHG-SEQ
           MOVE LOAN-BORROWER-ID TO CHG-BORROWER-ID
           MOVE RENTAL-FEE-AMOUNT TO CHG-AMOUNT
           MOVE MEDIA-FORMAT     TO CHG-FORMAT
           ACCEPT CHG-DATE FROM DATE YYYYMMDD

           WRITE CHG-REC
                 INVALID KEY
                     DISPLAY MESSAGE BOX
                        "A rental charge is already on file for this loan"
                        TITLE TITLEX
                     EXIT PARAGRAPH
           END-WRITE

           PERFORM LOG-PROMO-REDEMPTION
           PERFORM LOG-POINTS-REDEMPTION

           MOVE RENTAL-FEE-AMOUNT TO LOY-FEE-BASE
           PERFORM EARN-RENTAL-POINTS

           IF CREDIT-APPLIED > ZERO
              SUBTRACT CREDIT-APPLIED FROM CREDIT-AVAIL
              PERFORM SAVE-CREDIT-BALANCE
           END-IF

           IF RENTAL-FEE-AMOUNT > CREDIT-APPLIED
              COMPUTE TENDER-AMOUNT =
                 RENTAL-FEE-AMOUNT - CREDIT-APPLIED
              PERFORM ASK-TENDER-TYPE

              MOVE TENDER-AMOUNT     TO TAX-GROSS
              PERFORM TAX-OF-GROSS
              MOVE TAX-RATE          TO TILL-TAX-RATE
              MOVE TAX-AMOUNT        TO TILL-TAX

              MOVE "R"               TO TLJ-TYPE
              MOVE TENDER-AMOUNT     TO TLJ-AMOUNT
              MOVE LOAN-BORROWER-ID  TO TLJ-BORROWER-ID
              MOVE LOAN-CODIGO       TO TLJ-REF-CODIGO
              MOVE LOAN-SEQ          TO TLJ-REF-SEQ
              PERFORM APPEND-TILL-ROW
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * PROMOTIONS ON THE RENTAL FEE - THE BEST AUTOMATIC PROMOTION    *
      * RUNNING TODAY FOR THIS TITLE'S FORMAT AND GENRE IS TAKEN AS    *
      * IT STANDS; WHEN A CODED PROMOTION IS ALSO RUNNING THE DESK IS  *
      * ASKED FOR THE FLYER CODE, AND IT WINS IF IT GIVES MORE.  ONLY  *
      * ONE PROMOTION EVER APPLIES TO A RENTAL.  MOV-REC IS CURRENT    *
      *----------------------------------------------------------------*
       APPLY-RENTAL-PROMOTION.
           MOVE RENTAL-FEE-AMOUNT TO PROMO-LIST-FEE
           MOVE ZERO              TO PROMO-CODED-LIVE

           ACCEPT PROMO-TODAY FROM DATE YYYYMMDD
           COMPUTE PROMO-DOW =
              FUNCTION MOD (FUNCTION INTEGER-OF-DATE (PROMO-TODAY), 7)
           IF PROMO-DOW = ZERO
              MOVE 7 TO PROMO-DOW
           END-IF

           MOVE LOW-VALUES TO PMO-CODE
           SET PROMOS-AT-END TO FALSE
           START PROMOS KEY >= PMO-CODE
                 INVALID KEY
                     SET PROMOS-AT-END TO TRUE
           END-START

           PERFORM UNTIL PROMOS-AT-END
              READ PROMOS NEXT RECORD
                   AT END
                       SET PROMOS-AT-END TO TRUE
                   NOT AT END
                       PERFORM CHECK-PROMO-FITS
                       IF PROMO-FITS
                          IF PMO-IS-AUTO
                             IF PROMO-CAND-DISC > PROMO-DISCOUNT
                                MOVE PROMO-CAND-DISC TO PROMO-DISCOUNT
                                MOVE PMO-CODE TO PROMO-APPLIED-CODE
                             END-IF
                          ELSE
                             ADD 1 TO PROMO-CODED-LIVE
                          END-IF
                       END-IF
              END-READ
           END-PERFORM

           IF PROMO-CODED-LIVE > ZERO
              PERFORM PROMO-CODE-PROMPT
           END-IF

           SUBTRACT PROMO-DISCOUNT FROM RENTAL-FEE-AMOUNT
           .
      /
      *----------------------------------------------------------------*
      * DOES THE PROMOTION IN PMO-REC APPLY TO THIS RENTAL TODAY, AND  *
      * IF SO HOW MUCH DOES IT TAKE OFF (PROMO-CAND-DISC, NEVER MORE   *
      * THAN THE FEE).  WHEN IT DOES NOT, PROMO-REASON SAYS WHY        *
      *----------------------------------------------------------------*
       CHECK-PROMO-FITS.
           SET PROMO-FITS TO FALSE
           MOVE ZERO   TO PROMO-CAND-DISC
           MOVE SPACES TO PROMO-REASON

           EVALUATE TRUE
           WHEN PROMO-TODAY < PMO-FROM-DT
             OR PROMO-TODAY > PMO-TO-DT
                MOVE "is not running today" TO PROMO-REASON
           WHEN PMO-DAYS NOT = SPACES
            AND PMO-DAY (PROMO-DOW) NOT = "Y"
                MOVE "does not run on this weekday" TO PROMO-REASON
           WHEN PMO-FORMAT NOT = SPACES
            AND PMO-FORMAT NOT = MEDIA-FORMAT
                MOVE "does not cover this format" TO PROMO-REASON
           WHEN PMO-GENRE NOT = SPACES
            AND PMO-GENRE NOT = GENERO
                MOVE "does not cover this genre" TO PROMO-REASON
           WHEN OTHER
                SET PROMO-FITS TO TRUE
           END-EVALUATE

           IF NOT PROMO-FITS
              EXIT PARAGRAPH
           END-IF

           IF PMO-MAX-USES > ZERO
              PERFORM COUNT-PROMO-USES
              IF PROMO-USES NOT < PMO-MAX-USES
                 SET PROMO-FITS TO FALSE
                 MOVE "has been used up by this borrower"
                   TO PROMO-REASON
                 EXIT PARAGRAPH
              END-IF
           END-IF

           EVALUATE TRUE
           WHEN PMO-IS-PERCENT
                COMPUTE PROMO-CAND-DISC ROUNDED =
                   PROMO-LIST-FEE * PMO-VALUE / 100
           WHEN PMO-IS-FIXED
                MOVE PMO-VALUE TO PROMO-CAND-DISC
           WHEN PMO-IS-FREE
                MOVE PROMO-LIST-FEE TO PROMO-CAND-DISC
           END-EVALUATE

           IF PROMO-CAND-DISC > PROMO-LIST-FEE
              MOVE PROMO-LIST-FEE TO PROMO-CAND-DISC
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * HOW MANY TIMES THIS BORROWER HAS HAD THE PROMOTION IN PMO-REC  *
      *----------------------------------------------------------------*
       COUNT-PROMO-USES.
           MOVE ZERO TO PROMO-USES

           MOVE PMO-CODE         TO PUS-CODE
           MOVE LOAN-BORROWER-ID TO PUS-BORROWER-ID
           MOVE ZERO             TO PUS-CODIGO
           MOVE ZERO             TO PUS-SEQ

           START PROMOUSE KEY >= PUS-KEY
                 INVALID KEY
                     EXIT PARAGRAPH
           END-START

           READ PROMOUSE NEXT RECORD
                AT END EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL PUS-CODE NOT = PMO-CODE
                      OR PUS-BORROWER-ID NOT = LOAN-BORROWER-ID
              ADD 1 TO PROMO-USES
              READ PROMOUSE NEXT RECORD
                   AT END MOVE HIGH-VALUES TO PUS-CODE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * PROMOTION CODE DIALOG - THE DESK TYPES THE CODE OFF THE FLYER, *
      * OR WAVES IT THROUGH WITH NO CODE                               *
      *----------------------------------------------------------------*
       PROMO-CODE-PROMPT.
           SET PROMO-DONE TO FALSE

           MOVE PROMO-LIST-FEE TO FINE-BAL-TEXT
           MOVE SPACES TO PROMO-INFO-TEXT
           IF PROMO-DISCOUNT > ZERO
              STRING "FEE "             DELIMITED BY SIZE
                     FINE-BAL-TEXT      DELIMITED BY SIZE
                     " - "              DELIMITED BY SIZE
                     PROMO-APPLIED-CODE DELIMITED BY SPACE
                     " ALREADY APPLIES" DELIMITED BY SIZE
                INTO PROMO-INFO-TEXT
              END-STRING
           ELSE
              STRING "RENTAL FEE: "     DELIMITED BY SIZE
                     FINE-BAL-TEXT      DELIMITED BY SIZE
                INTO PROMO-INFO-TEXT
              END-STRING
           END-IF

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 7,00,
              SIZE 50,00,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE "FILMOTECA.EDUC360 - PROMOTION",
              WITH SYSTEM MENU,
              HANDLE IS PROMO-FORM-HANDLE,

           DISPLAY PROMO-FORM

           MODIFY LBL-PROMO-INFO
              TITLE PROMO-INFO-TEXT

           PERFORM UNTIL PROMO-DONE
              ACCEPT PROMO-FORM
                 ON EXCEPTION
                    PERFORM PROMO-EVALUATE-FUNC
              END-ACCEPT
           END-PERFORM

           DESTROY PROMO-FORM-HANDLE
           INITIALIZE KEY-STATUS
           .

       PROMO-EVALUATE-FUNC.
           EVALUATE TRUE
              WHEN EXIT-PUSHED
                   SET PROMO-DONE TO TRUE
              WHEN EVENT-OCCURRED
                   IF EVENT-TYPE = CMD-CLOSE
                      SET PROMO-DONE TO TRUE
                   END-IF
              WHEN KEY-STATUS = 7170
                   PERFORM PROMO-APPLY-CODE
              WHEN KEY-STATUS = 7171
                   SET PROMO-DONE TO TRUE
           END-EVALUATE
           .

       PROMO-APPLY-CODE.
           INQUIRE EF-PROMO-CODE VALUE IN PROMO-CODE-IN

           IF PROMO-CODE-IN = SPACES
              SET PROMO-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE PROMO-CODE-IN TO PMO-CODE
           READ PROMOS
                INVALID
                    DISPLAY MESSAGE BOX
                       "There is no promotion with that code"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           PERFORM CHECK-PROMO-FITS

           IF NOT PROMO-FITS
              DISPLAY MESSAGE BOX
                 "That promotion " PROMO-REASON
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF PROMO-CAND-DISC NOT > PROMO-DISCOUNT
              DISPLAY MESSAGE BOX
                 "The promotion already applied gives the patron "
                 "more - the code is not needed"
                 TITLE TITLEX
              SET PROMO-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE PROMO-CAND-DISC TO PROMO-DISCOUNT
           MOVE PMO-CODE        TO PROMO-APPLIED-CODE
           SET PROMO-DONE TO TRUE
           .
      /
      *----------------------------------------------------------------*
      * LOG THE DISCOUNT JUST GIVEN AGAINST ITS PROMOTION, BORROWER    *
      * AND LOAN - IT COUNTS TOWARDS THE BORROWER'S LIMIT AND FEEDS    *
      * THE PROMOTION REPORT                                           *
      *----------------------------------------------------------------*
       LOG-PROMO-REDEMPTION.
           IF PROMO-DISCOUNT = ZERO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PUS-REC
           MOVE PROMO-APPLIED-CODE TO PUS-CODE
           MOVE LOAN-BORROWER-ID   TO PUS-BORROWER-ID
           MOVE LOAN-CODIGO        TO PUS-CODIGO
           MOVE LOAN-SEQ           TO PUS-SEQ
           MOVE PROMO-TODAY        TO PUS-DATE
           MOVE PROMO-LIST-FEE     TO PUS-LIST-FEE
           MOVE PROMO-DISCOUNT     TO PUS-DISCOUNT
           MOVE MEDIA-FORMAT       TO PUS-FORMAT
           MOVE DESK-OPERATOR      TO PUS-OPERATOR
           MOVE THIS-BRANCH        TO PUS-BRANCH

           WRITE PUS-REC
                 INVALID KEY
                     CONTINUE
           END-WRITE
           .
      /
      *----------------------------------------------------------------*
      * LOYALTY POINTS OFF THE RENTAL - WHEN THE BORROWER HAS POINTS   *
      * AVAILABLE THE DESK OFFERS THEM AGAINST WHAT IS LEFT OF THE FEE *
      * AFTER ANY PROMOTION: ENOUGH POINTS TO MAKE THE RENTAL FREE, OR *
      * ALL OF THEM AS A DISCOUNT WHEN THEY ARE WORTH LESS THAN THE    *
      * FEE.  NOTHING IS WRITTEN UNTIL THE CHARGE IS                   *
      *----------------------------------------------------------------*
       OFFER-POINTS-REDEMPTION.
           IF RENTAL-FEE-AMOUNT = ZERO
              OR PRM-PTS-VALUE = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE LOAN-BORROWER-ID TO LOY-BORROWER
           PERFORM LOAD-POINTS-BALANCE

           IF LOY-BALANCE NOT > ZERO
              EXIT PARAGRAPH
           END-IF

           COMPUTE LOY-WORTH = LOY-BALANCE * PRM-PTS-VALUE
           IF LOY-WORTH = ZERO
              EXIT PARAGRAPH
           END-IF

           IF LOY-WORTH < RENTAL-FEE-AMOUNT
              MOVE LOY-WORTH   TO LOY-DISCOUNT
              MOVE LOY-BALANCE TO LOY-REDEEMED
           ELSE
              MOVE RENTAL-FEE-AMOUNT TO LOY-DISCOUNT
      *> A PART POINT STILL COSTS A WHOLE ONE
              COMPUTE LOY-REDEEMED = RENTAL-FEE-AMOUNT / PRM-PTS-VALUE
              IF LOY-REDEEMED * PRM-PTS-VALUE < RENTAL-FEE-AMOUNT
                 ADD 1 TO LOY-REDEEMED
              END-IF
              IF LOY-REDEEMED > LOY-BALANCE
                 MOVE LOY-BALANCE TO LOY-REDEEMED
              END-IF
           END-IF

           MOVE LOY-BALANCE  TO LOY-PTS-TEXT
           MOVE LOY-DISCOUNT TO CREDIT-BAL-TEXT
           DISPLAY MESSAGE BOX
              "This borrower has " LOY-PTS-TEXT
              " loyalty points - take " CREDIT-BAL-TEXT
              " off the rental fee?"
              TITLE   TITLEX
              TYPE    MB-YES-NO
              DEFAULT MB-YES
              GIVING  DECISION

           IF DECISION NOT = MB-YES
              MOVE ZERO TO LOY-REDEEMED
              MOVE ZERO TO LOY-DISCOUNT
              EXIT PARAGRAPH
           END-IF

           SUBTRACT LOY-DISCOUNT FROM RENTAL-FEE-AMOUNT
           .

      *----------------------------------------------------------------*
      * THE REDEEMED ROW FOR THE POINTS SPENT ON THIS LOAN             *
      *----------------------------------------------------------------*
       LOG-POINTS-REDEMPTION.
           IF LOY-REDEEMED = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE LOAN-BORROWER-ID TO LOY-BORROWER
           PERFORM GET-NEXT-POINTS-SEQ

           INITIALIZE PTS-REC
           MOVE LOY-BORROWER     TO PTS-BORROWER-ID
           MOVE LOY-NEXT-SEQ     TO PTS-SEQ
           MOVE "R"              TO PTS-TYPE
           MOVE LOAN-CHECKOUT-DT TO PTS-DATE
           MOVE LOY-REDEEMED     TO PTS-POINTS
           MOVE LOY-DISCOUNT     TO PTS-AMOUNT
           MOVE LOAN-CODIGO      TO PTS-CODIGO
           MOVE LOAN-SEQ         TO PTS-LOAN-SEQ
           MOVE DESK-OPERATOR    TO PTS-OPERATOR
           MOVE THIS-BRANCH      TO PTS-BRANCH

           WRITE PTS-REC
                 INVALID KEY
                     CONTINUE
           END-WRITE
           .

      *----------------------------------------------------------------*
      * THE POINTS A PAID RENTAL EARNS - THE CALLER LOADS THE FEE      *
      * PAID INTO LOY-FEE-BASE.  EACH WHOLE UNIT EARNS THE SETTINGS'   *
      * RATE; THE ROW STAYS PENDING UNTIL THE LOAN COMES BACK          *
      *----------------------------------------------------------------*
       EARN-RENTAL-POINTS.
           MOVE ZERO TO LOY-EARNED

           IF PRM-PTS-PER-UNIT = ZERO
              OR LOY-FEE-BASE = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE LOY-FEE-BASE TO LOY-WHOLE-UNITS
           COMPUTE LOY-EARNED = LOY-WHOLE-UNITS * PRM-PTS-PER-UNIT

           IF LOY-EARNED = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE LOAN-BORROWER-ID TO LOY-BORROWER
           PERFORM GET-NEXT-POINTS-SEQ

           INITIALIZE PTS-REC
           MOVE LOY-BORROWER     TO PTS-BORROWER-ID
           MOVE LOY-NEXT-SEQ     TO PTS-SEQ
           MOVE "E"              TO PTS-TYPE
           MOVE "P"              TO PTS-STATE
           MOVE LOAN-CHECKOUT-DT TO PTS-DATE
           MOVE LOY-EARNED       TO PTS-POINTS
           MOVE LOY-FEE-BASE     TO PTS-AMOUNT
           MOVE LOAN-CODIGO      TO PTS-CODIGO
           MOVE LOAN-SEQ         TO PTS-LOAN-SEQ
           MOVE DESK-OPERATOR    TO PTS-OPERATOR
           MOVE THIS-BRANCH      TO PTS-BRANCH

           WRITE PTS-REC
                 INVALID KEY
                     MOVE ZERO TO LOY-EARNED
           END-WRITE
           .

      *----------------------------------------------------------------*
      * SETTLE THE POINTS A LOAN EARNED WHEN IT COMES BACK - AN ON-    *
      * TIME RETURN MAKES THEM AVAILABLE UNTIL THE EXPIRY THE SETTINGS *
      * GIVE; A RETURN THAT DRAWS A LATE FINE (EVEN ONE AN AMNESTY     *
      * FORGIVES), OR A LOAN DECLARED LOST, FORFEITS THEM.  RUN        *
      * STRAIGHT AFTER ASSESS-LATE-FINE ON EVERY RETURN PATH, WITH     *
      * LOAN-RETURNED-DT THE DAY IT CAME BACK                          *
      *----------------------------------------------------------------*
       SETTLE-LOAN-POINTS.
           MOVE ZERO  TO LOY-SETTLED
           MOVE SPACE TO LOY-SETTLED-STATE

           SET POINTS-AT-END TO FALSE
           MOVE LOAN-BORROWER-ID TO PTS-BORROWER-ID
           MOVE ZERO             TO PTS-SEQ

           START POINTS KEY >= PTS-KEY
                 INVALID KEY
                     SET POINTS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ POINTS NEXT RECORD
                          AT END SET POINTS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL POINTS-AT-END
                      OR PTS-BORROWER-ID NOT = LOAN-BORROWER-ID
              IF PTS-IS-EARNED
                 AND PTS-IS-PENDING
                 AND PTS-CODIGO   = LOAN-CODIGO
                 AND PTS-LOAN-SEQ = LOAN-SEQ
                 MOVE LOAN-RETURNED-DT TO PTS-SETTLED-DT

                 IF LOAN-IS-LOST
                    OR FINE-NEW-AMOUNT > ZERO
                    OR AMNESTY-AMOUNT > ZERO
                    MOVE "L" TO PTS-STATE
                 ELSE
                    MOVE "A" TO PTS-STATE
                    PERFORM POINTS-EXPIRY-DATE
                    MOVE LOY-EXPIRES-DT TO PTS-EXPIRES-DT
                 END-IF

                 REWRITE PTS-REC
                    INVALID KEY CONTINUE
                 END-REWRITE

                 MOVE PTS-POINTS TO LOY-SETTLED
                 MOVE PTS-STATE  TO LOY-SETTLED-STATE
                 SET POINTS-AT-END TO TRUE
              ELSE
                 READ POINTS NEXT RECORD
                      AT END SET POINTS-AT-END TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * THE LAST DAY POINTS SETTLED ON LOAN-RETURNED-DT CAN BE SPENT - *
      * THE SAME DAY THE SETTINGS' MONTHS LATER, HELD TO THE END OF A  *
      * SHORTER MONTH.  ZERO MONTHS KEEPS THEM FOREVER                 *
      *----------------------------------------------------------------*
       POINTS-EXPIRY-DATE.
           MOVE ZERO TO LOY-EXPIRES-DT

           IF PRM-PTS-EXPIRE-MM = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE LOAN-RETURNED-DT TO LOY-FROM-DT
           COMPUTE LOY-MONTHS = LOY-FROM-MM - 1 + PRM-PTS-EXPIRE-MM
           DIVIDE LOY-MONTHS BY 12
                  GIVING LOY-YEARS REMAINDER LOY-MM
           ADD LOY-FROM-YYYY TO LOY-YEARS
           ADD 1 TO LOY-MM

           COMPUTE LOY-FIRST-DT = LOY-YEARS * 10000 + LOY-MM * 100 + 1
           COMPUTE LOY-DAY-INT =
              FUNCTION INTEGER-OF-DATE (LOY-FIRST-DT)
              + LOY-FROM-DD - 1

      *> NEVER PAST THE LAST DAY OF THAT MONTH
           ADD 1 TO LOY-MM
           IF LOY-MM > 12
              MOVE 1 TO LOY-MM
              ADD 1 TO LOY-YEARS
           END-IF
           COMPUTE LOY-FIRST-DT = LOY-YEARS * 10000 + LOY-MM * 100 + 1
           COMPUTE LOY-CAP-INT =
              FUNCTION INTEGER-OF-DATE (LOY-FIRST-DT) - 1

           IF LOY-DAY-INT > LOY-CAP-INT
              MOVE LOY-CAP-INT TO LOY-DAY-INT
           END-IF

           COMPUTE LOY-EXPIRES-DT =
              FUNCTION DATE-OF-INTEGER (LOY-DAY-INT)
           .

      *----------------------------------------------------------------*
      * A BORROWER'S POINTS BALANCE - THE AVAILABLE EARNINGS LESS THE  *
      * REDEEMED AND EXPIRED ROWS - READ FOR LOY-BORROWER              *
      *----------------------------------------------------------------*
       LOAD-POINTS-BALANCE.
           MOVE ZERO TO LOY-BALANCE

           SET POINTS-AT-END TO FALSE
           MOVE LOY-BORROWER TO PTS-BORROWER-ID
           MOVE ZERO         TO PTS-SEQ

           START POINTS KEY >= PTS-KEY
                 INVALID KEY
                     SET POINTS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ POINTS NEXT RECORD
                          AT END SET POINTS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL POINTS-AT-END
                      OR PTS-BORROWER-ID NOT = LOY-BORROWER
              EVALUATE TRUE
                 WHEN PTS-IS-EARNED
                    IF PTS-IS-AVAILABLE
                       ADD PTS-POINTS TO LOY-BALANCE
                    END-IF
                 WHEN PTS-IS-REDEEMED
                 WHEN PTS-IS-EXPIRED
                    SUBTRACT PTS-POINTS FROM LOY-BALANCE
              END-EVALUATE

              READ POINTS NEXT RECORD
                   AT END SET POINTS-AT-END TO TRUE
              END-READ
           END-PERFORM

           IF LOY-BALANCE < ZERO
              MOVE ZERO TO LOY-BALANCE
           END-IF
           .

      *----------------------------------------------------------------*
      * THE NEXT LEDGER SEQUENCE FOR LOY-BORROWER - ONE PAST THE       *
      * HIGHEST ON FILE, THE SAME WAY THE LOAN SEQUENCE WORKS          *
      *----------------------------------------------------------------*
       GET-NEXT-POINTS-SEQ.
           MOVE 1            TO LOY-NEXT-SEQ
           MOVE LOY-BORROWER TO PTS-BORROWER-ID
           MOVE 99999        TO PTS-SEQ

           START POINTS KEY <= PTS-KEY
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     READ POINTS PREVIOUS RECORD
                          AT END
                              CONTINUE
                          NOT AT END
                              IF PTS-BORROWER-ID = LOY-BORROWER
                                 COMPUTE LOY-NEXT-SEQ = PTS-SEQ + 1
                              END-IF
                     END-READ
           END-START
           .

      *----------------------------------------------------------------*
      * A VOIDED CHECKOUT NEVER HAPPENED - THE PENDING POINTS IT       *
      * EARNED AND THE POINTS SPENT ON IT BOTH COME OFF THE LEDGER,    *
      * WHICH PUTS THE SPENT ONES BACK ON THE BALANCE                  *
      *----------------------------------------------------------------*
       VOID-LOAN-POINTS.
           SET POINTS-AT-END TO FALSE
           MOVE LOAN-BORROWER-ID TO PTS-BORROWER-ID
           MOVE ZERO             TO PTS-SEQ

           START POINTS KEY >= PTS-KEY
                 INVALID KEY
                     SET POINTS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ POINTS NEXT RECORD
                          AT END SET POINTS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL POINTS-AT-END
                      OR PTS-BORROWER-ID NOT = LOAN-BORROWER-ID
              IF PTS-CODIGO   = LOAN-CODIGO
                 AND PTS-LOAN-SEQ = LOAN-SEQ
                 AND (PTS-IS-REDEEMED OR PTS-IS-PENDING)
                 DELETE POINTS RECORD
                        INVALID KEY CONTINUE
                 END-DELETE
              END-IF

              READ POINTS NEXT RECORD
                   AT END SET POINTS-AT-END TO TRUE
              END-READ
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * PRINT A COUNTER RECEIPT SLIP FOR THE CURRENT LOAN - ONE AT     *
      * CHECKOUT AND ONE AT RETURN (WITH ANY FINE ASSESSED), SO THE    *
      * PATRON LEAVES THE DESK WITH THE DUE DATE IN HAND               *
      *----------------------------------------------------------------*
       PRINT-CHECKOUT-RECEIPT.
           MOVE "C"               TO RCP-TYPE
           MOVE RENTAL-FEE-AMOUNT TO RCP-AMOUNT
           PERFORM ASSIGN-RECEIPT-NUMBER

      *> EACH RECEIPT GETS ITS OWN DATE-STAMPED SPOOL FILE
           MOVE "RECEIPT" TO SPOOL-NAME
           PERFORM BUILD-SPOOL-PATH
           MOVE SPOOL-FILE-PATH TO RECEIPT-RPT-PATH

           OPEN OUTPUT RECEIPT-RPT

           IF NOT VALID-STATUS-RCP
              DISPLAY MESSAGE BOX
                 "Unable to open the receipt file"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RCP-LINE
           MOVE "FILMOTECA.EDUC360 - CHECKOUT RECEIPT" TO RCP-LINE
           WRITE RCP-LINE

           PERFORM PRINT-RECEIPT-NO-LINE

           PERFORM PRINT-RECEIPT-BODY

           IF PROMO-DISCOUNT > ZERO
              MOVE PROMO-LIST-FEE TO FINE-BAL-TEXT
              MOVE "LIST PRICE    : " TO RCP-LBL
              MOVE FINE-BAL-TEXT       TO RCP-VALUE
              PERFORM PRINT-RECEIPT-LINE

              MOVE "PROMOTION     : " TO RCP-LBL
              MOVE PROMO-APPLIED-CODE  TO RCP-VALUE
              PERFORM PRINT-RECEIPT-LINE

              MOVE PROMO-DISCOUNT TO FINE-BAL-TEXT
              MOVE SPACES TO RCP-VALUE
              STRING FINE-BAL-TEXT DELIMITED BY SIZE
                     "-"           DELIMITED BY SIZE
                INTO RCP-VALUE
              END-STRING
              MOVE "DISCOUNT      : " TO RCP-LBL
              PERFORM PRINT-RECEIPT-LINE
           END-IF

           IF LOY-DISCOUNT > ZERO
              MOVE LOY-REDEEMED TO LOY-PTS-TEXT
              MOVE "POINTS USED   : " TO RCP-LBL
              MOVE LOY-PTS-TEXT        TO RCP-VALUE
              PERFORM PRINT-RECEIPT-LINE

              MOVE LOY-DISCOUNT TO FINE-BAL-TEXT
              MOVE SPACES TO RCP-VALUE
              STRING FINE-BAL-TEXT DELIMITED BY SIZE
                     "-"           DELIMITED BY SIZE
                INTO RCP-VALUE
              END-STRING
              MOVE "POINTS OFF    : " TO RCP-LBL
              PERFORM PRINT-RECEIPT-LINE
           END-IF

           IF RENTAL-FEE-AMOUNT > ZERO OR PROMO-DISCOUNT > ZERO
              OR LOY-DISCOUNT > ZERO
              MOVE RENTAL-FEE-AMOUNT TO FINE-BAL-TEXT
              MOVE "RENTAL FEE    : " TO RCP-LBL
              MOVE FINE-BAL-TEXT       TO RCP-VALUE
              PERFORM PRINT-RECEIPT-LINE

              MOVE RENTAL-TAX-RATE TO TAX-RATE
              MOVE RENTAL-TAX      TO TAX-AMOUNT
              MOVE RENTAL-NET      TO TAX-NET
              PERFORM PRINT-RECEIPT-TAX-LINES
           END-IF

           IF DEP-TAKE-AMT > ZERO
              MOVE DEP-TAKE-AMT TO FINE-BAL-TEXT
              MOVE "DEPOSIT HELD  : " TO RCP-LBL
              MOVE FINE-BAL-TEXT       TO RCP-VALUE
              PERFORM PRINT-RECEIPT-LINE
           END-IF

           PERFORM PRINT-RECEIPT-POINTS-LINES

           PERFORM PRINT-RECEIPT-FOOTER

           IF SETM-CNT > ZERO
              MOVE SPACES TO RCP-LINE
              WRITE RCP-LINE

              MOVE SPACES TO RCP-LINE
              STRING "OUT WITH THIS SET (" DELIMITED BY SIZE
                     FOUND-SET-NAME        DELIMITED BY SPACE
                     "):"                  DELIMITED BY SIZE
                INTO RCP-LINE
              END-STRING
              WRITE RCP-LINE

              PERFORM VARYING SETM-SUB FROM 1 BY 1
                        UNTIL SETM-SUB > SETM-CNT
                 MOVE SPACES TO RCP-LINE
                 STRING "  "                    DELIMITED BY SIZE
                        SETM-TITULO (SETM-SUB)  DELIMITED BY SIZE
                   INTO RCP-LINE
                 END-STRING
                 WRITE RCP-LINE
              END-PERFORM
           END-IF

           CLOSE RECEIPT-RPT

           PERFORM SPOOL-PRINT-PROMPT
           .

       PRINT-RETURN-RECEIPT.
           MOVE "R"             TO RCP-TYPE
           MOVE FINE-NEW-AMOUNT TO RCP-AMOUNT
           PERFORM ASSIGN-RECEIPT-NUMBER

      *> EACH RECEIPT GETS ITS OWN DATE-STAMPED SPOOL FILE
           MOVE "RECEIPT" TO SPOOL-NAME
           PERFORM BUILD-SPOOL-PATH
           MOVE SPOOL-FILE-PATH TO RECEIPT-RPT-PATH

           OPEN OUTPUT RECEIPT-RPT

           IF NOT VALID-STATUS-RCP
              DISPLAY MESSAGE BOX
                 "Unable to open the receipt file"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RCP-LINE
           MOVE "FILMOTECA.EDUC360 - RETURN RECEIPT" TO RCP-LINE
           WRITE RCP-LINE

           PERFORM PRINT-RECEIPT-NO-LINE

           PERFORM PRINT-RECEIPT-BODY

           MOVE LOAN-RETURNED-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE "RETURNED ON   : " TO RCP-LBL
           MOVE WK-DATE-TEXT        TO RCP-VALUE
           PERFORM PRINT-RECEIPT-LINE

           IF FINE-NEW-AMOUNT > ZERO
              MOVE FINE-NEW-AMOUNT TO FINE-BAL-TEXT
              MOVE "FINE ASSESSED : " TO RCP-LBL
              MOVE FINE-BAL-TEXT       TO RCP-VALUE
              PERFORM PRINT-RECEIPT-LINE
           END-IF

           IF AMNESTY-AMOUNT > ZERO
              MOVE AMNESTY-AMOUNT TO FINE-BAL-TEXT
              MOVE SPACES TO RCP-VALUE
              STRING FINE-BAL-TEXT  DELIMITED BY SIZE
                     " - AMNESTY "  DELIMITED BY SIZE
                     PRM-AMN-CODE   DELIMITED BY SIZE
                INTO RCP-VALUE
              END-STRING
              MOVE "FINE FORGIVEN : " TO RCP-LBL
              PERFORM PRINT-RECEIPT-LINE
           END-IF

           IF INS-CHARGE-AMT > ZERO
              MOVE INS-CHARGE-AMT TO FINE-BAL-TEXT
              MOVE "DAMAGE CHARGE : " TO RCP-LBL
              MOVE FINE-BAL-TEXT       TO RCP-VALUE
              PERFORM PRINT-RECEIPT-LINE

              MOVE INS-TAX-RATE TO TAX-RATE
              MOVE INS-TAX      TO TAX-AMOUNT
              MOVE INS-NET      TO TAX-NET
              PERFORM PRINT-RECEIPT-TAX-LINES
           END-IF

           IF DEP-BACK-AMT > ZERO
              MOVE DEP-BACK-AMT TO FINE-BAL-TEXT
              MOVE "DEPOSIT BACK  : " TO RCP-LBL
              MOVE FINE-BAL-TEXT       TO RCP-VALUE
              PERFORM PRINT-RECEIPT-LINE
           END-IF

           PERFORM PRINT-RECEIPT-POINTS-LINES

           PERFORM PRINT-RECEIPT-FOOTER

           CLOSE RECEIPT-RPT

           PERFORM SPOOL-PRINT-PROMPT
           .
      /
      *----------------------------------------------------------------*
      * THE LINES COMMON TO BOTH RECEIPT SLIPS                         *
      *----------------------------------------------------------------*
       PRINT-RECEIPT-BODY.
           MOVE SPACES TO RCP-LINE
           WRITE RCP-LINE

           IF LOAN-CODIGO NOT < 90000
              MOVE LOAN-CODIGO TO EQP-ASSET-ID
              READ EQUIP
                   INVALID
                       MOVE "?? ASSET NOT FOUND ??" TO RCP-TITULO
                   NOT INVALID
                       MOVE EQP-DESC TO RCP-TITULO
              END-READ
           ELSE
              MOVE LOAN-CODIGO TO CODIGO
              READ MOVIES
                   INVALID
                       MOVE "?? TITLE NOT FOUND ??" TO RCP-TITULO
                   NOT INVALID
                       MOVE TITULO TO RCP-TITULO
              END-READ
           END-IF

           MOVE "MOVIE CODE    : " TO RCP-LBL
           MOVE LOAN-CODIGO         TO RCP-VALUE
           PERFORM PRINT-RECEIPT-LINE

           MOVE "TITLE         : " TO RCP-LBL
           MOVE RCP-TITULO          TO RCP-VALUE
           PERFORM PRINT-RECEIPT-LINE

           MOVE "BORROWER      : " TO RCP-LBL
           MOVE LOAN-BORROWER       TO RCP-VALUE
           PERFORM PRINT-RECEIPT-LINE

           MOVE LOAN-CHECKOUT-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE "CHECKED OUT ON: " TO RCP-LBL
           MOVE WK-DATE-TEXT        TO RCP-VALUE
           PERFORM PRINT-RECEIPT-LINE

           MOVE LOAN-DUE-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE "DUE BACK ON   : " TO RCP-LBL
           MOVE WK-DATE-TEXT        TO RCP-VALUE
           PERFORM PRINT-RECEIPT-LINE
           .

       PRINT-RECEIPT-LINE.
           MOVE SPACES TO RCP-LINE
           STRING RCP-LBL   DELIMITED BY SIZE
                  RCP-VALUE DELIMITED BY SIZE
             INTO RCP-LINE
           END-STRING
           WRITE RCP-LINE
           .

      *----------------------------------------------------------------*
      * THE NET AND TAX UNDER A TAX-INCLUSIVE CHARGE LINE - THE        *
      * CALLER LOADS TAX-RATE, TAX-AMOUNT AND TAX-NET.  NOTHING IS     *
      * PRINTED FOR AN UNTAXED CHARGE.                                 *
      *----------------------------------------------------------------*
       PRINT-RECEIPT-TAX-LINES.
           IF TAX-AMOUNT = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE TAX-NET TO TAX-BAL-TEXT
           MOVE "  NET OF TAX  : " TO RCP-LBL
           MOVE TAX-BAL-TEXT        TO RCP-VALUE
           PERFORM PRINT-RECEIPT-LINE

           MOVE TAX-RATE   TO TAX-RATE-TEXT
           MOVE TAX-AMOUNT TO TAX-BAL-TEXT
           MOVE SPACES     TO RCP-LBL
           STRING "  TAX @"     DELIMITED BY SIZE
                  TAX-RATE-TEXT DELIMITED BY SIZE
                  "% : "        DELIMITED BY SIZE
             INTO RCP-LBL
           END-STRING
           MOVE TAX-BAL-TEXT        TO RCP-VALUE
           PERFORM PRINT-RECEIPT-LINE
           .

      *----------------------------------------------------------------*
      * THE EDITABLE FOOTER - UP TO FIVE RCPFOOT TEMPLATE LINES IN    *
      * THE DESK'S LANGUAGE (BLANK-LANGUAGE SET AS THE FALLBACK),     *
      * WITH THE &NAME / &TITLE / &DUE / &BAL MARKS FILLED FROM THE   *
      * LOAN JUST PRINTED                                              *
      *----------------------------------------------------------------*
       PRINT-RECEIPT-FOOTER.
           PERFORM VARYING TPL-FOOT-SUB FROM 1 BY 1
                     UNTIL TPL-FOOT-SUB > 5
              MOVE FMT-LOCALE TO TPL-LANG
              MOVE "RCPFOOT"  TO TPL-NAME
              MOVE TPL-FOOT-SUB TO TPL-SEQ

              READ TMPLATE
                   INVALID
                       MOVE SPACES       TO TPL-LANG
                       MOVE "RCPFOOT"    TO TPL-NAME
                       MOVE TPL-FOOT-SUB TO TPL-SEQ
                       READ TMPLATE
                            INVALID
                                MOVE SPACES TO TPL-TEXT
                       END-READ
              END-READ

              IF TPL-TEXT NOT = SPACES
                 MOVE TPL-TEXT      TO TPLV-RAW
                 MOVE LOAN-BORROWER TO TPLV-NAME
                 MOVE RCP-TITULO    TO TPLV-TITLE

                 MOVE LOAN-DUE-DT TO WK-DATE-YMD
                 PERFORM FORMAT-DATE-TEXT
                 MOVE WK-DATE-TEXT TO TPLV-DUE

                 MOVE FINE-BAL-TEXT TO TPLV-BAL

                 PERFORM FILL-TEMPLATE-LINE

                 MOVE TPLV-OUT TO RCP-LINE
                 WRITE RCP-LINE
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * THE LOYALTY LINES - WHAT THIS LOAN EARNED (PENDING AT CHECKOUT,*
      * AVAILABLE OR FORFEITED AT RETURN) AND THE BORROWER'S BALANCE   *
      * AFTER IT.  NOTHING IS PRINTED FOR A BORROWER WITH NO POINTS    *
      * WHILE THE SCHEME IS SWITCHED OFF                               *
      *----------------------------------------------------------------*
       PRINT-RECEIPT-POINTS-LINES.
           MOVE LOAN-BORROWER-ID TO LOY-BORROWER
           PERFORM LOAD-POINTS-BALANCE

           IF PRM-PTS-PER-UNIT = ZERO
              AND LOY-BALANCE = ZERO
              EXIT PARAGRAPH
           END-IF

           IF RCP-TYPE = "C"
              AND LOY-EARNED > ZERO
              MOVE LOY-EARNED TO LOY-PTS-TEXT
              MOVE SPACES     TO RCP-VALUE
              STRING LOY-PTS-TEXT         DELIMITED BY SIZE
                     " IF BACK ON TIME"   DELIMITED BY SIZE
                INTO RCP-VALUE
              END-STRING
              MOVE "POINTS EARNED : " TO RCP-LBL
              PERFORM PRINT-RECEIPT-LINE
           END-IF

           IF RCP-TYPE = "R"
              AND LOY-SETTLED > ZERO
              MOVE LOY-SETTLED TO LOY-PTS-TEXT
              MOVE SPACES      TO RCP-VALUE
              IF LOY-SETTLED-STATE = "A"
                 MOVE "POINTS EARNED : " TO RCP-LBL
                 MOVE LOY-PTS-TEXT        TO RCP-VALUE
              ELSE
                 MOVE "POINTS LOST   : " TO RCP-LBL
                 STRING LOY-PTS-TEXT       DELIMITED BY SIZE
                        " (RETURNED LATE)" DELIMITED BY SIZE
                   INTO RCP-VALUE
                 END-STRING
              END-IF
              PERFORM PRINT-RECEIPT-LINE
           END-IF

           MOVE LOY-BALANCE TO LOY-PTS-TEXT
           MOVE "POINTS BALANCE: " TO RCP-LBL
           MOVE LOY-PTS-TEXT        TO RCP-VALUE
           PERFORM PRINT-RECEIPT-LINE
           .

       PRINT-RECEIPT-NO-LINE.
      *> A PRACTICE SLIP MUST NEVER PASS FOR A REAL ONE
           IF FMT-TRAIN-FLAG = "Y"
              MOVE "*** TRAINING - NOT A VALID RECEIPT ***" TO RCP-LINE
              WRITE RCP-LINE
           END-IF

           MOVE "RECEIPT NO    : " TO RCP-LBL
           MOVE RECEIPT-NO          TO RCP-VALUE
           PERFORM PRINT-RECEIPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * STAMP THE NEXT OFFICIAL RECEIPT NUMBER AND WRITE ITS REGISTER  *
      * ROW.  THE CALLER FILLS RCP-TYPE AND RCP-AMOUNT; THE LOAN KEY,  *
      * BORROWER, DATE, TIME, OPERATOR AND ANY VOID LINK ARE STAMPED   *
      * HERE.  THE HIGHEST KEY ON THE REGISTER IS THE COUNTER, THE     *
      * SAME WAY THE LOAN SEQUENCE WORKS, SO THERE IS NO SEPARATE      *
      * COUNTER FILE TO FALL OUT OF STEP.  THE PROBE CLOBBERS THE      *
      * RECORD AREA, SO IT IS SAVED AND RESTORED AROUND IT.            *
      *----------------------------------------------------------------*
       ASSIGN-RECEIPT-NUMBER.
           ACCEPT RCP-DATE FROM DATE YYYYMMDD
           ACCEPT RCP-TIME FROM TIME
           MOVE DESK-OPERATOR    TO RCP-OPERATOR
           MOVE LOAN-BORROWER-ID TO RCP-BORROWER-ID
           MOVE LOAN-CODIGO      TO RCP-CODIGO
           MOVE LOAN-SEQ         TO RCP-SEQ
           MOVE TILL-VOID-RCP    TO RCP-VOID-RCP
           MOVE ZERO             TO TILL-VOID-RCP

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
                     DISPLAY MESSAGE BOX
                        "Error writing the receipt register row"
                        TITLE TITLEX
           END-WRITE
           .
      /
      *----------------------------------------------------------------*
      * RECEIPT LOOKUP DIALOG - TYPE THE NUMBER OFF A SLIP A PATRON    *
      * WALKED IN WITH AND SEE THE REGISTER ROW BEHIND IT              *
      *----------------------------------------------------------------*
       RECEIPT-LOOKUP-PROMPT.
           SET RCPL-DONE TO FALSE

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 13,00,
              SIZE 50,00,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE "FILMOTECA.EDUC360 - RECEIPT LOOKUP",
              WITH SYSTEM MENU,
              HANDLE IS RCPL-FORM-HANDLE,

           DISPLAY RCPL-FORM

           PERFORM UNTIL RCPL-DONE
              ACCEPT RCPL-FORM
                 ON EXCEPTION
                    PERFORM RCPL-EVALUATE-FUNC
              END-ACCEPT
           END-PERFORM

           DESTROY RCPL-FORM-HANDLE
           INITIALIZE KEY-STATUS
           .

       RCPL-EVALUATE-FUNC.
           EVALUATE TRUE
              WHEN EXIT-PUSHED
                   SET RCPL-DONE TO TRUE
              WHEN EVENT-OCCURRED
                   IF EVENT-TYPE = CMD-CLOSE
                      SET RCPL-DONE TO TRUE
                   END-IF
              WHEN KEY-STATUS = 7061
                   PERFORM RCPL-FIND-RECEIPT
              WHEN KEY-STATUS = 7062
                   SET RCPL-DONE TO TRUE
              WHEN KEY-STATUS = 7063
                   PERFORM VOID-RECEIPT
              WHEN KEY-STATUS = 7064
                   PERFORM RCPL-LOG-INCIDENT
           END-EVALUATE
           .

      *> A COMPLAINT ABOUT A SLIP - THE INCIDENT LOG TAKES THE BORROWER
      *> AND TITLE OFF THE RECEIPT ITSELF
       RCPL-LOG-INCIDENT.
           INQUIRE EF-RCPL-NO VALUE IN RCPL-FIND-NO

           IF RCPL-FIND-NO = ZERO
              DISPLAY MESSAGE BOX
                 "Type the receipt number first"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           INITIALIZE INC-CALL-AREA
           MOVE RCPL-FIND-NO TO INC-CALL-RCP-NO

           CALL   "TINCID.ACU" USING INC-CALL-AREA
           CANCEL "TINCID.ACU"
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE IN-STORE SCREENINGS WITH THE BORROWER ON SCREEN READY *
      * TO SIGN UP.  TICKET MONEY GOES ON THE TILL JOURNAL AND THE     *
      * CONFIRMATIONS ON THE MAIL QUEUE FROM THERE, SO BOTH ARE        *
      * HANDED OVER FOR THE DURATION                                   *
      *----------------------------------------------------------------*
       OPEN-EVENTS-SCREEN.
           INITIALIZE EVT-CALL-AREA
           INQUIRE EF-LBORRID VALUE IN EVT-CALL-BORROWER-ID

           CLOSE TILLJRN
           CLOSE MAILQ
           CALL   "TEVENTS.ACU" USING EVT-CALL-AREA
           CANCEL "TEVENTS.ACU"
           OPEN I-O TILLJRN
           OPEN I-O MAILQ
           .

       RCPL-FIND-RECEIPT.
           INQUIRE EF-RCPL-NO VALUE IN RCPL-FIND-NO

           MOVE RCPL-FIND-NO TO RCP-NO
           READ RECEIPTS
                INVALID
                    MODIFY LBL-RCPL-WHEN TITLE "<NO SUCH RECEIPT>"
                    MODIFY LBL-RCPL-WHO  TITLE SPACES
                    MODIFY LBL-RCPL-WHAT TITLE SPACES
                    EXIT PARAGRAPH
           END-READ

           MOVE RCP-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RCPL-TEXT
           EVALUATE TRUE
           WHEN RCP-IS-CHECKOUT AND RCP-VOID-RCP NOT = ZERO
              STRING "CHECKOUT ON "  DELIMITED BY SIZE
                     WK-DATE-TEXT    DELIMITED BY SIZE
                     " VOIDED BY #"  DELIMITED BY SIZE
                     RCP-VOID-RCP    DELIMITED BY SIZE
                INTO RCPL-TEXT
              END-STRING
           WHEN RCP-IS-CHECKOUT
              STRING "CHECKOUT ON " DELIMITED BY SIZE
                     WK-DATE-TEXT   DELIMITED BY SIZE
                INTO RCPL-TEXT
              END-STRING
           WHEN RCP-IS-ONLINE
              STRING "PAID ONLINE ON " DELIMITED BY SIZE
                     WK-DATE-TEXT      DELIMITED BY SIZE
                INTO RCPL-TEXT
              END-STRING
           WHEN RCP-IS-VOID
              STRING "VOID ON "     DELIMITED BY SIZE
                     WK-DATE-TEXT   DELIMITED BY SIZE
                     " OF #"        DELIMITED BY SIZE
                     RCP-VOID-RCP   DELIMITED BY SIZE
                INTO RCPL-TEXT
              END-STRING
           WHEN OTHER
              STRING "RETURN ON "   DELIMITED BY SIZE
                     WK-DATE-TEXT   DELIMITED BY SIZE
                INTO RCPL-TEXT
              END-STRING
           END-EVALUATE
           MODIFY LBL-RCPL-WHEN TITLE RCPL-TEXT

           MOVE SPACES TO RCPL-TEXT
           STRING "OPERATOR "   DELIMITED BY SIZE
                  RCP-OPERATOR  DELIMITED BY SIZE
                  " BORROWER "  DELIMITED BY SIZE
                  RCP-BORROWER-ID DELIMITED BY SIZE
             INTO RCPL-TEXT
           END-STRING
           MODIFY LBL-RCPL-WHO TITLE RCPL-TEXT

           MOVE RCP-AMOUNT TO FINE-BAL-TEXT
           MOVE SPACES TO RCPL-TEXT
           STRING "LOAN "       DELIMITED BY SIZE
                  RCP-CODIGO    DELIMITED BY SIZE
                  "/"           DELIMITED BY SIZE
                  RCP-SEQ       DELIMITED BY SIZE
                  " AMOUNT "    DELIMITED BY SIZE
                  FINE-BAL-TEXT DELIMITED BY SIZE
             INTO RCPL-TEXT
           END-STRING
           MODIFY LBL-RCPL-WHAT TITLE RCPL-TEXT
           .
      /
      *----------------------------------------------------------------*
      * VOID A CHECKOUT OFF ITS RECEIPT.  AN ADMINISTRATOR'S OVERRIDE  *
      * IS NEEDED, AND EVERYTHING THE CHECKOUT DID IS UNDONE: THE LOAN *
      * (AND THE SISTER LOANS OF A BOX SET) COMES OFF FILE, THE COPY   *
      * GOES BACK IN, A HOLD IT COLLECTED GOES BACK ON THE PICKUP      *
      * SHELF, A BOOKING IT COLLECTED IS BOOKED AGAIN, THE RENTAL      *
      * CHARGE AND ANY PROMOTION REDEMPTION                            *
      * ARE DROPPED, CREDIT USED GOES BACK ON ACCOUNT, THE HELD        *
      * DEPOSIT IS HANDED BACK, AND THE MONEY TAKEN GOES OUT ON        *
      * NEGATIVE TYPE-V TILL ROWS OF THE SAME TENDER.  A VOID SLIP     *
      * NAMING THE ORIGINAL RECEIPT IS PRINTED.  ONLY A LOAN STILL OUT *
      * CAN BE VOIDED - ONE ALREADY BACK GOES THROUGH THE RETURN.      *
      *----------------------------------------------------------------*
       VOID-RECEIPT.
           INQUIRE EF-RCPL-NO VALUE IN RCPL-FIND-NO

           MOVE RCPL-FIND-NO TO RCP-NO
           READ RECEIPTS
                INVALID
                    DISPLAY MESSAGE BOX
                       "There is no receipt with that number"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           IF NOT RCP-IS-CHECKOUT
              DISPLAY MESSAGE BOX
                 "Only a checkout receipt can be voided"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF RCP-VOID-RCP NOT = ZERO
              DISPLAY MESSAGE BOX
                 "That receipt has already been voided"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE RCP-NO   TO VOID-RCP-NO
           MOVE RCP-DATE TO VOID-RCP-DATE

           MOVE RCP-CODIGO TO LOAN-CODIGO
           MOVE RCP-SEQ    TO LOAN-SEQ
           READ LOANS
                INVALID
                    DISPLAY MESSAGE BOX
                       "The loan on that receipt is no longer on file"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           IF NOT LOAN-IS-OUT
              DISPLAY MESSAGE BOX
                 "That loan is no longer out - "
                 "take it through the return instead"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           DISPLAY MESSAGE BOX
              "Void receipt #" VOID-RCP-NO
              " and undo the whole checkout?"
              TITLE   TITLEX
              TYPE    MB-YES-NO
              DEFAULT MB-NO
              GIVING  DECISION

           IF DECISION NOT = MB-YES
              EXIT PARAGRAPH
           END-IF

           SET OVR-FOR-VOID TO TRUE
           PERFORM OVERRIDE-PROMPT
           SET OVR-FOR-RATING TO TRUE

           IF NOT OVR-GRANTED
              EXIT PARAGRAPH
           END-IF

           PERFORM GATHER-VOID-TILL-ROWS
           PERFORM GATHER-VOID-SISTERS

      *> THE HOLD AND THE BOOKING THE CHECKOUT CLOSED ARE OPEN AGAIN
           PERFORM VOID-HOLD-COLLECTED
           PERFORM VOID-BOOKING-COLLECTED

      *> THE LOAN AND ITS SISTERS COME OFF FILE; LOAN-REC IS KEPT FOR
      *> THE SLIP
           MOVE LOAN-REC TO HOLD-LOAN-REC

           DELETE LOANS RECORD
                  INVALID KEY
                      DISPLAY MESSAGE BOX
                         "Error deleting the loan - nothing voided"
                         TITLE TITLEX
                         ICON  3
                      EXIT PARAGRAPH
           END-DELETE

           PERFORM MARK-COPY-IN

           PERFORM VARYING VOID-SISTER-SUB FROM 1 BY 1
                     UNTIL VOID-SISTER-SUB > VOID-SISTER-CNT
              MOVE VOID-SISTER-KEY (VOID-SISTER-SUB) TO LOAN-KEY
              DELETE LOANS RECORD
                     INVALID KEY CONTINUE
              END-DELETE
           END-PERFORM

           MOVE HOLD-LOAN-REC TO LOAN-REC

           PERFORM VOID-RENTAL-CHARGE
           PERFORM VOID-PROMO-REDEMPTION
           PERFORM VOID-LOAN-POINTS
           PERFORM VOID-HELD-DEPOSIT

      *> THE MONEY GOES BACK OUT THE WAY IT CAME IN
           IF VOID-RENT-AMT > ZERO
              MOVE VOID-RENT-TENDER  TO TILL-TENDER
              MOVE VOID-RENT-RATE    TO TILL-TAX-RATE
              COMPUTE TILL-TAX   = ZERO - VOID-RENT-TAX
              MOVE "R"               TO TILL-VOID-OF
              MOVE VOID-RCP-NO       TO TILL-VOID-RCP

              MOVE "V"               TO TLJ-TYPE
              COMPUTE TLJ-AMOUNT = ZERO - VOID-RENT-AMT
              MOVE LOAN-BORROWER-ID  TO TLJ-BORROWER-ID
              MOVE LOAN-CODIGO       TO TLJ-REF-CODIGO
              MOVE LOAN-SEQ          TO TLJ-REF-SEQ
              PERFORM APPEND-TILL-ROW
           END-IF

           IF VOID-DEP-AMT > ZERO
              MOVE VOID-DEP-TENDER   TO TILL-TENDER
              MOVE "D"               TO TILL-VOID-OF
              MOVE VOID-RCP-NO       TO TILL-VOID-RCP

              MOVE "V"               TO TLJ-TYPE
              COMPUTE TLJ-AMOUNT = ZERO - VOID-DEP-AMT
              MOVE LOAN-BORROWER-ID  TO TLJ-BORROWER-ID
              MOVE LOAN-CODIGO       TO TLJ-REF-CODIGO
              MOVE LOAN-SEQ          TO TLJ-REF-SEQ
              PERFORM APPEND-TILL-ROW
           END-IF

           COMPUTE VOID-BACK-AMT = VOID-RENT-AMT + VOID-DEP-AMT

      *> THE VOID SLIP GETS ITS OWN NUMBER, AND THE ORIGINAL ROW IS
      *> TIED TO IT SO IT CANNOT BE VOIDED TWICE
           MOVE "V"           TO RCP-TYPE
           MOVE VOID-BACK-AMT TO RCP-AMOUNT
           MOVE VOID-RCP-NO   TO TILL-VOID-RCP
           PERFORM ASSIGN-RECEIPT-NUMBER

           MOVE VOID-RCP-NO TO RCP-NO
           READ RECEIPTS
                INVALID
                    CONTINUE
                NOT INVALID
                    MOVE RECEIPT-NO TO RCP-VOID-RCP
                    REWRITE RCP-REC
                       INVALID KEY CONTINUE
                    END-REWRITE
           END-READ

           PERFORM PRINT-VOID-RECEIPT

           IF VOID-BACK-AMT > ZERO
              MOVE VOID-BACK-AMT TO FINE-BAL-TEXT
              DISPLAY MESSAGE BOX
                 "Checkout voided - hand back " FINE-BAL-TEXT
                 TITLE TITLEX
           ELSE
              DISPLAY MESSAGE BOX
                 "Checkout voided"
                 TITLE TITLEX
           END-IF

           PERFORM RCPL-FIND-RECEIPT
           .

      *----------------------------------------------------------------*
      * THE RENTAL AND DEPOSIT ROWS THE CHECKOUT PUT ON THE TILL, ON   *
      * THE DAY OF ITS RECEIPT - THE AMOUNT, TAX AND TENDER EACH ONE   *
      * WAS TAKEN IN.  LOAN-REC IS CURRENT AND IS NOT DISTURBED.       *
      *----------------------------------------------------------------*
       GATHER-VOID-TILL-ROWS.
           MOVE ZERO  TO VOID-RENT-AMT
           MOVE ZERO  TO VOID-RENT-TAX
           MOVE ZERO  TO VOID-RENT-RATE
           MOVE "C"   TO VOID-RENT-TENDER
           MOVE ZERO  TO VOID-DEP-AMT
           MOVE "C"   TO VOID-DEP-TENDER

           SET TILL-AT-END TO FALSE
           MOVE VOID-RCP-DATE TO TLJ-DATE
           MOVE ZERO          TO TLJ-SEQ

           START TILLJRN KEY >= TLJ-KEY
                 INVALID KEY
                     SET TILL-AT-END TO TRUE
                 NOT INVALID KEY
                     READ TILLJRN NEXT RECORD
                          AT END SET TILL-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL TILL-AT-END
                      OR TLJ-DATE NOT = VOID-RCP-DATE
              IF TLJ-REF-CODIGO = LOAN-CODIGO
                 AND TLJ-REF-SEQ = LOAN-SEQ
                 EVALUATE TRUE
                 WHEN TLJ-IS-RENTAL
                      ADD TLJ-AMOUNT    TO VOID-RENT-AMT
                      ADD TLJ-TAX       TO VOID-RENT-TAX
                      MOVE TLJ-TAX-RATE TO VOID-RENT-RATE
                      MOVE TLJ-TENDER   TO VOID-RENT-TENDER
                 WHEN TLJ-IS-DEPOSIT
                      MOVE TLJ-TENDER   TO VOID-DEP-TENDER
                 WHEN OTHER
                      CONTINUE
                 END-EVALUATE
              END-IF

              READ TILLJRN NEXT RECORD
                   AT END SET TILL-AT-END TO TRUE
              END-READ
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * THE SISTER LOANS A BOX-SET CHECKOUT WROTE UNDER THE SAME       *
      * RECEIPT - SAME BORROWER, SAME CHECKOUT DATE AND TIME, COPY 0,  *
      * STILL OUT AND A MEMBER OF THE SAME SET.  THE KEYS ARE NOTED    *
      * HERE AND THE LOANS DELETED LATER.  LOAN-REC IS RESTORED.       *
      *----------------------------------------------------------------*
       GATHER-VOID-SISTERS.
           MOVE ZERO TO VOID-SISTER-CNT

           PERFORM FIND-TITLE-SET

           IF NOT TITLE-IN-SET
              EXIT PARAGRAPH
           END-IF

           MOVE LOAN-REC         TO HOLD-LOAN-REC
           MOVE LOAN-KEY         TO VOID-MAIN-KEY
           MOVE LOAN-CHECKOUT-DT TO VOID-CHECKOUT-DT
           MOVE LOAN-CHECKOUT-TM TO VOID-CHECKOUT-TM
           MOVE LOAN-BORROWER-ID TO CHK-BORROWER-ID
           SET LOANS-AT-END TO FALSE

           START LOANS KEY >= LOAN-BORROWER-ID
                 INVALID KEY
                     SET LOANS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ LOANS NEXT RECORD
                          AT END SET LOANS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL LOANS-AT-END
                      OR LOAN-BORROWER-ID NOT = CHK-BORROWER-ID
              IF LOAN-IS-OUT
                 AND LOAN-KEY NOT = VOID-MAIN-KEY
                 AND LOAN-COPY-NO = ZERO
                 AND LOAN-CHECKOUT-DT = VOID-CHECKOUT-DT
                 AND LOAN-CHECKOUT-TM = VOID-CHECKOUT-TM
                 AND VOID-SISTER-CNT < 10
                 MOVE FOUND-SET-ID TO BXS-SET-ID
                 MOVE LOAN-CODIGO  TO BXS-CODIGO
                 READ BOXSETS
                      INVALID
                          CONTINUE
                      NOT INVALID
                          ADD 1 TO VOID-SISTER-CNT
                          MOVE LOAN-KEY
                            TO VOID-SISTER-KEY (VOID-SISTER-CNT)
                 END-READ
              END-IF

              READ LOANS NEXT RECORD
                   AT END SET LOANS-AT-END TO TRUE
              END-READ
           END-PERFORM

           MOVE HOLD-LOAN-REC TO LOAN-REC
           .

      *----------------------------------------------------------------*
      * THE HOLD MARK-HOLD-COLLECTED CLOSED AT THE CHECKOUT - THE      *
      * BORROWER'S COLLECTED HOLD ON THE TITLE, CLOSED THE DAY OF THE  *
      * RECEIPT - GOES BACK ON THE PICKUP SHELF WITH ITS OLD PICKUP-BY *
      * DATE, SO THE DISC COMING BACK IN IS STILL KEPT FOR THEM        *
      *----------------------------------------------------------------*
       VOID-HOLD-COLLECTED.
           IF LOAN-CODIGO NOT < 90000
              EXIT PARAGRAPH
           END-IF

           SET RESERVES-AT-END TO FALSE

           MOVE LOAN-CODIGO TO RSV-CODIGO
           MOVE ZERO        TO RSV-SEQ
           START RESERVES KEY >= RSV-KEY
                 INVALID KEY
                     SET RESERVES-AT-END TO TRUE
                 NOT INVALID KEY
                     READ RESERVES NEXT RECORD
                          AT END SET RESERVES-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL RESERVES-AT-END
                      OR RSV-CODIGO NOT = LOAN-CODIGO
              IF RSV-IS-COLLECTED
                 AND RSV-BORROWER-ID = LOAN-BORROWER-ID
                 AND RSV-CLOSED-DT   = VOID-RCP-DATE
                 MOVE "F"  TO RSV-STATUS
                 MOVE ZERO TO RSV-CLOSED-DT
                 REWRITE RSV-REC
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE "K" TO AVL-FROM-STATUS
                        PERFORM MOVE-LOAN-HOLD-AVAILABILITY
                 END-REWRITE
                 SET RESERVES-AT-END TO TRUE
              ELSE
                 READ RESERVES NEXT RECORD
                      AT END SET RESERVES-AT-END TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * THE BOOKING MARK-BOOKING-COLLECTED TURNED INTO THIS LOAN IS    *
      * BOOKED AGAIN; ONE TAKEN FOR ANY UNIT OF ITS CLASS GIVES THE    *
      * UNIT BACK SO A DIFFERENT ONE CAN BE HANDED OVER                *
      *----------------------------------------------------------------*
       VOID-BOOKING-COLLECTED.
           MOVE LOAN-BORROWER-ID TO MATCH-BRW-ID
           MOVE LOAN-BORROWER-ID TO EBK-BORROWER-ID
           SET EQBOOK-AT-END TO FALSE

           START EQBOOK KEY = EBK-BORROWER-ID
                 INVALID KEY
                     SET EQBOOK-AT-END TO TRUE
           END-START

           PERFORM UNTIL EQBOOK-AT-END
              READ EQBOOK NEXT RECORD
                   AT END
                       SET EQBOOK-AT-END TO TRUE
                   NOT AT END
                       IF EBK-BORROWER-ID NOT = MATCH-BRW-ID
                          SET EQBOOK-AT-END TO TRUE
                       ELSE
                          IF EBK-IS-COLLECTED
                             AND EBK-ASSET-ID = LOAN-CODIGO
                             AND EBK-LOAN-SEQ = LOAN-SEQ
                             PERFORM REBOOK-VOIDED-BOOKING
                             SET EQBOOK-AT-END TO TRUE
                          END-IF
                       END-IF
              END-READ
           END-PERFORM
           .

       REBOOK-VOIDED-BOOKING.
           MOVE "B"  TO EBK-STATUS
           MOVE ZERO TO EBK-LOAN-SEQ
           MOVE ZERO TO EBK-COLLECTED-DT
           IF EBK-WAS-ANY-UNIT
              MOVE ZERO  TO EBK-ASSET-ID
              MOVE SPACE TO EBK-ANY-UNIT
           END-IF
           REWRITE EBK-REC
              INVALID KEY CONTINUE
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * DROP THE LOAN'S RENTAL CHARGE.  WHATEVER PART OF IT WAS PAID   *
      * FROM CREDIT ON ACCOUNT (THE CHARGE LESS THE CASH RENTAL ROW)   *
      * GOES BACK ON THE BORROWER'S CREDIT BALANCE.                    *
      *----------------------------------------------------------------*
       VOID-RENTAL-CHARGE.
           MOVE ZERO TO VOID-CREDIT-AMT

           MOVE LOAN-CODIGO TO CHG-CODIGO
           MOVE LOAN-SEQ    TO CHG-SEQ

           READ CHARGES
                INVALID
                    EXIT PARAGRAPH
           END-READ

           IF CHG-AMOUNT > VOID-RENT-AMT
              COMPUTE VOID-CREDIT-AMT = CHG-AMOUNT - VOID-RENT-AMT
           END-IF

           DELETE CHARGES RECORD
                  INVALID KEY CONTINUE
           END-DELETE

           IF VOID-CREDIT-AMT > ZERO
              MOVE LOAN-BORROWER-ID TO CRD-BORROWER-ID
              PERFORM LOAD-CREDIT-BALANCE
              ADD VOID-CREDIT-AMT TO CREDIT-AVAIL
              PERFORM SAVE-CREDIT-BALANCE
           END-IF
           .

      *----------------------------------------------------------------*
      * DROP THE PROMOTION REDEMPTION LOGGED AGAINST THE LOAN, SO IT   *
      * NO LONGER COUNTS TOWARDS THE BORROWER'S LIMIT OR THE REPORT.   *
      * THE FILE IS KEYED BY PROMOTION CODE FIRST, SO IT IS READ       *
      * FRONT TO BACK.                                                 *
      *----------------------------------------------------------------*
       VOID-PROMO-REDEMPTION.
           SET PROMOUSE-AT-END TO FALSE
           MOVE LOW-VALUES TO PUS-KEY

           START PROMOUSE KEY >= PUS-KEY
                 INVALID KEY
                     SET PROMOUSE-AT-END TO TRUE
                 NOT INVALID KEY
                     READ PROMOUSE NEXT RECORD
                          AT END SET PROMOUSE-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL PROMOUSE-AT-END
              IF PUS-BORROWER-ID = LOAN-BORROWER-ID
                 AND PUS-CODIGO = LOAN-CODIGO
                 AND PUS-SEQ    = LOAN-SEQ
                 DELETE PROMOUSE RECORD
                        INVALID KEY CONTINUE
                 END-DELETE
              END-IF

              READ PROMOUSE NEXT RECORD
                   AT END SET PROMOUSE-AT-END TO TRUE
              END-READ
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * A DEPOSIT STILL HELD ON THE LOAN GOES BACK IN FULL AND IS      *
      * CLOSED AS REFUNDED                                             *
      *----------------------------------------------------------------*
       VOID-HELD-DEPOSIT.
           MOVE ZERO TO VOID-DEP-AMT

           MOVE LOAN-CODIGO TO DEP-CODIGO
           MOVE LOAN-SEQ    TO DEP-SEQ

           READ DEPOSITS
                INVALID
                    EXIT PARAGRAPH
           END-READ

           IF NOT DEP-IS-HELD
              EXIT PARAGRAPH
           END-IF

           MOVE DEP-AMOUNT TO VOID-DEP-AMT
           MOVE "R"        TO DEP-STATUS
           ACCEPT DEP-CLOSED-DT FROM DATE YYYYMMDD

           REWRITE DEP-REC
              INVALID KEY CONTINUE
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * THE VOID SLIP - THE ORIGINAL RECEIPT NUMBER, THE LOAN AS IT    *
      * WENT OUT AND EVERYTHING HANDED BACK                            *
      *----------------------------------------------------------------*
       PRINT-VOID-RECEIPT.
           MOVE "RECEIPT" TO SPOOL-NAME
           PERFORM BUILD-SPOOL-PATH
           MOVE SPOOL-FILE-PATH TO RECEIPT-RPT-PATH

           OPEN OUTPUT RECEIPT-RPT

           IF NOT VALID-STATUS-RCP
              DISPLAY MESSAGE BOX
                 "Unable to open the receipt file"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RCP-LINE
           MOVE "FILMOTECA.EDUC360 - VOID RECEIPT" TO RCP-LINE
           WRITE RCP-LINE

           PERFORM PRINT-RECEIPT-NO-LINE

           MOVE "VOID OF RCPT  : " TO RCP-LBL
           MOVE SPACES TO RCP-VALUE
           STRING "#"         DELIMITED BY SIZE
                  VOID-RCP-NO DELIMITED BY SIZE
             INTO RCP-VALUE
           END-STRING
           PERFORM PRINT-RECEIPT-LINE

           MOVE "AUTHORISED BY : " TO RCP-LBL
           MOVE OVR-ID              TO RCP-VALUE
           PERFORM PRINT-RECEIPT-LINE

           PERFORM PRINT-RECEIPT-BODY

           IF VOID-RENT-AMT > ZERO
              MOVE VOID-RENT-AMT TO FINE-BAL-TEXT
              MOVE SPACES TO RCP-VALUE
              STRING FINE-BAL-TEXT DELIMITED BY SIZE
                     "-"           DELIMITED BY SIZE
                INTO RCP-VALUE
              END-STRING
              MOVE "RENTAL FEE    : " TO RCP-LBL
              PERFORM PRINT-RECEIPT-LINE
           END-IF

           IF VOID-CREDIT-AMT > ZERO
              MOVE VOID-CREDIT-AMT TO FINE-BAL-TEXT
              MOVE "CREDIT BACK   : " TO RCP-LBL
              MOVE FINE-BAL-TEXT       TO RCP-VALUE
              PERFORM PRINT-RECEIPT-LINE
           END-IF

           IF VOID-DEP-AMT > ZERO
              MOVE VOID-DEP-AMT TO FINE-BAL-TEXT
              MOVE "DEPOSIT BACK  : " TO RCP-LBL
              MOVE FINE-BAL-TEXT       TO RCP-VALUE
              PERFORM PRINT-RECEIPT-LINE
           END-IF

           IF VOID-SISTER-CNT > ZERO
              MOVE SPACES TO RCP-LINE
              STRING "WITH "          DELIMITED BY SIZE
                     VOID-SISTER-CNT  DELIMITED BY SIZE
                     " OTHER DISC(S) OF THE SET " DELIMITED BY SIZE
                     FOUND-SET-NAME   DELIMITED BY SIZE
                INTO RCP-LINE
              END-STRING
              WRITE RCP-LINE
           END-IF

           CLOSE RECEIPT-RPT

           PERFORM SPOOL-PRINT-PROMPT
           .
      /
      *----------------------------------------------------------------*
      * EX-RENTAL DESK SALE - THE STICKER NAMES THE CODE AND COPY;     *
      * RINGING IT PUTS THE ASKING PRICE INTO THE TILL AS A TYPE-S     *
      * ROW, CLOSES THE SALE ROW AND RETIRES THE COPY FOR GOOD.  A     *
      * LOWER PRICE KEYED BESIDE THE COPY SELLS IT FOR THAT INSTEAD,   *
      * AND THE MARKDOWN GOES ON THE SECURITY LOG                      *
      *----------------------------------------------------------------*
       SALE-PROMPT.
           SET SALE-DONE TO FALSE

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 10,00,
              SIZE 50,00,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE "FILMOTECA.EDUC360 - EX-RENTAL SALE",
              WITH SYSTEM MENU,
              HANDLE IS SALE-FORM-HANDLE,

           DISPLAY SALE-FORM

           PERFORM UNTIL SALE-DONE
              ACCEPT SALE-FORM
                 ON EXCEPTION
                    PERFORM SALE-EVALUATE-FUNC
              END-ACCEPT
           END-PERFORM

           DESTROY SALE-FORM-HANDLE
           INITIALIZE KEY-STATUS
           .

       SALE-EVALUATE-FUNC.
           EVALUATE TRUE
              WHEN EXIT-PUSHED
                   SET SALE-DONE TO TRUE
              WHEN EVENT-OCCURRED
                   IF EVENT-TYPE = CMD-CLOSE
                      SET SALE-DONE TO TRUE
                   END-IF
              WHEN KEY-STATUS = 7140
                   PERFORM RING-DISC-SALE
              WHEN KEY-STATUS = 7141
                   SET SALE-DONE TO TRUE
           END-EVALUATE
           .

       RING-DISC-SALE.
           INQUIRE EF-SALE-CODE VALUE IN SALE-CODE-IN
           INQUIRE EF-SALE-COPY VALUE IN SALE-COPY-IN
           INQUIRE EF-SALE-PRICE VALUE IN SALE-PRICE-IN

           MOVE SALE-CODE-IN TO SLE-CODIGO
           MOVE SALE-COPY-IN TO SLE-COPY-NO

           READ SALES
                INVALID
                    MODIFY LBL-SALE-INFO
                       TITLE "<NOT IN THE SALE BIN>"
                    EXIT PARAGRAPH
           END-READ

           IF SLE-IS-SOLD
              MODIFY LBL-SALE-INFO
                 TITLE "<ALREADY SOLD>"
              EXIT PARAGRAPH
           END-IF

      *> A PRICE KEYED OVER THE STICKER IS A TYPING SLIP, NOT A SALE
           MOVE SLE-ASK-PRICE TO SALE-CHARGE-AMT
           MOVE ZERO          TO SALE-CUT-AMT
           IF SALE-PRICE-IN > SLE-ASK-PRICE
              MODIFY LBL-SALE-INFO
                 TITLE "<PRICE IS OVER THE STICKER>"
              EXIT PARAGRAPH
           END-IF
           IF SALE-PRICE-IN > ZERO
              AND SALE-PRICE-IN < SLE-ASK-PRICE
              MOVE SALE-PRICE-IN TO SALE-CHARGE-AMT
              COMPUTE SALE-CUT-AMT = SLE-ASK-PRICE - SALE-PRICE-IN
           END-IF

           MOVE PRM-TAX-SALE  TO TAX-CLASS
           ACCEPT TAX-DATE FROM DATE YYYYMMDD
           MOVE SALE-CHARGE-AMT TO TAX-GROSS
           PERFORM TAX-OF-GROSS

           MOVE SALE-CHARGE-AMT TO FINE-BAL-TEXT
           MOVE TAX-AMOUNT    TO TAX-BAL-TEXT

           DISPLAY MESSAGE BOX
              "Sell this copy for " FINE-BAL-TEXT
              " (tax included: " TAX-BAL-TEXT ")?"
              TITLE   TITLEX
              TYPE    MB-YES-NO
              DEFAULT MB-YES
              GIVING  DECISION

           IF DECISION NOT = MB-YES
              EXIT PARAGRAPH
           END-IF

           MOVE SALE-CHARGE-AMT TO TENDER-AMOUNT
           PERFORM ASK-TENDER-TYPE

           MOVE TAX-RATE      TO TILL-TAX-RATE
           MOVE TAX-AMOUNT    TO TILL-TAX

           MOVE "S"           TO TLJ-TYPE
           MOVE SALE-CHARGE-AMT TO TLJ-AMOUNT
           MOVE ZERO          TO TLJ-BORROWER-ID
           MOVE SLE-CODIGO    TO TLJ-REF-CODIGO
           MOVE SLE-COPY-NO   TO TLJ-REF-SEQ
           PERFORM APPEND-TILL-ROW

           IF SALE-CUT-AMT > ZERO
              PERFORM LOG-SALE-PRICE-OVERRIDE
           END-IF

           MOVE "S"           TO SLE-STATUS
           ACCEPT SLE-SOLD-DT FROM DATE YYYYMMDD
           MOVE SALE-CHARGE-AMT TO SLE-SOLD-PRICE
           MOVE DESK-OPERATOR TO SLE-OPERATOR

           REWRITE SLE-REC
              INVALID KEY CONTINUE
           END-REWRITE

      *> THE DISC LEAVES THE COLLECTION - THE COPY ROW GOES AWAY AND
      *> THE TITLE'S ON-HAND COUNT COMES DOWN WITH IT
           MOVE SLE-CODIGO  TO CP-CODIGO
           MOVE SLE-COPY-NO TO CP-COPY-NO

           READ COPIES
                INVALID
                    CONTINUE
                NOT INVALID
                    PERFORM LOG-SOLD-COPY
                    DELETE COPIES RECORD
           END-READ

           CLOSE MOVIES
           OPEN I-O MOVIES

           MOVE SLE-CODIGO TO CODIGO
           READ MOVIES
                INVALID
                    CONTINUE
                NOT INVALID
                    IF COPIES-ON-HAND > ZERO
                       SUBTRACT 1 FROM COPIES-ON-HAND
                       REWRITE MOV-REC
                          INVALID KEY CONTINUE
                       END-REWRITE
                    END-IF
           END-READ

           CLOSE MOVIES
           OPEN INPUT MOVIES

           MODIFY LBL-SALE-INFO
              TITLE "SOLD - COPY RETIRED"
           .

       LOG-SALE-PRICE-OVERRIDE.
      *> THE STICKER WAS OVERRIDDEN - HOW FAR UNDER IT THE COPY WENT
      *> GOES ON THE SECURITY LOG AGAINST THE DESK OPERATOR
           MOVE DESK-OPERATOR TO SEC-OPERATOR
           MOVE "PRICEOVR" TO SEC-EVENT
           MOVE SPACES TO SEC-DETAIL
           STRING "SALE "          DELIMITED BY SIZE
                  SLE-CODIGO       DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  SLE-COPY-NO      DELIMITED BY SIZE
                  " UNDER STICKER" DELIMITED BY SIZE
             INTO SEC-ADJ-TEXT
           END-STRING
           MOVE SALE-CUT-AMT TO SEC-ADJ-AMOUNT
           PERFORM APPEND-SECURITY-EVENT
           .
      /
      *----------------------------------------------------------------*
      * THE SOLD COPY LEAVES THE BOOKS - ITS DEPRECIATION FIGURES AND  *
      * THE SALE MONEY NET OF TAX GO ON THE DISPOSAL LOG FOR THE NEXT  *
      * DEPRUN RUN TO WORK THE GAIN OR LOSS ON DISPOSAL OUT FROM       *
      *----------------------------------------------------------------*
       LOG-SOLD-COPY.
           INITIALIZE DSX-REC

           MOVE SLE-SOLD-DT     TO DSX-DATE
           MOVE "C"             TO DSX-KIND
           MOVE CP-CODIGO       TO DSX-ITEM
           MOVE CP-COPY-NO      TO DSX-COPY-NO
           MOVE "S"             TO DSX-REASON
           COMPUTE DSX-PROCEEDS = SLE-SOLD-PRICE - TAX-AMOUNT
           MOVE DESK-OPERATOR   TO DSX-OPERATOR
           MOVE CP-INSVC-DT     TO DSX-INSVC-DT
           MOVE CP-DEP-LIFE     TO DSX-DEP-LIFE
           MOVE CP-DEP-METHOD   TO DSX-DEP-METHOD
           MOVE CP-DEP-COST     TO DSX-DEP-COST
           MOVE CP-DEP-ACCUM    TO DSX-DEP-ACCUM
           MOVE CP-DEP-THRU     TO DSX-DEP-THRU

           WRITE DSX-REC
              INVALID KEY CONTINUE
           END-WRITE
           .
      /
      *----------------------------------------------------------------*
      * LOST / CLAIMED-RETURNED DIALOG - A LOAN THE PATRON CANNOT      *
      * PRODUCE IS EITHER DECLARED LOST (THE REPLACEMENT VALUE GOES    *
      * ON THE LOAN'S FINE ROW AND THE TILL JOURNAL AND THE COPY IS    *
      * MARKED LOST) OR CLAIMED RETURNED (THE FINE STOPS COUNTING      *
      * WHILE THE SHELVES ARE SEARCHED).  ITEM FOUND UNDOES EITHER.    *
      *----------------------------------------------------------------*
       LOST-PROMPT.
           INQUIRE EF-LCODE VALUE IN LOAN-CODIGO
           INQUIRE EF-LSEQ  VALUE IN LOAN-SEQ

           READ LOANS
                INVALID
                    DISPLAY MESSAGE BOX
                       "Save the loan first"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           IF LOAN-IS-RETURNED
              DISPLAY MESSAGE BOX
                 "This loan is already marked Returned"
                 TITLE TITLEX
              EXIT PARAGRAPH
           END-IF

           SET LOST-DONE TO FALSE

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 10,00,
              SIZE 50,00,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE "FILMOTECA.EDUC360 - LOST / CLAIMED RETURNED",
              WITH SYSTEM MENU,
              HANDLE IS LOST-FORM-HANDLE,

           DISPLAY LOST-FORM

           PERFORM LOST-REFRESH-INFO

           PERFORM UNTIL LOST-DONE
              ACCEPT LOST-FORM
                 ON EXCEPTION
                    PERFORM LOST-EVALUATE-FUNC
              END-ACCEPT
           END-PERFORM

           DESTROY LOST-FORM-HANDLE
           INITIALIZE KEY-STATUS

           PERFORM FROMREC-TOSCREEN
           .

       LOST-EVALUATE-FUNC.
           EVALUATE TRUE
              WHEN EXIT-PUSHED
                   SET LOST-DONE TO TRUE
              WHEN EVENT-OCCURRED
                   IF EVENT-TYPE = CMD-CLOSE
                      SET LOST-DONE TO TRUE
                   END-IF
              WHEN KEY-STATUS = 7150
                   PERFORM DECLARE-LOAN-LOST
              WHEN KEY-STATUS = 7151
                   PERFORM CLAIM-LOAN-RETURNED
              WHEN KEY-STATUS = 7152
                   PERFORM ITEM-FOUND
              WHEN KEY-STATUS = 7153
                   SET LOST-DONE TO TRUE
           END-EVALUATE
           .

       LOST-REFRESH-INFO.
           MOVE SPACES TO LOST-INFO-TEXT

           EVALUATE TRUE
           WHEN LOAN-IS-LOST
                MOVE LOAN-RETURNED-DT TO WK-DATE-YMD
                PERFORM FORMAT-DATE-TEXT
                STRING "DECLARED LOST ON " DELIMITED BY SIZE
                       WK-DATE-TEXT        DELIMITED BY SIZE
                  INTO LOST-INFO-TEXT
                END-STRING
           WHEN LOAN-IS-CLAIMED
                MOVE LOAN-RETURNED-DT TO WK-DATE-YMD
                PERFORM FORMAT-DATE-TEXT
                STRING "CLAIMED RETURNED ON " DELIMITED BY SIZE
                       WK-DATE-TEXT           DELIMITED BY SIZE
                       " - FINE FROZEN"       DELIMITED BY SIZE
                  INTO LOST-INFO-TEXT
                END-STRING
           WHEN LOAN-IS-RETURNED
                MOVE "RETURNED" TO LOST-INFO-TEXT
           WHEN OTHER
                MOVE LOAN-DUE-DT TO WK-DATE-YMD
                PERFORM FORMAT-DATE-TEXT
                STRING "OUT - DUE " DELIMITED BY SIZE
                       WK-DATE-TEXT DELIMITED BY SIZE
                  INTO LOST-INFO-TEXT
                END-STRING
           END-EVALUATE

           MODIFY LBL-LOST-INFO TITLE LOST-INFO-TEXT
           .
      /
      *----------------------------------------------------------------*
      * DECLARE THE LOAN LOST - THE LATE FINE IS ASSESSED UP TO THE    *
      * DAY THE LOSS WAS REPORTED (OR THE EARLIER CLAIM THAT FROZE     *
      * IT), THE REPLACEMENT VALUE GOES ON TOP OF IT ON THE FINE ROW   *
      * AND ON A TYPE-L TILL ROW, A HELD DEPOSIT PAYS TOWARDS IT, AND  *
      * THE COPY COMES OFF THE LENDABLE STOCK                          *
      *----------------------------------------------------------------*
       DECLARE-LOAN-LOST.
           IF LOAN-IS-LOST OR LOAN-IS-RETURNED
              DISPLAY MESSAGE BOX
                 "This loan is not out - nothing to declare lost"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           PERFORM LOOKUP-REPLACEMENT-VALUE

           IF LOST-CHARGE-AMT = ZERO
              DISPLAY MESSAGE BOX
                 "No replacement value on file for this item - "
                 "record it on the acquisition or equipment row first"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE LOST-CHARGE-AMT TO FINE-BAL-TEXT

           DISPLAY MESSAGE BOX
              "Declare this item lost and bill the replacement "
              "value of " FINE-BAL-TEXT "?"
              TITLE   TITLEX
              TYPE    MB-YES-NO
              DEFAULT MB-NO
              GIVING  DECISION

           IF DECISION NOT = MB-YES
              EXIT PARAGRAPH
           END-IF

           ACCEPT TODAY-DT FROM DATE YYYYMMDD

           IF LOAN-IS-CLAIMED
              MOVE LOAN-RETURNED-DT TO LOST-FINE-DT
           ELSE
              MOVE TODAY-DT TO LOST-FINE-DT
           END-IF

           MOVE "L"      TO LOAN-RETURNED
           MOVE TODAY-DT TO LOAN-RETURNED-DT
           ACCEPT LOAN-RETURNED-TM FROM TIME

           REWRITE LOAN-REC
              INVALID KEY
                  DISPLAY MESSAGE BOX
                     "Error during REWRITE"
                     TITLE TITLEX
                  EXIT PARAGRAPH
           END-REWRITE

           MOVE LOST-FINE-DT TO LOAN-RETURNED-DT
           PERFORM ASSESS-LATE-FINE
           MOVE TODAY-DT     TO LOAN-RETURNED-DT
           PERFORM SETTLE-LOAN-POINTS

           MOVE LOST-CHARGE-AMT TO INS-CHARGE-AMT
           PERFORM RAISE-INSPECTION-CHARGE

           MOVE "L"              TO TLJ-TYPE
           MOVE LOST-CHARGE-AMT  TO TLJ-AMOUNT
           MOVE LOAN-BORROWER-ID TO TLJ-BORROWER-ID
           MOVE LOAN-CODIGO      TO TLJ-REF-CODIGO
           MOVE LOAN-SEQ         TO TLJ-REF-SEQ
           PERFORM APPEND-TILL-ROW

           PERFORM SETTLE-DEPOSIT
           MOVE ZERO TO INS-CHARGE-AMT

           PERFORM MARK-COPY-LOST
           PERFORM LOST-REFRESH-INFO
           .
      /
      *----------------------------------------------------------------*
      * THE PATRON SAYS IT CAME BACK - THE LOAN STOPS BEING OUT AND    *
      * THE DECLARATION DATE IS KEPT IN THE RETURNED DATE, SO THE      *
      * FINE CAN NEVER COUNT PAST IT.  THE COPY STAYS MARKED OUT       *
      * UNTIL THE SHELF SEARCH FINDS IT.                               *
      *----------------------------------------------------------------*
       CLAIM-LOAN-RETURNED.
           IF LOAN-IS-LOST
              DISPLAY MESSAGE BOX
                 "This item is declared lost - use Item Found if it "
                 "turns up"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF LOAN-IS-CLAIMED
              DISPLAY MESSAGE BOX
                 "This loan is already claimed returned"
                 TITLE TITLEX
              EXIT PARAGRAPH
           END-IF

           MOVE "C" TO LOAN-RETURNED
           ACCEPT LOAN-RETURNED-DT FROM DATE YYYYMMDD
           ACCEPT LOAN-RETURNED-TM FROM TIME

           REWRITE LOAN-REC
              INVALID KEY
                  DISPLAY MESSAGE BOX
                     "Error during REWRITE"
                     TITLE TITLEX
              NOT INVALID KEY
                  DISPLAY MESSAGE BOX
                     "Claim recorded - the fine is frozen at today "
                     "while the shelves are searched"
                     TITLE TITLEX
           END-REWRITE

           PERFORM LOST-REFRESH-INFO
           .
      /
      *----------------------------------------------------------------*
      * THE ITEM TURNED UP - A CLAIMED RETURN IS CLOSED AS AN ORDINARY *
      * RETURN AS OF THE CLAIM DATE, A LOST ONE IS REINSTATED          *
      *----------------------------------------------------------------*
       ITEM-FOUND.
           EVALUATE TRUE
           WHEN LOAN-IS-CLAIMED
                PERFORM RETURN-ENTRY
                SET LOST-DONE TO TRUE
           WHEN LOAN-IS-LOST
                PERFORM REINSTATE-LOST-LOAN
                SET LOST-DONE TO TRUE
           WHEN OTHER
                DISPLAY MESSAGE BOX
                   "This loan is not lost or claimed returned - use "
                   "Return"
                   TITLE TITLEX
                   ICON  3
           END-EVALUATE
           .
      /
      *----------------------------------------------------------------*
      * A LOST ITEM IS BACK - THE REPLACEMENT CHARGE COMES OFF THE     *
      * FINE ROW ON A TYPE-F TILL ROW, ANYTHING ALREADY PAID TOWARDS   *
      * IT IS HANDED BACK, AND THE COPY GOES BACK ON THE SHELF.  THE   *
      * LATE FINE UP TO THE DECLARATION STANDS, AND THE RETURNED DATE  *
      * STAYS THE DECLARATION DATE IT WAS ASSESSED AGAINST.            *
      *----------------------------------------------------------------*
       REINSTATE-LOST-LOAN.
           PERFORM FIND-LOST-CHARGE

           MOVE LOST-CHARGE-AMT TO FINE-BAL-TEXT

           DISPLAY MESSAGE BOX
              "Item found - reverse the lost charge of " FINE-BAL-TEXT
              " and put it back on the shelf?"
              TITLE   TITLEX
              TYPE    MB-YES-NO
              DEFAULT MB-YES
              GIVING  DECISION

           IF DECISION NOT = MB-YES
              EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO LOAN-RETURNED
           ACCEPT LOAN-RETURNED-TM FROM TIME

           REWRITE LOAN-REC
              INVALID KEY
                  DISPLAY MESSAGE BOX
                     "Error during REWRITE"
                     TITLE TITLEX
                  EXIT PARAGRAPH
           END-REWRITE

           PERFORM REVERSE-LOST-CHARGE
           PERFORM AMNESTY-FOUND-ITEM
           PERFORM MARK-COPY-IN
           PERFORM CHECK-HOLD-QUEUE
           PERFORM FROMREC-TOSCREEN
           .

       REVERSE-LOST-CHARGE.
           MOVE ZERO TO LOST-BACK-AMT

           MOVE LOAN-CODIGO TO FIN-CODIGO
           MOVE LOAN-SEQ    TO FIN-SEQ

           READ FINES
                INVALID
                    EXIT PARAGRAPH
           END-READ

           IF LOST-CHARGE-AMT > FIN-AMOUNT
              MOVE FIN-AMOUNT TO LOST-CHARGE-AMT
           END-IF

           SUBTRACT LOST-CHARGE-AMT FROM FIN-AMOUNT

      *> WHATEVER WAS PAID OVER WHAT IS STILL OWED (A DEPOSIT OFFSET
      *> INCLUDED) GOES BACK ACROSS THE COUNTER
           IF FIN-PAID > FIN-AMOUNT
              COMPUTE LOST-BACK-AMT = FIN-PAID - FIN-AMOUNT
              MOVE FIN-AMOUNT TO FIN-PAID
           END-IF

           REWRITE FIN-REC
              INVALID KEY CONTINUE
           END-REWRITE

           MOVE "F"              TO TLJ-TYPE
           MOVE LOST-CHARGE-AMT  TO TLJ-AMOUNT
           MOVE LOAN-BORROWER-ID TO TLJ-BORROWER-ID
           MOVE LOAN-CODIGO      TO TLJ-REF-CODIGO
           MOVE LOAN-SEQ         TO TLJ-REF-SEQ
           PERFORM APPEND-TILL-ROW

           IF LOST-BACK-AMT > ZERO
              MOVE "B"              TO TLJ-TYPE
              MOVE LOST-BACK-AMT    TO TLJ-AMOUNT
              MOVE LOAN-BORROWER-ID TO TLJ-BORROWER-ID
              MOVE LOAN-CODIGO      TO TLJ-REF-CODIGO
              MOVE LOAN-SEQ         TO TLJ-REF-SEQ
              PERFORM APPEND-TILL-ROW

              MOVE LOST-BACK-AMT TO FINE-BAL-TEXT
              DISPLAY MESSAGE
                 "Hand back what was paid towards it: " FINE-BAL-TEXT
                 TITLE TITLEX
           ELSE
              MOVE LOST-CHARGE-AMT TO FINE-BAL-TEXT
              DISPLAY MESSAGE
                 "Lost charge reversed: " FINE-BAL-TEXT
                 TITLE TITLEX
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * WHAT THE ITEM WAS BILLED AT WHEN IT WAS DECLARED LOST - THE    *
      * TYPE-L TILL ROW OF THAT DAY, SO A REPLACEMENT VALUE CHANGED    *
      * SINCE DOES NOT SKEW THE REVERSAL.  WITHOUT THE ROW, TODAY'S    *
      * REPLACEMENT VALUE STANDS IN.                                   *
      *----------------------------------------------------------------*
       FIND-LOST-CHARGE.
           MOVE ZERO TO LOST-CHARGE-AMT
           SET LOST-ROW-FOUND TO FALSE
           SET TILL-AT-END TO FALSE

           MOVE LOAN-RETURNED-DT TO TLJ-DATE
           MOVE ZERO             TO TLJ-SEQ

           START TILLJRN KEY >= TLJ-KEY
                 INVALID KEY
                     SET TILL-AT-END TO TRUE
                 NOT INVALID KEY
                     READ TILLJRN NEXT RECORD
                          AT END SET TILL-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL TILL-AT-END
                      OR LOST-ROW-FOUND
                      OR TLJ-DATE NOT = LOAN-RETURNED-DT
              IF TLJ-IS-LOST
                 AND TLJ-REF-CODIGO = LOAN-CODIGO
                 AND TLJ-REF-SEQ    = LOAN-SEQ
                 MOVE TLJ-AMOUNT TO LOST-CHARGE-AMT
                 SET LOST-ROW-FOUND TO TRUE
              ELSE
                 READ TILLJRN NEXT RECORD
                      AT END SET TILL-AT-END TO TRUE
                 END-READ
              END-IF
           END-PERFORM

           IF NOT LOST-ROW-FOUND
              PERFORM LOOKUP-REPLACEMENT-VALUE
           END-IF
           .

      *> A LENT PLAYER OR PROJECTOR IS VALUED OFF ITS OWN MASTER ROW,
      *> A TITLE OFF ITS ACQUISITION ROW
       LOOKUP-REPLACEMENT-VALUE.
           MOVE ZERO TO LOST-CHARGE-AMT

           IF LOAN-CODIGO NOT < 90000
              MOVE LOAN-CODIGO TO EQP-ASSET-ID
              READ EQUIP
                   INVALID
                       CONTINUE
                   NOT INVALID
                       MOVE EQP-REPL-VALUE TO LOST-CHARGE-AMT
              END-READ
           ELSE
              MOVE LOAN-CODIGO TO ACQ-CODIGO
              READ ACQUIS
                   INVALID
                       CONTINUE
                   NOT INVALID
                       MOVE ACQ-REPL-VALUE TO LOST-CHARGE-AMT
              END-READ
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * DROP-BOX BATCH RETURN DIALOG - THE MORNING PILE GOES THROUGH   *
      * IN ONE PASS: SCAN EVERY CODE INTO THE LIST, SET THE DROP-BOX   *
      * DATE (USUALLY YESTERDAY), AND ONE CONFIRM RETURNS THE LOT.     *
      * UNKNOWN CODES, WAITING HOLDS AND LATE FINES COME OUT ON A      *
      * SPOOLED EXCEPTION LIST INSTEAD OF A MESSAGE BOX EACH.          *
      *----------------------------------------------------------------*
       DROPBOX-PROMPT.
           SET BATCH-DONE TO FALSE
           MOVE ZERO TO BATCH-CNT
           INITIALIZE BATCH-SCAN-TABLE

           ACCEPT BATCH-DATE FROM DATE YYYYMMDD

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 20,00,
              SIZE 54,00,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE "FILMOTECA.EDUC360 - DROP-BOX RETURNS",
              WITH SYSTEM MENU,
              HANDLE IS BATCH-FORM-HANDLE,

           DISPLAY BATCH-FORM

           MOVE BATCH-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MODIFY EF-BATCH-DATE VALUE WK-DATE-TEXT

           PERFORM UNTIL BATCH-DONE
              ACCEPT BATCH-FORM
                 ON EXCEPTION
                    PERFORM BATCH-EVALUATE-FUNC
              END-ACCEPT
           END-PERFORM

           DESTROY BATCH-FORM-HANDLE
           INITIALIZE KEY-STATUS
           .

       BATCH-EVALUATE-FUNC.
           EVALUATE TRUE
              WHEN EXIT-PUSHED
                   SET BATCH-DONE TO TRUE
              WHEN EVENT-OCCURRED
                   IF EVENT-TYPE = CMD-CLOSE
                      SET BATCH-DONE TO TRUE
                   END-IF
              WHEN KEY-STATUS = 7071
                   PERFORM BATCH-RETURN-ALL
              WHEN KEY-STATUS = 7072
                   SET BATCH-DONE TO TRUE
           END-EVALUATE
           .
      /
      *----------------------------------------------------------------*
      * ONE SCAN INTO THE LIST - THE SAME *NNNNN* CODE-39 WEDGE INPUT  *
      * EF-LCODE TAKES ON THE MAIN FORM                                *
      *----------------------------------------------------------------*
       BATCH-ADD-SCAN.
           INQUIRE EF-BATCH-SCAN VALUE IN SCAN-BUFFER

           INSPECT SCAN-BUFFER REPLACING ALL "*" BY SPACE

           IF SCAN-BUFFER = SPACES
              EXIT PARAGRAPH
           END-IF

           IF BATCH-CNT NOT < 30
              DISPLAY MESSAGE BOX
                 "The list is full - run RETURN ALL and scan the rest"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO BATCH-CNT
           MOVE BATCH-CNT TO BATCH-SUB

           COMPUTE BS-CODIGO (BATCH-SUB) =
              FUNCTION NUMVAL (SCAN-BUFFER)

           MOVE BS-CODIGO (BATCH-SUB) TO CODIGO
           MOVE SPACES TO BATCH-WORK-LINE
           READ MOVIES
                INVALID
                    STRING BS-CODIGO (BATCH-SUB) DELIMITED BY SIZE
                           "  <UNKNOWN CODE>"    DELIMITED BY SIZE
                      INTO BATCH-WORK-LINE
                    END-STRING
                NOT INVALID
                    STRING BS-CODIGO (BATCH-SUB) DELIMITED BY SIZE
                           "  "                  DELIMITED BY SIZE
                           TITULO                DELIMITED BY SIZE
                      INTO BATCH-WORK-LINE
                    END-STRING
           END-READ
           MOVE BATCH-WORK-LINE TO BS-TEXT (BATCH-SUB)

           MODIFY LB-BATCH, RESET-LIST = 1
           PERFORM VARYING BATCH-SUB FROM 1 BY 1
                     UNTIL BATCH-SUB > BATCH-CNT
              MODIFY LB-BATCH, ITEM-TO-ADD = BS-TEXT (BATCH-SUB)
           END-PERFORM

           MODIFY EF-BATCH-SCAN VALUE SPACES
           MOVE 8502 TO CONTROL-ID
           MOVE 4    TO ACCEPT-CONTROL
           .
      /
      *----------------------------------------------------------------*
      * RETURN EVERY SCANNED ITEM AS OF THE DROP-BOX DATE, SPOOLING    *
      * ONE OUTCOME LINE PER SCAN.  BATCH-MODE KEEPS THE PER-LOAN      *
      * MESSAGE BOXES IN ASSESS-LATE-FINE AND CHECK-HOLD-QUEUE QUIET   *
      * WHILE THE SAME MACHINERY RUNS UNDERNEATH.                      *
      *----------------------------------------------------------------*
       BATCH-RETURN-ALL.
           IF BATCH-CNT = ZERO
              DISPLAY MESSAGE BOX
                 "Nothing scanned yet"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           INQUIRE EF-BATCH-DATE VALUE IN WK-DATE-TEXT
           PERFORM PARSE-DATE-TEXT

           IF WK-DATE-INVALID OR WK-DATE-YMD = ZERO
              DISPLAY MESSAGE BOX
                 "The drop-box date is not a real calendar date"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE WK-DATE-YMD TO BATCH-DATE

      *> THE OUTCOME LIST SPOOLS LIKE A RECEIPT
           MOVE "DROPBOX" TO SPOOL-NAME
           PERFORM BUILD-SPOOL-PATH
           MOVE SPOOL-FILE-PATH TO RECEIPT-RPT-PATH

           OPEN OUTPUT RECEIPT-RPT

           IF NOT VALID-STATUS-RCP
              DISPLAY MESSAGE BOX
                 "Unable to open the drop-box list file"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE "FILMOTECA.EDUC360 - DROP-BOX RETURN LIST" TO RCP-LINE
           WRITE RCP-LINE

           MOVE BATCH-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RCP-LINE
           STRING "RETURNED AS OF " DELIMITED BY SIZE
                  WK-DATE-TEXT      DELIMITED BY SIZE
             INTO RCP-LINE
           END-STRING
           WRITE RCP-LINE

           MOVE SPACES TO RCP-LINE
           WRITE RCP-LINE

           SET BATCH-MODE TO TRUE

           PERFORM VARYING BATCH-SUB FROM 1 BY 1
                     UNTIL BATCH-SUB > BATCH-CNT
              PERFORM BATCH-RETURN-ONE
           END-PERFORM

           SET BATCH-MODE TO FALSE

           CLOSE RECEIPT-RPT

           MOVE ZERO TO BATCH-CNT
           INITIALIZE BATCH-SCAN-TABLE
           MODIFY LB-BATCH, RESET-LIST = 1

           PERFORM SPOOL-PRINT-PROMPT
           .
      /
      *----------------------------------------------------------------*
      * ONE DROP-BOX ITEM: FIND THE OPEN LOAN FOR THE CODE, CLOSE IT   *
      * AS OF THE DROP-BOX DATE, AND WRITE THE OUTCOME LINE            *
      *----------------------------------------------------------------*
       BATCH-RETURN-ONE.
           SET BATCH-LOAN-FOUND TO FALSE
           SET LOANS-AT-END TO FALSE

           MOVE BS-CODIGO (BATCH-SUB) TO LOAN-CODIGO
           MOVE ZERO                  TO LOAN-SEQ

           START LOANS KEY >= LOAN-KEY
                 INVALID KEY
                     SET LOANS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ LOANS NEXT RECORD
                          AT END SET LOANS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL LOANS-AT-END
                      OR BATCH-LOAN-FOUND
                      OR LOAN-CODIGO NOT = BS-CODIGO (BATCH-SUB)
              IF LOAN-IS-OUT OR LOAN-IS-CLAIMED
                 SET BATCH-LOAN-FOUND TO TRUE
              ELSE
                 READ LOANS NEXT RECORD
                      AT END SET LOANS-AT-END TO TRUE
                 END-READ
              END-IF
           END-PERFORM

           IF NOT BATCH-LOAN-FOUND
              MOVE SPACES TO RCP-LINE
              STRING BS-CODIGO (BATCH-SUB)      DELIMITED BY SIZE
                     "  NO OPEN LOAN FOR THIS CODE"
                                                DELIMITED BY SIZE
                INTO RCP-LINE
              END-STRING
              WRITE RCP-LINE
              EXIT PARAGRAPH
           END-IF

      *> A CLAIMED-RETURNED ITEM TURNING UP IN THE BOX KEEPS ITS
      *> CLAIM DATE - THE FINE STAYS FROZEN WHERE THE CLAIM LEFT IT
           IF NOT LOAN-IS-CLAIMED
              MOVE BATCH-DATE TO LOAN-RETURNED-DT
           END-IF
           MOVE "Y"        TO LOAN-RETURNED

      *> THE SAME INTENT BRACKET THE DESK RETURN GETS - A CRASH
      *> MID-PILE LEAVES A ROW THE STARTUP SELF-REPAIR CAN FINISH
           MOVE "R" TO ITT-ACTION
           PERFORM BEGIN-INTENT

           REWRITE LOAN-REC
              INVALID KEY
                  MOVE SPACES TO RCP-LINE
                  STRING BS-CODIGO (BATCH-SUB) DELIMITED BY SIZE
                         "  ERROR DURING REWRITE - NOT RETURNED"
                                               DELIMITED BY SIZE
                    INTO RCP-LINE
                  END-STRING
                  WRITE RCP-LINE
      *> A REFUSED REWRITE STILL CLOSES ITS INTENT - NOTHING MOVED
                  PERFORM COMPLETE-INTENT
                  EXIT PARAGRAPH
           END-REWRITE

           PERFORM MARK-COPY-IN
           PERFORM ASSESS-LATE-FINE
           PERFORM SETTLE-LOAN-POINTS

      *> NO INSPECTION HAPPENS ON THE PILE - A DAMAGE CHARGE LEFT
      *> OVER FROM AN EARLIER DESK RETURN MUST NOT SHORT THE REFUND
           MOVE ZERO TO INS-CHARGE-AMT
           PERFORM SETTLE-DEPOSIT
           PERFORM CHECK-HOLD-QUEUE
           PERFORM COMPLETE-INTENT

           MOVE SPACES TO BATCH-WORK-LINE
           MOVE BS-CODIGO (BATCH-SUB) TO BATCH-WORK-LINE (1:5)
           MOVE "/"                   TO BATCH-WORK-LINE (6:1)
           MOVE LOAN-SEQ              TO BATCH-WORK-LINE (7:5)
           MOVE "RETURNED"            TO BATCH-WORK-LINE (14:8)

           IF FINE-NEW-AMOUNT > ZERO
              MOVE FINE-NEW-AMOUNT TO FINE-BAL-TEXT
              MOVE "LATE - FINE"   TO BATCH-WORK-LINE (24:11)
              MOVE FINE-BAL-TEXT   TO BATCH-WORK-LINE (36:10)
           END-IF

           IF AMNESTY-AMOUNT > ZERO
              MOVE AMNESTY-AMOUNT  TO FINE-BAL-TEXT
              MOVE "LATE-AMNESTY"  TO BATCH-WORK-LINE (24:12)
              MOVE FINE-BAL-TEXT   TO BATCH-WORK-LINE (36:10)
           END-IF

           IF HOLD-FOUND
              IF RSV-IS-TRANSIT
                 MOVE "TRANSFER TO"      TO BATCH-WORK-LINE (48:11)
                 MOVE HOLD-PICKUP-BRANCH TO BATCH-WORK-LINE (60:4)
              ELSE
                 MOVE "HOLD FOR"      TO BATCH-WORK-LINE (48:8)
                 MOVE HOLD-MSG-NAME (1:23)
                                      TO BATCH-WORK-LINE (57:23)
              END-IF
           END-IF

           MOVE BATCH-WORK-LINE TO RCP-LINE
           WRITE RCP-LINE
           .
      /
      *----------------------------------------------------------------*
      * LOANS OR COPIES WILL NOT OPEN - OFFER THE OFFLINE DESK SO THE  *
      * COUNTER CAN KEEP LENDING ON SCANS AND PROVISIONAL SLIPS.  THE  *
      * LOANS SCREEN ITSELF STILL CLOSES AFTERWARDS                    *
      *----------------------------------------------------------------*
       OFFER-OFFLINE-DESK.
           DISPLAY MESSAGE BOX
              "The loans files cannot be opened - carry on at the "
              "offline desk, logging checkouts and returns on this "
              "station until they are back?"
              TITLE   TITLEX
              TYPE    MB-YES-NO
              DEFAULT MB-YES
              GIVING  DECISION

           IF DECISION NOT = MB-YES
              EXIT PARAGRAPH
           END-IF

           CALL   "TOFFLINE.ACU"
              ON EXCEPTION
                 DISPLAY MESSAGE BOX
                    "The offline desk program is missing - take "
                    "loans on paper slips"
                    TITLE TITLEX
                    ICON  3
           END-CALL
           CANCEL "TOFFLINE.ACU"
           .
      /
      *----------------------------------------------------------------*
      * OFFLINE DESK UPLOAD - ENTRIES THE OFFLINE DESK LOGGED ON THIS  *
      * STATION ARE REPLAYED IN THE ORDER THEY WERE TAKEN, EACH ONE    *
      * THROUGH THE CHECKS THE COUNTER APPLIES.  THE PATRON HAS LONG   *
      * GONE, SO NOTHING CAN BE ASKED: WHAT THE COUNTER WOULD HAVE     *
      * REFUSED OR QUERIED IS NOT APPLIED BUT LISTED FOR REVIEW.  ONE  *
      * SPOOLED LIST COVERS THE LOT, AND THE LOG THEN STARTS AGAIN     *
      * EMPTY.  A CRASH PART-WAY LEAVES THE LOG WHOLE; ON THE NEXT     *
      * UPLOAD WHAT ALREADY WENT ON FILE IS RECOGNISED AND SKIPPED.    *
      *----------------------------------------------------------------*
       OFFER-OFFLINE-UPLOAD.
           PERFORM RESOLVE-OFFLINE-PATHS

           MOVE ZERO TO OFF-WAITING
           SET OFFLOG-AT-END TO FALSE

           OPEN INPUT OFFLOG

           IF NOT VALID-STATUS-OFFLOG
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL OFFLOG-AT-END
              READ OFFLOG NEXT RECORD
                   AT END SET OFFLOG-AT-END TO TRUE
                   NOT AT END ADD 1 TO OFF-WAITING
              END-READ
           END-PERFORM

           CLOSE OFFLOG

           IF OFF-WAITING = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE OFF-WAITING TO OFF-WAITING-TEXT
           DISPLAY MESSAGE BOX
              OFF-WAITING-TEXT
              " offline desk entries are waiting on this station - "
              "upload them now?"
              TITLE   TITLEX
              TYPE    MB-YES-NO
              DEFAULT MB-YES
              GIVING  DECISION

           IF DECISION NOT = MB-YES
              EXIT PARAGRAPH
           END-IF

           PERFORM UPLOAD-OFFLINE-LOG
           .

       UPLOAD-OFFLINE-LOG.
           MOVE ZERO TO OFF-APPLIED-CNT
           MOVE ZERO TO OFF-ONFILE-CNT
           MOVE ZERO TO OFF-REVIEW-CNT
           MOVE ZERO TO OFF-REVIEW-ROWS
           INITIALIZE OFF-REVIEW-TABLE

      *> THE OUTCOME LIST SPOOLS LIKE THE DROP-BOX LIST
           MOVE "OFFLINE" TO SPOOL-NAME
           PERFORM BUILD-SPOOL-PATH
           MOVE SPOOL-FILE-PATH TO RECEIPT-RPT-PATH

           OPEN OUTPUT RECEIPT-RPT

           IF NOT VALID-STATUS-RCP
              DISPLAY MESSAGE BOX
                 "Unable to open the upload list file - the offline "
                 "log is kept for next time"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           OPEN INPUT OFFLOG

           IF NOT VALID-STATUS-OFFLOG
              CLOSE RECEIPT-RPT
              DISPLAY MESSAGE BOX
                 "Unable to read the offline log " OFFLOG-PATH
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE "FILMOTECA.EDUC360 - OFFLINE DESK UPLOAD" TO RCP-LINE
           WRITE RCP-LINE

           ACCEPT TODAY-DT FROM DATE YYYYMMDD
           MOVE TODAY-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RCP-LINE
           STRING "UPLOADED "       DELIMITED BY SIZE
                  WK-DATE-TEXT      DELIMITED BY SIZE
                  " BY "            DELIMITED BY SIZE
                  DESK-OPERATOR     DELIMITED BY SPACE
                  " AT BRANCH "     DELIMITED BY SIZE
                  THIS-BRANCH       DELIMITED BY SIZE
             INTO RCP-LINE
           END-STRING
           WRITE RCP-LINE

           MOVE SPACES TO RCP-LINE
           WRITE RCP-LINE

           MOVE "REF   ACT ITEM      CARD  OUTCOME" TO RCP-LINE
           WRITE RCP-LINE

           SET BATCH-MODE TO TRUE
           SET OFFLOG-AT-END TO FALSE

           PERFORM UNTIL OFFLOG-AT-END
              READ OFFLOG NEXT RECORD
                   AT END
                       SET OFFLOG-AT-END TO TRUE
                   NOT AT END
                       PERFORM UPLOAD-OFFLINE-ENTRY
              END-READ
           END-PERFORM

           SET BATCH-MODE TO FALSE

           CLOSE OFFLOG

           MOVE SPACES TO RCP-LINE
           WRITE RCP-LINE

           MOVE "FOR REVIEW - NOT APPLIED" TO RCP-LINE
           WRITE RCP-LINE

           IF OFF-REVIEW-CNT = ZERO
              MOVE "  NONE" TO RCP-LINE
              WRITE RCP-LINE
           END-IF

           PERFORM VARYING OFF-REVIEW-SUB FROM 1 BY 1
                     UNTIL OFF-REVIEW-SUB > OFF-REVIEW-ROWS
              MOVE OFF-REVIEW-LINE (OFF-REVIEW-SUB) TO RCP-LINE
              WRITE RCP-LINE
           END-PERFORM

           IF OFF-REVIEW-ROWS = 500
              MOVE "  (LIST FULL - SEE THE REVIEW LINES ABOVE)"
                TO RCP-LINE
              WRITE RCP-LINE
           END-IF

           MOVE SPACES TO RCP-LINE
           WRITE RCP-LINE

           MOVE SPACES TO BATCH-WORK-LINE
           MOVE OFF-WAITING     TO OFF-COUNT-TEXT
           MOVE "ENTRIES"       TO BATCH-WORK-LINE (1:7)
           MOVE OFF-COUNT-TEXT  TO BATCH-WORK-LINE (9:5)
           MOVE OFF-APPLIED-CNT TO OFF-COUNT-TEXT
           MOVE "APPLIED"       TO BATCH-WORK-LINE (16:7)
           MOVE OFF-COUNT-TEXT  TO BATCH-WORK-LINE (24:5)
           MOVE OFF-ONFILE-CNT  TO OFF-COUNT-TEXT
           MOVE "ALREADY ON FILE" TO BATCH-WORK-LINE (31:15)
           MOVE OFF-COUNT-TEXT  TO BATCH-WORK-LINE (47:5)
           MOVE OFF-REVIEW-CNT  TO OFF-COUNT-TEXT
           MOVE "FOR REVIEW"    TO BATCH-WORK-LINE (54:10)
           MOVE OFF-COUNT-TEXT  TO BATCH-WORK-LINE (65:5)
           MOVE BATCH-WORK-LINE TO RCP-LINE
           WRITE RCP-LINE

           CLOSE RECEIPT-RPT

      *> EVERY ENTRY IS NOW ON FILE OR ON THE LIST - THE STATION'S
      *> LOG STARTS AGAIN EMPTY FOR THE NEXT OUTAGE
           OPEN OUTPUT OFFLOG
           CLOSE OFFLOG

           PERFORM RESET-EFFECTIVE-POLICY

           IF OFF-REVIEW-CNT > ZERO
              MOVE OFF-REVIEW-CNT TO OFF-COUNT-TEXT
              DISPLAY MESSAGE BOX
                 OFF-COUNT-TEXT
                 " offline entries could not be applied - they are "
                 "listed for review at the foot of the upload list"
                 TITLE TITLEX
                 ICON  3
           END-IF

           PERFORM SPOOL-PRINT-PROMPT
           .
      /
      *----------------------------------------------------------------*
      * ONE LOG ENTRY - REPLAYED, THEN ITS OUTCOME LINE WRITTEN.  THE  *
      * ENTRY IS FOR REVIEW UNLESS THE REPLAY SAYS OTHERWISE, WITH THE *
      * REASON IN OFF-OUTCOME                                          *
      *----------------------------------------------------------------*
       UPLOAD-OFFLINE-ENTRY.
           SET OFF-FOR-REVIEW TO TRUE
           MOVE SPACES TO OFF-OUTCOME

           IF OFL-IS-CHECKOUT
              PERFORM OFFLINE-CHECKOUT-ONE
           ELSE
              PERFORM OFFLINE-RETURN-ONE
           END-IF

           MOVE SPACES TO BATCH-WORK-LINE
           MOVE OFL-SEQ           TO BATCH-WORK-LINE (1:5)
           IF OFL-IS-CHECKOUT
              MOVE "OUT"          TO BATCH-WORK-LINE (7:3)
              MOVE OFL-BORROWER-ID TO BATCH-WORK-LINE (21:5)
           ELSE
              MOVE "RET"          TO BATCH-WORK-LINE (7:3)
           END-IF
           MOVE OFL-CODIGO        TO BATCH-WORK-LINE (11:5)
           MOVE "/"               TO BATCH-WORK-LINE (16:1)
           MOVE OFL-COPY-NO       TO BATCH-WORK-LINE (17:3)

           EVALUATE TRUE
              WHEN OFF-APPLIED
                   ADD 1 TO OFF-APPLIED-CNT
                   MOVE OFF-OUTCOME TO BATCH-WORK-LINE (27:54)
              WHEN OFF-ON-FILE
                   ADD 1 TO OFF-ONFILE-CNT
                   MOVE "ALREADY ON FILE - SKIPPED"
                     TO BATCH-WORK-LINE (27:54)
              WHEN OTHER
                   ADD 1 TO OFF-REVIEW-CNT
                   MOVE SPACES TO BATCH-WORK-LINE (27:54)
                   STRING "REVIEW: "  DELIMITED BY SIZE
                          OFF-OUTCOME DELIMITED BY SIZE
                     INTO BATCH-WORK-LINE (27:54)
                   END-STRING
           END-EVALUATE

           MOVE BATCH-WORK-LINE TO RCP-LINE
           WRITE RCP-LINE

           IF NOT OFF-FOR-REVIEW
              EXIT PARAGRAPH
           END-IF

      *> THE REVIEW LIST CARRIES THE DAY AND WHO TOOK IT, AND ANY
      *> CASH THAT CHANGED HANDS FOR A LOAN THAT NEVER WENT ON FILE
           MOVE OFF-OUTCOME TO BATCH-WORK-LINE (27:54)
           PERFORM ADD-OFFLINE-REVIEW-ROW

           MOVE OFL-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO BATCH-WORK-LINE
           STRING "      TAKEN "  DELIMITED BY SIZE
                  WK-DATE-TEXT    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  OFL-TIME (1:2)  DELIMITED BY SIZE
                  ":"             DELIMITED BY SIZE
                  OFL-TIME (3:2)  DELIMITED BY SIZE
                  " BY "          DELIMITED BY SIZE
                  OFL-OPERATOR    DELIMITED BY SPACE
                  " AT "          DELIMITED BY SIZE
                  OFL-BRANCH      DELIMITED BY SIZE
             INTO BATCH-WORK-LINE
           END-STRING
           PERFORM ADD-OFFLINE-REVIEW-ROW

           IF OFL-FEE > ZERO
              MOVE OFL-FEE TO FINE-BAL-TEXT
              MOVE SPACES TO BATCH-WORK-LINE
              STRING "      CASH TAKEN " DELIMITED BY SIZE
                     FINE-BAL-TEXT       DELIMITED BY SIZE
                     " - REFUND IT OR RING IT UP AT THE DESK"
                                         DELIMITED BY SIZE
                INTO BATCH-WORK-LINE
              END-STRING
              PERFORM ADD-OFFLINE-REVIEW-ROW
           END-IF
           .

       ADD-OFFLINE-REVIEW-ROW.
           IF OFF-REVIEW-ROWS < 500
              ADD 1 TO OFF-REVIEW-ROWS
              MOVE BATCH-WORK-LINE TO OFF-REVIEW-LINE (OFF-REVIEW-ROWS)
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * ONE OFFLINE CHECKOUT - THE DESK GATES OF SAVE-ENTRY, QUIETLY,  *
      * AS OF THE DAY IT WAS TAKEN.  EQUIPMENT (BOOKINGS, SERVICE AND  *
      * SAFETY TESTS) AND DOWNLOAD TITLES ARE LEFT FOR THE DESK TO LEND*
      * PROPERLY.  A PASSED CHECKOUT GOES OUT WITH ITS OWN DATE, TIME  *
      * AND BRANCH, DUE ON THE NORMAL POLICY BUT NEVER BEFORE THE DATE *
      * PRINTED ON THE PROVISIONAL SLIP; CASH TAKEN FOR IT IS BOOKED   *
      * AS ITS RENTAL CHARGE AND RUNG ON THE TILL JOURNAL.             *
      *----------------------------------------------------------------*
       OFFLINE-CHECKOUT-ONE.
           INITIALIZE LOAN-REC
           MOVE OFL-CODIGO       TO LOAN-CODIGO
           MOVE ZERO             TO LOAN-SEQ
           MOVE OFL-BORROWER-ID  TO LOAN-BORROWER-ID
           MOVE OFL-COPY-NO      TO LOAN-COPY-NO
           MOVE OFL-DATE         TO LOAN-CHECKOUT-DT
           MOVE OFL-TIME         TO LOAN-CHECKOUT-TM
           MOVE "N"              TO LOAN-RETURNED
           MOVE OFL-BRANCH       TO LOAN-BRANCH
           IF LOAN-BRANCH = SPACES
              MOVE THIS-BRANCH   TO LOAN-BRANCH
           END-IF

           SET LOAN-EXISTS     TO FALSE
           MOVE ZERO TO EXISTING-COPY-NO
           SET EQUIPMENT-LOAN  TO FALSE

           IF LOAN-CODIGO NOT < 90000
              MOVE "EQUIPMENT - LEND IT AGAIN AT THE DESK"
                TO OFF-OUTCOME
              EXIT PARAGRAPH
           END-IF

           MOVE LOAN-CODIGO TO CODIGO
           READ MOVIES
                INVALID
                    MOVE "UNKNOWN TITLE CODE" TO OFF-OUTCOME
                    EXIT PARAGRAPH
           END-READ

           IF MEDIA-FORMAT = "DIGITAL"
              MOVE "DOWNLOAD TITLE - LEND IT AT THE DESK"
                TO OFF-OUTCOME
              EXIT PARAGRAPH
           END-IF

           MOVE LOAN-BORROWER-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    MOVE "UNKNOWN BORROWER CARD" TO OFF-OUTCOME
                    EXIT PARAGRAPH
           END-READ

           PERFORM OFFLINE-FIND-CHECKOUT

           IF OFF-ON-FILE
              EXIT PARAGRAPH
           END-IF

           MOVE BRW-ID TO WOF-BACK-ID
           PERFORM REINSTATE-WRITTEN-OFF

           IF BRW-IS-BLOCKED
              MOVE "BORROWER IS BLOCKED" TO OFF-OUTCOME
              EXIT PARAGRAPH
           END-IF

           IF BRW-IS-PENDING
              MOVE "APPLICATION NOT APPROVED YET" TO OFF-OUTCOME
              EXIT PARAGRAPH
           END-IF

      *> NOBODY WAS THERE TO GIVE THE OVERRIDE A STOP ALERT NEEDS
           MOVE BRW-ID   TO BAL-WANT-ID
           MOVE OFL-DATE TO BAL-ASOF-DT
           SET BAL-FOR-PATRON TO FALSE
           PERFORM GATHER-BORROWER-ALERTS

           IF BAL-STOP-CNT > ZERO
              MOVE "BORROWER HAS A STOP ALERT" TO OFF-OUTCOME
              EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-BORROWER-POLICY

           PERFORM COUNT-BORROWER-OPEN-LOANS

           IF LOAN-OPEN-COUNT NOT < EFF-MAX-LOANS
              MOVE "BORROWER ALREADY AT THE LOAN LIMIT"
                TO OFF-OUTCOME
              EXIT PARAGRAPH
           END-IF

           IF PRM-HH-MAX-LOANS > ZERO
              PERFORM COUNT-HOUSEHOLD-OPEN-LOANS

              IF HH-OPEN-COUNT NOT < PRM-HH-MAX-LOANS
                 MOVE "HOUSEHOLD ALREADY AT THE LOAN LIMIT"
                   TO OFF-OUTCOME
                 EXIT PARAGRAPH
              END-IF
           END-IF

      *> THE DESK WOULD HAVE OFFERED A RENEWAL - NOBODY IS THERE TO
      *> PAY FOR ONE
           IF BRW-MBR-EXPIRY-DT < OFL-DATE
              MOVE "MEMBERSHIP HAD RUN OUT" TO OFF-OUTCOME
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-BORROWER-FINES

           IF FINE-BALANCE > ZERO
              MOVE FINE-BALANCE TO FINE-BAL-TEXT
              STRING "UNPAID FINES OF " DELIMITED BY SIZE
                     FINE-BAL-TEXT      DELIMITED BY SIZE
                INTO OFF-OUTCOME
              END-STRING
              EXIT PARAGRAPH
           END-IF

           PERFORM OFFLINE-CHECK-COPY

           IF COPY-NOT-OK
              EXIT PARAGRAPH
           END-IF

           MOVE OFL-DATE TO STREET-ASOF-DT
           PERFORM CHECK-STREET-DATE

           IF STREET-EMBARGOED
              MOVE SDT-STREET-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              STRING "NOT RELEASED UNTIL " DELIMITED BY SIZE
                     WK-DATE-TEXT          DELIMITED BY SIZE
                INTO OFF-OUTCOME
              END-STRING
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-REVSHARE-ENDED

           IF REVSHR-ENDED
              MOVE RVG-TO-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              STRING "REVENUE-SHARE AGREEMENT ENDED " DELIMITED BY SIZE
                     WK-DATE-TEXT                    DELIMITED BY SIZE
                INTO OFF-OUTCOME
              END-STRING
              EXIT PARAGRAPH
           END-IF

      *> NO ADMINISTRATOR CAN OVERRIDE THE RATING AFTER THE EVENT
           PERFORM WORK-OUT-RATING-AGE

           IF RATING-MIN-AGE > ZERO
              AND BORROWER-AGE < RATING-MIN-AGE
              STRING "RATED "          DELIMITED BY SIZE
                     CERTIFICATION     DELIMITED BY SPACE
                     " - BORROWER UNDER " DELIMITED BY SIZE
                     RATING-MIN-AGE    DELIMITED BY SIZE
                INTO OFF-OUTCOME
              END-STRING
              EXIT PARAGRAPH
           END-IF

      *> THE SAME LOAN PERIOD THE DESK WOULD HAVE GIVEN, NEW-RELEASE
      *> TIER INCLUDED - BUT THE PATRON WAS TOLD THE SLIP'S DATE
           PERFORM SET-DUE-FROM-CHECKOUT

           IF STREET-NEW-TIER
              AND PRM-NEW-LOAN-DAYS > ZERO
              AND PRM-NEW-LOAN-DAYS < EFF-LOAN-DAYS
              MOVE PRM-NEW-LOAN-DAYS TO EFF-LOAN-DAYS
              PERFORM SET-DUE-FROM-CHECKOUT
           END-IF

           IF OFL-DUE-DT > LOAN-DUE-DT
              MOVE OFL-DUE-DT TO LOAN-DUE-DT
           END-IF

           MOVE BRW-NAME TO LOAN-BORROWER

      *> THE SEQUENCE LOOKUP READS THROUGH THE LOAN RECORD AREA
           MOVE LOAN-REC TO HOLD-LOAN-REC
           PERFORM GET-NEXT-LOAN-SEQ
           MOVE LOAN-SEQ TO OFF-NEW-SEQ
           MOVE HOLD-LOAN-REC TO LOAN-REC
           MOVE OFF-NEW-SEQ TO LOAN-SEQ

           MOVE "C" TO ITT-ACTION
           PERFORM BEGIN-INTENT

           WRITE LOAN-REC
                 INVALID KEY
                     PERFORM COMPLETE-INTENT
                     MOVE "ERROR WRITING THE LOAN" TO OFF-OUTCOME
                     EXIT PARAGRAPH
           END-WRITE

           PERFORM MARK-COPY-OUT

           IF OFL-FEE > ZERO
              PERFORM OFFLINE-RECORD-FEE
           END-IF

           PERFORM COMPLETE-INTENT

           SET OFF-APPLIED TO TRUE

           MOVE LOAN-DUE-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           STRING "LOAN "         DELIMITED BY SIZE
                  LOAN-CODIGO     DELIMITED BY SIZE
                  "/"             DELIMITED BY SIZE
                  LOAN-SEQ        DELIMITED BY SIZE
                  " DUE "         DELIMITED BY SIZE
                  WK-DATE-TEXT    DELIMITED BY SIZE
             INTO OFF-OUTCOME
           END-STRING

           IF OFL-FEE > ZERO
              MOVE OFL-FEE TO FINE-BAL-TEXT
              MOVE "PAID"        TO OFF-OUTCOME (33:4)
              MOVE FINE-BAL-TEXT TO OFF-OUTCOME (38:10)
           END-IF
           .

      *> IS THIS VERY ENTRY ALREADY ON FILE FROM AN UPLOAD A CRASH CUT
      *> SHORT?  THE SAME BORROWER, ITEM, COPY, DAY AND TIME IS
       OFFLINE-FIND-CHECKOUT.
           MOVE LOAN-REC TO HOLD-LOAN-REC
           SET LOANS-AT-END TO FALSE

           START LOANS KEY >= LOAN-BORROWER-ID
                 INVALID KEY
                     SET LOANS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ LOANS NEXT RECORD
                          AT END SET LOANS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL LOANS-AT-END
                      OR OFF-ON-FILE
                      OR LOAN-BORROWER-ID NOT = OFL-BORROWER-ID
              IF LOAN-CODIGO      = OFL-CODIGO
                 AND LOAN-COPY-NO     = OFL-COPY-NO
                 AND LOAN-CHECKOUT-DT = OFL-DATE
                 AND LOAN-CHECKOUT-TM = OFL-TIME
                 SET OFF-ON-FILE TO TRUE
              ELSE
                 READ LOANS NEXT RECORD
                      AT END SET LOANS-AT-END TO TRUE
                 END-READ
              END-IF
           END-PERFORM

           MOVE HOLD-LOAN-REC TO LOAN-REC
           .

      *> CHECK-COPY-AVAILABLE WITHOUT ITS MESSAGE BOXES - THE REASON
      *> GOES TO OFF-OUTCOME INSTEAD.  A DAMAGED-GRADE COPY LENDS
       OFFLINE-CHECK-COPY.
           SET COPY-OK TO TRUE
           SET TITLE-HAS-COPIES TO FALSE
           SET COPIES-AT-END TO FALSE

           MOVE LOAN-CODIGO TO CP-CODIGO
           MOVE ZERO        TO CP-COPY-NO

           START COPIES KEY >= CP-KEY
                 INVALID KEY
                     SET COPIES-AT-END TO TRUE
                 NOT INVALID KEY
                     READ COPIES NEXT RECORD
                          AT END SET COPIES-AT-END TO TRUE
                     END-READ
           END-START

           IF NOT COPIES-AT-END
              AND CP-CODIGO = LOAN-CODIGO
              SET TITLE-HAS-COPIES TO TRUE
           END-IF

           IF TITLE-HAS-COPIES AND LOAN-COPY-NO = ZERO
              MOVE "NO COPY NUMBER - TITLE IS TRACKED PER COPY"
                TO OFF-OUTCOME
              SET COPY-NOT-OK TO TRUE
              EXIT PARAGRAPH
           END-IF

           IF LOAN-COPY-NO = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE LOAN-CODIGO  TO CP-CODIGO
           MOVE LOAN-COPY-NO TO CP-COPY-NO

           READ COPIES
                INVALID
                    MOVE "NO SUCH COPY OF THIS TITLE" TO OFF-OUTCOME
                    SET COPY-NOT-OK TO TRUE
                    EXIT PARAGRAPH
           END-READ

           MOVE CP-BRANCH TO TRF-COPY-BRANCH
           IF TRF-COPY-BRANCH = SPACES
              MOVE HOME-BRANCH TO TRF-COPY-BRANCH
           END-IF

           EVALUATE TRUE
              WHEN CP-IS-REPAIR
                   MOVE "COPY IS BOOKED AWAY FOR REPAIR" TO OFF-OUTCOME
              WHEN CP-IS-LOST
                   MOVE "COPY IS DECLARED LOST" TO OFF-OUTCOME
              WHEN CP-IS-SALE
                   MOVE "COPY IS IN THE SALE BIN" TO OFF-OUTCOME
              WHEN CP-IS-TRANSIT
                   MOVE "COPY IS IN TRANSIT BETWEEN BRANCHES"
                     TO OFF-OUTCOME
              WHEN CP-IS-VENDOR
                   MOVE "COPY WAS RETURNED TO ITS DISTRIBUTOR"
                     TO OFF-OUTCOME
              WHEN TRF-COPY-BRANCH NOT = LOAN-BRANCH
                   STRING "COPY BELONGS TO BRANCH " DELIMITED BY SIZE
                          TRF-COPY-BRANCH          DELIMITED BY SIZE
                     INTO OFF-OUTCOME
                   END-STRING
              WHEN CP-IS-OUT
                   MOVE "COPY ALREADY OUT ON ANOTHER LOAN"
                     TO OFF-OUTCOME
              WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF OFF-OUTCOME NOT = SPACES
              SET COPY-NOT-OK TO TRUE
           END-IF
           .

      *> THE CASH THE OFFLINE DESK TOOK - THE RENTAL CHARGE ROW DATED
      *> THE DAY OF THE LOAN, AND A CASH ROW ON THE TILL JOURNAL WITH
      *> THE TAX INSIDE IT SPLIT OUT AS THE DESK DOES.  A FEE PAID
      *> OFFLINE EARNS ITS LOYALTY POINTS LIKE ONE PAID AT THE DESK
       OFFLINE-RECORD-FEE.
           MOVE LOAN-CODIGO      TO CHG-CODIGO
           MOVE LOAN-SEQ         TO CHG-SEQ
           MOVE LOAN-BORROWER-ID TO CHG-BORROWER-ID
           MOVE OFL-FEE          TO CHG-AMOUNT
           MOVE MEDIA-FORMAT     TO CHG-FORMAT
           MOVE OFL-DATE         TO CHG-DATE

           WRITE CHG-REC
                 INVALID KEY CONTINUE
           END-WRITE

           MOVE PRM-TAX-RENTAL   TO TAX-CLASS
           MOVE OFL-DATE         TO TAX-DATE
           MOVE OFL-FEE          TO TAX-GROSS
           PERFORM TAX-OF-GROSS
           MOVE TAX-RATE         TO TILL-TAX-RATE
           MOVE TAX-AMOUNT       TO TILL-TAX

           MOVE "C"              TO TILL-TENDER
           MOVE "R"              TO TLJ-TYPE
           MOVE OFL-FEE          TO TLJ-AMOUNT
           MOVE LOAN-BORROWER-ID TO TLJ-BORROWER-ID
           MOVE LOAN-CODIGO      TO TLJ-REF-CODIGO
           MOVE LOAN-SEQ         TO TLJ-REF-SEQ
           PERFORM APPEND-TILL-ROW

           MOVE OFL-FEE          TO LOY-FEE-BASE
           PERFORM EARN-RENTAL-POINTS
           .
      /
      *----------------------------------------------------------------*
      * ONE OFFLINE RETURN - BATCH-RETURN-ONE AS OF THE DAY IT WAS     *
      * TAKEN, MATCHING THE COPY NUMBER WHEN ONE WAS SCANNED.  A LOAN  *
      * ALREADY CLOSED THAT DAY IS AN EARLIER UPLOAD; A LOAN DECLARED  *
      * LOST IS LEFT FOR THE DESK TO REINSTATE WITH ITS CHARGES        *
      *----------------------------------------------------------------*
       OFFLINE-RETURN-ONE.
           SET BATCH-LOAN-FOUND TO FALSE
           SET OFF-SEEN-BACK TO FALSE
           SET OFF-SEEN-LOST TO FALSE
           SET LOANS-AT-END TO FALSE

           MOVE OFL-CODIGO TO LOAN-CODIGO
           MOVE ZERO       TO LOAN-SEQ

           START LOANS KEY >= LOAN-KEY
                 INVALID KEY
                     SET LOANS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ LOANS NEXT RECORD
                          AT END SET LOANS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL LOANS-AT-END
                      OR BATCH-LOAN-FOUND
                      OR LOAN-CODIGO NOT = OFL-CODIGO
              IF (LOAN-IS-OUT OR LOAN-IS-CLAIMED)
                 AND (OFL-COPY-NO = ZERO
                      OR LOAN-COPY-NO = OFL-COPY-NO)
                 SET BATCH-LOAN-FOUND TO TRUE
              ELSE
                 IF OFL-COPY-NO = ZERO
                    OR LOAN-COPY-NO = OFL-COPY-NO
                    IF LOAN-IS-RETURNED
                       AND LOAN-RETURNED-DT = OFL-DATE
                       SET OFF-SEEN-BACK TO TRUE
                    END-IF
                    IF LOAN-IS-LOST
                       SET OFF-SEEN-LOST TO TRUE
                    END-IF
                 END-IF

                 READ LOANS NEXT RECORD
                      AT END SET LOANS-AT-END TO TRUE
                 END-READ
              END-IF
           END-PERFORM

           IF NOT BATCH-LOAN-FOUND
              EVALUATE TRUE
                 WHEN OFF-SEEN-BACK
                      SET OFF-ON-FILE TO TRUE
                 WHEN OFF-SEEN-LOST
                      MOVE "LOAN IS DECLARED LOST - REINSTATE AT DESK"
                        TO OFF-OUTCOME
                 WHEN OTHER
                      MOVE "NO OPEN LOAN FOR THIS ITEM" TO OFF-OUTCOME
              END-EVALUATE
              EXIT PARAGRAPH
           END-IF

      *> A CLAIMED-RETURNED ITEM KEEPS ITS CLAIM DATE, AS IN THE PILE
           IF NOT LOAN-IS-CLAIMED
              MOVE OFL-DATE TO LOAN-RETURNED-DT
              MOVE OFL-TIME TO LOAN-RETURNED-TM
           END-IF
           MOVE "Y"        TO LOAN-RETURNED

           MOVE "R" TO ITT-ACTION
           PERFORM BEGIN-INTENT

           REWRITE LOAN-REC
              INVALID KEY
                  PERFORM COMPLETE-INTENT
                  MOVE "ERROR DURING REWRITE" TO OFF-OUTCOME
                  EXIT PARAGRAPH
           END-REWRITE

           PERFORM MARK-COPY-IN
           PERFORM ASSESS-LATE-FINE
           PERFORM SETTLE-LOAN-POINTS

           MOVE ZERO TO INS-CHARGE-AMT
           PERFORM SETTLE-DEPOSIT
           PERFORM CHECK-HOLD-QUEUE
           PERFORM COMPLETE-INTENT

           SET OFF-APPLIED TO TRUE

           MOVE SPACES TO OFF-OUTCOME
           STRING "LOAN "         DELIMITED BY SIZE
                  LOAN-CODIGO     DELIMITED BY SIZE
                  "/"             DELIMITED BY SIZE
                  LOAN-SEQ        DELIMITED BY SIZE
                  " RETURNED"     DELIMITED BY SIZE
             INTO OFF-OUTCOME
           END-STRING

           IF FINE-NEW-AMOUNT > ZERO
              MOVE FINE-NEW-AMOUNT TO FINE-BAL-TEXT
              MOVE "FINE"          TO OFF-OUTCOME (27:4)
              MOVE FINE-BAL-TEXT   TO OFF-OUTCOME (32:10)
           END-IF

           IF AMNESTY-AMOUNT > ZERO
              MOVE AMNESTY-AMOUNT      TO FINE-BAL-TEXT
              MOVE "AMNESTY"           TO OFF-OUTCOME (27:7)
              MOVE FINE-BAL-TEXT (3:8) TO OFF-OUTCOME (35:8)
           END-IF

           IF HOLD-FOUND
              IF RSV-IS-TRANSIT
                 MOVE "TO"               TO OFF-OUTCOME (43:2)
                 MOVE HOLD-PICKUP-BRANCH TO OFF-OUTCOME (46:4)
              ELSE
                 MOVE "HOLD"             TO OFF-OUTCOME (43:4)
                 MOVE RSV-BORROWER-ID    TO OFF-OUTCOME (48:5)
              END-IF
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * HOME DELIVERY RUN - PROPOSE A ROUND FOR EVERY HOUSEBOUND       *
      * BORROWER SWITCHED ON IN THE DELIVERY FILE, LET STAFF DROP OR   *
      * ADD ROWS, THEN LEND THE LOT IN ONE GO AND SPOOL THE ROUTE      *
      * SHEET WITH THE COLLECTION LIST UNDER IT.  NOTHING IS LENT      *
      * UNTIL LEND ALL; CLOSING THE DIALOG THROWS THE PROPOSAL AWAY    *
      *----------------------------------------------------------------*
       DELIVERY-RUN-PROMPT.
           SET DLVR-DONE TO FALSE
           MOVE ZERO TO DLV-PICK-CNT
           INITIALIZE DLV-PICK-TABLE

           ACCEPT DLV-TODAY FROM DATE YYYYMMDD

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 22,50,
              SIZE 88,00,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE "FILMOTECA.EDUC360 - HOME DELIVERY RUN",
              WITH SYSTEM MENU,
              HANDLE IS DLVR-FORM-HANDLE,

           DISPLAY DLVR-FORM

           PERFORM DELIVERY-SHOW-PICKS

           PERFORM UNTIL DLVR-DONE
              ACCEPT DLVR-FORM
                 ON EXCEPTION
                    PERFORM DLVR-EVALUATE-FUNC
              END-ACCEPT
           END-PERFORM

           DESTROY DLVR-FORM-HANDLE
           INITIALIZE KEY-STATUS

           PERFORM RESET-EFFECTIVE-POLICY
           .

       DLVR-EVALUATE-FUNC.
           EVALUATE TRUE
              WHEN EXIT-PUSHED
                   SET DLVR-DONE TO TRUE
              WHEN EVENT-OCCURRED
                   IF EVENT-TYPE = CMD-CLOSE
                      SET DLVR-DONE TO TRUE
                   END-IF
              WHEN KEY-STATUS = 7181
                   PERFORM DELIVERY-PROPOSE
              WHEN KEY-STATUS = 7182
                   PERFORM DELIVERY-DROP-PICK
              WHEN KEY-STATUS = 7183
                   PERFORM DELIVERY-ADD-PICK
              WHEN KEY-STATUS = 7184
                   PERFORM DELIVERY-LEND-ALL
              WHEN KEY-STATUS = 7185
                   PERFORM DELIVERY-COLLECTION-LIST
              WHEN KEY-STATUS = 7186
                   SET DLVR-DONE TO TRUE
           END-EVALUATE
           .

       DELIVERY-SHOW-PICKS.
           MODIFY LB-DLVRUN, RESET-LIST = 1
           PERFORM VARYING DLV-PICK-SUB FROM 1 BY 1
                     UNTIL DLV-PICK-SUB > DLV-PICK-CNT
              MODIFY LB-DLVRUN, ITEM-TO-ADD = DP-TEXT (DLV-PICK-SUB)
           END-PERFORM

           MOVE DLV-PICK-CNT TO DLV-COUNT-TEXT
           MOVE SPACES TO DLV-INFO-TEXT
           STRING DLV-COUNT-TEXT       DELIMITED BY SIZE
                  " ITEM(S) ON THE ROUND" DELIMITED BY SIZE
             INTO DLV-INFO-TEXT
           END-STRING
           MODIFY LBL-DLVR-INFO TITLE DLV-INFO-TEXT
           .
      /
      *----------------------------------------------------------------*
      * THE PROPOSAL - FIRST WHAT IS ON THE HOLD SHELF HERE FOR EACH   *
      * BORROWER ON THE ROUND, THEN TITLES OF THEIR STANDING GENRE     *
      * THAT THEY HAVE NOT HAD, THAT NOBODY IS QUEUEING FOR AND THAT   *
      * HAVE A COPY ON THIS BRANCH'S SHELF, UNTIL EACH BORROWER'S      *
      * ITEMS FOR THE RUN OR FREE LOAN SLOTS ARE USED UP               *
      *----------------------------------------------------------------*
       DELIVERY-PROPOSE.
           IF DLV-PICK-CNT > ZERO
              DISPLAY MESSAGE BOX
                 "Throw away the rows already listed and propose the "
                 "round again?"
                 TITLE   TITLEX
                 TYPE    MB-YES-NO
                 DEFAULT MB-NO
                 GIVING  DECISION

              IF DECISION NOT = MB-YES
                 EXIT PARAGRAPH
              END-IF
           END-IF

           MOVE ZERO TO DLV-PICK-CNT
           INITIALIZE DLV-PICK-TABLE
           ACCEPT DLV-TODAY FROM DATE YYYYMMDD

           PERFORM DELIVERY-LOAD-ROUND

           IF DLV-ROUND-CNT = ZERO
              PERFORM DELIVERY-SHOW-PICKS
              DISPLAY MESSAGE BOX
                 "Nobody is switched on for home delivery - set it up "
                 "on the borrowers screen"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           PERFORM DELIVERY-PICK-HOLDS
           PERFORM DELIVERY-PICK-GENRES
           PERFORM DELIVERY-SORT-PICKS
           PERFORM DELIVERY-SHOW-PICKS
           .

      *> EVERY BORROWER SWITCHED ON, WITH THE ITEMS THIS RUN MAY TAKE
      *> THEM - THEIR OWN LIMIT (THREE WHEN NONE IS SET), NEVER MORE
      *> THAN THE LOAN SLOTS THEIR CATEGORY LEAVES FREE.  A BLOCKED OR
      *> UNAPPROVED BORROWER IS LEFT OFF
       DELIVERY-LOAD-ROUND.
           MOVE ZERO TO DLV-ROUND-CNT
           INITIALIZE DLV-ROUND-TABLE
           SET DELIVERY-AT-END TO FALSE

           MOVE ZERO TO DLV-BRW-ID
           START DELIVERY KEY >= DLV-BRW-ID
                 INVALID KEY
                     SET DELIVERY-AT-END TO TRUE
           END-START

           PERFORM UNTIL DELIVERY-AT-END
              READ DELIVERY NEXT RECORD
                   AT END
                       SET DELIVERY-AT-END TO TRUE
                   NOT AT END
                       IF DLV-IS-ON
                          AND DLV-ROUND-CNT < 50
                          PERFORM DELIVERY-ADD-ROUND-ROW
                       END-IF
              END-READ
           END-PERFORM
           .

       DELIVERY-ADD-ROUND-ROW.
           MOVE DLV-BRW-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    EXIT PARAGRAPH
           END-READ

           IF BRW-IS-BLOCKED OR BRW-IS-PENDING
              EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-BORROWER-POLICY
           MOVE BRW-ID TO LOAN-BORROWER-ID
           PERFORM COUNT-BORROWER-OPEN-LOANS

           IF LOAN-OPEN-COUNT NOT < EFF-MAX-LOANS
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO DLV-ROUND-CNT
           MOVE DLV-ROUND-CNT     TO DLV-ROUND-SUB
           MOVE DLV-BRW-ID        TO DR-BRW-ID   (DLV-ROUND-SUB)
           MOVE DLV-AREA          TO DR-AREA     (DLV-ROUND-SUB)
           MOVE BRW-ADDR-POSTCODE TO DR-POSTCODE (DLV-ROUND-SUB)

           IF DLV-GENRE = ZERO
              MOVE SPACES    TO DR-GENRE (DLV-ROUND-SUB)
           ELSE
              MOVE DLV-GENRE TO DR-GENRE (DLV-ROUND-SUB)
           END-IF

           IF DLV-MAX-ITEMS = ZERO
              MOVE 3             TO DR-SLOTS (DLV-ROUND-SUB)
           ELSE
              MOVE DLV-MAX-ITEMS TO DR-SLOTS (DLV-ROUND-SUB)
           END-IF

           IF EFF-MAX-LOANS - LOAN-OPEN-COUNT < DR-SLOTS (DLV-ROUND-SUB)
              COMPUTE DR-SLOTS (DLV-ROUND-SUB) =
                 EFF-MAX-LOANS - LOAN-OPEN-COUNT
           END-IF
           .

      *> WHICH ROW OF THE ROUND IS DLV-WANT-BRW - ZERO WHEN NOT ON IT
       DELIVERY-FIND-ROUND.
           MOVE ZERO TO DLV-ROUND-SUB
           PERFORM VARYING DLV-SORT-SUB FROM 1 BY 1
                     UNTIL DLV-SORT-SUB > DLV-ROUND-CNT
                        OR DLV-ROUND-SUB > ZERO
              IF DR-BRW-ID (DLV-SORT-SUB) = DLV-WANT-BRW
                 MOVE DLV-SORT-SUB TO DLV-ROUND-SUB
              END-IF
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * FIRST PASS - A HOLD FILLED FOR A BORROWER ON THE ROUND AND     *
      * WAITING ON THIS BRANCH'S PICKUP SHELF GOES OUT TO THEM         *
      *----------------------------------------------------------------*
       DELIVERY-PICK-HOLDS.
           SET RESERVES-AT-END TO FALSE
           MOVE LOW-VALUES TO RSV-KEY

           START RESERVES KEY >= RSV-KEY
                 INVALID KEY
                     SET RESERVES-AT-END TO TRUE
           END-START

           PERFORM UNTIL RESERVES-AT-END
              READ RESERVES NEXT RECORD
                   AT END
                       SET RESERVES-AT-END TO TRUE
                   NOT AT END
                       IF RSV-IS-FILLED
                          PERFORM DELIVERY-WEIGH-HOLD
                       END-IF
              END-READ
           END-PERFORM
           .

       DELIVERY-WEIGH-HOLD.
           MOVE RSV-PICKUP-BRANCH TO HOLD-PICKUP-BRANCH
           IF HOLD-PICKUP-BRANCH = SPACES
              MOVE HOME-BRANCH TO HOLD-PICKUP-BRANCH
           END-IF

           IF HOLD-PICKUP-BRANCH NOT = THIS-BRANCH
              EXIT PARAGRAPH
           END-IF

           MOVE RSV-BORROWER-ID TO DLV-WANT-BRW
           PERFORM DELIVERY-FIND-ROUND

           IF DLV-ROUND-SUB = ZERO
              EXIT PARAGRAPH
           END-IF

           IF DR-SLOTS (DLV-ROUND-SUB) = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE RSV-CODIGO TO DLV-WANT-CODE
           MOVE RSV-CODIGO TO CODIGO
           READ MOVIES
                INVALID
                    EXIT PARAGRAPH
           END-READ

           IF MEDIA-FORMAT = "DIGITAL"
              EXIT PARAGRAPH
           END-IF

           PERFORM DELIVERY-CHECK-PICKED

           IF DLV-ALREADY-TAKEN
              EXIT PARAGRAPH
           END-IF

           PERFORM DELIVERY-FIND-SHELF-COPY

           IF DLV-NO-SHELF-COPY
              EXIT PARAGRAPH
           END-IF

           MOVE "H" TO DLV-WANT-SOURCE
           PERFORM DELIVERY-TAKE-ROUND-PICK
           .
      /
      *----------------------------------------------------------------*
      * SECOND PASS - ONE WALK OF THE CATALOG, OFFERING EACH LENDABLE  *
      * TITLE TO EVERY BORROWER ON THE ROUND WHOSE STANDING GENRE IT   *
      * IS.  A TITLE ANYONE IS QUEUEING FOR STAYS ON THE SHELF FOR     *
      * THEM, AS DOES ONE NOT YET RELEASED OR RATED ABOVE THE          *
      * BORROWER'S AGE                                                 *
      *----------------------------------------------------------------*
       DELIVERY-PICK-GENRES.
           SET MOVIES-AT-END TO FALSE

           MOVE ZERO TO CODIGO
           START MOVIES KEY >= CODIGO
                 INVALID KEY
                     SET MOVIES-AT-END TO TRUE
           END-START

           PERFORM UNTIL MOVIES-AT-END
              READ MOVIES NEXT RECORD
                   AT END
                       SET MOVIES-AT-END TO TRUE
                   NOT AT END
                       IF CODIGO NOT < 90000
                          SET MOVIES-AT-END TO TRUE
                       ELSE
                          IF REC-ACTIVE
                             AND MEDIA-FORMAT NOT = "DIGITAL"
                             PERFORM DELIVERY-WEIGH-TITLE
                          END-IF
                       END-IF
              END-READ
           END-PERFORM
           .

       DELIVERY-WEIGH-TITLE.
           SET DLV-TITLE-QUEUED TO FALSE
           MOVE ZERO TO DLV-WANT-CODE

           PERFORM VARYING DLV-ROUND-SUB FROM 1 BY 1
                     UNTIL DLV-ROUND-SUB > DLV-ROUND-CNT
                        OR DLV-TITLE-QUEUED
              IF DR-SLOTS (DLV-ROUND-SUB) > ZERO
                 AND DR-GENRE (DLV-ROUND-SUB) NOT = SPACES
                 AND DR-GENRE (DLV-ROUND-SUB) = GENERO
                 PERFORM DELIVERY-WEIGH-TITLE-FOR
              END-IF
           END-PERFORM
           .

      *> THE TITLE-WIDE TESTS RUN ONCE, FOR THE FIRST BORROWER THE
      *> TITLE SUITS; DLV-WANT-CODE THEN CARRIES THE TITLE
       DELIVERY-WEIGH-TITLE-FOR.
           IF DLV-WANT-CODE = ZERO
              MOVE CODIGO TO DLV-WANT-CODE
              PERFORM DELIVERY-CHECK-QUEUED

              IF DLV-TITLE-QUEUED
                 EXIT PARAGRAPH
              END-IF

              MOVE CODIGO    TO LOAN-CODIGO
              MOVE DLV-TODAY TO STREET-ASOF-DT
              PERFORM CHECK-STREET-DATE

              IF STREET-EMBARGOED
                 SET DLV-TITLE-QUEUED TO TRUE
                 EXIT PARAGRAPH
              END-IF
           END-IF

           MOVE DR-BRW-ID (DLV-ROUND-SUB) TO DLV-WANT-BRW

           PERFORM DELIVERY-CHECK-PICKED

           IF DLV-ALREADY-TAKEN
              EXIT PARAGRAPH
           END-IF

           PERFORM DELIVERY-CHECK-HAD

           IF DLV-BORROWER-HAD
              EXIT PARAGRAPH
           END-IF

           MOVE DLV-WANT-BRW TO BRW-ID
           READ BORROWERS
                INVALID
                    EXIT PARAGRAPH
           END-READ

           PERFORM WORK-OUT-RATING-AGE

           IF RATING-MIN-AGE > ZERO
              AND BORROWER-AGE < RATING-MIN-AGE
              EXIT PARAGRAPH
           END-IF

           PERFORM DELIVERY-FIND-SHELF-COPY

           IF DLV-NO-SHELF-COPY
              EXIT PARAGRAPH
           END-IF

           MOVE "G" TO DLV-WANT-SOURCE
           PERFORM DELIVERY-TAKE-ROUND-PICK
           .

      *> A ROUND ROW TAKES THE PICK - ITS BORROWER IS RE-READ FOR THE
      *> NAME ON THE LIST LINE, AND ONE OF ITS SLOTS IS USED UP
       DELIVERY-TAKE-ROUND-PICK.
           MOVE DLV-WANT-BRW TO BRW-ID
           READ BORROWERS
                INVALID
                    EXIT PARAGRAPH
           END-READ

           MOVE DR-AREA     (DLV-ROUND-SUB) TO DLV-WANT-AREA
           MOVE DR-POSTCODE (DLV-ROUND-SUB) TO DLV-WANT-POSTCODE

           PERFORM DELIVERY-ADD-PICK-ROW

           IF DLV-ALREADY-TAKEN
              SUBTRACT 1 FROM DR-SLOTS (DLV-ROUND-SUB)
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * ONE ROW ONTO THE LIST - BRW-REC AND MOV-REC ARE THE BORROWER   *
      * AND THE TITLE.  DLV-ALREADY-TAKEN COMES BACK SET WHEN THE ROW  *
      * WENT ON, CLEAR WHEN THE LIST WAS FULL                          *
      *----------------------------------------------------------------*
       DELIVERY-ADD-PICK-ROW.
           SET DLV-ALREADY-TAKEN TO FALSE

           IF DLV-PICK-CNT NOT < 100
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO DLV-PICK-CNT
           MOVE DLV-PICK-CNT TO DLV-PICK-SUB

           MOVE DLV-WANT-AREA     TO DP-AREA     (DLV-PICK-SUB)
           MOVE DLV-WANT-POSTCODE TO DP-POSTCODE (DLV-PICK-SUB)
           MOVE DLV-WANT-BRW      TO DP-BRW-ID   (DLV-PICK-SUB)
           MOVE DLV-WANT-CODE     TO DP-CODIGO   (DLV-PICK-SUB)
           MOVE DLV-FOUND-COPY    TO DP-COPY-NO  (DLV-PICK-SUB)
           MOVE DLV-WANT-SOURCE   TO DP-SOURCE   (DLV-PICK-SUB)

           MOVE SPACES TO BATCH-WORK-LINE
           MOVE DLV-WANT-AREA     TO BATCH-WORK-LINE (1:10)
           MOVE DLV-WANT-BRW      TO BATCH-WORK-LINE (12:5)
           MOVE BRW-NAME (1:18)   TO BATCH-WORK-LINE (18:18)
           MOVE DLV-WANT-CODE     TO BATCH-WORK-LINE (37:5)
           MOVE "/"               TO BATCH-WORK-LINE (42:1)
           MOVE DLV-FOUND-COPY    TO BATCH-WORK-LINE (43:3)
           MOVE TITULO (1:27)     TO BATCH-WORK-LINE (47:27)
           EVALUATE DLV-WANT-SOURCE
              WHEN "H"
                   MOVE "HOLD"  TO BATCH-WORK-LINE (75:5)
              WHEN "G"
                   MOVE "GENRE" TO BATCH-WORK-LINE (75:5)
              WHEN OTHER
                   MOVE "STAFF" TO BATCH-WORK-LINE (75:5)
           END-EVALUATE
           MOVE BATCH-WORK-LINE TO DP-TEXT (DLV-PICK-SUB)

           SET DLV-ALREADY-TAKEN TO TRUE
           .

      *> IS THIS TITLE ALREADY ON THE LIST FOR THIS BORROWER?
       DELIVERY-CHECK-PICKED.
           SET DLV-ALREADY-TAKEN TO FALSE
           PERFORM VARYING DLV-SORT-SUB FROM 1 BY 1
                     UNTIL DLV-SORT-SUB > DLV-PICK-CNT
                        OR DLV-ALREADY-TAKEN
              IF DP-BRW-ID (DLV-SORT-SUB) = DLV-WANT-BRW
                 AND DP-CODIGO (DLV-SORT-SUB) = DLV-WANT-CODE
                 SET DLV-ALREADY-TAKEN TO TRUE
              END-IF
           END-PERFORM
           .

      *> IS THIS VERY DISC ALREADY ON THE LIST FOR SOMEBODY?
       DELIVERY-CHECK-TAKEN.
           SET DLV-ALREADY-TAKEN TO FALSE
           PERFORM VARYING DLV-SORT-SUB FROM 1 BY 1
                     UNTIL DLV-SORT-SUB > DLV-PICK-CNT
                        OR DLV-ALREADY-TAKEN
              IF DP-CODIGO (DLV-SORT-SUB) = DLV-WANT-CODE
                 AND DP-COPY-NO (DLV-SORT-SUB) = DLV-FOUND-COPY
                 SET DLV-ALREADY-TAKEN TO TRUE
              END-IF
           END-PERFORM
           .

      *> HAS THE BORROWER HAD THIS TITLE BEFORE?  THE LOANS FILE STILL
      *> HOLDS EVERY LOAN SINCE THE LAST PURGE TO THE ARCHIVE
       DELIVERY-CHECK-HAD.
           SET DLV-BORROWER-HAD TO FALSE
           SET LOANS-AT-END TO FALSE

           MOVE DLV-WANT-BRW TO LOAN-BORROWER-ID
           START LOANS KEY >= LOAN-BORROWER-ID
                 INVALID KEY
                     SET LOANS-AT-END TO TRUE
                 NOT INVALID KEY
                     READ LOANS NEXT RECORD
                          AT END SET LOANS-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL LOANS-AT-END
                      OR DLV-BORROWER-HAD
                      OR LOAN-BORROWER-ID NOT = DLV-WANT-BRW
              IF LOAN-CODIGO = DLV-WANT-CODE
                 SET DLV-BORROWER-HAD TO TRUE
              ELSE
                 READ LOANS NEXT RECORD
                      AT END SET LOANS-AT-END TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           .

      *> IS ANYONE WAITING FOR THE TITLE, OR IS A DISC OF IT ALREADY
      *> ON A PICKUP SHELF OR ON ITS WAY TO ONE?
       DELIVERY-CHECK-QUEUED.
           SET DLV-TITLE-QUEUED TO FALSE
           SET RESERVES-AT-END TO FALSE

           MOVE DLV-WANT-CODE TO RSV-CODIGO
           MOVE ZERO          TO RSV-SEQ
           START RESERVES KEY >= RSV-KEY
                 INVALID KEY
                     SET RESERVES-AT-END TO TRUE
                 NOT INVALID KEY
                     READ RESERVES NEXT RECORD
                          AT END SET RESERVES-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL RESERVES-AT-END
                      OR DLV-TITLE-QUEUED
                      OR RSV-CODIGO NOT = DLV-WANT-CODE
              IF RSV-IS-WAITING OR RSV-IS-FILLED OR RSV-IS-TRANSIT
                 SET DLV-TITLE-QUEUED TO TRUE
              ELSE
                 READ RESERVES NEXT RECORD
                      AT END SET RESERVES-AT-END TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           .

      *> A COPY OF DLV-WANT-CODE ON THIS BRANCH'S SHELF THAT IS NOT
      *> ALREADY ON THE LIST.  A TITLE NOT TRACKED PER COPY LENDS AS
      *> COPY 0, THE SAME AS AT THE DESK
       DELIVERY-FIND-SHELF-COPY.
           SET DLV-NO-SHELF-COPY TO TRUE
           SET TITLE-HAS-COPIES TO FALSE
           SET COPIES-AT-END TO FALSE
           MOVE ZERO TO DLV-FOUND-COPY

           MOVE DLV-WANT-CODE TO CP-CODIGO
           MOVE ZERO          TO CP-COPY-NO

           START COPIES KEY >= CP-KEY
                 INVALID KEY
                     SET COPIES-AT-END TO TRUE
                 NOT INVALID KEY
                     READ COPIES NEXT RECORD
                          AT END SET COPIES-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL COPIES-AT-END
                      OR DLV-SHELF-COPY
                      OR CP-CODIGO NOT = DLV-WANT-CODE
              SET TITLE-HAS-COPIES TO TRUE

              MOVE CP-BRANCH TO TRF-COPY-BRANCH
              IF TRF-COPY-BRANCH = SPACES
                 MOVE HOME-BRANCH TO TRF-COPY-BRANCH
              END-IF

              IF CP-IS-IN
                 AND TRF-COPY-BRANCH = THIS-BRANCH
                 MOVE CP-COPY-NO TO DLV-FOUND-COPY
                 PERFORM DELIVERY-CHECK-TAKEN
                 IF NOT DLV-ALREADY-TAKEN
                    SET DLV-SHELF-COPY TO TRUE
                 END-IF
              END-IF

              IF DLV-NO-SHELF-COPY
                 READ COPIES NEXT RECORD
                      AT END SET COPIES-AT-END TO TRUE
                 END-READ
              END-IF
           END-PERFORM

           IF NOT TITLE-HAS-COPIES
              MOVE ZERO TO DLV-FOUND-COPY
              SET DLV-SHELF-COPY TO TRUE
           END-IF
           .

      *> ROUND ORDER FOR THE DRIVER - A STRAIGHT BUBBLE ON AREA,
      *> POSTCODE AND BORROWER; ROWS THAT TIE KEEP THEIR ORDER, SO A
      *> BORROWER'S HOLDS STAY AHEAD OF THEIR GENRE PICKS
       DELIVERY-SORT-PICKS.
           IF DLV-PICK-CNT < 2
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING DLV-PICK-SUB FROM DLV-PICK-CNT BY -1
                     UNTIL DLV-PICK-SUB < 2
              PERFORM VARYING DLV-SORT-SUB FROM 1 BY 1
                        UNTIL DLV-SORT-SUB NOT < DLV-PICK-SUB
                 IF DP-SORT-KEY (DLV-SORT-SUB) >
                    DP-SORT-KEY (DLV-SORT-SUB + 1)
                    MOVE DLV-PICK-ROW (DLV-SORT-SUB) TO HOLD-PICK-ROW
                    MOVE DLV-PICK-ROW (DLV-SORT-SUB + 1)
                      TO DLV-PICK-ROW (DLV-SORT-SUB)
                    MOVE HOLD-PICK-ROW
                      TO DLV-PICK-ROW (DLV-SORT-SUB + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
      * PICKING A LISTED ROW OFFERS TO DROP IT FROM THE ROUND          *
      *----------------------------------------------------------------*
       DELIVERY-DROP-PICK.
           IF DLV-IDX = ZERO OR DLV-IDX > DLV-PICK-CNT
              EXIT PARAGRAPH
           END-IF

           SET DLV-PICK-SUB TO DLV-IDX

           DISPLAY MESSAGE BOX
              "Drop this item from the round?" X"0A"
              DP-TEXT (DLV-PICK-SUB)
              TITLE   TITLEX
              TYPE    MB-YES-NO
              DEFAULT MB-YES
              GIVING  DECISION

           IF DECISION NOT = MB-YES
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING DLV-SORT-SUB FROM DLV-PICK-SUB BY 1
                     UNTIL DLV-SORT-SUB NOT < DLV-PICK-CNT
              MOVE DLV-PICK-ROW (DLV-SORT-SUB + 1)
                TO DLV-PICK-ROW (DLV-SORT-SUB)
           END-PERFORM

           INITIALIZE DLV-PICK-ROW (DLV-PICK-CNT)
           SUBTRACT 1 FROM DLV-PICK-CNT

           PERFORM DELIVERY-SHOW-PICKS
           .
      /
      *----------------------------------------------------------------*
      * STAFF ADD A TITLE FOR A BORROWER ON THE ROUND - THE COPY IS    *
      * TAKEN OFF THE SHELF HERE WHEN NONE IS KEYED.  THE CHECKOUT     *
      * GATES STILL HAVE THE LAST WORD AT LEND ALL                     *
      *----------------------------------------------------------------*
       DELIVERY-ADD-PICK.
           INQUIRE EF-DLVR-BRW  VALUE IN DLV-ADD-BRW
           INQUIRE EF-DLVR-CODE VALUE IN DLV-ADD-CODE
           INQUIRE EF-DLVR-COPY VALUE IN DLV-ADD-COPY

           MOVE DLV-ADD-BRW TO DLV-BRW-ID
           READ DELIVERY
                INVALID
                    MOVE "N" TO DLV-ACTIVE
           END-READ

           IF NOT DLV-IS-ON
              DISPLAY MESSAGE BOX
                 "That borrower is not switched on for home delivery"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE DLV-ADD-BRW TO BRW-ID
           READ BORROWERS
                INVALID
                    DISPLAY MESSAGE BOX
                       "Invalid Borrower ID!"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           IF DLV-ADD-CODE NOT < 90000
              DISPLAY MESSAGE BOX
                 "Equipment is lent at the counter, not on the round"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE DLV-ADD-CODE TO CODIGO
           READ MOVIES
                INVALID
                    DISPLAY MESSAGE BOX
                       "Invalid Movie code!"
                       TITLE TITLEX
                       ICON  3
                    EXIT PARAGRAPH
           END-READ

           IF MEDIA-FORMAT = "DIGITAL"
              DISPLAY MESSAGE BOX
                 "A download title has no disc to deliver"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE DLV-ADD-BRW  TO DLV-WANT-BRW
           MOVE DLV-ADD-CODE TO DLV-WANT-CODE

           PERFORM DELIVERY-CHECK-PICKED

           IF DLV-ALREADY-TAKEN
              DISPLAY MESSAGE BOX
                 "That title is already on the round for this borrower"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF DLV-ADD-COPY = ZERO
              PERFORM DELIVERY-FIND-SHELF-COPY

              IF DLV-NO-SHELF-COPY
                 DISPLAY MESSAGE BOX
                    "No copy of that title is on the shelf here"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF
           ELSE
              MOVE DLV-ADD-COPY TO DLV-FOUND-COPY
              PERFORM DELIVERY-CHECK-TAKEN

              IF DLV-ALREADY-TAKEN
                 DISPLAY MESSAGE BOX
                    "That copy is already on the round"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF
           END-IF

           MOVE "S"               TO DLV-WANT-SOURCE
           MOVE DLV-AREA          TO DLV-WANT-AREA
           MOVE BRW-ADDR-POSTCODE TO DLV-WANT-POSTCODE
           PERFORM DELIVERY-ADD-PICK-ROW

           IF NOT DLV-ALREADY-TAKEN
              DISPLAY MESSAGE BOX
                 "The round is full - lend these and run again"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           PERFORM DELIVERY-SORT-PICKS
           PERFORM DELIVERY-SHOW-PICKS

           MODIFY EF-DLVR-CODE VALUE SPACES
           MODIFY EF-DLVR-COPY VALUE SPACES
           .
      /
      *----------------------------------------------------------------*
      * LEND THE ROUND - EACH ROW GOES THROUGH THE QUIET CHECKOUT THE  *
      * OFFLINE UPLOAD REPLAYS THROUGH, DATED TODAY, WITH THE RENTAL   *
      * FEE BOOKED AS CASH THE DRIVER COLLECTS AT THE DOOR.  A LENT    *
      * ROW IS MARKED ON THE DELIVERY LOAN FILE AND A HOLD IT CAME     *
      * FROM IS COLLECTED; A REFUSED ONE IS PRINTED WITH ITS REASON    *
      * AND STAYS ON THE SHELF.  THE ROUTE SHEET GOES STOP BY STOP IN  *
      * ROUND ORDER, WITH THE COLLECTION LIST UNDER IT                 *
      *----------------------------------------------------------------*
       DELIVERY-LEND-ALL.
           IF DLV-PICK-CNT = ZERO
              DISPLAY MESSAGE BOX
                 "Nothing on the round yet - PROPOSE it first"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           MOVE DLV-PICK-CNT TO DLV-COUNT-TEXT
           DISPLAY MESSAGE BOX
              "Lend the " DLV-COUNT-TEXT " item(s) on the round now?"
              TITLE   TITLEX
              TYPE    MB-YES-NO
              DEFAULT MB-YES
              GIVING  DECISION

           IF DECISION NOT = MB-YES
              EXIT PARAGRAPH
           END-IF

           MOVE "DELIVERY" TO SPOOL-NAME
           PERFORM BUILD-SPOOL-PATH
           MOVE SPOOL-FILE-PATH TO RECEIPT-RPT-PATH

           OPEN OUTPUT RECEIPT-RPT

           IF NOT VALID-STATUS-RCP
              DISPLAY MESSAGE BOX
                 "Unable to open the route sheet file - nothing lent"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           ACCEPT DLV-TODAY FROM DATE YYYYMMDD

           MOVE "FILMOTECA.EDUC360 - HOME DELIVERY ROUTE SHEET"
             TO RCP-LINE
           WRITE RCP-LINE

           PERFORM DELIVERY-RUN-BYLINE

           MOVE ZERO TO DLV-LENT-CNT
           MOVE ZERO TO DLV-REFUSED-CNT
           MOVE ZERO TO DLV-LAST-BRW

           SET BATCH-MODE TO TRUE

           PERFORM VARYING DLV-PICK-SUB FROM 1 BY 1
                     UNTIL DLV-PICK-SUB > DLV-PICK-CNT
              PERFORM DELIVERY-LEND-ONE
           END-PERFORM

           SET BATCH-MODE TO FALSE

           MOVE SPACES TO RCP-LINE
           WRITE RCP-LINE

           MOVE SPACES TO BATCH-WORK-LINE
           MOVE DLV-LENT-CNT    TO DLV-COUNT-TEXT
           MOVE "LENT"          TO BATCH-WORK-LINE (1:4)
           MOVE DLV-COUNT-TEXT  TO BATCH-WORK-LINE (6:3)
           MOVE DLV-REFUSED-CNT TO DLV-COUNT-TEXT
           MOVE "NOT LENT"      TO BATCH-WORK-LINE (12:8)
           MOVE DLV-COUNT-TEXT  TO BATCH-WORK-LINE (21:3)
           MOVE BATCH-WORK-LINE TO RCP-LINE
           WRITE RCP-LINE

           PERFORM DELIVERY-WRITE-COLLECTIONS

           CLOSE RECEIPT-RPT

           PERFORM RESET-EFFECTIVE-POLICY

           MOVE ZERO TO DLV-PICK-CNT
           INITIALIZE DLV-PICK-TABLE
           PERFORM DELIVERY-SHOW-PICKS

           IF DLV-REFUSED-CNT > ZERO
              MOVE DLV-REFUSED-CNT TO DLV-COUNT-TEXT
              DISPLAY MESSAGE BOX
                 DLV-COUNT-TEXT
                 " item(s) could not be lent - the reasons are on the "
                 "route sheet; put them back on the shelf"
                 TITLE TITLEX
                 ICON  3
           END-IF

           PERFORM SPOOL-PRINT-PROMPT
           .

       DELIVERY-RUN-BYLINE.
           MOVE DLV-TODAY TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RCP-LINE
           STRING "RUN OF "         DELIMITED BY SIZE
                  WK-DATE-TEXT      DELIMITED BY SIZE
                  " BY "            DELIMITED BY SIZE
                  DESK-OPERATOR     DELIMITED BY SPACE
                  " AT BRANCH "     DELIMITED BY SIZE
                  THIS-BRANCH       DELIMITED BY SIZE
             INTO RCP-LINE
           END-STRING
           WRITE RCP-LINE

           MOVE SPACES TO RCP-LINE
           WRITE RCP-LINE
           .

       DELIVERY-LEND-ONE.
           IF DP-BRW-ID (DLV-PICK-SUB) NOT = DLV-LAST-BRW
              MOVE DP-BRW-ID (DLV-PICK-SUB) TO DLV-LAST-BRW
              PERFORM DELIVERY-ROUTE-STOP
           END-IF

           PERFORM DELIVERY-RENTAL-FEE

      *> THE OFFLINE LOG RECORD CARRIES THE CHECKOUT INTO THE QUIET
      *> GATES; NOTHING IS WRITTEN TO THE LOG ITSELF
           INITIALIZE OFL-REC
           MOVE "C"                     TO OFL-ACTION
           MOVE DLV-TODAY               TO OFL-DATE
           ACCEPT OFL-TIME FROM TIME
           MOVE DP-BRW-ID  (DLV-PICK-SUB) TO OFL-BORROWER-ID
           MOVE DP-CODIGO  (DLV-PICK-SUB) TO OFL-CODIGO
           MOVE DP-COPY-NO (DLV-PICK-SUB) TO OFL-COPY-NO
           MOVE ZERO                    TO OFL-DUE-DT
           MOVE DLV-FEE                 TO OFL-FEE
           MOVE DESK-OPERATOR           TO OFL-OPERATOR
           MOVE THIS-BRANCH             TO OFL-BRANCH

           SET OFF-FOR-REVIEW TO TRUE
           MOVE SPACES TO OFF-OUTCOME

           PERFORM OFFLINE-CHECKOUT-ONE

           MOVE SPACES TO BATCH-WORK-LINE

           IF NOT OFF-APPLIED
              ADD 1 TO DLV-REFUSED-CNT
              MOVE DP-CODIGO  (DLV-PICK-SUB) TO BATCH-WORK-LINE (5:5)
              MOVE "/"                       TO BATCH-WORK-LINE (10:1)
              MOVE DP-COPY-NO (DLV-PICK-SUB) TO BATCH-WORK-LINE (11:3)
              STRING "NOT LENT - " DELIMITED BY SIZE
                     OFF-OUTCOME   DELIMITED BY SIZE
                INTO BATCH-WORK-LINE (16:65)
              END-STRING
              MOVE BATCH-WORK-LINE TO RCP-LINE
              WRITE RCP-LINE
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO DLV-LENT-CNT

           INITIALIZE DWL-REC
           MOVE LOAN-CODIGO              TO DWL-CODIGO
           MOVE LOAN-SEQ                 TO DWL-SEQ
           MOVE LOAN-BORROWER-ID         TO DWL-BRW-ID
           MOVE DLV-TODAY                TO DWL-RUN-DT
           MOVE DP-SOURCE (DLV-PICK-SUB) TO DWL-SOURCE
           MOVE DESK-OPERATOR            TO DWL-OPERATOR
           WRITE DWL-REC
                 INVALID KEY CONTINUE
           END-WRITE

           IF DP-SOURCE (DLV-PICK-SUB) = "H"
              PERFORM MARK-HOLD-COLLECTED
           END-IF

           MOVE LOAN-BORROWER-ID TO DLV-BRW-ID
           READ DELIVERY
                INVALID
                    CONTINUE
                NOT INVALID
                    MOVE DLV-TODAY TO DLV-LAST-RUN-DT
                    REWRITE DLV-REC
                       INVALID KEY CONTINUE
                    END-REWRITE
           END-READ

           MOVE LOAN-CODIGO TO CODIGO
           READ MOVIES
                INVALID
                    MOVE SPACES TO TITULO
           END-READ

           MOVE LOAN-DUE-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           MOVE "[ ]"           TO BATCH-WORK-LINE (1:3)
           MOVE LOAN-CODIGO     TO BATCH-WORK-LINE (5:5)
           MOVE "/"             TO BATCH-WORK-LINE (10:1)
           MOVE LOAN-COPY-NO    TO BATCH-WORK-LINE (11:3)
           MOVE TITULO (1:28)   TO BATCH-WORK-LINE (16:28)
           MOVE "DUE"           TO BATCH-WORK-LINE (45:3)
           MOVE WK-DATE-TEXT    TO BATCH-WORK-LINE (49:10)
           IF DLV-FEE > ZERO
              MOVE DLV-FEE       TO FINE-BAL-TEXT
              MOVE "COLLECT"     TO BATCH-WORK-LINE (60:7)
              MOVE FINE-BAL-TEXT TO BATCH-WORK-LINE (68:10)
           END-IF
           MOVE BATCH-WORK-LINE TO RCP-LINE
           WRITE RCP-LINE
           .

      *> THE HEAD OF ONE STOP ON THE ROUTE - WHO, WHERE AND WHAT THE
      *> DRIVER NEEDS TO KNOW AT THE DOOR
       DELIVERY-ROUTE-STOP.
           MOVE DLV-LAST-BRW TO BRW-ID
           READ BORROWERS
                INVALID
                    INITIALIZE BRW-REC
                    MOVE DLV-LAST-BRW TO BRW-ID
           END-READ

           MOVE DLV-LAST-BRW TO DLV-BRW-ID
           READ DELIVERY
                INVALID
                    INITIALIZE DLV-REC
           END-READ

           MOVE ALL "-" TO RCP-LINE
           WRITE RCP-LINE

           MOVE SPACES TO RCP-LINE
           STRING "ROUND "     DELIMITED BY SIZE
                  DLV-AREA     DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  BRW-ID       DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  BRW-NAME     DELIMITED BY SIZE
             INTO RCP-LINE
           END-STRING
           WRITE RCP-LINE

           MOVE SPACES TO RCP-LINE
           MOVE BRW-ADDR-LINE1 TO RCP-LINE (7:30)
           WRITE RCP-LINE

           IF BRW-ADDR-LINE2 NOT = SPACES
              MOVE SPACES TO RCP-LINE
              MOVE BRW-ADDR-LINE2 TO RCP-LINE (7:30)
              WRITE RCP-LINE
           END-IF

           MOVE SPACES TO RCP-LINE
           STRING BRW-ADDR-TOWN     DELIMITED BY "  "
                  " "               DELIMITED BY SIZE
                  BRW-ADDR-POSTCODE DELIMITED BY SIZE
             INTO RCP-LINE (7:50)
           END-STRING
           WRITE RCP-LINE

           IF BRW-PHONE NOT = SPACES
              MOVE SPACES TO RCP-LINE
              STRING "PHONE "  DELIMITED BY SIZE
                     BRW-PHONE DELIMITED BY SIZE
                INTO RCP-LINE (7:30)
              END-STRING
              WRITE RCP-LINE
           END-IF

           IF DLV-NOTE-1 NOT = SPACES
              MOVE SPACES TO RCP-LINE
              MOVE "NOTE"     TO RCP-LINE (7:4)
              MOVE DLV-NOTE-1 TO RCP-LINE (12:60)
              WRITE RCP-LINE
           END-IF

           IF DLV-NOTE-2 NOT = SPACES
              MOVE SPACES TO RCP-LINE
              MOVE DLV-NOTE-2 TO RCP-LINE (12:60)
              WRITE RCP-LINE
           END-IF
           .

      *> THE FEE THE DESK WOULD CHARGE FOR THE TITLE TODAY - THE FLAT
      *> NEW-RELEASE FEE IN ITS WINDOW, OTHERWISE THE FORMAT'S PRICE IN
      *> FORCE.  PROMOTIONS AND POINTS NEED THE PATRON AT THE COUNTER
       DELIVERY-RENTAL-FEE.
           MOVE ZERO TO DLV-FEE

           MOVE DP-CODIGO (DLV-PICK-SUB) TO CODIGO
           READ MOVIES
                INVALID
                    EXIT PARAGRAPH
           END-READ

           MOVE CODIGO    TO LOAN-CODIGO
           MOVE DLV-TODAY TO STREET-ASOF-DT
           PERFORM CHECK-STREET-DATE

           IF STREET-NEW-TIER
              AND PRM-NEW-FEE > ZERO
              MOVE PRM-NEW-FEE TO DLV-FEE
              EXIT PARAGRAPH
           END-IF

           MOVE MEDIA-FORMAT TO PRC-FORMAT
           READ PRICES
                INVALID
                    MOVE ZERO TO PRC-FEE
           END-READ

           MOVE "F"          TO SCH-KIND
           MOVE MEDIA-FORMAT TO SCH-ITEM
           PERFORM SET-POLICY-AS-OF
           PERFORM FIND-POLICY-IN-FORCE
           IF SCH-FOUND
              MOVE PSC-PRC-FEE TO PRC-FEE
           END-IF

           MOVE PRC-FEE TO DLV-FEE
           .
      /
      *----------------------------------------------------------------*
      * COLLECTION LIST ON ITS OWN - EVERY DELIVERY LOAN STILL OUT AND *
      * DUE BACK WITHIN DLV-COLLECT-DAYS, SPOOLED FOR THE DRIVER       *
      *----------------------------------------------------------------*
       DELIVERY-COLLECTION-LIST.
           MOVE "DLVCOLLECT" TO SPOOL-NAME
           PERFORM BUILD-SPOOL-PATH
           MOVE SPOOL-FILE-PATH TO RECEIPT-RPT-PATH


           IF NOT VALID-STATUS-RCP
              DISPLAY MESSAGE BOX
                 "Unable to open the collection list file"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           ACCEPT DLV-TODAY FROM DATE YYYYMMDD

           MOVE "FILMOTECA.EDUC360 - HOME DELIVERY COLLECTION LIST"
             TO RCP-LINE
           WRITE RCP-LINE

           PERFORM DELIVERY-RUN-BYLINE
           PERFORM DELIVERY-WRITE-COLLECTIONS

           CLOSE RECEIPT-RPT

           PERFORM SPOOL-PRINT-PROMPT
           .

      *> THE DELIVERY LOANS STILL OUT AND DUE BY THE HORIZON (OR
      *> ALREADY OVERDUE), IN ROUND ORDER, WRITTEN TO THE OPEN LIST
       DELIVERY-WRITE-COLLECTIONS.
           COMPUTE WK-DATE-INT =
              FUNCTION INTEGER-OF-DATE (DLV-TODAY) + DLV-COLLECT-DAYS
           COMPUTE DLV-HORIZON-DT =
              FUNCTION DATE-OF-INTEGER (WK-DATE-INT)

           MOVE ZERO TO DLV-COLL-CNT
           INITIALIZE DLV-COLL-TABLE
           SET DLVLOAN-AT-END TO FALSE

           MOVE LOW-VALUES TO DWL-KEY
           START DLVLOAN KEY >= DWL-KEY
                 INVALID KEY
                     SET DLVLOAN-AT-END TO TRUE
           END-START

           PERFORM UNTIL DLVLOAN-AT-END
              READ DLVLOAN NEXT RECORD
                   AT END
                       SET DLVLOAN-AT-END TO TRUE
                   NOT AT END
                       PERFORM DELIVERY-WEIGH-COLLECTION
              END-READ
           END-PERFORM

           PERFORM DELIVERY-SORT-COLLECTIONS

           MOVE SPACES TO RCP-LINE
           WRITE RCP-LINE

           MOVE DLV-HORIZON-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RCP-LINE
           STRING "TO COLLECT - DELIVERY LOANS DUE BACK BY "
                                DELIMITED BY SIZE
                  WK-DATE-TEXT  DELIMITED BY SIZE
             INTO RCP-LINE
           END-STRING
           WRITE RCP-LINE
           MOVE SPACES TO RCP-LINE
           WRITE RCP-LINE

           IF DLV-COLL-CNT = ZERO
              MOVE "  NONE" TO RCP-LINE
              WRITE RCP-LINE
           END-IF

           PERFORM VARYING DLV-COLL-SUB FROM 1 BY 1
                     UNTIL DLV-COLL-SUB > DLV-COLL-CNT
              MOVE DC-TEXT (DLV-COLL-SUB) TO RCP-LINE
              WRITE RCP-LINE
           END-PERFORM

           IF DLV-COLL-CNT = 200
              MOVE "  (LIST FULL - RUN IT AGAIN AFTER THIS ROUND)"
                TO RCP-LINE
              WRITE RCP-LINE
           END-IF
           .

       DELIVERY-WEIGH-COLLECTION.
           IF DLV-COLL-CNT NOT < 200
              EXIT PARAGRAPH
           END-IF

           MOVE DWL-CODIGO TO LOAN-CODIGO
           MOVE DWL-SEQ    TO LOAN-SEQ
           READ LOANS
                INVALID
                    EXIT PARAGRAPH
           END-READ

           IF NOT LOAN-IS-OUT
              OR LOAN-DUE-DT > DLV-HORIZON-DT
              EXIT PARAGRAPH
           END-IF

           MOVE LOAN-BORROWER-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    INITIALIZE BRW-REC
                    MOVE LOAN-BORROWER-ID TO BRW-ID
                    MOVE LOAN-BORROWER    TO BRW-NAME
           END-READ

           MOVE LOAN-BORROWER-ID TO DLV-BRW-ID
           READ DELIVERY
                INVALID
                    MOVE SPACES TO DLV-AREA
           END-READ

           MOVE LOAN-CODIGO TO CODIGO
           READ MOVIES
                INVALID
                    MOVE SPACES TO TITULO
           END-READ

           ADD 1 TO DLV-COLL-CNT
           MOVE DLV-COLL-CNT TO DLV-COLL-SUB

           MOVE DLV-AREA          TO DC-AREA     (DLV-COLL-SUB)
           MOVE BRW-ADDR-POSTCODE TO DC-POSTCODE (DLV-COLL-SUB)
           MOVE LOAN-BORROWER-ID  TO DC-BRW-ID   (DLV-COLL-SUB)
           MOVE LOAN-DUE-DT       TO DC-DUE-DT   (DLV-COLL-SUB)

           MOVE LOAN-DUE-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT

           MOVE SPACES TO BATCH-WORK-LINE
           MOVE DLV-AREA          TO BATCH-WORK-LINE (1:10)
           MOVE LOAN-BORROWER-ID  TO BATCH-WORK-LINE (12:5)
           MOVE BRW-NAME (1:16)   TO BATCH-WORK-LINE (18:16)
           MOVE LOAN-CODIGO       TO BATCH-WORK-LINE (35:5)
           MOVE "/"               TO BATCH-WORK-LINE (40:1)
           MOVE LOAN-COPY-NO      TO BATCH-WORK-LINE (41:3)
           MOVE TITULO (1:20)     TO BATCH-WORK-LINE (45:20)
           MOVE WK-DATE-TEXT      TO BATCH-WORK-LINE (66:10)
           IF LOAN-DUE-DT < DLV-TODAY
              MOVE "LATE"         TO BATCH-WORK-LINE (77:4)
           END-IF
           MOVE BATCH-WORK-LINE TO DC-TEXT (DLV-COLL-SUB)
           .

       DELIVERY-SORT-COLLECTIONS.
           IF DLV-COLL-CNT < 2
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING DLV-PICK-SUB FROM DLV-COLL-CNT BY -1
                     UNTIL DLV-PICK-SUB < 2
              PERFORM VARYING DLV-SORT-SUB FROM 1 BY 1
                        UNTIL DLV-SORT-SUB NOT < DLV-PICK-SUB
                 IF DC-SORT-KEY (DLV-SORT-SUB) >
                    DC-SORT-KEY (DLV-SORT-SUB + 1)
                    MOVE DLV-COLL-ROW (DLV-SORT-SUB) TO HOLD-COLL-ROW
                    MOVE DLV-COLL-ROW (DLV-SORT-SUB + 1)
                      TO DLV-COLL-ROW (DLV-SORT-SUB)
                    MOVE HOLD-COLL-ROW
                      TO DLV-COLL-ROW (DLV-SORT-SUB + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .

      *> THE BORROWER HAS TAKEN THE TITLE THEIR HOLD WAS WAITING FOR,
      *> AT THE DESK OR ON THE ROUND - IT COMES OFF THE PICKUP SHELF SO
      *> THE HOLDEXP SWEEP DOES NOT EXPIRE IT AND PROMOTE THE NEXT HOLD
      *> ONTO A DISC THAT IS NO LONGER THERE
       MARK-HOLD-COLLECTED.
           IF LOAN-CODIGO NOT < 90000
              EXIT PARAGRAPH
           END-IF

           SET RESERVES-AT-END TO FALSE

           MOVE LOAN-CODIGO TO RSV-CODIGO
           MOVE ZERO        TO RSV-SEQ
           START RESERVES KEY >= RSV-KEY
                 INVALID KEY
                     SET RESERVES-AT-END TO TRUE
                 NOT INVALID KEY
                     READ RESERVES NEXT RECORD
                          AT END SET RESERVES-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL RESERVES-AT-END
                      OR RSV-CODIGO NOT = LOAN-CODIGO
              IF RSV-IS-FILLED
                 AND RSV-BORROWER-ID = LOAN-BORROWER-ID
                 MOVE "K" TO RSV-STATUS
                 ACCEPT RSV-CLOSED-DT FROM DATE YYYYMMDD
                 REWRITE RSV-REC
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE "F" TO AVL-FROM-STATUS
                        PERFORM MOVE-LOAN-HOLD-AVAILABILITY
                 END-REWRITE
                 SET RESERVES-AT-END TO TRUE
              ELSE
                 READ RESERVES NEXT RECORD
                      AT END SET RESERVES-AT-END TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           .
      /
      *----------------------------------------------------------------*
                    EXIT PARAGRAPH
           END-READ

      *> A WRITTEN-OFF FINE PULLED UP AT THE DESK MEANS ITS BORROWER
      *> IS BACK - THE DEBT IS OWED AGAIN
           IF FIN-IS-WRITTEN-OFF
              MOVE FIN-BORROWER-ID TO WOF-BACK-ID
              PERFORM REINSTATE-WRITTEN-OFF

              INQUIRE EF-LCODE VALUE IN FIN-CODIGO
              INQUIRE EF-LSEQ  VALUE IN FIN-SEQ
              READ FINES
                   INVALID CONTINUE
              END-READ
           END-IF

           PERFORM OFFER-CREDIT-AGAINST-FINE

           SET FINE-DONE TO FALSE
              EXIT PARAGRAPH
           END-IF

           MOVE FINE-PAY-AMOUNT TO TENDER-AMOUNT
           PERFORM ASK-TENDER-TYPE

      *> THE FINE ONLY ABSORBS WHAT IS STILL OWED ON IT - ANYTHING
      *> OVER THAT GOES ON THE BORROWER'S CREDIT ACCOUNT INSTEAD OF
      *> ON A STICKY NOTE

           REWRITE FIN-REC
              INVALID KEY
                  MOVE "C" TO TILL-TENDER
                  DISPLAY MESSAGE BOX
                     "Error during REWRITE"
                     TITLE TITLEX
              NOT INVALID KEY
      *> THE WHOLE AMOUNT RECEIVED GOES ON THE ROW, CREDITED PART
      *> INCLUDED - THE Z-REPORT COUNTS WHAT CAME IN, BY TENDER
                  MOVE "P"             TO TLJ-TYPE
                  MOVE FINE-PAY-AMOUNT TO TLJ-AMOUNT
                  MOVE FIN-BORROWER-ID TO TLJ-BORROWER-ID
           MOVE FIN-BORROWER-ID TO LOAN-BORROWER-ID
           PERFORM CHECK-BORROWER-FINES

      *> A PLAN SPREADS THE BORROWER'S OWN FINES ONLY, NEVER THE REST
      *> OF THE HOUSEHOLD'S
           MOVE OWN-FINE-BALANCE TO FINE-BALANCE

           IF FINE-BALANCE = ZERO
              DISPLAY MESSAGE BOX
                 "This borrower has no open balance to spread"
              END-WRITE
           END-PERFORM

      *> THE WHOLE POINT: THE PATRON BORROWS AGAIN WHILE PAYING DOWN -
      *> UNLESS SUSPENDED FOR SOMETHING A PLAN DOES NOT SETTLE
           MOVE FIN-BORROWER-ID TO SUS-WANT-ID
           ACCEPT SUS-ASOF-DT FROM DATE YYYYMMDD
           MOVE DESK-OPERATOR   TO SUS-BY
           MOVE "FPL"           TO SUS-LIFT-REASONS
           PERFORM LIFT-SUSPENSIONS

           MOVE FIN-BORROWER-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    CONTINUE
                NOT INVALID
                    PERFORM SET-BRW-BLOCK-STATUS
                    REWRITE BRW-REC
                       INVALID KEY CONTINUE
                    END-REWRITE
           END-READ

           IF SUS-ACTIVE-CNT > ZERO
              DISPLAY MESSAGE "Plan agreed - but the borrower is still "
                              "suspended for another reason"
                      TITLE TITLEX
           ELSE
              DISPLAY MESSAGE "Plan agreed - the borrower is unblocked"
                      TITLE TITLEX
           END-IF

           SET PLAN-DONE TO TRUE
           .
           .
      /
      *----------------------------------------------------------------*
      * REINSTATE WRITTEN-OFF DEBT - EVERY FINE THE WRTOFF RUN WROTE   *
      * OFF FOR BORROWER WOF-BACK-ID IS REOPENED AND ITS REGISTER ROW  *
      * MARKED REINSTATED (GLEXP PUTS THE MONEY BACK ON THE PATRON     *
      * BALANCES), WITH ONE AUDIT ROW AND ONE WORD TO THE OPERATOR     *
      *----------------------------------------------------------------*
       REINSTATE-WRITTEN-OFF.
           MOVE ZERO TO WOF-BACK-AMT
           SET WRTOFF-AT-END TO FALSE

           MOVE LOW-VALUES  TO WOF-KEY
           MOVE WOF-BACK-ID TO WOF-BORROWER-ID

           START WRTOFF KEY >= WOF-KEY
                 INVALID KEY
                     SET WRTOFF-AT-END TO TRUE
                 NOT INVALID KEY
                     READ WRTOFF NEXT RECORD
                          AT END SET WRTOFF-AT-END TO TRUE
                     END-READ
           END-START

           PERFORM UNTIL WRTOFF-AT-END
                      OR WOF-BORROWER-ID NOT = WOF-BACK-ID
              IF WOF-IS-WRITTEN-OFF
                 MOVE WOF-FIN-CODIGO TO FIN-CODIGO
                 MOVE WOF-FIN-SEQ    TO FIN-SEQ
                 READ FINES
                      INVALID
                          CONTINUE
                      NOT INVALID
                          IF FIN-IS-WRITTEN-OFF
                             MOVE "N" TO FIN-WAIVED
                             REWRITE FIN-REC
                                INVALID KEY CONTINUE
                             END-REWRITE
                          END-IF
                 END-READ

                 MOVE "R"           TO WOF-STATUS
                 ACCEPT WOF-REINSTATED-DT FROM DATE YYYYMMDD
                 MOVE DESK-OPERATOR TO WOF-REINSTATED-BY
                 REWRITE WOF-REC
                    INVALID KEY CONTINUE
                 END-REWRITE

                 ADD WOF-AMOUNT TO WOF-BACK-AMT
              END-IF

              READ WRTOFF NEXT RECORD
                   AT END SET WRTOFF-AT-END TO TRUE
              END-READ
           END-PERFORM

           IF WOF-BACK-AMT = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE WOF-BACK-AMT TO WOF-BACK-TEXT

           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME

           MOVE DESK-OPERATOR  TO AUD-OPERATOR
           MOVE "REINST"       TO AUD-ACTION
           MOVE WOF-BACK-ID    TO AUD-CODIGO
           MOVE "WRITTEN-OFF DEBT" TO AUD-OLD-TITULO
           MOVE SPACES         TO AUD-OLD-GENERO
           MOVE ZERO           TO AUD-OLD-NOTA
           MOVE SPACES         TO AUD-NEW-TITULO
           STRING "REINSTATED "  DELIMITED BY SIZE
                  WOF-BACK-TEXT  DELIMITED BY SIZE
             INTO AUD-NEW-TITULO
           END-STRING
           MOVE SPACES         TO AUD-NEW-GENERO
           MOVE ZERO           TO AUD-NEW-NOTA

           WRITE AUD-REC

           IF NOT BATCH-MODE
              DISPLAY MESSAGE BOX
                 "Debt of " WOF-BACK-TEXT
                 " written off as bad debt is owed again by this "
                 "borrower"
                 TITLE TITLEX
                 ICON  3
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * EVERY DESK PAYMENT ALSO PAYS DOWN THE OLDEST OPEN INSTALLMENT  *
      * CHUNKS, FIRST TO LAST                                          *
      *----------------------------------------------------------------*
      * ALREADY HELD                                                   *
      *----------------------------------------------------------------*
       OFFER-CREDIT-AGAINST-FINE.
           IF NOT FIN-IS-OPEN
              EXIT PARAGRAPH
           END-IF

      *----------------------------------------------------------------*
      * ONE TILL JOURNAL ROW PER PIECE OF MONEY MOVED AT THIS DESK.    *
      * THE CALLER FILLS TLJ-TYPE, TLJ-AMOUNT, TLJ-BORROWER-ID AND     *
      * THE TLJ-REF FIELDS; THE DATE, TIME, OPERATOR, TENDER, TAX,     *
      * VOID LINK AND THE DAILY SEQUENCE ARE STAMPED HERE.  THE        *
      * SEQUENCE PROBE CLOBBERS THE RECORD AREA, SO IT IS SAVED AND    *
      * RESTORED AROUND IT.                                            *
      *----------------------------------------------------------------*
       APPEND-TILL-ROW.
           ACCEPT TLJ-DATE FROM DATE YYYYMMDD
           ACCEPT TLJ-TIME FROM TIME
           MOVE DESK-OPERATOR TO TLJ-OPERATOR
           MOVE TILL-TENDER   TO TLJ-TENDER
           MOVE "C"           TO TILL-TENDER
           MOVE TILL-TAX-RATE TO TLJ-TAX-RATE
           MOVE TILL-TAX      TO TLJ-TAX
           MOVE THIS-BRANCH   TO TLJ-BRANCH
           MOVE TILL-VOID-OF  TO TLJ-VOID-OF
           MOVE TILL-VOID-RCP TO TLJ-VOID-RCP
           MOVE ZERO          TO TILL-TAX-RATE
           MOVE ZERO          TO TILL-TAX
           MOVE SPACE         TO TILL-VOID-OF
           MOVE ZERO          TO TILL-VOID-RCP

           MOVE TLJ-REC  TO HOLD-TLJ-REC
           MOVE TLJ-DATE TO SAVE-TILL-DATE
           .
      /
      *----------------------------------------------------------------*
      * TENDER DIALOG - ASKED BEFORE MONEY GOES ON THE TILL JOURNAL    *
      * SO CARD AND CHEQUE TAKINGS CAN BE KEPT OUT OF THE CASH COUNT   *
      * AND MATCHED AGAINST THE TERMINAL'S SETTLEMENT.  THE CALLER     *
      * SETS TENDER-AMOUNT; CLOSING THE WINDOW LEAVES IT AS CASH.      *
      *----------------------------------------------------------------*
       ASK-TENDER-TYPE.
           MOVE "C" TO TILL-TENDER
           SET TENDER-DONE TO FALSE

           MOVE TENDER-AMOUNT TO FINE-BAL-TEXT
           MOVE SPACES TO TENDER-INFO-TEXT
           STRING "AMOUNT TO TAKE: " DELIMITED BY SIZE
                  FINE-BAL-TEXT      DELIMITED BY SIZE
             INTO TENDER-INFO-TEXT
           END-STRING

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 7,00,
              SIZE 50,00,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE "FILMOTECA.EDUC360 - TENDER",
              WITH SYSTEM MENU,
              HANDLE IS TENDER-FORM-HANDLE,

           DISPLAY TENDER-FORM

           MODIFY LBL-TENDER-INFO
              TITLE TENDER-INFO-TEXT

           PERFORM UNTIL TENDER-DONE
              ACCEPT TENDER-FORM
                 ON EXCEPTION
                    PERFORM TENDER-EVALUATE-FUNC
              END-ACCEPT
           END-PERFORM

           DESTROY TENDER-FORM-HANDLE
           INITIALIZE KEY-STATUS
           .

       TENDER-EVALUATE-FUNC.
           EVALUATE TRUE
              WHEN EXIT-PUSHED
                   SET TENDER-DONE TO TRUE
              WHEN EVENT-OCCURRED
                   IF EVENT-TYPE = CMD-CLOSE
                      SET TENDER-DONE TO TRUE
                   END-IF
              WHEN KEY-STATUS = 7160
                   MOVE "C" TO TILL-TENDER
                   SET TENDER-DONE TO TRUE
              WHEN KEY-STATUS = 7161
                   MOVE "D" TO TILL-TENDER
                   SET TENDER-DONE TO TRUE
              WHEN KEY-STATUS = 7162
                   MOVE "Q" TO TILL-TENDER
                   SET TENDER-DONE TO TRUE
           END-EVALUATE
           .
      /
      *----------------------------------------------------------------*
      * OPEN AN INTENT ROW FOR THE TRANSACTION ABOUT TO TOUCH THE      *
      * FILES - THE CALLER SETS ITT-ACTION AND LOAN-REC IS CURRENT.    *
      * THE DAILY SEQUENCE PROBES THE SAME WAY THE TILL JOURNAL DOES,  *
                    IF LOAN-IS-OUT
                       SET REPAIR-LOAN-OPEN TO TRUE
                    END-IF
                    IF LOAN-IS-RETURNED
                       SET REPAIR-LOAN-BACK TO TRUE
                    END-IF
           END-READ

      *> AN ASSET FOLLOWS THE LOAN TOO - EQUIPMENT INTENTS CARRY
                   INVALID
                       CONTINUE
                   NOT INVALID
                       MOVE CP-STATUS TO AVL-FROM-STATUS
                       IF REPAIR-LOAN-OPEN
                          MOVE "O" TO CP-STATUS
                       ELSE
                          IF CP-IS-OUT
                             MOVE "I" TO CP-STATUS
      *> A RETURN CUT SHORT STILL COUNTS TOWARDS THE DISC'S WEAR
                             IF REPAIR-LOAN-BACK
                                ADD 1 TO CP-CIRC-COUNT
                             END-IF
                          END-IF
                       END-IF
                       REWRITE CP-REC
                          INVALID KEY CONTINUE
                          NOT INVALID KEY
                              PERFORM MOVE-LOAN-COPY-AVAILABILITY
                       END-REWRITE
              END-READ
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * SUM WHAT A BORROWER STILL OWES ACROSS EVERY OPEN FINE, AND -   *
      * WHEN THE BORROWER BELONGS TO A HOUSEHOLD - WHAT EVERY OTHER    *
      * MEMBER OWES AS WELL.  OWN-FINE-BALANCE KEEPS THE BORROWER'S    *
      * SHARE ALONE                                                    *
      *----------------------------------------------------------------*
       CHECK-BORROWER-FINES.
           MOVE ZERO TO FINE-BALANCE

           MOVE LOAN-BORROWER-ID TO CHK-BORROWER-ID
           PERFORM ADD-BORROWER-FINES

           MOVE FINE-BALANCE TO OWN-FINE-BALANCE

           MOVE LOAN-BORROWER-ID TO HH-MEMBER-ID
           MOVE BRW-REC TO HOLD-BRW-REC

           PERFORM FIND-HOUSEHOLD

           IF HH-GUARANTOR-ID NOT = ZERO
              PERFORM START-HOUSEHOLD

              PERFORM UNTIL HOUSEHOLD-AT-END
                         OR BRW-HOUSEHOLD-ID NOT = HH-GUARANTOR-ID
                 IF BRW-ID NOT = HH-MEMBER-ID
                    MOVE BRW-ID TO CHK-BORROWER-ID
                    PERFORM ADD-BORROWER-FINES
                 END-IF

                 READ BORROWERS NEXT RECORD
                      AT END SET HOUSEHOLD-AT-END TO TRUE
                 END-READ
              END-PERFORM
           END-IF

           MOVE HOLD-BRW-REC TO BRW-REC
           .

      *----------------------------------------------------------------*
      * ADD ONE BORROWER'S OPEN FINES TO FINE-BALANCE - KEYED ON THE   *
      * FIN-BORROWER-ID ALTERNATE INDEX, SO ONLY CHK-BORROWER-ID'S     *
      * FINES ARE READ                                                 *
      *----------------------------------------------------------------*
       ADD-BORROWER-FINES.
           SET FINES-AT-END TO FALSE

           MOVE CHK-BORROWER-ID  TO FIN-BORROWER-ID

           START FINES KEY >= FIN-BORROWER-ID
           .
      /
      *----------------------------------------------------------------*
      * THE GUARANTOR OF HH-MEMBER-ID'S HOUSEHOLD, OR ZERO WHEN THE    *
      * BORROWER STANDS ALONE.  OVERWRITES BRW-REC - CALLERS PARK IT   *
      * IN HOLD-BRW-REC FIRST                                          *
      *----------------------------------------------------------------*
       FIND-HOUSEHOLD.
           MOVE ZERO TO HH-GUARANTOR-ID

           MOVE HH-MEMBER-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    CONTINUE
                NOT INVALID
                    MOVE BRW-HOUSEHOLD-ID TO HH-GUARANTOR-ID
           END-READ
           .

      *----------------------------------------------------------------*
      * POSITION ON THE FIRST MEMBER OF HH-GUARANTOR-ID'S HOUSEHOLD,   *
      * THROUGH THE BRW-HOUSEHOLD-ID ALTERNATE INDEX                   *
      *----------------------------------------------------------------*
       START-HOUSEHOLD.
           SET HOUSEHOLD-AT-END TO FALSE

           MOVE HH-GUARANTOR-ID TO BRW-HOUSEHOLD-ID

           START BORROWERS KEY = BRW-HOUSEHOLD-ID
                 INVALID KEY
                     SET HOUSEHOLD-AT-END TO TRUE
                 NOT INVALID KEY
                     READ BORROWERS NEXT RECORD
                          AT END SET HOUSEHOLD-AT-END TO TRUE
                     END-READ
           END-START
           .
      /
      *----------------------------------------------------------------*
      * COUNT THE LOANS THE WHOLE HOUSEHOLD HAS OUT, ONE MEMBER AT A   *
      * TIME THROUGH COUNT-BORROWER-OPEN-LOANS, SO THE LOAN BEING      *
      * SAVED IS LEFT OUT THE SAME WAY.  A BORROWER OUTSIDE ANY        *
      * HOUSEHOLD COUNTS AS A HOUSEHOLD OF ONE                         *
      *----------------------------------------------------------------*
       COUNT-HOUSEHOLD-OPEN-LOANS.
           MOVE LOAN-OPEN-COUNT  TO HH-SAVE-COUNT
           MOVE LOAN-OPEN-COUNT  TO HH-OPEN-COUNT
           MOVE LOAN-BORROWER-ID TO HH-MEMBER-ID
           MOVE BRW-REC TO HOLD-BRW-REC

           PERFORM FIND-HOUSEHOLD

           IF HH-GUARANTOR-ID NOT = ZERO
              MOVE ZERO TO HH-OPEN-COUNT

              PERFORM START-HOUSEHOLD

              PERFORM UNTIL HOUSEHOLD-AT-END
                         OR BRW-HOUSEHOLD-ID NOT = HH-GUARANTOR-ID
                 MOVE BRW-ID TO LOAN-BORROWER-ID
                 PERFORM COUNT-BORROWER-OPEN-LOANS
                 ADD LOAN-OPEN-COUNT TO HH-OPEN-COUNT

                 READ BORROWERS NEXT RECORD
                      AT END SET HOUSEHOLD-AT-END TO TRUE
                 END-READ
              END-PERFORM
           END-IF

           MOVE HH-MEMBER-ID  TO LOAN-BORROWER-ID
           MOVE HH-SAVE-COUNT TO LOAN-OPEN-COUNT
           MOVE HOLD-BRW-REC  TO BRW-REC
           .
      /
      *----------------------------------------------------------------*
      * AFTER A RETURN, TELL THE OPERATOR WHO IS FIRST IN THE HOLD     *
      * QUEUE FOR THIS TITLE (IF ANYONE), SO THE DISC GOES ON THE      *
      * HOLD SHELF INSTEAD OF BACK INTO CIRCULATION.  THE SERVED HOLD  *
      * IS MARKED FILLED SO THE NEXT RETURN SERVES THE NEXT PERSON.    *
      * A HOLD TO BE COLLECTED AT ANOTHER BRANCH SENDS THE DISC THERE  *
      * ON A TRANSFER INSTEAD; THE RECEIVING SCAN FILLS IT.            *
      *----------------------------------------------------------------*
       CHECK-HOLD-QUEUE.
           PERFORM FIND-WAITING-HOLD
                       MOVE BRW-NAME TO HOLD-MSG-NAME
              END-READ

              MOVE RSV-PICKUP-BRANCH TO HOLD-PICKUP-BRANCH
              IF HOLD-PICKUP-BRANCH = SPACES
                 MOVE HOME-BRANCH TO HOLD-PICKUP-BRANCH
              END-IF

              IF HOLD-PICKUP-BRANCH NOT = THIS-BRANCH
                 AND LOAN-COPY-NO > ZERO
                 PERFORM SEND-COPY-TO-HOLD-BRANCH
                 EXIT PARAGRAPH
              END-IF

              IF NOT BATCH-MODE
                 DISPLAY MESSAGE BOX
                    "This title is RESERVED - place it on the hold shelf for "
                        "Error updating the hold record"
                        TITLE TITLEX
                 NOT INVALID KEY
                     MOVE "W" TO AVL-FROM-STATUS
                     PERFORM MOVE-LOAN-HOLD-AVAILABILITY
                     PERFORM PRINT-HOLD-SLIP
              END-REWRITE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE FIRST HOLD IN THE QUEUE IS TO BE COLLECTED AT ANOTHER      *
      * BRANCH - THE RETURNED DISC GOES STRAIGHT INTO THE TRANSFER BOX *
      * (THE TRANSFER IS RAISED ALREADY IN TRANSIT, SINCE THE DISC IS  *
      * IN HAND) AND THE HOLD WAITS FOR THE RECEIVING SCAN THERE.      *
      * RSV-REC IS STILL THE HOLD FROM CHECK-HOLD-QUEUE.               *
      *----------------------------------------------------------------*
       SEND-COPY-TO-HOLD-BRANCH.
           INITIALIZE TRF-REC
           MOVE LOAN-CODIGO        TO TRF-CODIGO
           MOVE LOAN-COPY-NO       TO TRF-COPY-NO
           MOVE THIS-BRANCH        TO TRF-FROM-BRANCH
           MOVE HOLD-PICKUP-BRANCH TO TRF-TO-BRANCH
           MOVE "T"                TO TRF-STATUS
           MOVE DESK-OPERATOR      TO TRF-OPERATOR
           MOVE RSV-CODIGO         TO TRF-RSV-CODIGO
           MOVE RSV-SEQ            TO TRF-RSV-SEQ

           PERFORM RAISE-TRANSFER

           IF NOT TRANSFER-RAISED
              IF NOT BATCH-MODE
                 DISPLAY MESSAGE BOX
                    "Error writing the transfer - the hold at branch "
                    HOLD-PICKUP-BRANCH " is still waiting"
                    TITLE TITLEX
                    ICON  3
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE "T" TO RSV-STATUS
           REWRITE RSV-REC
              INVALID KEY CONTINUE
              NOT INVALID KEY
                  MOVE "W" TO AVL-FROM-STATUS
                  PERFORM MOVE-LOAN-HOLD-AVAILABILITY
           END-REWRITE

           MOVE LOAN-CODIGO  TO CP-CODIGO
           MOVE LOAN-COPY-NO TO CP-COPY-NO

           READ COPIES
                INVALID
                    CONTINUE
                NOT INVALID
                    MOVE CP-STATUS TO AVL-FROM-STATUS
                    MOVE "T" TO CP-STATUS
                    REWRITE CP-REC
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           PERFORM MOVE-LOAN-COPY-AVAILABILITY
                    END-REWRITE
           END-READ

           IF NOT BATCH-MODE
              DISPLAY MESSAGE BOX
                 "This title is RESERVED for pickup at branch "
                 HOLD-PICKUP-BRANCH " by " HOLD-MSG-NAME
                 " - put it in the transfer box (transfer no. "
                 TRF-NO ")"
                 TITLE TITLEX
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * HIGH-VALUE CHECKOUT - WHEN THE TITLE'S REPLACEMENT VALUE       *
      * (ACQUISITION RECORD) EXCEEDS THE SHOP THRESHOLD, THE FULL      *
      * REPLACEMENT VALUE IS TAKEN AS A DEPOSIT, RUNG INTO THE TILL    *
      /
      *----------------------------------------------------------------*
      * ONE SISTER LOAN FOR A SET MEMBER - SKIPPED FOR THE SCANNED     *
      * TITLE ITSELF, FOR MEMBERS ALREADY OUT AND FOR MEMBERS STILL    *
      * BEFORE THEIR STREET DATE                                       *
      *----------------------------------------------------------------*
       CHECKOUT-ONE-SET-MEMBER.
           MOVE HOLD-SET-LOAN TO LOAN-REC
           MOVE ZERO          TO LOAN-RENEWALS
           MOVE ZERO          TO LOAN-COPY-NO

      *> A MEMBER NOT YET ON THE STREET STAYS ON THE SHELF
           PERFORM CHECK-STREET-DATE

           IF STREET-EMBARGOED
              EXIT PARAGRAPH
           END-IF

           PERFORM GET-NEXT-LOAN-SEQ

           WRITE LOAN-REC
      *----------------------------------------------------------------*
       INSPECTION-PROMPT.
           MOVE ZERO TO INS-CHARGE-AMT
           MOVE ZERO TO INS-TAX-RATE
           MOVE ZERO TO INS-TAX
           MOVE ZERO TO INS-NET

           IF BATCH-MODE
              EXIT PARAGRAPH

           IF INS-CHARGE-AMT > ZERO
              PERFORM RAISE-INSPECTION-CHARGE
              PERFORM RECORD-DAMAGE-TAX
           END-IF

           PERFORM DOWNGRADE-INSPECTED-COPY
           .
      /
      *----------------------------------------------------------------*
      * A DAMAGE CHARGE IS A TAXABLE SUPPLY - THE TAX INSIDE IT IS     *
      * SPLIT OUT FOR THE RETURN RECEIPT AND PUT ON A NO-MONEY TILL    *
      * ROW (TYPE G) SO THE GL EXPORT AND THE TAX RETURN SEE IT.  A    *
      * LOST ITEM'S REPLACEMENT VALUE IS COMPENSATION, NOT A SUPPLY,   *
      * AND DOES NOT COME THROUGH HERE.                                *
      *----------------------------------------------------------------*
       RECORD-DAMAGE-TAX.
           MOVE PRM-TAX-DAMAGE TO TAX-CLASS
           ACCEPT TAX-DATE FROM DATE YYYYMMDD
           MOVE INS-CHARGE-AMT TO TAX-GROSS
           PERFORM TAX-OF-GROSS
           MOVE TAX-RATE       TO INS-TAX-RATE
           MOVE TAX-AMOUNT     TO INS-TAX
           MOVE TAX-NET        TO INS-NET

           MOVE TAX-RATE         TO TILL-TAX-RATE
           MOVE TAX-AMOUNT       TO TILL-TAX
           MOVE "G"              TO TLJ-TYPE
           MOVE INS-CHARGE-AMT   TO TLJ-AMOUNT
           MOVE LOAN-BORROWER-ID TO TLJ-BORROWER-ID
           MOVE LOAN-CODIGO      TO TLJ-REF-CODIGO
           MOVE LOAN-SEQ         TO TLJ-REF-SEQ
           PERFORM APPEND-TILL-ROW
           .
      /
      *----------------------------------------------------------------*
      * A COPY THAT CAME BACK INCOMPLETE DROPS TO CONDITION D - THE    *
      * NEXT CHECKOUT GETS A WARNING OFF THE COPY ROW                  *
      *----------------------------------------------------------------*
      /
      *----------------------------------------------------------------*
      * RENEW THE CURRENT LOAN - EXTEND THE DUE DATE BY THE STANDARD   *
      * PERIOD (THE NEW-RELEASE PERIOD WHILE THE TITLE IS STILL IN ITS *
      * TIER), COUNT THE RENEWAL ON THE LOAN, AND REFUSE PAST THE      *
      * POLICY MAXIMUM OR WHEN SOMEONE IS WAITING ON A HOLD            *
      *----------------------------------------------------------------*
       RENEW-ENTRY.
              EXIT PARAGRAPH
           END-IF

           IF LOAN-IS-LOST OR LOAN-IS-CLAIMED
              DISPLAY MESSAGE BOX
                 "This loan is lost or claimed returned - nothing to "
                 "renew"
                 TITLE TITLEX
                 ICON  3
              EXIT PARAGRAPH
           END-IF

           IF LOAN-RENEWALS NOT < EFF-MAX-RENEWALS
              DISPLAY MESSAGE BOX
                 "This loan has reached the renewal limit - not renewed!"
              EXIT PARAGRAPH
           END-IF

           MOVE LOAN-DUE-DT TO RENEW-OLD-DUE-DT

      *> A TITLE STILL IN ITS NEW-RELEASE WINDOW RENEWS FOR THE
      *> NEW-RELEASE PERIOD, NOT THE FULL CATALOG ONE
           IF LOAN-CODIGO < 90000
              ACCEPT STREET-ASOF-DT FROM DATE YYYYMMDD
              PERFORM CHECK-STREET-DATE

              IF STREET-NEW-TIER
                 AND PRM-NEW-LOAN-DAYS > ZERO
                 AND PRM-NEW-LOAN-DAYS < EFF-LOAN-DAYS
                 MOVE PRM-NEW-LOAN-DAYS TO EFF-LOAN-DAYS
              END-IF
           END-IF

           COMPUTE WK-DATE-INT =
              FUNCTION INTEGER-OF-DATE (LOAN-DUE-DT)
              + EFF-LOAN-DAYS

           PERFORM ROLL-DUE-FORWARD

      *> A UNIT KEPT LONGER MUST STILL BE BACK FOR THE NEXT BOOKING
           IF LOAN-CODIGO NOT < 90000
              MOVE LOAN-CODIGO TO EQP-ASSET-ID
              READ EQUIP
                   INVALID
                       MOVE SPACES TO EQP-CLASS
              END-READ

              MOVE LOAN-CODIGO TO BKC-ASSET-ID
              MOVE EQP-CLASS   TO BKC-CLASS
              MOVE RENEW-OLD-DUE-DT TO BKC-FROM-DT
              MOVE LOAN-DUE-DT TO BKC-TO-DT
              MOVE ZERO        TO BKC-SKIP-NO
              MOVE LOAN-SEQ    TO BKC-SKIP-SEQ
              PERFORM CHECK-BOOKING-CLASH

              IF BKC-CLASHES
                 MOVE RENEW-OLD-DUE-DT TO LOAN-DUE-DT
                 DISPLAY MESSAGE BOX
                    "This unit is booked for someone else before it "
                    "would be due back - not renewed!"
                    TITLE TITLEX
                    ICON  3
                 EXIT PARAGRAPH
              END-IF
           END-IF

           ADD 1 TO LOAN-RENEWALS

           REWRITE LOAN-REC
                 SET COPY-NOT-OK TO TRUE
              END-IF

              IF EQP-IS-LOST
                 DISPLAY MESSAGE BOX
                    "That asset is declared lost - loan not saved!"
                    TITLE TITLEX
                    ICON  3
                 SET COPY-NOT-OK TO TRUE
              END-IF

      *> A UNIT OVERDUE FOR SERVICE OR WHOSE SAFETY TEST HAS LAPSED
      *> DOES NOT GO OUT - THE EQUIPMENT SCREEN LOGS THE WORK
              IF NOT LOAN-EXISTS AND COPY-OK
                 ACCEPT SVC-TODAY-DT FROM DATE YYYYMMDD
                 PERFORM CHECK-EQUIP-SERVICE

                 IF SVC-SERVICE-DUE
                    DISPLAY MESSAGE BOX
                       "That asset is overdue for service - loan not saved!"
                       TITLE TITLEX
                       ICON  3
                    SET COPY-NOT-OK TO TRUE
                 ELSE
                    IF SVC-TEST-LAPSED
                       DISPLAY MESSAGE BOX
                          "That asset's safety test has lapsed - loan not saved!"
                          TITLE TITLEX
                          ICON  3
                       SET COPY-NOT-OK TO TRUE
                    END-IF
                 END-IF
              END-IF

              EXIT PARAGRAPH
           END-IF

                       EXIT PARAGRAPH
                    END-IF

      *> A DISC DECLARED LOST IS NOT ON THE SHELF TO LEND
                    IF CP-IS-LOST
                       DISPLAY MESSAGE BOX
                          "That copy is declared lost - loan not saved!"
                          TITLE TITLEX
                          ICON  3
                       SET COPY-NOT-OK TO TRUE
                       EXIT PARAGRAPH
                    END-IF

      *> A DISC PULLED FOR THE SALE BIN IS ON ITS WAY OUT THE DOOR
                    IF CP-IS-SALE
                       DISPLAY MESSAGE BOX
                       EXIT PARAGRAPH
                    END-IF

      *> A DISC ON ITS WAY BETWEEN BRANCHES IS ON NOBODY'S SHELF
                    IF CP-IS-TRANSIT
                       DISPLAY MESSAGE BOX
                          "That copy is in transit between branches - "
                          "loan not saved!"
                          TITLE TITLEX
                          ICON  3
                       SET COPY-NOT-OK TO TRUE
                       EXIT PARAGRAPH
                    END-IF

      *> A DEFECTIVE DISC SENT BACK TO ITS DISTRIBUTOR IS NOT STOCK
                    IF CP-IS-VENDOR
                       DISPLAY MESSAGE BOX
                          "That copy went back to its distributor - "
                          "loan not saved!"
                          TITLE TITLEX
                          ICON  3
                       SET COPY-NOT-OK TO TRUE
                       EXIT PARAGRAPH
                    END-IF

      *> A DISC THAT LIVES AT ANOTHER BRANCH IS NOT IN THIS BUILDING
      *> TO HAND OVER - IT COMES HERE ON A TRANSFER FIRST.  AN EDIT
      *> OF A LOAN ALREADY MADE ON THAT COPY IS LEFT ALONE.
                    MOVE CP-BRANCH TO TRF-COPY-BRANCH
                    IF TRF-COPY-BRANCH = SPACES
                       MOVE HOME-BRANCH TO TRF-COPY-BRANCH
                    END-IF

                    IF TRF-COPY-BRANCH NOT = THIS-BRANCH
                       AND NOT (LOAN-EXISTS
                                AND LOAN-COPY-NO = EXISTING-COPY-NO)
                       DISPLAY MESSAGE BOX
                          "That copy belongs to branch "
                          TRF-COPY-BRANCH
                          " - transfer it here first; loan not saved!"
                          TITLE TITLEX
                          ICON  3
                       SET COPY-NOT-OK TO TRUE
                       EXIT PARAGRAPH
                    END-IF

      *> A COPY FLAGGED DOWN TO CONDITION D BY A RETURN INSPECTION
      *> STILL LENDS, BUT THE DESK IS TOLD WHAT IT IS HANDING OVER
                    IF CP-CONDITION = "D"
              EXIT PARAGRAPH
           END-IF

           PERFORM WORK-OUT-RATING-AGE

           IF RATING-MIN-AGE = ZERO
              EXIT PARAGRAPH
           END-IF

           IF BORROWER-AGE NOT < RATING-MIN-AGE
              EXIT PARAGRAPH
           END-IF

           SET OVR-FOR-RATING TO TRUE
           PERFORM OVERRIDE-PROMPT

           IF OVR-GRANTED
              PERFORM WRITE-OVERRIDE-AUDIT
           ELSE
              DISPLAY MESSAGE BOX
                 "This title is rated " CERTIFICATION
                 " and the borrower is under " RATING-MIN-AGE
                 " - loan not saved!"
                 TITLE TITLEX
                 ICON  3
              SET RATING-BLOCKED TO TRUE
           END-IF
           .

      *> THE TITLE'S MINIMUM AGE AND THE BORROWER'S AGE TODAY, FOR
      *> THE DESK CHECK ABOVE AND THE OFFLINE UPLOAD.  MOV-REC AND
      *> BRW-REC ARE CURRENT
       WORK-OUT-RATING-AGE.
      *> THE MINIMUM AGE COMES OFF THE CERTIFICATION TABLE; A RATING
      *> THE TABLE DOES NOT KNOW (OR A ZERO MINIMUM) LENDS FREELY,
      *> AND THE CLASSIC R/PG-13 AGES COVER A MISSING TABLE ROW
              COMPUTE BORROWER-AGE =
                 (TODAY-DT - BRW-BIRTH-DT) / 10000
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * BORROWER ALERTS - WHEN THE DESK IDENTIFIES A BORROWER, THE     *
      * ALERTS IN FORCE ON THEM POP UP, THE STOPS FIRST.  THE SAME     *
      * BORROWER SCANNED AGAIN FOR THE NEXT ITEM IS NOT SHOWN THEM     *
      * AGAIN.  BRW-REC IS CURRENT                                     *
      *----------------------------------------------------------------*
       SHOW-BORROWER-ALERTS.
           IF BRW-ID = ALR-SHOWN-ID
              EXIT PARAGRAPH
           END-IF

           MOVE BRW-ID TO ALR-SHOWN-ID
           MOVE ZERO   TO ALR-CLEARED-ID

           MOVE BRW-ID TO BAL-WANT-ID
           ACCEPT BAL-ASOF-DT FROM DATE YYYYMMDD
           SET BAL-FOR-PATRON TO FALSE
           PERFORM GATHER-BORROWER-ALERTS

           IF BAL-ACTIVE-CNT = ZERO
              EXIT PARAGRAPH
           END-IF

           IF BAL-STOP-CNT > ZERO
              DISPLAY MESSAGE BOX
                 "Alerts on " BRW-NAME X"0A" X"0A"
                 BAL-MSG-TEXT X"0A"
                 "A stop alert needs an administrator's override "
                 "before anything is lent"
                 TITLE TITLEX
                 ICON  3
           ELSE
              DISPLAY MESSAGE BOX
                 "Alerts on " BRW-NAME X"0A" X"0A"
                 BAL-MSG-TEXT
                 TITLE TITLEX
                 ICON  1
           END-IF
           .

      *> A FRESH CHECKOUT TO A BORROWER WITH A STOP ALERT IN FORCE
      *> NEEDS THE OVERRIDE - ONCE PER VISIT, NOT ONCE PER ITEM
       CHECK-STOP-ALERTS.
           SET ALERT-CLEAR TO TRUE

           IF LOAN-IS-RETURNED
              EXIT PARAGRAPH
           END-IF

           IF BRW-ID = ALR-CLEARED-ID
              EXIT PARAGRAPH
           END-IF

           MOVE BRW-ID TO BAL-WANT-ID
           ACCEPT BAL-ASOF-DT FROM DATE YYYYMMDD
           SET BAL-FOR-PATRON TO FALSE
           PERFORM GATHER-BORROWER-ALERTS

           IF BAL-STOP-CNT = ZERO
              EXIT PARAGRAPH
           END-IF

           SET OVR-FOR-ALERT TO TRUE
           PERFORM OVERRIDE-PROMPT
           SET OVR-FOR-RATING TO TRUE

           IF OVR-GRANTED
              MOVE BRW-ID TO ALR-CLEARED-ID
           ELSE
              DISPLAY MESSAGE BOX
                 "This borrower has a stop alert - loan not saved!"
                 TITLE TITLEX
                 ICON  3
              SET ALERT-BLOCKED TO TRUE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * ADMIN OVERRIDE DIALOG - AN ADMINISTRATOR'S ID AND PASSWORD,    *
      * CHECKED AGAINST THE OPERATORS FILE WITH THE SAME ONE-WAY HASH  *
      * THE LOGIN USES.  THE CALLER SETS OVR-PURPOSE                   *
      *----------------------------------------------------------------*
       OVERRIDE-PROMPT.
           SET OVR-DONE    TO FALSE
           SET OVR-GRANTED TO FALSE

           EVALUATE TRUE
              WHEN OVR-FOR-VOID
                   MOVE "RECEIPT VOID OVERRIDE" TO OVR-WINDOW-TITLE
              WHEN OVR-FOR-ALERT
                   MOVE "STOP-ALERT OVERRIDE"   TO OVR-WINDOW-TITLE
              WHEN OTHER
                   MOVE "AGE-RATING OVERRIDE"   TO OVR-WINDOW-TITLE
           END-EVALUATE

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 11,00,
              SIZE 46,00,
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE OVR-WINDOW-TITLE,
              WITH SYSTEM MENU,
              HANDLE IS OVR-FORM-HANDLE,

           IF OVR-GRANTED
              MOVE OVR-ID TO SEC-OPERATOR
              MOVE "OVRIDE  " TO SEC-EVENT
              EVALUATE TRUE
                 WHEN OVR-FOR-VOID
                      MOVE "RECEIPT VOID ALLOWED AT THE DESK"
                        TO SEC-DETAIL
                 WHEN OVR-FOR-ALERT
                      MOVE "STOP-ALERT OVERRIDE GRANTED AT CHECKOUT"
                        TO SEC-DETAIL
                 WHEN OTHER
                      MOVE "AGE-RATING OVERRIDE GRANTED AT CHECKOUT"
                        TO SEC-DETAIL
              END-EVALUATE
              PERFORM APPEND-SECURITY-EVENT
           ELSE
              MOVE OVR-ID TO SEC-OPERATOR
              MOVE "OVRDENY " TO SEC-EVENT
              EVALUATE TRUE
                 WHEN OVR-FOR-VOID
                      MOVE "RECEIPT VOID REFUSED AT THE DESK"
                        TO SEC-DETAIL
                 WHEN OVR-FOR-ALERT
                      MOVE "STOP-ALERT OVERRIDE REFUSED AT CHECKOUT"
                        TO SEC-DETAIL
                 WHEN OTHER
                      MOVE "AGE-RATING OVERRIDE REFUSED AT CHECKOUT"
                        TO SEC-DETAIL
              END-EVALUATE
              PERFORM APPEND-SECURITY-EVENT

              DISPLAY MESSAGE BOX
                   INVALID
                       CONTINUE
                   NOT INVALID
      *> EACH TRIP OUT COUNTS TOWARDS THE CLASS'S LOANS-PER-SERVICE
                       IF NOT EQP-IS-OUT
                          ADD 1 TO EQP-SVC-LOANS
                       END-IF
                       MOVE "O" TO EQP-STATUS
                       REWRITE EQP-REC
                          INVALID KEY CONTINUE
                INVALID
                    CONTINUE
                NOT INVALID
                    MOVE CP-STATUS TO AVL-FROM-STATUS
                    MOVE "O" TO CP-STATUS
                    REWRITE CP-REC
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           PERFORM MOVE-LOAN-COPY-AVAILABILITY
                    END-REWRITE
           END-READ
           .
           MOVE LOAN-CODIGO  TO CP-CODIGO
           MOVE LOAN-COPY-NO TO CP-COPY-NO

      *> THE DISC NOW LIVES WHEREVER IT WAS HANDED BACK - A COPY
      *> LENT AT ONE BRANCH AND RETURNED AT ANOTHER STAYS THERE
           READ COPIES
                INVALID
                    CONTINUE
                NOT INVALID
                    MOVE CP-STATUS   TO AVL-FROM-STATUS
                    MOVE "I"         TO CP-STATUS
                    MOVE THIS-BRANCH TO CP-BRANCH
      *> A LOAN THAT CAME BACK ADDS A TRIP TO THE DISC'S WEAR - A
      *> VOIDED CHECKOUT NEVER LEFT THE DESK AND DOES NOT
                    IF LOAN-IS-RETURNED
                       ADD 1 TO CP-CIRC-COUNT
                    END-IF
                    REWRITE CP-REC
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           PERFORM MOVE-LOAN-COPY-AVAILABILITY
                    END-REWRITE
           END-READ
           .

       MARK-COPY-LOST.
           IF LOAN-CODIGO NOT < 90000
              MOVE LOAN-CODIGO TO EQP-ASSET-ID
              READ EQUIP
                   INVALID
                       CONTINUE
                   NOT INVALID
                       MOVE "L" TO EQP-STATUS
                       REWRITE EQP-REC
                          INVALID KEY CONTINUE
                       END-REWRITE
              END-READ
              EXIT PARAGRAPH
           END-IF

           IF LOAN-COPY-NO = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE LOAN-CODIGO  TO CP-CODIGO
           MOVE LOAN-COPY-NO TO CP-COPY-NO

           READ COPIES
                INVALID
                    CONTINUE
                NOT INVALID
                    MOVE CP-STATUS TO AVL-FROM-STATUS
                    MOVE "L" TO CP-STATUS
                    REWRITE CP-REC
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           PERFORM MOVE-LOAN-COPY-AVAILABILITY
                    END-REWRITE
           END-READ
           .

      *> THE COPY JUST REWRITTEN MOVES ITS TITLE'S SUMMARY COUNTS
       MOVE-LOAN-COPY-AVAILABILITY.
           MOVE CP-CODIGO TO AVL-WANT-CODIGO
           MOVE CP-STATUS TO AVL-TO-STATUS
           PERFORM MOVE-COPY-AVAILABILITY
           .

      *> AND THE HOLD JUST REWRITTEN, ITS TITLE'S HOLD COUNTS
       MOVE-LOAN-HOLD-AVAILABILITY.
           MOVE RSV-CODIGO TO AVL-WANT-CODIGO
           MOVE RSV-STATUS TO AVL-TO-STATUS
           PERFORM MOVE-HOLD-AVAILABILITY
           .
      /
      *----------------------------------------------------------------*
      * WHETHER THE AGREEMENT COVERING THE TITLE ON THE LOAN - ITS OWN *
      * ROW, ELSE ITS DISTRIBUTOR'S - ENDED BEFORE STREET-ASOF-DT.  A  *
      * TITLE NOT ON REVENUE SHARE, OR AN OPEN-ENDED AGREEMENT, NEVER  *
      * ENDS                                                           *
      *----------------------------------------------------------------*
       CHECK-REVSHARE-ENDED.
           SET REVSHR-ENDED TO FALSE

           IF DISTRIB = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE DISTRIB     TO RVG-DISTRIB
           MOVE LOAN-CODIGO TO RVG-CODIGO
           READ REVSHR
                INVALID
                    MOVE ZERO TO RVG-CODIGO
                    READ REVSHR
                         INVALID
                             EXIT PARAGRAPH
                    END-READ
           END-READ

           IF RVG-TO-DT > ZERO
              AND RVG-TO-DT < STREET-ASOF-DT
              SET REVSHR-ENDED TO TRUE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * WHERE THE TITLE ON THE LOAN STANDS AGAINST ITS STREET DATE ON  *
      * STREET-ASOF-DT - EMBARGOED BEFORE IT, IN THE NEW-RELEASE TIER  *
      * FOR PRM-NEW-DAYS FROM IT, CATALOG AFTER THAT.  A TITLE WITH NO *
      * STREET ROW IS CATALOG; ZERO TIER DAYS SWITCHES THE TIER OFF    *
      *----------------------------------------------------------------*
       CHECK-STREET-DATE.
           SET STREET-CATALOG TO TRUE
           MOVE ZERO TO STREET-TIER-END

           MOVE LOAN-CODIGO TO SDT-CODIGO
           READ STREET
                INVALID
                    EXIT PARAGRAPH
           END-READ

           IF SDT-STREET-DT = ZERO
              EXIT PARAGRAPH
           END-IF

           IF STREET-ASOF-DT < SDT-STREET-DT
              SET STREET-EMBARGOED TO TRUE
              EXIT PARAGRAPH
           END-IF

           IF PRM-NEW-DAYS = ZERO
              EXIT PARAGRAPH
           END-IF

      *> THE LAST DAY IN THE TIER IS THE STREET DATE PLUS THE WINDOW
      *> LESS ONE - A 30-DAY WINDOW COUNTS THE STREET DATE ITSELF
           COMPUTE WK-DATE-INT =
              FUNCTION INTEGER-OF-DATE (SDT-STREET-DT)
              + PRM-NEW-DAYS - 1
           COMPUTE STREET-TIER-END =
              FUNCTION DATE-OF-INTEGER (WK-DATE-INT)

           IF STREET-ASOF-DT NOT > STREET-TIER-END
              SET STREET-NEW-TIER TO TRUE
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * COMPUTE THE DUE DATE FROM THE CHECKOUT DATE PLUS THE SHOP      *
                   INVALID
                       MODIFY EF-LBORROWER VALUE "<UNKNOWN BORROWER>"
                   NOT INVALID
                       EVALUATE TRUE
                       WHEN BRW-IS-PENDING
                          MODIFY EF-LBORROWER
                             VALUE "<PENDING APPROVAL>"
                       WHEN BRW-IS-BLOCKED
                          MOVE BRW-ID TO COL-BORROWER-ID
                          READ COLLECT
                               INVALID
                                         VALUE "<BLOCKED>"
                                   END-IF
                          END-READ
                       WHEN OTHER
                          MODIFY EF-LBORROWER VALUE BRW-NAME
      *> THE CATEGORY POLICY KICKS IN AS SOON AS THE DESK KNOWS WHO
      *> IS BORROWING - THE DUE DATE ON SCREEN FOLLOWS IT
                          PERFORM LOAD-BORROWER-POLICY
                          PERFORM COMPUTE-DUE-DATE
                          PERFORM SHOW-RELIABILITY

      *> A LAPSED MEMBER IS OFFERED THE RENEWAL AS SOON AS THE CARD
      *> IS SCANNED FOR A NEW CHECKOUT - NOT WHEN AN OLD LOAN IS ONLY
      *> BEING LOOKED AT OR RETURNED
                          INQUIRE EF-LSEQ VALUE IN SCREEN-LOAN-SEQ
                          IF SCREEN-LOAN-SEQ = ZERO
                             PERFORM CHECK-MEMBERSHIP
                             IF MEMBERSHIP-LAPSED
                                MODIFY EF-LBORROWER
                                   VALUE "<MEMBERSHIP EXPIRED>"
                             END-IF
                          END-IF
                       END-EVALUATE

                       PERFORM SHOW-BORROWER-ALERTS
              END-READ
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * PAID MEMBERSHIP - A BORROWER WHOSE TERM HAS RUN OUT, OR WHO    *
      * HAS NEVER PAID FOR ONE, IS NOT LENT TO.  THE DESK IS OFFERED   *
      * THE RENEWAL ON THE SPOT; IF IT IS TAKEN THE FEE FOR THE        *
      * BORROWER'S PLAN GOES ON THE TILL JOURNAL AND A NEW TERM STARTS *
      * TODAY.  BRW-REC MUST BE CURRENT.                               *
      *----------------------------------------------------------------*
       CHECK-MEMBERSHIP.
           SET MEMBERSHIP-CURRENT TO TRUE
           ACCEPT TODAY-DT FROM DATE YYYYMMDD

           IF BRW-MBR-EXPIRY-DT NOT < TODAY-DT
              EXIT PARAGRAPH
           END-IF

           SET MEMBERSHIP-LAPSED TO TRUE

           IF BRW-MBR-MONTHLY
              MOVE PRM-MBR-MONTHLY TO MBR-FEE-AMOUNT
              MOVE "MONTHLY"       TO MBR-PLAN-TEXT
           ELSE
              MOVE PRM-MBR-ANNUAL  TO MBR-FEE-AMOUNT
              MOVE "ANNUAL"        TO MBR-PLAN-TEXT
           END-IF

           MOVE MBR-FEE-AMOUNT TO FINE-BAL-TEXT

           IF BRW-MBR-EXPIRY-DT = ZERO
              DISPLAY MESSAGE BOX
                 "This borrower has no paid membership yet - take the "
                 MBR-PLAN-TEXT " fee of " FINE-BAL-TEXT " now?"
                 TITLE   TITLEX
                 TYPE    MB-YES-NO
                 DEFAULT MB-YES
                 GIVING  DECISION
           ELSE
              MOVE BRW-MBR-EXPIRY-DT TO WK-DATE-YMD
              PERFORM FORMAT-DATE-TEXT
              DISPLAY MESSAGE BOX
                 "This borrower's membership expired on " WK-DATE-TEXT
                 " - renew the " MBR-PLAN-TEXT " plan for "
                 FINE-BAL-TEXT " now?"
                 TITLE   TITLEX
                 TYPE    MB-YES-NO
                 DEFAULT MB-YES
                 GIVING  DECISION
           END-IF

           IF DECISION NOT = MB-YES
              EXIT PARAGRAPH
           END-IF

           PERFORM RENEW-MEMBERSHIP
           .

       RENEW-MEMBERSHIP.
           IF MBR-FEE-AMOUNT > ZERO
              MOVE MBR-FEE-AMOUNT TO TENDER-AMOUNT
              PERFORM ASK-TENDER-TYPE

              MOVE "M"            TO TLJ-TYPE
              MOVE MBR-FEE-AMOUNT TO TLJ-AMOUNT
              MOVE BRW-ID         TO TLJ-BORROWER-ID
              MOVE ZERO           TO TLJ-REF-CODIGO
              MOVE ZERO           TO TLJ-REF-SEQ
              PERFORM APPEND-TILL-ROW
           END-IF

           MOVE BRW-MBR-PLAN TO MBR-PLAN
           MOVE TODAY-DT     TO MBR-FROM-DT
           PERFORM MEMBERSHIP-TERM-END

           MOVE TODAY-DT     TO BRW-MBR-START-DT
           MOVE MBR-TO-DT    TO BRW-MBR-EXPIRY-DT

           REWRITE BRW-REC
              INVALID KEY
                  DISPLAY MESSAGE BOX
                     "Error during REWRITE"
                     TITLE TITLEX
                  EXIT PARAGRAPH
           END-REWRITE

           SET MEMBERSHIP-CURRENT TO TRUE

           MOVE BRW-MBR-EXPIRY-DT TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           DISPLAY MESSAGE "Membership renewed until " WK-DATE-TEXT
              TITLE TITLEX
           .
      /
      *----------------------------------------------------------------*
      * THE CHRONIC-LATE INDICATOR FOR THE BORROWER IN BRW-REC         *
      *----------------------------------------------------------------*
       LOAD-BORROWER-RELIABILITY.
      *----------------------------------------------------------------*
       OPEN-BORROW-MAINT.
           CLOSE BORROWERS
           INITIALIZE BRW-CALL-AREA
           CALL   "TBORROW.ACU" USING BRW-CALL-AREA
           CANCEL "TBORROW.ACU"
           OPEN I-O BORROWERS
           .
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE INCIDENT LOG FOR THE LOAN ON SCREEN - A NEW ENTRY     *
      * STARTS OUT LINKED TO ITS BORROWER, TITLE AND COPY              *
      *----------------------------------------------------------------*
       OPEN-INCIDENT-LOG.
           INITIALIZE INC-CALL-AREA
           INQUIRE EF-LBORRID VALUE IN INC-CALL-BORROWER-ID
           INQUIRE EF-LCODE   VALUE IN INC-CALL-CODIGO
           INQUIRE EF-LCOPY   VALUE IN INC-CALL-COPY-NO

           CALL   "TINCID.ACU" USING INC-CALL-AREA
           CANCEL "TINCID.ACU"
           .
      /
      *----------------------------------------------------------------*
      * OPEN THE COPY HISTORY ON THE DISC ON SCREEN - EVERY EARLIER    *
      * LOAN AND REPAIR TRIP OF IT.  IT CAN OPEN THE BORROWERS SCREEN  *
      * IN TURN, SO THE BORROWERS FILE IS LET GO FOR THE DURATION      *
      *----------------------------------------------------------------*
       OPEN-COPY-HISTORY.
           INITIALIZE CHS-CALL-AREA
           INQUIRE EF-LCODE VALUE IN CHS-CALL-CODIGO
           INQUIRE EF-LCOPY VALUE IN CHS-CALL-COPY-NO

           CLOSE BORROWERS
           CALL   "TCPYHIST.ACU" USING CHS-CALL-AREA
           CANCEL "TCPYHIST.ACU"
           OPEN I-O BORROWERS
           .
      /
      *----------------------------------------------------------------*
      * DELETE THE CURRENT LOAN - A FINE ROW ON THE SAME KEY GOES      *
      * WITH IT, AND BOTH DELETIONS ARE WRITTEN TO THE SECURITY LOG    *
      * FOR THE WEEKLY OPERATOR EXCEPTIONS REPORT                      *
      *----------------------------------------------------------------*
       DELETE-ENTRY.
           INQUIRE EF-LCODE VALUE IN LOAN-CODIGO
                            GIVING  DECISION

                         IF DECISION = MB-YES
                            PERFORM FIND-LOAN-FINE
                            DELETE  LOANS RECORD
                            PERFORM LOG-LOAN-DELETED
                            IF DELETE-HAS-FINE
                               DELETE FINES RECORD
                               PERFORM LOG-FINE-DELETED
                            END-IF
                            DISPLAY MESSAGE "Deleted!"
                            PERFORM FIRST-ENTRY
                         END-IF
           END-READ
           .

       FIND-LOAN-FINE.
      *> THE FINE ROW SHARES THE LOAN KEY - AN UNPAID, UNWAIVED
      *> REMAINDER IS MONEY THE DELETION FORGIVES
           SET DELETE-HAS-FINE TO FALSE
           MOVE ZERO TO DEL-FINE-AMT

           MOVE LOAN-CODIGO TO FIN-CODIGO
           MOVE LOAN-SEQ    TO FIN-SEQ
           READ FINES
                INVALID
                    CONTINUE
                NOT INVALID
                    SET DELETE-HAS-FINE TO TRUE
                    IF FIN-IS-OPEN
                       AND FIN-AMOUNT > FIN-PAID
                       COMPUTE DEL-FINE-AMT = FIN-AMOUNT - FIN-PAID
                    END-IF
           END-READ
           .

       LOG-LOAN-DELETED.
           MOVE DESK-OPERATOR TO SEC-OPERATOR
           MOVE "LOANDEL " TO SEC-EVENT
           MOVE SPACES TO SEC-DETAIL
           STRING "LOAN "          DELIMITED BY SIZE
                  LOAN-CODIGO      DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  LOAN-SEQ         DELIMITED BY SIZE
                  " BRW "          DELIMITED BY SIZE
                  LOAN-BORROWER-ID DELIMITED BY SIZE
             INTO SEC-ADJ-TEXT
           END-STRING
           MOVE ZERO TO SEC-ADJ-AMOUNT
           PERFORM APPEND-SECURITY-EVENT
           .

       LOG-FINE-DELETED.
           MOVE DESK-OPERATOR TO SEC-OPERATOR
           MOVE "FINEDEL " TO SEC-EVENT
           MOVE SPACES TO SEC-DETAIL
           STRING "FINE "          DELIMITED BY SIZE
                  FIN-CODIGO       DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  FIN-SEQ          DELIMITED BY SIZE
                  " BRW "          DELIMITED BY SIZE
                  FIN-BORROWER-ID  DELIMITED BY SIZE
             INTO SEC-ADJ-TEXT
           END-STRING
           MOVE DEL-FINE-AMT TO SEC-ADJ-AMOUNT
           PERFORM APPEND-SECURITY-EVENT
           .
      /
      *----------------------------------------------------------------*
      * EXIT PROGRAM                                                   *
