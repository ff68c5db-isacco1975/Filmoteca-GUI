      **
      * COPY BOOK SECURITY EVENT LOG RECORD - ONE ROW PER FAILED
      * SIGN-IN, LOCKOUT, PERMISSION DENIAL OR OVERRIDE USE, SO "WHO
      * TRIED ADMIN'S PASSWORD AT 2AM" HAS AN ANSWER.  LOANS AND FINES
      * DELETED AT THE DESK AND SALE PRICES KEYED UNDER THE STICKER
      * GO ON IT TOO, FOR THE WEEKLY OPERATOR EXCEPTIONS REPORT
      * (OPEXCP).  AUDROT SEALS
      * AND VERIFIES THE FILE WITH THE SAME TAMPER-EVIDENT CHAIN AS
      * THE AUDIT LOG.
      **
               88 SEC-IS-DENIED   VALUE "DENIED  ".
               88 SEC-IS-OVRIDE   VALUE "OVRIDE  ".
               88 SEC-IS-OVRDENY  VALUE "OVRDENY ".
               88 SEC-IS-LOANDEL  VALUE "LOANDEL ".
               88 SEC-IS-FINEDEL  VALUE "FINEDEL ".
               88 SEC-IS-PRICEOVR VALUE "PRICEOVR".
           05 SEC-DETAIL         PIC X(40).
      * ON A DELETION OR A PRICE OVERRIDE THE DETAIL ENDS IN THE MONEY
      * INVOLVED - THE UNPAID FINE GONE, OR HOW FAR UNDER THE STICKER
      * THE SALE WENT (ZERO FOR A LOAN).  A BAD-DEBT WRITE-OFF
      * APPROVAL (OR REFUSAL) CARRIES THE WHOLE RUN'S MONEY THE SAME
      * WAY.
           05 SEC-ADJ-DETAIL REDEFINES SEC-DETAIL.
               10 SEC-ADJ-TEXT    PIC X(30).
               10 SEC-ADJ-AMOUNT  PIC ZZZZ9,99.
               10 FILLER          PIC X(02).
           05 SEC-REVIEWED       PIC X(01).
               88 SEC-IS-REVIEWED   VALUE "Y".
               88 SEC-UNREVIEWED    VALUE "N", " ".
