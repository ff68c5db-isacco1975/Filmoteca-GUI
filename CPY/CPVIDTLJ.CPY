               88 TLJ-IS-DEPOSIT     VALUE "D".
               88 TLJ-IS-REFUND      VALUE "B".
               88 TLJ-IS-SALE        VALUE "S".
               88 TLJ-IS-MEMBER      VALUE "M".
      * NO MONEY MOVES ON THESE TWO - A LOST ITEM'S REPLACEMENT
      * VALUE BILLED TO THE BORROWER'S ACCOUNT, AND THE SAME CHARGE
      * TAKEN BACK OFF WHEN THE ITEM TURNS UP
               88 TLJ-IS-LOST        VALUE "L".
               88 TLJ-IS-FOUND       VALUE "F".
      * NO MONEY MOVES ON THIS ONE EITHER - A DAMAGE CHARGE BILLED TO
      * THE BORROWER'S ACCOUNT AT RETURN INSPECTION, WRITTEN SO THE
      * TAX INSIDE IT REACHES THE GL EXPORT AND THE TAX RETURN
               88 TLJ-IS-DAMAGE      VALUE "G".
      * A VOIDED CHECKOUT - THE MONEY THE ORIGINAL ROW TOOK, HANDED
      * BACK AS A NEGATIVE AMOUNT (AND TAX) ON THE SAME TENDER, WITH
      * TLJ-VOID-OF NAMING THE KIND OF ROW IT CANCELS
               88 TLJ-IS-VOID        VALUE "V".
      * A SEAT AT AN IN-STORE SCREENING - A SEAT GIVEN UP IS HANDED
      * BACK AS A NEGATIVE TICKET ROW ON THE TENDER IT WAS PAID WITH
               88 TLJ-IS-TICKET      VALUE "T".
      * NO MONEY MOVES ON THIS ONE - A LATE FINE AN AMNESTY CAMPAIGN
      * FORGAVE AUTOMATICALLY AT RETURN (SEE CPVIDAML.CPY FOR WHICH)
               88 TLJ-IS-AMNESTY     VALUE "A".
           05 TLJ-BORROWER-ID        PIC 9(05).
           05 TLJ-REF-CODIGO         PIC 9(05).
           05 TLJ-REF-SEQ            PIC 9(05).
      * NEGATIVE ONLY ON A VOID ROW OR A TICKET HANDED BACK
           05 TLJ-AMOUNT             PIC S9(05)V99.
      * HOW THE MONEY CAME IN - ROWS WRITTEN BEFORE THE TENDER WAS
      * CAPTURED CARRY A SPACE AND COUNT AS CASH
           05 TLJ-TENDER             PIC X(01).
               88 TLJ-BY-CASH        VALUE "C", " ".
               88 TLJ-BY-CARD        VALUE "D".
               88 TLJ-BY-CHEQUE      VALUE "Q".
      * PAID ONLINE THROUGH THE WEB PAYMENT PROVIDER - NEVER IN THE
      * DRAWER
               88 TLJ-BY-ONLINE      VALUE "W".
      * THE SALES TAX INSIDE TLJ-AMOUNT (PRICES ARE TAX-INCLUSIVE)
      * AND THE RATE IT WAS WORKED OUT AT - ZERO ON UNTAXED ROWS AND
      * ON ROWS WRITTEN BEFORE TAX WAS CAPTURED
           05 TLJ-TAX-RATE           PIC 9(02)V99.
           05 TLJ-TAX                PIC S9(05)V99.
      * THE BRANCH WHOSE TILL TOOK THE ROW - BLANK ON ROWS FROM
      * BEFORE BRANCHES EXISTED (THE ORIGINAL SHOP) AND ON ONLINE
      * PAYMENTS, WHICH NO BRANCH'S DRAWER EVER SEES
           05 TLJ-BRANCH             PIC X(04).
      * ON A VOID ROW, THE TYPE OF THE ROW IT CANCELS (R OR D) AND
      * THE RECEIPT NUMBER OF THE CHECKOUT SLIP BEING VOIDED - SPACE
      * AND ZERO ON EVERY OTHER ROW
           05 TLJ-VOID-OF            PIC X(01).
           05 TLJ-VOID-RCP           PIC 9(07).
