           05 RCP-TYPE               PIC X(01).
               88 RCP-IS-CHECKOUT    VALUE "C".
               88 RCP-IS-RETURN      VALUE "R".
      * A FINE PAYMENT TAKEN ONLINE AND LOADED BY WEBPAY - NO SLIP IS
      * PRINTED, BUT IT GETS A NUMBER LIKE EVERYTHING ELSE
               88 RCP-IS-ONLINE      VALUE "W".
      * THE SLIP HANDED OVER WHEN A CHECKOUT IS VOIDED AT THE DESK
               88 RCP-IS-VOID        VALUE "V".
           05 RCP-BORROWER-ID        PIC 9(05).
           05 RCP-CODIGO             PIC 9(05).
           05 RCP-SEQ                PIC 9(05).
           05 RCP-AMOUNT             PIC 9(05)V99.
      * ON A VOID SLIP, THE CHECKOUT RECEIPT IT CANCELS; ON A VOIDED
      * CHECKOUT RECEIPT, THE VOID SLIP THAT CANCELLED IT - ZERO WHILE
      * THE CHECKOUT STANDS
           05 RCP-VOID-RCP           PIC 9(07).
