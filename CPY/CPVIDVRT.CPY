      **
      * COPY BOOK RETURN-TO-VENDOR LOG FILE - ONE ROW PER DEFECTIVE
      * NEW COPY SENT BACK TO ITS DISTRIBUTOR FOR A CREDIT, KEYED BY
      * THE COPY KEY PLUS A RETURN SEQUENCE.  AN OPEN ROW IS A CREDIT
      * NOTE STILL TO COME; THE DESK CLOSES IT WHEN THE NOTE ARRIVES,
      * THE COPY LEAVES THE FILE AND THE TITLE'S ACQUISITION COST IS
      * REDUCED BY WHAT WAS CREDITED.
      **
       01 VRT-REC.
           05 VRT-KEY.
               10 VRT-CODIGO         PIC 9(05).
               10 VRT-COPY-NO        PIC 9(03).
               10 VRT-SEQ            PIC 9(03).
      * THE DISTRIBUTOR'S RETURN AUTHORISATION NUMBER
           05 VRT-RMA-NO             PIC X(15).
           05 VRT-DISTRIB            PIC X(15).
           05 VRT-SENT-DT            PIC 9(08).
           05 VRT-CREDIT-EXP         PIC 9(05)V99.
           05 VRT-CREDIT-RCVD        PIC 9(05)V99.
           05 VRT-CREDIT-DT          PIC 9(08).
           05 VRT-STATUS             PIC X(01).
               88 VRT-IS-OPEN        VALUE " ".
               88 VRT-IS-CREDITED    VALUE "C".
           05 VRT-OPERATOR           PIC X(10).
