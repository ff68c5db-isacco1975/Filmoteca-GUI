      **
      * COPY BOOK TITLE AVAILABILITY SUMMARY - WORK FIELDS FOR THE
      * PARAGRAPHS IN CPVIDAVP.CPY AND CPVIDAVC.CPY.  SET AVAIL-IS-OPEN
      * WHEN THE AVAIL FILE OPENED, AND PUT THE TITLE IN
      * AVL-WANT-CODIGO.  TO MOVE A COUNT, PUT THE COPY OR HOLD STATUS
      * BEFORE THE CHANGE IN AVL-FROM-STATUS AND AFTER IT IN
      * AVL-TO-STATUS - "N" FOR A COPY OR HOLD THAT DID NOT EXIST
      * BEFORE, OR NO LONGER DOES.  LOOKUP-AVAILABILITY LEAVES THE ROW
      * IN AVL-REC AND THE COPIES FREE TO LEND NOW (ON THE SHELF BUT
      * NOT KEPT FOR A HOLD) IN AVL-FREE-NOW.  COUNT-AVAILABILITY
      * LEAVES A FULL RECOUNT IN THE AVC- FIELDS
      **
       77 STATUS-AVAIL       PIC X(2).
           88 VALID-STATUS-AVAIL VALUE IS "00" THRU "09".
       77 SW-AVAIL-OPEN      PIC 9 VALUE ZERO.
           88 AVAIL-IS-OPEN   VALUE 1, FALSE 0.
       77 AVL-WANT-CODIGO    PIC 9(05) VALUE ZERO.
       77 AVL-FROM-STATUS    PIC X(01) VALUE SPACE.
       77 AVL-TO-STATUS      PIC X(01) VALUE SPACE.
       77 AVL-FREE-NOW       PIC 9(03) VALUE ZERO.
       77 AVL-TODAY          PIC 9(08) VALUE ZERO.
       77 SW-AVL-FOUND       PIC 9 VALUE ZERO.
           88 AVL-WAS-FOUND   VALUE 1, FALSE 0.
       77 AVC-ON-SHELF       PIC 9(03) VALUE ZERO.
       77 AVC-OUT            PIC 9(03) VALUE ZERO.
       77 AVC-REPAIR         PIC 9(03) VALUE ZERO.
       77 AVC-HOLD-SHELF     PIC 9(03) VALUE ZERO.
       77 AVC-WAITING        PIC 9(04) VALUE ZERO.
       77 SW-AVC-EOF         PIC 9 VALUE ZERO.
           88 AVC-AT-END      VALUE 1, FALSE 0.
       77 AVC-SAVE-CP-REC    PIC X(80) VALUE SPACES.
       77 AVC-SAVE-RSV-REC   PIC X(60) VALUE SPACES.
