      **
      * COPY BOOK TITLE AVAILABILITY SUMMARY - ONE ROW PER TITLE WITH
      * ITS COPIES COUNTED BY WHERE THEY ARE AND ITS HOLDS BY WHERE
      * THEY STAND, SO A SEARCH SCREEN ANSWERS "CAN I HAVE IT?" WITH
      * ONE KEYED READ INSTEAD OF WALKING COPIES, LOANS AND RESERVES.
      * THE AVLBLD NIGHT RUN BUILDS IT FROM SCRATCH; THE DESK, THE
      * KIOSK AND THE HOLD ROUTINES MOVE THE COUNTS AS THEY CHANGE A
      * COPY OR A HOLD, AND AVLCHK RECOUNTS IT TO REPORT ANY DRIFT.
      * THE COPIES AND RESERVES FILES REMAIN THE RECORD - A TITLE
      * WITH NO ROW HERE IS LOOKED UP THE OLD WAY
      **
       01 AVL-REC.
           05 AVL-CODIGO             PIC 9(05).
      * COPIES IN THE BUILDING (CP-IS-IN), AT ANY BRANCH - THIS
      * INCLUDES THE DISCS SITTING ON THE HOLD SHELF
           05 AVL-ON-SHELF           PIC 9(03).
           05 AVL-OUT                PIC 9(03).
           05 AVL-REPAIR             PIC 9(03).
      * HOLDS FILLED AND WAITING TO BE COLLECTED, AND HOLDS STILL IN
      * THE QUEUE FOR A COPY
           05 AVL-HOLD-SHELF         PIC 9(03).
           05 AVL-WAITING            PIC 9(04).
      * THE NIGHT THE ROW WAS LAST BUILT, AND THE DAY IT WAS LAST
      * MOVED BY A DESK, KIOSK OR HOLD ROUTINE
           05 AVL-BUILT-DT           PIC 9(08).
           05 AVL-UPDATED-DT         PIC 9(08).
