      **
      * COPY BOOK - TITLE AVAILABILITY SUMMARY.  NEEDS THE AVAIL FILE
      * (OPEN INPUT TO LOOK UP, I-O TO MOVE COUNTS) AND THE FIELDS IN
      * CPVIDAVV.CPY; AVL-REC IS OVERWRITTEN.  NOTHING HAPPENS WHEN
      * THE FILE IS NOT OPEN OR THE TITLE HAS NO ROW YET - THE NIGHT
      * RUN PICKS IT UP.
      *   LOOKUP-AVAILABILITY     - READS THE ROW FOR AVL-WANT-CODIGO
      *   MOVE-COPY-AVAILABILITY  - ONE COPY WENT FROM CP-STATUS
      *                             AVL-FROM-STATUS TO AVL-TO-STATUS
      *   MOVE-HOLD-AVAILABILITY  - ONE HOLD WENT FROM RSV-STATUS
      *                             AVL-FROM-STATUS TO AVL-TO-STATUS
      **
       LOOKUP-AVAILABILITY.
           SET AVL-WAS-FOUND TO FALSE
           MOVE ZERO TO AVL-FREE-NOW

           IF NOT AVAIL-IS-OPEN
              EXIT PARAGRAPH
           END-IF

           MOVE AVL-WANT-CODIGO TO AVL-CODIGO
           READ AVAIL
                INVALID
                    EXIT PARAGRAPH
           END-READ

           SET AVL-WAS-FOUND TO TRUE

      *> A DISC ON THE PICKUP SHELF IS IN THE BUILDING BUT NOT FREE
           IF AVL-ON-SHELF > AVL-HOLD-SHELF
              COMPUTE AVL-FREE-NOW = AVL-ON-SHELF - AVL-HOLD-SHELF
           END-IF
           .

       MOVE-COPY-AVAILABILITY.
           IF AVL-FROM-STATUS = AVL-TO-STATUS
              EXIT PARAGRAPH
           END-IF

           PERFORM LOOKUP-AVAILABILITY
           IF NOT AVL-WAS-FOUND
              EXIT PARAGRAPH
           END-IF

           EVALUATE AVL-FROM-STATUS
              WHEN "I"
              WHEN " "
                 IF AVL-ON-SHELF > ZERO
                    SUBTRACT 1 FROM AVL-ON-SHELF
                 END-IF
              WHEN "O"
                 IF AVL-OUT > ZERO
                    SUBTRACT 1 FROM AVL-OUT
                 END-IF
              WHEN "R"
                 IF AVL-REPAIR > ZERO
                    SUBTRACT 1 FROM AVL-REPAIR
                 END-IF
           END-EVALUATE

           EVALUATE AVL-TO-STATUS
              WHEN "I"
              WHEN " "
                 ADD 1 TO AVL-ON-SHELF
              WHEN "O"
                 ADD 1 TO AVL-OUT
              WHEN "R"
                 ADD 1 TO AVL-REPAIR
           END-EVALUATE

           PERFORM REWRITE-AVAILABILITY
           .

       MOVE-HOLD-AVAILABILITY.
           IF AVL-FROM-STATUS = AVL-TO-STATUS
              EXIT PARAGRAPH
           END-IF

           PERFORM LOOKUP-AVAILABILITY
           IF NOT AVL-WAS-FOUND
              EXIT PARAGRAPH
           END-IF

           EVALUATE AVL-FROM-STATUS
              WHEN "W"
              WHEN " "
                 IF AVL-WAITING > ZERO
                    SUBTRACT 1 FROM AVL-WAITING
                 END-IF
              WHEN "F"
                 IF AVL-HOLD-SHELF > ZERO
                    SUBTRACT 1 FROM AVL-HOLD-SHELF
                 END-IF
           END-EVALUATE

           EVALUATE AVL-TO-STATUS
              WHEN "W"
              WHEN " "
                 ADD 1 TO AVL-WAITING
              WHEN "F"
                 ADD 1 TO AVL-HOLD-SHELF
           END-EVALUATE

           PERFORM REWRITE-AVAILABILITY
           .

       REWRITE-AVAILABILITY.
           ACCEPT AVL-TODAY FROM DATE YYYYMMDD
           MOVE AVL-TODAY TO AVL-UPDATED-DT

           REWRITE AVL-REC
              INVALID KEY CONTINUE
           END-REWRITE

           IF AVL-ON-SHELF > AVL-HOLD-SHELF
              COMPUTE AVL-FREE-NOW = AVL-ON-SHELF - AVL-HOLD-SHELF
           ELSE
              MOVE ZERO TO AVL-FREE-NOW
           END-IF
           .
