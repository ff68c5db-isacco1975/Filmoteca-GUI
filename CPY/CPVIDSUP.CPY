      **
      * COPY BOOK - BORROWER SUSPENSIONS.  NEEDS SUSPEND OPEN I-O, THE
      * FIELDS IN CPVIDSUV.CPY AND (FOR SET-BRW-BLOCK-STATUS) BRW-REC;
      * SUS-REC IS OVERWRITTEN.  THE CALLER REWRITES THE BORROWER
      * AFTER SET-BRW-BLOCK-STATUS HAS PUT THE SUMMARY FLAG RIGHT.
      *   PLACE-SUSPENSION         - ADDS ONE ROW.  A REASON THE
      *                              SYSTEM PLACES (C, P, D, L) IS NOT
      *                              DOUBLED UP WHILE ONE IS IN FORCE
      *   LIFT-SUSPENSIONS         - LIFTS EVERY ONE IN FORCE WHOSE
      *                              REASON IS IN SUS-LIFT-REASONS
      *   COUNT-ACTIVE-SUSPENSIONS - ONLY COUNTS
      * A SUSPENSION IS IN FORCE UNTIL IT IS LIFTED OR THE NIGHT RUN
      * EXPIRES IT; THE END DATE ITSELF IS STILL A SUSPENDED DAY
      **
       PLACE-SUSPENSION.
           SET SUS-WAS-PLACED TO FALSE
           SET SUS-REASON-LISTED TO FALSE
           MOVE ZERO TO SUS-ACTIVE-CNT
           MOVE ZERO TO SUS-LAST-SEQ
           SET SUS-AT-END TO FALSE

           MOVE SUS-WANT-ID TO SUS-BRW-ID
           MOVE ZERO        TO SUS-SEQ

           START SUSPEND KEY >= SUS-KEY
                 INVALID KEY
                     SET SUS-AT-END TO TRUE
           END-START

           PERFORM UNTIL SUS-AT-END
              READ SUSPEND NEXT RECORD
                   AT END
                       SET SUS-AT-END TO TRUE
                   NOT AT END
                       IF SUS-BRW-ID NOT = SUS-WANT-ID
                          SET SUS-AT-END TO TRUE
                       ELSE
                          MOVE SUS-SEQ TO SUS-LAST-SEQ
                          IF SUS-IS-ACTIVE
                             AND (SUS-END-DT = ZERO
                              OR SUS-END-DT NOT < SUS-ASOF-DT)
                             ADD 1 TO SUS-ACTIVE-CNT
                             IF SUS-REASON = SUS-NEW-REASON
                                SET SUS-REASON-LISTED TO TRUE
                             END-IF
                          END-IF
                       END-IF
              END-READ
           END-PERFORM

      *> THE SAME AGENCY HAND-OVER OR MISSED PLAN TWICE IS STILL ONE
      *> SUSPENSION; WHAT THE DESK PLACES IS ALWAYS ITS OWN ROW
           IF SUS-REASON-LISTED
              AND SUS-NEW-REASON NOT = "F"
              AND SUS-NEW-REASON NOT = "M"
              AND SUS-NEW-REASON NOT = "O"
              EXIT PARAGRAPH
           END-IF

           IF SUS-LAST-SEQ NOT < 999
              EXIT PARAGRAPH
           END-IF

           INITIALIZE SUS-REC
           MOVE SUS-WANT-ID    TO SUS-BRW-ID
           COMPUTE SUS-SEQ = SUS-LAST-SEQ + 1
           MOVE SUS-NEW-REASON TO SUS-REASON
           MOVE SUS-ASOF-DT    TO SUS-START-DT
           MOVE SUS-NEW-END-DT TO SUS-END-DT
           MOVE SUS-BY         TO SUS-OPERATOR
           MOVE SUS-NEW-NOTE   TO SUS-NOTE
           MOVE "A"            TO SUS-STATUS

           WRITE SUS-REC
              INVALID KEY
                  EXIT PARAGRAPH
           END-WRITE

           SET SUS-WAS-PLACED TO TRUE
           MOVE SUS-SEQ TO SUS-LAST-SEQ
           ADD 1 TO SUS-ACTIVE-CNT
           .

       LIFT-SUSPENSIONS.
           MOVE ZERO TO SUS-ACTIVE-CNT
           MOVE ZERO TO SUS-LIFTED-CNT
           SET SUS-AT-END TO FALSE

           MOVE SUS-WANT-ID TO SUS-BRW-ID
           MOVE ZERO        TO SUS-SEQ

           START SUSPEND KEY >= SUS-KEY
                 INVALID KEY
                     SET SUS-AT-END TO TRUE
           END-START

           PERFORM UNTIL SUS-AT-END
              READ SUSPEND NEXT RECORD
                   AT END
                       SET SUS-AT-END TO TRUE
                   NOT AT END
                       IF SUS-BRW-ID NOT = SUS-WANT-ID
                          SET SUS-AT-END TO TRUE
                       ELSE
                          IF SUS-IS-ACTIVE
                             PERFORM LIFT-IF-REASON-LISTED
                          END-IF
                       END-IF
              END-READ
           END-PERFORM
           .

       LIFT-IF-REASON-LISTED.
           SET SUS-REASON-LISTED TO FALSE

           PERFORM VARYING SUS-RSN-SUB FROM 1 BY 1
                     UNTIL SUS-RSN-SUB > 7
              IF SUS-LIFT-REASONS (SUS-RSN-SUB:1) = SUS-REASON
                 AND SUS-REASON NOT = SPACE
                 SET SUS-REASON-LISTED TO TRUE
              END-IF
           END-PERFORM

           IF SUS-REASON-LISTED
              MOVE "L"         TO SUS-STATUS
              MOVE SUS-ASOF-DT TO SUS-LIFTED-DT
              MOVE SUS-BY      TO SUS-LIFTED-BY
              REWRITE SUS-REC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     ADD 1 TO SUS-LIFTED-CNT
              END-REWRITE
           ELSE
              IF SUS-END-DT = ZERO
                 OR SUS-END-DT NOT < SUS-ASOF-DT
                 ADD 1 TO SUS-ACTIVE-CNT
              END-IF
           END-IF
           .

       COUNT-ACTIVE-SUSPENSIONS.
           MOVE ZERO TO SUS-ACTIVE-CNT
           MOVE ZERO TO SUS-LAST-SEQ
           SET SUS-AT-END TO FALSE

           MOVE SUS-WANT-ID TO SUS-BRW-ID
           MOVE ZERO        TO SUS-SEQ

           START SUSPEND KEY >= SUS-KEY
                 INVALID KEY
                     SET SUS-AT-END TO TRUE
           END-START

           PERFORM UNTIL SUS-AT-END
              READ SUSPEND NEXT RECORD
                   AT END
                       SET SUS-AT-END TO TRUE
                   NOT AT END
                       IF SUS-BRW-ID NOT = SUS-WANT-ID
                          SET SUS-AT-END TO TRUE
                       ELSE
                          MOVE SUS-SEQ TO SUS-LAST-SEQ
                          IF SUS-IS-ACTIVE
                             AND (SUS-END-DT = ZERO
                              OR SUS-END-DT NOT < SUS-ASOF-DT)
                             ADD 1 TO SUS-ACTIVE-CNT
                          END-IF
                       END-IF
              END-READ
           END-PERFORM
           .

      *> A KIOSK APPLICATION STILL WAITING FOR THE DESK STAYS PENDING
       SET-BRW-BLOCK-STATUS.
           IF BRW-IS-PENDING
              EXIT PARAGRAPH
           END-IF

           IF SUS-ACTIVE-CNT > ZERO
              MOVE "B" TO BRW-STATUS
           ELSE
              MOVE "A" TO BRW-STATUS
           END-IF
           .

       WORD-SUSPENSION-REASON.
           EVALUATE TRUE
              WHEN SUS-FOR-COLLECTIONS
                   MOVE "COLLECTIONS"      TO SUS-REASON-TEXT
              WHEN SUS-FOR-PLAN
                   MOVE "MISSED INSTALMENT" TO SUS-REASON-TEXT
              WHEN SUS-FOR-FINES
                   MOVE "UNPAID FINES"     TO SUS-REASON-TEXT
              WHEN SUS-FOR-CONDUCT
                   MOVE "CONDUCT"          TO SUS-REASON-TEXT
              WHEN SUS-FOR-MERGE
                   MOVE "MERGED RECORD"    TO SUS-REASON-TEXT
              WHEN SUS-FOR-LEGACY
                   MOVE "BLOCKED EARLIER"  TO SUS-REASON-TEXT
              WHEN OTHER
                   MOVE "OTHER"            TO SUS-REASON-TEXT
           END-EVALUATE
           .
