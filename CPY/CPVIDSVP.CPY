      **
      * COPY BOOK - EQUIPMENT SERVICE CHECK PARAGRAPH.  THE ASSET'S
      * CLASS ROW ON DEPPOL (KIND "E") GIVES THE SERVICE INTERVAL IN
      * DAYS AND/OR LOANS AND THE DAYS A SAFETY TEST STAYS GOOD; A
      * ZERO MEANS THAT LIMIT DOES NOT APPLY, AND AN ASSET WITH NO
      * CLASS OR NO CLASS ROW IS NEVER DUE.  SERVICE IS DUE ONCE THE
      * DAY LIMIT HAS PASSED OR THE LOAN LIMIT HAS BEEN REACHED; THE
      * SAFETY TEST HAS LAPSED ONCE ITS DAYS HAVE PASSED OR THE LAST
      * TEST FAILED.  NEEDS DEPPOL OPEN AND THE FIELDS IN
      * CPVIDSVV.CPY.  DPL-REC IS LEFT HOLDING THE CLASS ROW.
      **
       CHECK-EQUIP-SERVICE.
           SET SVC-SERVICE-DUE  TO FALSE
           SET SVC-TEST-LAPSED  TO FALSE
           SET SVC-POLICY-FOUND TO FALSE
           MOVE ZERO TO SVC-DUE-DT
           MOVE ZERO TO SVC-TEST-DUE-DT
           MOVE ZERO TO SVC-LOANS-LIMIT

           IF EQP-CLASS = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE "E"       TO DPL-KIND
           MOVE EQP-CLASS TO DPL-CLASS
           READ DEPPOL
                INVALID
                    CONTINUE
                NOT INVALID
                    SET SVC-POLICY-FOUND TO TRUE
           END-READ

           IF NOT SVC-POLICY-FOUND
              EXIT PARAGRAPH
           END-IF

           MOVE DPL-SVC-LOANS TO SVC-LOANS-LIMIT

           IF DPL-SVC-DAYS > ZERO
              IF EQP-SVC-DT = ZERO
                 SET SVC-SERVICE-DUE TO TRUE
              ELSE
                 COMPUTE SVC-DUE-DT = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (EQP-SVC-DT)
                     + DPL-SVC-DAYS)
                 IF SVC-TODAY-DT > SVC-DUE-DT
                    SET SVC-SERVICE-DUE TO TRUE
                 END-IF
              END-IF
           END-IF

           IF DPL-SVC-LOANS > ZERO
              AND EQP-SVC-LOANS NOT < DPL-SVC-LOANS
              SET SVC-SERVICE-DUE TO TRUE
           END-IF

           IF DPL-TEST-DAYS > ZERO
              IF EQP-TEST-DT = ZERO
                 SET SVC-TEST-LAPSED TO TRUE
              ELSE
                 COMPUTE SVC-TEST-DUE-DT = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (EQP-TEST-DT)
                     + DPL-TEST-DAYS)
                 IF SVC-TODAY-DT > SVC-TEST-DUE-DT
                    SET SVC-TEST-LAPSED TO TRUE
                 END-IF
              END-IF
           END-IF
           .
