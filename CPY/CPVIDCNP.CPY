      **
      * COPY BOOK - MARKETING CONSENT.  CHECK-MARKETING-CONSENT SAYS
      * WHETHER THE BORROWER HAS AGREED TO MARKETING ON THE CHANNEL;
      * ONLY A "Y" ANSWER ALLOWS IT.  RECORD-CONSENT STORES A NEW
      * ANSWER AND, WHEN IT DIFFERS FROM THE ONE ON FILE, LOGS THE
      * CHANGE; THE LOG IS OPENED, EXTENDED AND CLOSED AROUND THE
      * WRITE THE SAME WAY THE SECURITY EVENT LOG IS.
      **
       CHECK-MARKETING-CONSENT.
           SET MARKETING-ALLOWED TO FALSE
           MOVE CONSENT-BRW-ID TO CNS-BORROWER-ID

           READ CONSENT
                INVALID
                    CONTINUE
                NOT INVALID
                    IF CNS-IS-GRANTED (CONSENT-CHANNEL)
                       SET MARKETING-ALLOWED TO TRUE
                    END-IF
           END-READ
           .

       RECORD-CONSENT.
           SET CONSENT-CHANGED TO FALSE
           SET CONSENT-ROW-NEW TO FALSE
           MOVE CONSENT-BRW-ID TO CNS-BORROWER-ID

           READ CONSENT
                INVALID
                    INITIALIZE CNS-REC
                    MOVE CONSENT-BRW-ID TO CNS-BORROWER-ID
                    SET CONSENT-ROW-NEW TO TRUE
           END-READ

           IF CNS-ANSWER (CONSENT-CHANNEL) = CONSENT-ANSWER
              EXIT PARAGRAPH
           END-IF

           ACCEPT CLG-DATE FROM DATE YYYYMMDD
           ACCEPT CLG-TIME FROM TIME

           ACCEPT CLG-STATION FROM ENVIRONMENT "FILMOTECA_STATION"
           IF CLG-STATION = SPACES
              ACCEPT CLG-STATION FROM ENVIRONMENT "COMPUTERNAME"
           END-IF

           MOVE CONSENT-OPERATOR              TO CLG-OPERATOR
           MOVE CONSENT-BRW-ID                TO CLG-BORROWER-ID
           MOVE CONSENT-CHANNEL               TO CLG-CHANNEL
           MOVE CNS-ANSWER (CONSENT-CHANNEL)  TO CLG-OLD-ANSWER
           MOVE CONSENT-ANSWER                TO CLG-NEW-ANSWER
           MOVE CONSENT-SOURCE                TO CLG-SOURCE
           MOVE CONSENT-REFERENCE             TO CLG-REFERENCE

           MOVE CONSENT-ANSWER TO CNS-ANSWER (CONSENT-CHANNEL)
           MOVE CLG-DATE       TO CNS-CHANGED-DT (CONSENT-CHANNEL)
           MOVE CONSENT-SOURCE TO CNS-SOURCE (CONSENT-CHANNEL)
           MOVE CLG-DATE       TO CNS-UPDATED-DT

           IF CONSENT-ROW-NEW
              WRITE CNS-REC
                    INVALID KEY
                        EXIT PARAGRAPH
              END-WRITE
           ELSE
              REWRITE CNS-REC
                    INVALID KEY
                        EXIT PARAGRAPH
              END-REWRITE
           END-IF

           SET CONSENT-CHANGED TO TRUE

           OPEN EXTEND CONSLOG
           IF STATUS-CONSLOG = "35"
              OPEN OUTPUT CONSLOG
           END-IF

           IF VALID-STATUS-CONSLOG
              WRITE CLG-REC
              CLOSE CONSLOG
           END-IF
           .
