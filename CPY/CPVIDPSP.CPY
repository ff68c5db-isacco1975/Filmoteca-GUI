      **
      * COPY BOOK - THE POLICY AND FEE SCHEDULE.
      *
      * FIND-POLICY-IN-FORCE LEAVES IN PSC-REC THE ROW FOR SCH-KIND
      * AND SCH-ITEM WITH THE LATEST EFFECTIVE DATE NOT AFTER
      * SCH-DATE, AND SETS SCH-FOUND.  NO SUCH ROW (OR NO SCHEDULE
      * FILE - SCH-OPEN NOT SET) MEANS THE SETTING HAS NEVER BEEN
      * CHANGED SINCE SCHEDULING CAME IN, AND THE LIVE ROW STANDS.
      *
      * KEEP-SCHEDULE-BASELINE TAKES THE SETTING AS IT STANDS NOW
      * FROM THE PSC-HOUSE / PSC-CATEGORY / PSC-PRICE FIELDS AND, THE
      * FIRST TIME THE SETTING IS CHANGED, FILES IT DATED ZERO SO THE
      * DAYS BEFORE THE CHANGE STILL KNOW THEIR RULES.
      *
      * SAVE-SCHEDULE-ROW FILES THE NEW SETTING, FILLED IN THE SAME
      * FIELDS, AS TAKING EFFECT ON SCH-DATE (REPLACING ANOTHER
      * CHANGE ALREADY KEYED FOR THAT DAY).
      **
       FIND-POLICY-IN-FORCE.
           SET SCH-FOUND TO FALSE

           IF NOT SCH-OPEN
              EXIT PARAGRAPH
           END-IF

           MOVE SCH-KIND TO PSC-KIND
           MOVE SCH-ITEM TO PSC-ITEM
           MOVE SCH-DATE TO PSC-EFF-DT
           START POLSCHED KEY <= PSC-KEY
                 INVALID KEY
                     EXIT PARAGRAPH
           END-START

           READ POLSCHED PREVIOUS
                AT END
                   EXIT PARAGRAPH
           END-READ

           IF PSC-KIND = SCH-KIND AND PSC-ITEM = SCH-ITEM
              SET SCH-FOUND TO TRUE
           END-IF
           .

       KEEP-SCHEDULE-BASELINE.
           MOVE PSC-REC TO SCH-HOLD-REC

           MOVE SCH-KIND TO PSC-KIND
           MOVE SCH-ITEM TO PSC-ITEM
           MOVE ZERO     TO PSC-EFF-DT
           START POLSCHED KEY >= PSC-KEY
                 INVALID KEY
                     MOVE SPACE TO PSC-KIND
                 NOT INVALID KEY
                     READ POLSCHED NEXT RECORD
                          AT END
                              MOVE SPACE TO PSC-KIND
                     END-READ
           END-START

           IF PSC-KIND NOT = SCH-KIND OR PSC-ITEM NOT = SCH-ITEM
              MOVE SCH-HOLD-REC TO PSC-REC
              MOVE SCH-KIND     TO PSC-KIND
              MOVE SCH-ITEM     TO PSC-ITEM
              MOVE ZERO         TO PSC-EFF-DT
              PERFORM STAMP-SCHEDULE-ROW
              WRITE PSC-REC
                    INVALID KEY CONTINUE
              END-WRITE
           END-IF

           MOVE SCH-HOLD-REC TO PSC-REC
           .

       SAVE-SCHEDULE-ROW.
           MOVE SCH-KIND TO PSC-KIND
           MOVE SCH-ITEM TO PSC-ITEM
           MOVE SCH-DATE TO PSC-EFF-DT
           PERFORM STAMP-SCHEDULE-ROW

           WRITE PSC-REC
                 INVALID KEY
                     REWRITE PSC-REC
                        INVALID KEY CONTINUE
                     END-REWRITE
           END-WRITE
           .

       STAMP-SCHEDULE-ROW.
           ACCEPT PSC-UPDATED-DT FROM DATE YYYYMMDD
           MOVE SPACES TO PSC-OPERATOR
           ACCEPT PSC-OPERATOR FROM ENVIRONMENT "FILMOTECA_OPERATOR"
           IF PSC-OPERATOR = SPACES
              MOVE "DESK" TO PSC-OPERATOR
           END-IF
           .
