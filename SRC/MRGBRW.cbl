      *  SURVIVOR AND THE DUPLICATE (THE DUPBRW REPORT NAMES THE       *
      *  PAIRS), AND THE UTILITY RE-POINTS THE DUPLICATE'S LOANS       *
      *  (LIVE AND ARCHIVED), FINES, HOLDS AND CREDIT BALANCE AT THE   *
      *  SURVIVOR, CARRIES ACROSS A LONGER PAID MEMBERSHIP TERM AND    *
      *  THE HOUSEHOLD LINKS, THEN RETIRES THE DUPLICATE AS A BLOCKED, *
      *  MARKED ACCOUNT - THE SAME SHAPE AS MRGMOV FOR CATALOG         *
      *  RECORDS.                                                      *
      *                                                                *
      ******************************************************************
      /
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDSUA.CPY'.
          COPY 'CPVIDLOA.CPY'.
          COPY 'CPVIDFIA.CPY'.
          COPY 'CPVIDRSA.CPY'.
       FILE                 SECTION.
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD SUSPEND.
          COPY 'CPVIDSUS.CPY'.
      *
       FD LOANS.
          COPY 'CPVIDLON.CPY'.
          COPY 'CPVIDENV.CPY'.
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-SUSPEND   PIC X(2).
           88 VALID-STATUS-SUSPEND VALUE IS "00" THRU "09".
          COPY 'CPVIDSUV.CPY'.
       77 STATUS-LOANS     PIC X(2).
           88 VALID-STATUS-LOANS VALUE IS "00" THRU "09".
       77 STATUS-FINES     PIC X(2).
       77 MOVED-FINES      PIC 9(5) VALUE ZERO.
       77 MOVED-HOLDS      PIC 9(5) VALUE ZERO.
       77 DUP-CREDIT       PIC 9(5)V99 VALUE ZERO.
       77 DUP-MBR-PLAN     PIC X(01) VALUE SPACE.
       77 DUP-MBR-START    PIC 9(08) VALUE ZERO.
       77 DUP-MBR-EXPIRY   PIC 9(08) VALUE ZERO.
       77 DUP-HOUSEHOLD    PIC 9(5) VALUE ZERO.
       77 SURV-HOUSEHOLD   PIC 9(5) VALUE ZERO.
       77 MOVED-MEMBERS    PIC 9(5) VALUE ZERO.

      * THE KEYS TO RE-POINT ARE COLLECTED FIRST, SO THE REWRITES
      * NEVER FIGHT THE SCAN POSITION OR THE ALTERNATE INDEX
                    DISPLAY "ID " DUP-ID " IS NOT ON FILE"
                    STOP RUN
           END-READ
           MOVE BRW-MBR-PLAN      TO DUP-MBR-PLAN
           MOVE BRW-MBR-START-DT  TO DUP-MBR-START
           MOVE BRW-MBR-EXPIRY-DT TO DUP-MBR-EXPIRY
           MOVE BRW-HOUSEHOLD-ID  TO DUP-HOUSEHOLD

           MOVE SURV-ID TO BRW-ID
           READ BORROWERS
                    STOP RUN
           END-READ
           MOVE BRW-NAME TO SURV-NAME
           MOVE BRW-HOUSEHOLD-ID TO SURV-HOUSEHOLD

           DISPLAY "RE-POINT EVERY LINKED ROW AND RETIRE "
                   DUP-ID " INTO " SURV-ID " (" SURV-NAME ")"
           PERFORM REPOINT-FINES
           PERFORM REPOINT-HOLDS
           PERFORM MERGE-CREDIT
           PERFORM MERGE-MEMBERSHIP
           PERFORM MERGE-HOUSEHOLD
           PERFORM RETIRE-DUPLICATE

           DISPLAY MOVED-LOANS " LOAN(S), " MOVED-HIST
                      STATUS-LOANS
              STOP RUN
           END-IF

           OPEN I-O SUSPEND
           IF STATUS-SUSPEND = "35"
              OPEN OUTPUT SUSPEND
                IF VALID-STATUS-SUSPEND
                   CLOSE SUSPEND
                   OPEN I-O SUSPEND
                END-IF
           END-IF

           IF NOT VALID-STATUS-SUSPEND
              DISPLAY "UNABLE TO OPEN SUSPEND.DAT - STATUS "
                      STATUS-SUSPEND
              STOP RUN
           END-IF
           .
      /
      *----------------------------------------------------------------*
           .
      /
      *----------------------------------------------------------------*
      * A PAID TERM ON THE DUPLICATE THAT RUNS LONGER THAN THE         *
      * SURVIVOR'S IS CARRIED ACROSS, SO THE MEMBER KEEPS WHAT THEY    *
      * PAID FOR                                                       *
      *----------------------------------------------------------------*
       MERGE-MEMBERSHIP.
           MOVE SURV-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    EXIT PARAGRAPH
           END-READ

           IF DUP-MBR-EXPIRY NOT > BRW-MBR-EXPIRY-DT
              EXIT PARAGRAPH
           END-IF

           MOVE DUP-MBR-PLAN   TO BRW-MBR-PLAN
           MOVE DUP-MBR-START  TO BRW-MBR-START-DT
           MOVE DUP-MBR-EXPIRY TO BRW-MBR-EXPIRY-DT
           MOVE ZERO           TO BRW-MBR-NOTICE-DT

           REWRITE BRW-REC
              INVALID KEY CONTINUE
           END-REWRITE

           DISPLAY "MEMBERSHIP TERM TO " DUP-MBR-EXPIRY
                   " MOVED TO THE SURVIVOR"
           .
      /
      *----------------------------------------------------------------*
      * HOUSEHOLD LINKS - MEMBERS THE DUPLICATE GUARANTEED MOVE TO THE *
      * SURVIVOR, WHO BECOMES THEIR GUARANTOR; A DUPLICATE THAT WAS    *
      * ITSELF A MEMBER PASSES THAT HOUSEHOLD ON TO A SURVIVOR WHO HAS *
      * NONE.  A SURVIVOR ALREADY IN SOMEONE ELSE'S HOUSEHOLD CANNOT   *
      * TAKE OVER MEMBERS - THE DESK RELINKS THEM BY HAND              *
      *----------------------------------------------------------------*
       MERGE-HOUSEHOLD.
           IF DUP-HOUSEHOLD = ZERO
              EXIT PARAGRAPH
           END-IF

           IF DUP-HOUSEHOLD NOT = DUP-ID
              IF SURV-HOUSEHOLD = ZERO
                 MOVE SURV-ID TO BRW-ID
                 READ BORROWERS
                      INVALID
                          EXIT PARAGRAPH
                 END-READ
                 MOVE DUP-HOUSEHOLD TO BRW-HOUSEHOLD-ID
                 REWRITE BRW-REC
                    INVALID KEY CONTINUE
                 END-REWRITE
                 DISPLAY "SURVIVOR JOINED HOUSEHOLD OF " DUP-HOUSEHOLD
              END-IF
              EXIT PARAGRAPH
           END-IF

           IF SURV-HOUSEHOLD NOT = ZERO
              AND SURV-HOUSEHOLD NOT = SURV-ID
              DISPLAY "THE DUPLICATE WAS A HOUSEHOLD GUARANTOR BUT THE "
                      "SURVIVOR BELONGS TO HOUSEHOLD " SURV-HOUSEHOLD
              DISPLAY "RELINK THE MEMBERS ON THE BORROWERS SCREEN"
              EXIT PARAGRAPH
           END-IF

      *> EVERY REWRITE TAKES THE ROW OUT OF THE DUPLICATE'S GROUP, SO
      *> THE INDEX IS RE-STARTED FOR EACH ONE
           MOVE ZERO TO MOVED-MEMBERS
           SET FILE-AT-END TO FALSE

           PERFORM UNTIL FILE-AT-END
              MOVE DUP-ID TO BRW-HOUSEHOLD-ID

              START BORROWERS KEY = BRW-HOUSEHOLD-ID
                    INVALID KEY
                        SET FILE-AT-END TO TRUE
                    NOT INVALID KEY
                        READ BORROWERS NEXT RECORD
                             AT END
                                 SET FILE-AT-END TO TRUE
                             NOT AT END
                                 MOVE SURV-ID TO BRW-HOUSEHOLD-ID
                                 REWRITE BRW-REC
                                    INVALID KEY
                                        SET FILE-AT-END TO TRUE
                                 END-REWRITE
                                 IF BRW-ID NOT = DUP-ID
                                    ADD 1 TO MOVED-MEMBERS
                                 END-IF
                        END-READ
              END-START
           END-PERFORM

           IF MOVED-MEMBERS = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE SURV-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    EXIT PARAGRAPH
           END-READ
           MOVE SURV-ID TO BRW-HOUSEHOLD-ID
           REWRITE BRW-REC
              INVALID KEY CONTINUE
           END-REWRITE

           DISPLAY MOVED-MEMBERS
                   " HOUSEHOLD MEMBER(S) NOW GUARANTEED BY THE SURVIVOR"
           .
      /
      *----------------------------------------------------------------*
      * THE DUPLICATE STAYS ON FILE, BLOCKED AND MARKED, SO OLD        *
      * PAPERWORK QUOTING ITS ID STILL RESOLVES                        *
      *----------------------------------------------------------------*
                    EXIT PARAGRAPH
           END-READ

      *> ITS OWN SUSPENSION ROWS STAY WITH IT AS HISTORY; THE MERGE
      *> ITSELF IS WHAT KEEPS IT BLOCKED FROM NOW ON
           MOVE DUP-ID   TO SUS-WANT-ID
           ACCEPT SUS-ASOF-DT FROM DATE YYYYMMDD
           MOVE "MRGBRW" TO SUS-BY
           MOVE "D"      TO SUS-NEW-REASON
           MOVE ZERO     TO SUS-NEW-END-DT
           MOVE SPACES   TO SUS-NEW-NOTE
           STRING "MERGED INTO BORROWER " DELIMITED BY SIZE
                  SURV-ID                 DELIMITED BY SIZE
             INTO SUS-NEW-NOTE
           END-STRING
           PERFORM PLACE-SUSPENSION

           MOVE "B" TO BRW-STATUS
           MOVE SPACES TO BRW-NAME
           STRING "*MERGED INTO " DELIMITED BY SIZE
             INTO BRW-NAME
           END-STRING
           MOVE SPACES TO BRW-PIN
           MOVE ZERO   TO BRW-HOUSEHOLD-ID

           REWRITE BRW-REC
              INVALID KEY CONTINUE
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE BORROWERS
           CLOSE SUSPEND
           CLOSE LOANS
           CLOSE FINES
           CLOSE RESERVES
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * BORROWER SUSPENSIONS                                           *
      *----------------------------------------------------------------*
          COPY 'CPVIDSUP.CPY'.
