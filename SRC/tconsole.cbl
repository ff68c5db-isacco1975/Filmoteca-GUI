
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDJLA.CPY'.
          COPY 'CPVIDSNA.CPY'.
          COPY 'CPVIDSEA.CPY'.
          COPY 'CPVIDMEA.CPY'.
          COPY 'CPVIDRSA.CPY'.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDTJA.CPY'.
          COPY 'CPVIDKHA.CPY'.
          SELECT BKUPLOG ASSIGN TO BKUPLOG-PATH
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS  IS STATUS-BKUPLOG.
      *
       FD BKUPLOG.
          COPY 'CPVIDBKL.CPY'.
      *
       FD KEYHIST.
          COPY 'CPVIDKHS.CPY'.
      *
       FD JOBLOG.
          COPY 'CPVIDJLG.CPY'.

       WORKING-STORAGE      SECTION.
               COPY "ACUGUI.DEF".

       77 STATUS-JOBLOG     PIC X(2).
           88 VALID-STATUS-JOBLOG VALUE IS "00" THRU "09".
          COPY 'CPVIDENV.CPY'.
          COPY 'CPVIDBCV.CPY'.
          COPY 'CPVIDTNV.CPY'.

      * THE MENU OF BATCH UTILITIES - LIST ROW, CALLABLE NAME AND THE
      * REPORT EACH ONE LEAVES BEHIND
              "OVRLOAN   OVERDUE LOANS                       OVRLOAN.LST".
           05 FILLER PIC X(76) VALUE
              "NOTICES   OVERDUE NOTICE LETTERS              NOTICES.LST".
           05 FILLER PIC X(76) VALUE
              "LETTERS   POSTAL LETTERS PRINT RUN            POSTAGE.LST".
           05 FILLER PIC X(76) VALUE
              "FINRPT    OUTSTANDING FINE BALANCES           FINBAL.LST".
           05 FILLER PIC X(76) VALUE
              "ZREPORT   DAY-END TILL RECONCILIATION     ZREPORT.LST".
           05 FILLER PIC X(76) VALUE
              "HOLDEXP   PICKUP-SHELF EXPIRY SWEEP       HOLDEXP.LST".
           05 FILLER PIC X(76) VALUE
              "APPEXP    KIOSK APPLICATION PURGE         APPEXP.LST".
           05 FILLER PIC X(76) VALUE
              "MIGRSV    ONE-TIME RESERVES MIGRATION                 ".
           05 FILLER PIC X(76) VALUE
              "SOLDRPT   EX-RENTAL SOLD ITEMS            SOLDRPT.LST".
           05 FILLER PIC X(76) VALUE
              "EQPUTIL   EQUIPMENT UTILIZATION           EQPUTIL.LST".
           05 FILLER PIC X(76) VALUE
              "CARDREC   CARD SETTLEMENT RECONCILIATION  CARDREC.LST".
           05 FILLER PIC X(76) VALUE
              "MIGTLJ    ONE-TIME TILL JOURNAL MIGRATION           ".
           05 FILLER PIC X(76) VALUE
              "WEBPAY    ONLINE FINE PAYMENT LOADER      WEBPAY.LST".
           05 FILLER PIC X(76) VALUE
              "BUDRPT    ACQUISITIONS BUDGET BY GENRE    BUDRPT.LST".
           05 FILLER PIC X(76) VALUE
              "MIGWSH    ONE-TIME WISHLIST MIGRATION               ".
           05 FILLER PIC X(76) VALUE
              "TAXRPT    QUARTERLY SALES TAX RETURN      TAXRPT.LST".
           05 FILLER PIC X(76) VALUE
              "MBRNOTE   MEMBERSHIP RENEWAL REMINDERS    MBRNOTE.LST".
           05 FILLER PIC X(76) VALUE
              "MBRRPT    EXPIRING AND LAPSED MEMBERS     MBRRPT.LST".
           05 FILLER PIC X(76) VALUE
              "MIGCPY    ONE-TIME COPY BRANCH MIGRATION            ".
           05 FILLER PIC X(76) VALUE
              "TRFRPT    OPEN INTER-BRANCH TRANSFERS     TRFRPT.LST".
           05 FILLER PIC X(76) VALUE
              "PROMORPT  PROMOTION REDEMPTIONS           PROMORPT.LST".
           05 FILLER PIC X(76) VALUE
              "MIGRCP    ONE-TIME RECEIPT REGISTER MIGRATION       ".
           05 FILLER PIC X(76) VALUE
              "INCRPT    MONTHLY INCIDENTS BY CATEGORY   INCRPT.LST".
           05 FILLER PIC X(76) VALUE
              "EVTNOTE   SCREENING REMINDERS E-MAIL      EVTNOTE.LST".
           05 FILLER PIC X(76) VALUE
              "EVTRPT    MONTHLY SCREENING TURNOUT       EVTRPT.LST".
           05 FILLER PIC X(76) VALUE
              "ALSOBRW   ALSO-BORROWED SUGGESTIONS       ALSOBRW.LST".
           05 FILLER PIC X(76) VALUE
              "NIGHTRUN  NIGHTLY JOB STREAM / RESTART    NIGHTRUN.LST".
           05 FILLER PIC X(76) VALUE
              "MIGEQP    ONE-TIME EQUIPMENT MIGRATION             ".
           05 FILLER PIC X(76) VALUE
              "DEPRUN    MONTHLY DEPRECIATION REGISTER   DEPRUN.LST".
           05 FILLER PIC X(76) VALUE
              "SVCDUE    WEEKLY EQUIPMENT SERVICE DUE    SVCDUE.LST".
           05 FILLER PIC X(76) VALUE
              "EQPULL    DAILY EQUIPMENT PULL LIST       EQPULL.LST".
           05 FILLER PIC X(76) VALUE
              "OPEXCP    WEEKLY OPERATOR EXCEPTIONS      OPEXCP.LST".
           05 FILLER PIC X(76) VALUE
              "NEWREL    NEW RELEASES LEAVING THE TIER   NEWREL.LST".
           05 FILLER PIC X(76) VALUE
              "MIGCIRC   ONE-TIME COPY WEAR COUNT REBUILD          ".
           05 FILLER PIC X(76) VALUE
              "WEARFC    QUARTERLY COPY WEAR FORECAST    WEARFC.LST".
           05 FILLER PIC X(76) VALUE
              "MIGMLQ    ONE-TIME MAIL QUEUE MIGRATION       ".
           05 FILLER PIC X(76) VALUE
              "CONSWEB   WEB CONSENT CHANGES LOAD            CONSWEB.LST".
           05 FILLER PIC X(76) VALUE
              "NEWSMAIL  WEEKLY NEWS E-MAIL                  NEWSMAIL.LST".
           05 FILLER PIC X(76) VALUE
              "CONSRPT   MARKETING CONSENT REGISTER          CONSRPT.LST".
           05 FILLER PIC X(76) VALUE
              "SAREXP    SUBJECT ACCESS EXPORT               SARNNNNN.LST".
           05 FILLER PIC X(76) VALUE
              "FINAGE    FINE RECEIVABLES AGEING             FINAGE.LST".
           05 FILLER PIC X(76) VALUE
              "WRTOFF    BAD-DEBT WRITE-OFF                  WRTOFF.LST".
           05 FILLER PIC X(76) VALUE
              "REVSET    REVENUE-SHARE SETTLEMENT            REVSET.LST".
           05 FILLER PIC X(76) VALUE
              "REORG     INDEXED FILE REORGANIZATION         REORG.LST".
           05 FILLER PIC X(76) VALUE
              "KEYCHK    KEY-SPACE EARLY WARNING             KEYCHK.LST".
           05 FILLER PIC X(76) VALUE
              "TRNRESET  TRAINING SANDBOX RESET              TRNRESET.LST".
           05 FILLER PIC X(76) VALUE
              "LOYRPT    LOYALTY POINTS LIABILITY (MONTHLY)  LOYRPT.LST".
           05 FILLER PIC X(76) VALUE
              "AMNRPT    FINE AMNESTY CAMPAIGN REPORT        AMNRPT.LST".
           05 FILLER PIC X(76) VALUE
              "POLAPPLY  APPLY SCHEDULED POLICY AND FEES     POLAPPLY.LST".
           05 FILLER PIC X(76) VALUE
              "POLRPT    POLICY AND FEE SCHEDULE REPORT      POLRPT.LST".
           05 FILLER PIC X(76) VALUE
              "RTVRPT    OPEN VENDOR RETURNS BY DISTRIBUTOR  RTVRPT.LST".
           05 FILLER PIC X(76) VALUE
              "DSPRPT    THEMED DISPLAY CIRCULATION UPLIFT   DSPRPT.LST".
           05 FILLER PIC X(76) VALUE
              "IMPBRW    IMPORT BORROWERS FROM BORROWERS.TXT BORROWERS.REJ".
           05 FILLER PIC X(76) VALUE
              "DONACK    DONATION THANK-YOU LETTERS          DONACK.LST".
           05 FILLER PIC X(76) VALUE
              "DONRPT    DONATIONS RECEIVED (YEARLY)         DONRPT.LST".
           05 FILLER PIC X(76) VALUE
              "MASSUPD   CATALOG MASS UPDATE (PREVIEW FIRST) MASSUPD.LST".
           05 FILLER PIC X(76) VALUE
              "SUSLIFT   SUSPENSION END-DATE SWEEP           SUSLIFT.LST".
           05 FILLER PIC X(76) VALUE
              "MIGSUS    ONE-TIME SUSPENSION SEEDING         ".
           05 FILLER PIC X(76) VALUE
              "PRFRPT    TITLE PROFITABILITY                 PRFRPT.LST".
           05 FILLER PIC X(76) VALUE
              "HOLDSVC   HOLD SERVICE LEVELS                 HOLDSVC.LST".
           05 FILLER PIC X(76) VALUE
              "JUNADLT   JUNIOR TO ADULT AT 18               JUNADLT.LST".
           05 FILLER PIC X(76) VALUE
              "EMCLOSE   EMERGENCY CLOSURE (DUE DATES ROLL)  EMCLOSE.LST".
           05 FILLER PIC X(76) VALUE
              "AVLBLD    AVAILABILITY SUMMARY BUILD              ".
           05 FILLER PIC X(76) VALUE
              "AVLCHK    AVAILABILITY SUMMARY CHECK          AVLCHK.LST".
           05 FILLER PIC X(76) VALUE
              "MIGPRM2   ONE-TIME 68-BYTE SETTINGS MIGRATION    ".
           05 FILLER PIC X(76) VALUE
              "MIGBRW2   ONE-TIME 110-BYTE BORROWER MIGRATION   ".
           05 FILLER PIC X(76) VALUE
              "MIGLON3   ONE-TIME LOAN-BRANCH MIGRATION      ".
           05 FILLER PIC X(76) VALUE
              "MIGRSV2   ONE-TIME 40-BYTE RESERVES MIGRATION    ".
       01 JOB-MENU REDEFINES JOB-MENU-TABLE.
           05 JOB-ROW OCCURS 135 TIMES
                        INDEXED BY JOB-IDX.
               10 JOB-ROW-NAME   PIC X(10).
               10 JOB-ROW-DESC   PIC X(36).
               10 JOB-ROW-REPORT PIC X(30).
       77 JOB-ROW-CNT       PIC 9(3) VALUE 135.
       77 JOB-SEL           PIC 9(3) VALUE ZERO.
       77 JOB-CALL-NAME     PIC X(14) VALUE SPACES.
       77 OPERATOR-ID       PIC X(10) VALUE SPACES.
       77 RESULT-TEXT       PIC X(40) VALUE SPACES.
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-TILLJRN    PIC X(2).
           88 VALID-STATUS-TILLJRN VALUE IS "00" THRU "09".
       77 STATUS-KEYHIST    PIC X(2).
           88 VALID-STATUS-KEYHIST VALUE IS "00" THRU "09".
       77 DASH-FORM-HANDLE  USAGE IS HANDLE OF WINDOW.
       77 SW-DASH-DONE      PIC 9 VALUE ZERO.
           88 DASH-DONE      VALUE 1, FALSE 0.
       77 DSH-MONEY-TEXT    PIC ZZZZZZ9,99.
       77 DSH-LAST-BKUP-DT  PIC 9(8) VALUE ZERO.
       77 DSH-LAST-BKUP-TM  PIC 9(6) VALUE ZERO.
       77 DSH-KEY-RUN-DT    PIC 9(8) VALUE ZERO.
       77 DSH-KEY-RUN-TM    PIC 9(6) VALUE ZERO.
       77 DSH-KEY-WARNINGS  PIC 9(2) VALUE ZERO.
       77 DSH-KEY-WORST     PIC X(12) VALUE SPACES.
       77 DSH-KEY-PCT       PIC 9(3) VALUE ZERO.
       77 DSH-PCT-TEXT      PIC ZZ9.
       77 DASH-TEXT         PIC X(40) VALUE SPACES.

      * BACKUP MEDIA ROTATION - THE CONSOLE NAMES THE NEXT MEDIUM
           LINE 4,00,
           LINES 16,00 ,
           SIZE 78,00 ,
           OCCURS 135 TIMES,
           INDEXED BY JOB-IDX,
           VALUE JOB-ROW (JOB-IDX),
           FRAMED,
           LBL-DSH-8, LABEL, COL 2,00, LINE 10,90, SIZE 42,00,
           TITLE SPACES, ID IS 6227, FONT IS SMALL-FONT,
           .
       05
           LBL-DSH-9, LABEL, COL 2,00, LINE 12,10, SIZE 42,00,
           TITLE SPACES, ID IS 6228, FONT IS SMALL-FONT,
           .

      *> CLICK-THROUGHS TO THE SCREENS BEHIND THE FIGURES
       05
           PB-DSH-LOANS,
           PUSH-BUTTON,
           COL 2,00,
           LINE 13,70,
           SIZE 12,00,
           EXCEPTION-VALUE 7120,
           ID IS 7120,
           PB-DSH-BORR,
           PUSH-BUTTON,
           COL 16,00,
           LINE 13,70,
           SIZE 15,00,
           EXCEPTION-VALUE 7121,
           ID IS 7121,
           PB-DSH-REFRESH,
           PUSH-BUTTON,
           COL 33,00,
           LINE 13,70,
           SIZE 12,00,
           EXCEPTION-VALUE 7122,
           ID IS 7122,
           PB-DSH-CLOSE,
           PUSH-BUTTON,
           COL 47,00,
           LINE 13,70,
           SIZE 12,00,
           EXCEPTION-VALUE 7123,
           ID IS 7123,
           ACCEPT SYSTEM-INFORMATION FROM SYSTEM-INFO.
           ACCEPT TERMINAL-ABILITIES FROM TERMINAL-INFO.
           PERFORM RESOLVE-DATA-PATHS
           PERFORM SET-SCREEN-TITLE

           PERFORM FORM1-OPEN-ROUTINE
           .
              MODELESS,
              NO SCROLL,
              TITLE-BAR,
              TITLE SCREEN-TITLE,
              WITH SYSTEM MENU,
              USER-GRAY,
              USER-WHITE,

           IF JOB-ROW-NAME (JOB-SEL) = "BKUPMOV   "
              OR JOB-ROW-NAME (JOB-SEL) = "DAYCLOSE  "
              OR JOB-ROW-NAME (JOB-SEL) = "NIGHTRUN  "
              SET JOB-TAKES-MEDIA TO TRUE
              PERFORM PICK-ROTATION-MEDIUM

           WHEN "PRGLOAN   "
           WHEN "OFFLOAD   "
           WHEN "DAYCLOSE  "
           WHEN "NIGHTRUN  "
           WHEN "DEPRUN    "
           WHEN "MRGBRW    "
           WHEN "ANONBRW   "
           WHEN "REORG     "
           WHEN "MASSUPD   "
                SET JOB-IS-EXCLUSIVE TO TRUE
           WHEN OTHER
                IF JOB-ROW-NAME (JOB-SEL) (1:3) = "MIG"
           SET DASH-DONE TO FALSE

           DISPLAY STANDARD GRAPHICAL WINDOW
              LINES 15,70,
              SIZE 62,00,
              CONTROL FONT SMALL-FONT,
              LABEL-OFFSET 23,
                   END-CALL
                   CANCEL "TLOANS.ACU"
              WHEN KEY-STATUS = 7121
                   INITIALIZE BRW-CALL-AREA
                   CALL   "TBORROW.ACU" USING BRW-CALL-AREA
                          ON EXCEPTION CONTINUE
                   END-CALL
                   CANCEL "TBORROW.ACU"
      /
      *----------------------------------------------------------------*
      * ONE PASS OVER EACH FILE - TODAY'S MOVEMENT, THE QUEUES, THE    *
      * MONEY, THE LAST CLEAN BACKUP AND THE LATEST KEY-SPACE CHECK    *
      *----------------------------------------------------------------*
       GATHER-DASHBOARD.
           ACCEPT DASH-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO DSH-FINES-TAKEN
           MOVE ZERO TO DSH-LAST-BKUP-DT
           MOVE ZERO TO DSH-LAST-BKUP-TM
           MOVE ZERO TO DSH-KEY-RUN-DT
           MOVE ZERO TO DSH-KEY-RUN-TM
           MOVE ZERO TO DSH-KEY-WARNINGS
           MOVE ZERO TO DSH-KEY-PCT
           MOVE SPACES TO DSH-KEY-WORST

      *> LOANS - TODAY'S MOVEMENT AND THE OVERDUE PICTURE
           OPEN INPUT LOANS

              CLOSE JOBLOG
           END-IF

      *> THE LATEST KEY-SPACE CHECK - ITS ROWS ARE THE LAST ON THE
      *> HISTORY, SO THE FIGURES START AGAIN AT EACH NEW RUN
           OPEN INPUT KEYHIST
           IF VALID-STATUS-KEYHIST
              SET SCAN-AT-END TO FALSE

              READ KEYHIST
                   AT END SET SCAN-AT-END TO TRUE
              END-READ

              PERFORM UNTIL SCAN-AT-END
                 IF KHS-RUN-DT NOT = DSH-KEY-RUN-DT
                    OR KHS-RUN-TM NOT = DSH-KEY-RUN-TM
                    MOVE KHS-RUN-DT TO DSH-KEY-RUN-DT
                    MOVE KHS-RUN-TM TO DSH-KEY-RUN-TM
                    MOVE ZERO       TO DSH-KEY-WARNINGS
                    MOVE ZERO       TO DSH-KEY-PCT
                    MOVE SPACES     TO DSH-KEY-WORST
                 END-IF

                 IF KHS-IS-WARNING
                    ADD 1 TO DSH-KEY-WARNINGS
                 END-IF

                 IF KHS-PCT-USED > DSH-KEY-PCT
                    OR DSH-KEY-WORST = SPACES
                    MOVE KHS-PCT-USED TO DSH-KEY-PCT
                    MOVE KHS-SCHEME   TO DSH-KEY-WORST
                 END-IF

                 READ KEYHIST
                      AT END SET SCAN-AT-END TO TRUE
                 END-READ
              END-PERFORM

              CLOSE KEYHIST
           END-IF
           .

       SHOW-DASHBOARD.
              END-STRING
           END-IF
           MODIFY LBL-DSH-8 TITLE DASH-TEXT

           MOVE SPACES TO DASH-TEXT
           MOVE DSH-KEY-PCT TO DSH-PCT-TEXT
           EVALUATE TRUE
              WHEN DSH-KEY-RUN-DT = ZERO
                   MOVE "KEY SPACE CHECK    : NEVER RUN" TO DASH-TEXT
              WHEN DSH-KEY-WARNINGS > ZERO
                   STRING "KEY SPACE WARNING  : " DELIMITED BY SIZE
                          DSH-KEY-WORST          DELIMITED BY SPACE
                          " "                    DELIMITED BY SIZE
                          DSH-PCT-TEXT           DELIMITED BY SIZE
                          "% USED"               DELIMITED BY SIZE
                     INTO DASH-TEXT
                   END-STRING
              WHEN OTHER
                   STRING "KEY SPACE CHECK    : " DELIMITED BY SIZE
                          "ALL CLEAR, TOP "      DELIMITED BY SIZE
                          DSH-PCT-TEXT           DELIMITED BY SIZE
                          "%"                    DELIMITED BY SIZE
                     INTO DASH-TEXT
                   END-STRING
           END-EVALUATE
           MODIFY LBL-DSH-9 TITLE DASH-TEXT
           .
      /
      *----------------------------------------------------------------*
              CLOSE JOBLOG
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * THE MAIN WINDOW'S TITLE, WITH THE TRAINING BANNER              *
      *----------------------------------------------------------------*
          COPY 'CPVIDTNP.CPY'.
