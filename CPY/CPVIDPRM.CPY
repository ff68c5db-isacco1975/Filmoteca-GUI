           05 PRM-LATE-PCT          PIC 9(02).
      * REPLACEMENT VALUE ABOVE WHICH A CHECKOUT TAKES A DEPOSIT
           05 PRM-DEP-OVER          PIC 9(05)V99.
      * MONTH THE ACQUISITIONS FISCAL YEAR STARTS IN (1-12) - A FISCAL
      * YEAR IS NAMED AFTER THE CALENDAR YEAR IT STARTS IN
           05 PRM-FY-START          PIC 9(02).
      * SALES TAX - THE TAX CLASS (A TAXRATE KEY) EACH KIND OF CHARGE
      * FALLS UNDER, AND THE GL ACCOUNTS THE TAX AND THE EX-RENTAL
      * SALES ARE POSTED TO
           05 PRM-TAX-RENTAL        PIC X(01).
           05 PRM-TAX-SALE          PIC X(01).
           05 PRM-TAX-DAMAGE        PIC X(01).
           05 PRM-GL-TAX            PIC X(08).
           05 PRM-GL-SALEREV        PIC X(08).
      * PAID MEMBERSHIP - THE FEE FOR EACH PLAN, THE DAYS BEFORE
      * EXPIRY THE MBRNOTE RUN QUEUES ITS RENEWAL REMINDER, AND THE GL
      * ACCOUNT THE FEES ARE POSTED TO
           05 PRM-MBR-ANNUAL        PIC 9(03)V99.
           05 PRM-MBR-MONTHLY       PIC 9(03)V99.
           05 PRM-MBR-WARN-DAYS     PIC 9(02).
           05 PRM-GL-MBRREV         PIC X(08).
      * HOUSEHOLDS - THE MOST LOANS A WHOLE HOUSEHOLD MAY HAVE OUT AT
      * ONCE, ON TOP OF EACH MEMBER'S OWN LIMIT; ZERO MEANS NO
      * HOUSEHOLD LIMIT
           05 PRM-HH-MAX-LOANS      PIC 9(02).
      * IN-STORE SCREENINGS - THE GL ACCOUNT THE TICKET MONEY IS
      * POSTED TO
           05 PRM-GL-EVTREV         PIC X(08).
      * DEPRECIATION OF COPIES AND EQUIPMENT - THE MONTHLY CHARGE'S
      * EXPENSE ACCOUNT, THE ACCUMULATED DEPRECIATION ACCOUNT, THE
      * ACCOUNT THE ASSETS SIT IN AT COST, AND THE GAIN OR LOSS ON
      * DISPOSAL ACCOUNT
           05 PRM-GL-DEPEXP         PIC X(08).
           05 PRM-GL-ACCDEP         PIC X(08).
           05 PRM-GL-ASSETS         PIC X(08).
           05 PRM-GL-DISPGL         PIC X(08).
      * NEW RELEASES - DAYS AFTER ITS STREET DATE A TITLE STAYS IN THE
      * NEW-RELEASE TIER (ZERO MEANS NO TIER), THE SHORTER LOAN PERIOD
      * AND THE FLAT FEE IT RENTS FOR WHILE IT IS THERE
           05 PRM-NEW-DAYS          PIC 9(03).
           05 PRM-NEW-LOAN-DAYS     PIC 9(03).
           05 PRM-NEW-FEE           PIC 9(03)V99.
      * KIOSK SELF-REGISTRATION - DAYS A PENDING APPLICATION WAITS FOR
      * THE DESK TO APPROVE IT BEFORE THE NIGHTLY APPEXP RUN PURGES
      * IT; ZERO MEANS APPLICATIONS ARE NEVER PURGED
           05 PRM-APPLY-DAYS        PIC 9(03).
      * BAD DEBT - THE EXPENSE ACCOUNT THE WRTOFF RUN'S WRITE-OFFS
      * ARE POSTED TO (AND A REINSTATED DEBT IS TAKEN BACK OUT OF)
           05 PRM-GL-BADDEBT        PIC X(08).
      * REVENUE SHARE - THE EXPENSE ACCOUNT THE REVSET RUN'S QUARTERLY
      * SETTLEMENTS ARE POSTED TO, AND THE ACCOUNT HOLDING WHAT IS
      * OWED TO THE DISTRIBUTORS UNTIL THEY ARE PAID
           05 PRM-GL-REVSHR         PIC X(08).
           05 PRM-GL-DISTPAY        PIC X(08).
      * LOYALTY POINTS - POINTS EARNED FOR EACH WHOLE UNIT OF RENTAL
      * FEE PAID (ZERO SWITCHES THE SCHEME OFF), WHAT ONE POINT IS
      * WORTH OFF A RENTAL AT THE DESK, AND THE MONTHS AN AVAILABLE
      * POINT LASTS BEFORE LOYRPT EXPIRES IT (ZERO MEANS NEVER)
           05 PRM-PTS-PER-UNIT      PIC 9(03).
           05 PRM-PTS-VALUE         PIC 9(01)V9(04).
           05 PRM-PTS-EXPIRE-MM     PIC 9(03).
      * FINE AMNESTY - THE CURRENT "BRING IT BACK" CAMPAIGN: THE CODE
      * EVERY FINE IT FORGIVES IS LOGGED UNDER, THE FIRST AND LAST DAY
      * A RETURN QUALIFIES (A ZERO FROM DATE MEANS NO CAMPAIGN), THE
      * BORROWER CATEGORIES IT COVERS (UP TO FOUR LETTERS, BLANK =
      * EVERY BORROWER) AND THE MOST DAYS OVERDUE A LOAN CAN BE AND
      * STILL QUALIFY (ZERO = NO LIMIT).  PRM-GL-AMNESTY IS THE
      * EXPENSE ACCOUNT THE FORGIVEN FINES ARE POSTED TO
           05 PRM-AMN-CODE          PIC X(10).
           05 PRM-AMN-DESC          PIC X(30).
           05 PRM-AMN-FROM-DT       PIC 9(08).
           05 PRM-AMN-TO-DT         PIC 9(08).
           05 PRM-AMN-CATS          PIC X(04).
           05 PRM-AMN-MAX-DAYS      PIC 9(04).
           05 PRM-GL-AMNESTY        PIC X(08).
      * HOLD SERVICE LEVEL - THE DAYS WE TELL PATRONS A HOLD USUALLY
      * TAKES TO FILL; THE HOLDSVC REPORT FLAGS THE TITLES WHOSE
      * HOLDS RUN OVER IT (ZERO FLAGS NOTHING)
           05 PRM-HOLD-TARGET       PIC 9(03).
