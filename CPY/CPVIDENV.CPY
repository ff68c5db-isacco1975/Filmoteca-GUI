      **
       77 FMT-DATA-DIR       PIC X(60) VALUE SPACES.
       77 FMT-SNAP-FLAG      PIC X(01) VALUE SPACE.
      * TRAINING MODE - FMT-DATA-DIR IS THEN THE SANDBOX UNDER THE
      * LIVE DIRECTORY, WHICH FMT-LIVE-DIR STILL NAMES
       77 FMT-TRAIN-FLAG     PIC X(01) VALUE SPACE.
       77 FMT-LIVE-DIR       PIC X(60) VALUE SPACES.
       77 MOVIES-PATH        PIC X(70) VALUE SPACES.
       77 GENRES-PATH        PIC X(70) VALUE SPACES.
       77 LOANS-PATH         PIC X(70) VALUE SPACES.
       77 DEPOSITS-PATH      PIC X(70) VALUE SPACES.
       77 SALES-PATH         PIC X(70) VALUE SPACES.
       77 EQUIP-PATH         PIC X(70) VALUE SPACES.
       77 WEBPAY-PATH        PIC X(70) VALUE SPACES.
       77 BUDGET-PATH        PIC X(70) VALUE SPACES.
       77 TAXRATE-PATH       PIC X(70) VALUE SPACES.
       77 TRANSFER-PATH      PIC X(70) VALUE SPACES.
       77 PROMO-PATH         PIC X(70) VALUE SPACES.
       77 PROMOUSE-PATH      PIC X(70) VALUE SPACES.
       77 INCIDENT-PATH      PIC X(70) VALUE SPACES.
       77 EVENTS-PATH        PIC X(70) VALUE SPACES.
       77 ATTEND-PATH        PIC X(70) VALUE SPACES.
       77 ALSOBRW-PATH       PIC X(70) VALUE SPACES.
       77 JOBLOG-PATH        PIC X(70) VALUE SPACES.
       77 DEPPOL-PATH        PIC X(70) VALUE SPACES.
       77 DISPOSE-PATH       PIC X(70) VALUE SPACES.
       77 DEPREG-PATH        PIC X(70) VALUE SPACES.
       77 SVCLOG-PATH        PIC X(70) VALUE SPACES.
       77 EQBOOK-PATH        PIC X(70) VALUE SPACES.
       77 STREET-PATH        PIC X(70) VALUE SPACES.
       77 LETTERQ-PATH       PIC X(70) VALUE SPACES.
       77 CONSENT-PATH       PIC X(70) VALUE SPACES.
       77 CONSLOG-PATH       PIC X(70) VALUE SPACES.
       77 WRTOFF-PATH        PIC X(70) VALUE SPACES.
       77 REVSHR-PATH        PIC X(70) VALUE SPACES.
       77 REVSET-PATH        PIC X(70) VALUE SPACES.
       77 KEYHIST-PATH       PIC X(70) VALUE SPACES.
       77 POINTS-PATH        PIC X(70) VALUE SPACES.
       77 AMNLOG-PATH        PIC X(70) VALUE SPACES.
       77 POLSCHED-PATH      PIC X(70) VALUE SPACES.
       77 PREORD-PATH        PIC X(70) VALUE SPACES.
       77 VENDRET-PATH       PIC X(70) VALUE SPACES.
       77 DISPLAYS-PATH      PIC X(70) VALUE SPACES.
       77 DISPMEM-PATH       PIC X(70) VALUE SPACES.
       77 DELIVERY-PATH      PIC X(70) VALUE SPACES.
       77 DLVLOAN-PATH       PIC X(70) VALUE SPACES.
       77 ALERTS-PATH        PIC X(70) VALUE SPACES.
       77 DONORS-PATH        PIC X(70) VALUE SPACES.
       77 DONITEM-PATH       PIC X(70) VALUE SPACES.
       77 SUSPEND-PATH       PIC X(70) VALUE SPACES.
       77 SUBSCRIBE-PATH     PIC X(70) VALUE SPACES.
       77 AVAIL-PATH         PIC X(70) VALUE SPACES.
