      * FILES BELOW.
      **
       RESOLVE-DATA-PATHS.
           MOVE SPACES TO FMT-DATA-DIR
           MOVE SPACE  TO FMT-TRAIN-FLAG
           ACCEPT FMT-DATA-DIR FROM ENVIRONMENT "FILMOTECA_DATA_DIR"

           IF FMT-DATA-DIR = SPACES
              MOVE "."            TO FMT-DATA-DIR
           END-IF

      *> TRAINING MODE - A STATION SIGNED IN FOR PRACTICE SETS
      *> FILMOTECA_TRAINING=Y, AND EVERY FILE BELOW THEN LIVES IN THE
      *> TRAINING SANDBOX UNDER THE LIVE DIRECTORY (TRNRESET CUTS IT
      *> FRESH FROM THE LIVE FILES), SO PRACTICE NEVER TOUCHES THE
      *> TILL, THE RECEIPT REGISTER OR THE LEDGER
           MOVE FMT-DATA-DIR TO FMT-LIVE-DIR
           ACCEPT FMT-TRAIN-FLAG FROM ENVIRONMENT "FILMOTECA_TRAINING"

           IF FMT-TRAIN-FLAG = "Y"
              MOVE SPACES TO FMT-DATA-DIR
              STRING FMT-LIVE-DIR   DELIMITED BY SPACE
                     "/TRAINING"    DELIMITED BY SIZE
                INTO FMT-DATA-DIR
              END-STRING
           END-IF

           STRING FMT-DATA-DIR   DELIMITED BY SPACE
                  "/MOVIES.dat"  DELIMITED BY SIZE
             INTO MOVIES-PATH
             INTO EQUIP-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/WEBPAY.dat"    DELIMITED BY SIZE
             INTO WEBPAY-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/BUDGET.dat"    DELIMITED BY SIZE
             INTO BUDGET-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/TAXRATE.dat"   DELIMITED BY SIZE
             INTO TAXRATE-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/TRANSFER.dat"  DELIMITED BY SIZE
             INTO TRANSFER-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/PROMO.dat"     DELIMITED BY SIZE
             INTO PROMO-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/PROMOUSE.dat"  DELIMITED BY SIZE
             INTO PROMOUSE-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/INCIDENT.dat"  DELIMITED BY SIZE
             INTO INCIDENT-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/EVENTS.dat"    DELIMITED BY SIZE
             INTO EVENTS-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/ATTEND.dat"    DELIMITED BY SIZE
             INTO ATTEND-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/ALSOBRW.dat"   DELIMITED BY SIZE
             INTO ALSOBRW-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/JOBLOG.dat"    DELIMITED BY SIZE
             INTO JOBLOG-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/DEPPOL.dat"    DELIMITED BY SIZE
             INTO DEPPOL-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/DISPOSE.dat"   DELIMITED BY SIZE
             INTO DISPOSE-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/DEPREG.dat"    DELIMITED BY SIZE
             INTO DEPREG-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/SVCLOG.dat"    DELIMITED BY SIZE
             INTO SVCLOG-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/EQBOOK.dat"    DELIMITED BY SIZE
             INTO EQBOOK-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/STREET.dat"    DELIMITED BY SIZE
             INTO STREET-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/LETTERQ.dat"   DELIMITED BY SIZE
             INTO LETTERQ-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/CONSENT.dat"   DELIMITED BY SIZE
             INTO CONSENT-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/CONSLOG.dat"   DELIMITED BY SIZE
             INTO CONSLOG-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/WRTOFF.dat"    DELIMITED BY SIZE
             INTO WRTOFF-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/REVSHR.dat"    DELIMITED BY SIZE
             INTO REVSHR-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/REVSET.dat"    DELIMITED BY SIZE
             INTO REVSET-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/KEYHIST.dat"   DELIMITED BY SIZE
             INTO KEYHIST-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/POINTS.dat"    DELIMITED BY SIZE
             INTO POINTS-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/AMNLOG.dat"    DELIMITED BY SIZE
             INTO AMNLOG-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/POLSCHED.dat"  DELIMITED BY SIZE
             INTO POLSCHED-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/PREORD.dat"    DELIMITED BY SIZE
             INTO PREORD-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/VENDRET.dat"   DELIMITED BY SIZE
             INTO VENDRET-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/DISPLAYS.dat"  DELIMITED BY SIZE
             INTO DISPLAYS-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/DISPMEM.dat"   DELIMITED BY SIZE
             INTO DISPMEM-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/DELIVERY.dat"  DELIMITED BY SIZE
             INTO DELIVERY-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/DLVLOAN.dat"   DELIMITED BY SIZE
             INTO DLVLOAN-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/ALERTS.dat"    DELIMITED BY SIZE
             INTO ALERTS-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/DONORS.dat"    DELIMITED BY SIZE
             INTO DONORS-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/DONITEM.dat"   DELIMITED BY SIZE
             INTO DONITEM-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/SUSPEND.dat"   DELIMITED BY SIZE
             INTO SUSPEND-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/SUBSCRIBE.dat" DELIMITED BY SIZE
             INTO SUBSCRIBE-PATH
           END-STRING

           STRING FMT-DATA-DIR     DELIMITED BY SPACE
                  "/AVAIL.dat"     DELIMITED BY SIZE
             INTO AVAIL-PATH
           END-STRING

      *> RUN-FROM-SNAPSHOT MODE - WHEN A REPORT RUN SETS
      *> FILMOTECA_SNAPSHOT=Y, THE CATALOG/CIRCULATION READ PATHS
      *> POINT AT THE FROZEN COPIES SNAPMAKE CUT UNDER <DIR>/SNAP,
