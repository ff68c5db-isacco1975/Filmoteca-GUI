      **
      * COPY BOOK - RESOLVE THE OFFLINE DESK LOG AND SLIP PATHS.  THE
      * WORK FIELDS ARE IN CPVIDOFV.CPY.  PERFORM THIS PARAGRAPH
      * BEFORE THE FIRST OPEN OF OFFLOG.
      **
       RESOLVE-OFFLINE-PATHS.
           ACCEPT OFF-DIR FROM ENVIRONMENT "FILMOTECA_OFFLINE_DIR"

           IF OFF-DIR = SPACES
              MOVE "."            TO OFF-DIR
           END-IF

           MOVE SPACES TO OFFLOG-PATH
           STRING OFF-DIR         DELIMITED BY SPACE
                  "/OFFLINE.LOG"  DELIMITED BY SIZE
             INTO OFFLOG-PATH
           END-STRING

           MOVE SPACES TO OFFSLIP-PATH
           STRING OFF-DIR         DELIMITED BY SPACE
                  "/OFFSLIP.LST"  DELIMITED BY SIZE
             INTO OFFSLIP-PATH
           END-STRING
           .
