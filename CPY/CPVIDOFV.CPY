      **
      * COPY BOOK OFFLINE DESK - WORK FIELDS FOR RESOLVE-OFFLINE-PATHS
      * (CPVIDOFP.CPY).  THE LOG AND THE PROVISIONAL SLIP ARE KEPT IN
      * THE FOLDER NAMED BY THE OPTIONAL FILMOTECA_OFFLINE_DIR
      * ENVIRONMENT VARIABLE - A FOLDER ON THE STATION ITSELF, SINCE
      * THE DATA DIRECTORY IS WHAT IS OUT OF REACH WHEN THE DESK GOES
      * OFFLINE - DEFAULTING TO THE CURRENT DIRECTORY.
      **
       77 STATUS-OFFLOG      PIC X(2).
           88 VALID-STATUS-OFFLOG VALUE IS "00" THRU "09".
       77 OFF-DIR            PIC X(60) VALUE SPACES.
       77 OFFLOG-PATH        PIC X(70) VALUE SPACES.
       77 OFFSLIP-PATH       PIC X(70) VALUE SPACES.
