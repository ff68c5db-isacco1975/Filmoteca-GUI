      **
      * COPY BOOK DESCRIPTION FILE - THEMED DISPLAY COLLECTIONS
      **
           SELECT DISPLAYS
              ASSIGN       TO DISPLAYS-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              LOCK MODE    IS MANUAL
              FILE STATUS  IS STATUS-DISPLAYS
              RECORD KEY   IS DSP-CODE.
