      **
      * COPY BOOK BATCH JOB LOG - ONE ROW PER UTILITY RUN, WRITTEN BY
      * THE OPERATIONS CONSOLE FOR A SINGLE JOB AND BY NIGHTRUN FOR
      * EVERY STEP OF THE NIGHTLY STREAM.  JOB-RESULT IS "OK", "ERROR"
      * OR, FOR A STREAM STEP LEFT OUT BECAUSE THE CHAIN STOPPED,
      * "NOT RUN".
      **
       01 JOB-REC.
           05 JOB-NAME           PIC X(10).
           05 JOB-OPERATOR       PIC X(10).
           05 JOB-START-DT       PIC 9(08).
           05 JOB-START-TM       PIC 9(06).
           05 JOB-END-DT         PIC 9(08).
           05 JOB-END-TM         PIC 9(06).
           05 JOB-RESULT         PIC X(08).
           05 JOB-REPORT         PIC X(40).
