      **
      * COPY BOOK KEY-SPACE HISTORY - ONE ROW PER NUMBERING SCHEME PER
      * KEYCHK RUN: THE HIGHEST VALUE IN USE THAT DAY AGAINST THE
      * SCHEME'S CEILING, SO THE NEXT RUN CAN MEASURE THE GROWTH AND
      * PROJECT THE DAY IT RUNS OUT.  THE ROWS OF THE LATEST RUN ARE
      * WHAT THE CONSOLE DASHBOARD SHOWS.
      **
       01 KHS-REC.
           05 KHS-RUN-DT             PIC 9(08).
      * HHMMSS OF THE RUN - TELLS A SAME-DAY RERUN FROM THE FIRST RUN
           05 KHS-RUN-TM             PIC 9(06).
           05 KHS-SCHEME             PIC X(12).
           05 KHS-FLOOR              PIC 9(07).
           05 KHS-CEILING            PIC 9(07).
           05 KHS-HIGH               PIC 9(07).
      * PERCENT OF THE SCHEME'S RANGE ALREADY USED
           05 KHS-PCT-USED           PIC 9(03).
      * PROJECTED RUN-OUT DATE AT THE RECENT GROWTH RATE - ZERO WHEN
      * THE SCHEME IS NOT GROWING OR THERE IS NO HISTORY YET
           05 KHS-OUT-DT             PIC 9(08).
           05 KHS-WARN               PIC X(01).
               88 KHS-IS-WARNING     VALUE "W".
               88 KHS-IS-CLEAR       VALUE " ".
           05 FILLER                 PIC X(01).
