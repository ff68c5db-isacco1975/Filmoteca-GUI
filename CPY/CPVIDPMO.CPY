      **
      * COPY BOOK PROMOTIONS FILE - ONE ROW PER CAMPAIGN, KEYED BY THE
      * CODE PRINTED ON THE FLYER.  A PROMOTION RUNS BETWEEN TWO DATES
      * ON THE WEEKDAYS FLAGGED IN PMO-DAYS (MONDAY FIRST, ALL BLANK =
      * EVERY DAY), FOR ONE MEDIA FORMAT AND/OR ONE GENRE (BLANK = ANY)
      * AND TAKES A PERCENTAGE OR A FIXED AMOUNT OFF THE RENTAL FEE, OR
      * WAIVES IT.  AN AUTOMATIC PROMOTION NEEDS NO CODE AT THE DESK -
      * "TWO-FOR-ONE TUESDAYS" IS AN AUTOMATIC 50% ROW WITH ONLY THE
      * TUESDAY FLAG SET.  PMO-MAX-USES LIMITS HOW OFTEN ONE BORROWER
      * CAN HAVE IT (ZERO = NO LIMIT)
      **
       01 PMO-REC.
           05 PMO-CODE               PIC X(10).
           05 PMO-DESC               PIC X(30).
           05 PMO-FROM-DT            PIC 9(08).
           05 PMO-TO-DT              PIC 9(08).
           05 PMO-DAYS.
               10 PMO-DAY            PIC X(01) OCCURS 7 TIMES.
           05 PMO-FORMAT             PIC X(07).
           05 PMO-GENRE              PIC X(03).
           05 PMO-TYPE               PIC X(01).
               88 PMO-IS-PERCENT     VALUE "P".
               88 PMO-IS-FIXED       VALUE "F".
               88 PMO-IS-FREE        VALUE "R".
               88 PMO-TYPE-IS-VALID  VALUE "P", "F", "R".
           05 PMO-VALUE              PIC 9(03)V99.
           05 PMO-MAX-USES           PIC 9(03).
           05 PMO-AUTO               PIC X(01).
               88 PMO-IS-AUTO        VALUE "Y".
           05 PMO-UPDATED-DT         PIC 9(08).
           05 PMO-OPERATOR           PIC X(10).
