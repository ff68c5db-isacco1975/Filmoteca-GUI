      **
      * COPY BOOK INTER-BRANCH TRANSFERS - WORK FIELDS FOR THE
      * PARAGRAPHS IN CPVIDTFP.CPY.  THE CALLER MUST HAVE TRANSFERS
      * OPEN I-O, COPIES OPEN FOR FIND-COPY-ELSEWHERE, AND COPY
      * CPVIDBNV.CPY FOR THE HOME BRANCH.
      **
       77 STATUS-TRANSFERS   PIC X(2).
           88 VALID-STATUS-TRANSFERS VALUE IS "00" THRU "09".
       77 TRANSFER-NEXT-NO   PIC 9(6) VALUE ZERO.
       77 HOLD-TRF-REC       PIC X(80) VALUE SPACES.
      * THE COPY (OR, FOR FIND-COPY-ELSEWHERE, THE TITLE AND THE
      * BRANCH THAT WANTS IT) BEING LOOKED FOR
       77 TRF-SEEK-CODIGO    PIC 9(05) VALUE ZERO.
       77 TRF-SEEK-COPY-NO   PIC 9(03) VALUE ZERO.
       77 TRF-SEEK-BRANCH    PIC X(04) VALUE SPACES.
       77 TRF-COPY-BRANCH    PIC X(04) VALUE SPACES.
       77 SW-TRF-EOF         PIC 9 VALUE ZERO.
           88 TRANSFERS-AT-END VALUE 1, FALSE 0.
       77 SW-TRF-CPY-EOF     PIC 9 VALUE ZERO.
           88 TRF-COPIES-AT-END VALUE 1, FALSE 0.
       77 SW-TRF-OPEN        PIC 9 VALUE ZERO.
           88 OPEN-TRANSFER-FOUND VALUE 1, FALSE 0.
       77 SW-TRF-ELSEWHERE   PIC 9 VALUE ZERO.
           88 COPY-ELSEWHERE-FOUND VALUE 1, FALSE 0.
       77 SW-TRF-RAISED      PIC 9 VALUE ZERO.
           88 TRANSFER-RAISED VALUE 1, FALSE 0.
