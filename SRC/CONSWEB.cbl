       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          CONSWEB.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 SEPTEMBER 2
      /
      ******************************************************************
      *                                                                *
      *  WEB SITE CONSENT LOADER - READS THE DAILY DROP OF MARKETING   *
      *  CONSENT CHANGES PATRONS MADE ON THEIR ACCOUNT PAGE            *
      *  (CONSENT.TXT, ONE BORROWER-ID;CHANNEL;ANSWER;YYYYMMDD;REF     *
      *  LINE PER CHANGE - CHANNEL E E-MAIL, P POST OR T PHONE, ANSWER *
      *  Y OR N) AND STORES EACH ONE AS A WEB CONSENT, LOGGED THE SAME *
      *  WAY A DESK OR KIOSK CHANGE IS.  A LINE DATED BEFORE THE       *
      *  ANSWER ALREADY ON FILE FOR THAT CHANNEL IS REJECTED, SO A     *
      *  FILE LOADED TWICE CANNOT UNDO A LATER CHANGE AT THE DESK.     *
      *  UNKNOWN BORROWERS AND UNREADABLE LINES GO TO CONSWEB.REJ      *
      *  WITH THE REASON; WHAT WAS CHANGED IS LISTED ON CONSWEB.LST.   *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDBRA.CPY'.
          COPY 'CPVIDCNA.CPY'.
          COPY 'CPVIDCGA.CPY'.
          SELECT FEED-FILE ASSIGN TO "CONSENT.TXT"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-FEED.
          SELECT REJECT-FILE ASSIGN TO "CONSWEB.REJ"
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-REJ.
          SELECT CONSWEB-RPT ASSIGN TO CONSWEB-RPT-PATH
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-RPT.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD BORROWERS.
          COPY 'CPVIDBRW.CPY'.
      *
       FD CONSENT.
          COPY 'CPVIDCNS.CPY'.
      *
       FD CONSLOG.
          COPY 'CPVIDCLG.CPY'.
      *
       FD FEED-FILE.
       01 REC-FEED                  PIC X(80).
      *
       FD REJECT-FILE.
       01 REC-REJECT                PIC X(120).
      *
       FD CONSWEB-RPT.
       01 RPT-LINE                  PIC X(80).

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 CONSWEB-RPT-PATH PIC X(40) VALUE "CONSWEB.LST".
       77 STATUS-BORROWERS PIC X(2).
           88 VALID-STATUS-BORROWERS VALUE IS "00" THRU "09".
       77 STATUS-FEED      PIC X(2).
           88 VALID-STATUS-FEED VALUE IS "00" THRU "09".
       77 STATUS-REJ       PIC X(2).
           88 VALID-STATUS-REJ VALUE IS "00" THRU "09".
       77 STATUS-RPT       PIC X(2).
           88 VALID-STATUS-RPT VALUE IS "00" THRU "09".
       77 SW-FEED-EOF      PIC 9 VALUE ZERO.
           88 FEED-AT-END   VALUE 1, FALSE 0.
          COPY 'CPVIDCNV.CPY'.

      * ONE WEB SITE LINE, SPLIT
       77 FLD-BORROWER     PIC X(10) VALUE SPACES.
       77 FLD-CHANNEL      PIC X(02) VALUE SPACES.
       77 FLD-ANSWER       PIC X(02) VALUE SPACES.
       77 FLD-DATE         PIC X(10) VALUE SPACES.
       77 FLD-REFERENCE    PIC X(20) VALUE SPACES.
       77 WEB-BORROWER-ID  PIC 9(05) VALUE ZERO.
       77 WEB-CHANGED-DT   PIC 9(08) VALUE ZERO.
       77 REJECT-REASON    PIC X(30) VALUE SPACES.
       77 CHANNEL-TEXT     PIC X(06) VALUE SPACES.
       77 TODAY-DATE       PIC 9(08) VALUE ZERO.

      * RUN COUNTS
       77 CHANGED-COUNT    PIC 9(5) VALUE ZERO.
       77 SAME-COUNT       PIC 9(5) VALUE ZERO.
       77 REJECT-COUNT     PIC 9(5) VALUE ZERO.
          COPY 'CPVIDDTV.CPY'.
          COPY 'CPVIDLNV.CPY'.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM LOAD-CAPTIONS
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           PERFORM OPEN-FILES

           SET FEED-AT-END TO FALSE

           READ FEED-FILE
                AT END SET FEED-AT-END TO TRUE
           END-READ

           PERFORM LOAD-ONE-LINE
              UNTIL FEED-AT-END

           PERFORM PRINT-RUN-TOTALS

           PERFORM CLOSE-FILES

           DISPLAY CHANGED-COUNT " CONSENT CHANGE(S) STORED, "
                   REJECT-COUNT " REJECTED TO CONSWEB.REJ"

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES - THE CONSENT FILE IS CREATED ON THE FIRST RUN  *
      * IF IT IS NOT THERE YET                                         *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT FEED-FILE

           IF NOT VALID-STATUS-FEED
              DISPLAY "NO CONSENT.TXT TO LOAD - STATUS " STATUS-FEED
              STOP RUN
           END-IF

           OPEN INPUT BORROWERS
           IF NOT VALID-STATUS-BORROWERS
              DISPLAY "UNABLE TO OPEN BORROWER.DAT - STATUS "
                      STATUS-BORROWERS
              STOP RUN
           END-IF

           OPEN I-O CONSENT
           IF STATUS-CONSENT = "35"
              OPEN OUTPUT CONSENT
                IF VALID-STATUS-CONSENT
                   CLOSE CONSENT
                   OPEN I-O CONSENT
                END-IF
           END-IF

           IF NOT VALID-STATUS-CONSENT
              DISPLAY "UNABLE TO OPEN CONSENT.DAT - STATUS "
                      STATUS-CONSENT
              STOP RUN
           END-IF

           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT CONSWEB-RPT

           MOVE "FILMOTECA.EDUC360 - WEB SITE CONSENT CHANGES LOADED"
             TO RPT-LINE
           WRITE RPT-LINE

           MOVE TODAY-DATE TO WK-DATE-YMD
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO RPT-LINE
           STRING "RUN ON " DELIMITED BY SIZE
                  WK-DATE-TEXT DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "BORROWER  NAME"   DELIMITED BY SIZE
                  "                            "
                                     DELIMITED BY SIZE
                  "CHANNEL WAS NOW"  DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * ONE WEB SITE LINE - STORE OR REJECT, THEN READ THE NEXT        *
      *----------------------------------------------------------------*
       LOAD-ONE-LINE.
           MOVE SPACES TO REJECT-REASON

           PERFORM STORE-ONE-CHANGE

           IF REJECT-REASON NOT = SPACES
              ADD 1 TO REJECT-COUNT
              MOVE SPACES TO REC-REJECT
              STRING REC-FEED      DELIMITED BY "  "
                     " - "         DELIMITED BY SIZE
                     REJECT-REASON DELIMITED BY "  "
                INTO REC-REJECT
              END-STRING
              WRITE REC-REJECT
           END-IF

           READ FEED-FILE
                AT END SET FEED-AT-END TO TRUE
           END-READ
           .
      /
      *----------------------------------------------------------------*
      * CHECK THE LINE, THEN STORE THE ANSWER AS A WEB CONSENT         *
      *----------------------------------------------------------------*
       STORE-ONE-CHANGE.
           MOVE SPACES TO FLD-BORROWER
           MOVE SPACES TO FLD-CHANNEL
           MOVE SPACES TO FLD-ANSWER
           MOVE SPACES TO FLD-DATE
           MOVE SPACES TO FLD-REFERENCE

           UNSTRING REC-FEED DELIMITED BY ";"
               INTO FLD-BORROWER FLD-CHANNEL FLD-ANSWER
                    FLD-DATE FLD-REFERENCE
           END-UNSTRING

           IF FLD-BORROWER = SPACES
              OR FLD-CHANNEL = SPACES
              OR FLD-ANSWER = SPACES
              OR FLD-DATE = SPACES
              MOVE "INCOMPLETE LINE" TO REJECT-REASON
              EXIT PARAGRAPH
           END-IF

           EVALUATE FLD-CHANNEL
           WHEN "E"
                SET CONSENT-BY-EMAIL TO TRUE
           WHEN "P"
                SET CONSENT-BY-POST  TO TRUE
           WHEN "T"
                SET CONSENT-BY-PHONE TO TRUE
           WHEN OTHER
                MOVE "CHANNEL MUST BE E, P OR T" TO REJECT-REASON
                EXIT PARAGRAPH
           END-EVALUATE

           IF FLD-ANSWER NOT = "Y" AND FLD-ANSWER NOT = "N"
              MOVE "ANSWER MUST BE Y OR N" TO REJECT-REASON
              EXIT PARAGRAPH
           END-IF

           IF FLD-DATE (1:8) NOT NUMERIC
              OR FLD-DATE (9:2) NOT = SPACES
              MOVE "UNREADABLE DATE" TO REJECT-REASON
              EXIT PARAGRAPH
           END-IF

           MOVE FLD-DATE (1:8) TO WEB-CHANGED-DT

           IF WEB-CHANGED-DT (5:2) < "01"
              OR WEB-CHANGED-DT (5:2) > "12"
              OR WEB-CHANGED-DT (7:2) < "01"
              OR WEB-CHANGED-DT (7:2) > "31"
              OR WEB-CHANGED-DT > TODAY-DATE
              MOVE "UNREADABLE DATE" TO REJECT-REASON
              EXIT PARAGRAPH
           END-IF

           COMPUTE WEB-BORROWER-ID = FUNCTION NUMVAL (FLD-BORROWER)

           MOVE WEB-BORROWER-ID TO BRW-ID
           READ BORROWERS
                INVALID
                    MOVE "UNKNOWN BORROWER" TO REJECT-REASON
                    EXIT PARAGRAPH
           END-READ

      *> A LATER CHANGE ALREADY ON FILE WINS OVER AN OLDER WEB LINE
           MOVE WEB-BORROWER-ID TO CNS-BORROWER-ID
           READ CONSENT
                INVALID
                    CONTINUE
                NOT INVALID
                    IF CNS-CHANGED-DT (CONSENT-CHANNEL) > WEB-CHANGED-DT
                       MOVE "OLDER THAN THE ANSWER ON FILE"
                         TO REJECT-REASON
                       EXIT PARAGRAPH
                    END-IF
           END-READ

           MOVE WEB-BORROWER-ID TO CONSENT-BRW-ID
           MOVE FLD-ANSWER      TO CONSENT-ANSWER
           MOVE "W"             TO CONSENT-SOURCE
           MOVE "WEB"           TO CONSENT-OPERATOR
           MOVE FLD-REFERENCE   TO CONSENT-REFERENCE

           PERFORM RECORD-CONSENT

           IF NOT CONSENT-CHANGED
              ADD 1 TO SAME-COUNT
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO CHANGED-COUNT

           EVALUATE TRUE
           WHEN CONSENT-BY-EMAIL
                MOVE "E-MAIL" TO CHANNEL-TEXT
           WHEN CONSENT-BY-POST
                MOVE "POST"   TO CHANNEL-TEXT
           WHEN OTHER
                MOVE "PHONE"  TO CHANNEL-TEXT
           END-EVALUATE

           MOVE SPACES TO RPT-LINE
           STRING BRW-ID         DELIMITED BY SIZE
                  "     "        DELIMITED BY SIZE
                  BRW-NAME       DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  CHANNEL-TEXT   DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  CLG-OLD-ANSWER DELIMITED BY SIZE
                  "   "          DELIMITED BY SIZE
                  CLG-NEW-ANSWER DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * RUN TOTALS                                                     *
      *----------------------------------------------------------------*
       PRINT-RUN-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING CHANGED-COUNT        DELIMITED BY SIZE
                  " CHANGE(S) STORED, " DELIMITED BY SIZE
                  SAME-COUNT           DELIMITED BY SIZE
                  " ALREADY ON FILE"   DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING REJECT-COUNT         DELIMITED BY SIZE
                  " LINE(S) REJECTED TO CONSWEB.REJ"
                                       DELIMITED BY SIZE
             INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE FEED-FILE
           CLOSE BORROWERS
           CLOSE CONSENT
           CLOSE REJECT-FILE
           CLOSE CONSWEB-RPT
           .
      /
      *----------------------------------------------------------------*
      * MARKETING CONSENT                                              *
      *----------------------------------------------------------------*
          COPY 'CPVIDCNP.CPY'.
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * LOAD THE SCREEN CAPTIONS FOR THE SELECTED LANGUAGE             *
      *----------------------------------------------------------------*
          COPY 'CPVIDLNP.CPY'.
      /
      *----------------------------------------------------------------*
      * LOCALE DATE FORMAT AND PARSE                                   *
      *----------------------------------------------------------------*
          COPY 'CPVIDDTP.CPY'.
