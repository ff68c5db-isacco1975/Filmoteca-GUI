       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          AVLBLD.
       AUTHOR.              ISAAC GARCIA PEVERI
       DATE-WRITTEN.        2026 OCTOBER 15
      /
      ******************************************************************
      *                                                                *
      *  AVAILABILITY SUMMARY BUILD - NIGHTLY.  REBUILDS AVAIL.DAT     *
      *  FROM SCRATCH: ONE ROW PER CATALOGUED TITLE WITH ITS COPIES    *
      *  ON THE SHELF, OUT AND AWAY FOR REPAIR (FROM COPIES) AND ITS   *
      *  HOLDS ON THE PICKUP SHELF AND STILL WAITING (FROM RESERVES).  *
      *  THE KIOSK, THE CATALOG, THE QUERY SCREEN AND THE HOLD         *
      *  SCREENS READ THE ROW INSTEAD OF WALKING THE FILES, AND THE    *
      *  DESK AND HOLD ROUTINES MOVE THE COUNTS DURING THE DAY.  RUN   *
      *  IT AFTER HOLDEXP SO THE NIGHT'S EXPIRED AND PROMOTED HOLDS    *
      *  ARE IN; AVLCHK CHECKS THE DAY'S DRIFT BEFORE IT IS WIPED.     *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT          DIVISION.
       CONFIGURATION        SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
          COPY 'CPVIDFCV.CPY'.
          COPY 'CPVIDCPA.CPY'.
          COPY 'CPVIDRSA.CPY'.
          COPY 'CPVIDAVA.CPY'.

       DATA                 DIVISION.
       FILE                 SECTION.
       FD MOVIES.
          COPY 'CPVIDDAT.CPY'.
      *
       FD COPIES.
          COPY 'CPVIDCPN.CPY'.
      *
       FD RESERVES.
          COPY 'CPVIDRSV.CPY'.
      *
       FD AVAIL.
          COPY 'CPVIDAVL.CPY'.

       WORKING-STORAGE      SECTION.
          COPY 'CPVIDENV.CPY'.
       77 STATUS-MOVIES    PIC X(2).
           88 VALID-STATUS-MOVIES VALUE IS "00" THRU "09".
       77 STATUS-COPIES    PIC X(2).
           88 VALID-STATUS-COPIES VALUE IS "00" THRU "09".
       77 STATUS-RESERVES  PIC X(2).
           88 VALID-STATUS-RESERVES VALUE IS "00" THRU "09".
          COPY 'CPVIDAVV.CPY'.
       77 SW-EOF           PIC 9 VALUE ZERO.
           88 FILE-AT-END   VALUE 1, FALSE 0.
       77 TITLE-COUNT      PIC 9(5) VALUE ZERO.
       77 FREE-COUNT       PIC 9(5) VALUE ZERO.
       77 ALL-OUT-COUNT    PIC 9(5) VALUE ZERO.

       LINKAGE          SECTION.

       PROCEDURE  DIVISION.
      /
      *----------------------------------------------------------------*
      * MAIN                                                           *
      *----------------------------------------------------------------*
       MAIN-LOGIC.
           PERFORM OPEN-FILES

           SET FILE-AT-END TO FALSE
           MOVE LOW-VALUES TO CODIGO

           START MOVIES KEY >= CODIGO
                 INVALID KEY
                     SET FILE-AT-END TO TRUE
           END-START

           PERFORM UNTIL FILE-AT-END
              READ MOVIES NEXT RECORD
                   AT END
                       SET FILE-AT-END TO TRUE
                   NOT AT END
      *> CODE 00000 IS THE FILE'S LAYOUT-STAMP ROW, NOT A TITLE
                       IF CODIGO NOT = ZERO
                          PERFORM BUILD-ONE-TITLE
                       END-IF
              END-READ
           END-PERFORM

           PERFORM CLOSE-FILES

           DISPLAY TITLE-COUNT " TITLE(S) SUMMARISED - "
                   FREE-COUNT " WITH A COPY FREE, "
                   ALL-OUT-COUNT " WITH NONE"

           GOBACK
           .
      /
      *----------------------------------------------------------------*
      * OPEN ALL FILES - THE AVAIL FILE IS REBUILT FROM SCRATCH ON     *
      * EVERY RUN, THEN REOPENED I-O FOR THE SHARED STORE ROUTINE      *
      *----------------------------------------------------------------*
       OPEN-FILES.
           PERFORM RESOLVE-DATA-PATHS

           OPEN INPUT MOVIES
           IF NOT VALID-STATUS-MOVIES
              DISPLAY "UNABLE TO OPEN MOVIES.DAT - STATUS "
                      STATUS-MOVIES
              STOP RUN
           END-IF

           OPEN INPUT COPIES
           IF NOT VALID-STATUS-COPIES
              DISPLAY "UNABLE TO OPEN COPIES.DAT - STATUS "
                      STATUS-COPIES
              STOP RUN
           END-IF

           OPEN INPUT RESERVES
           IF NOT VALID-STATUS-RESERVES
              DISPLAY "UNABLE TO OPEN RESERVE.DAT - STATUS "
                      STATUS-RESERVES
              STOP RUN
           END-IF

           OPEN OUTPUT AVAIL
           IF VALID-STATUS-AVAIL
              CLOSE AVAIL
              OPEN I-O AVAIL
           END-IF

           IF NOT VALID-STATUS-AVAIL
              DISPLAY "UNABLE TO OPEN AVAIL.DAT - STATUS "
                      STATUS-AVAIL
              STOP RUN
           END-IF

           SET AVAIL-IS-OPEN TO TRUE
           .
      /
      *----------------------------------------------------------------*
      * ONE TITLE - COUNT ITS COPIES AND HOLDS AND WRITE ITS ROW       *
      *----------------------------------------------------------------*
       BUILD-ONE-TITLE.
           MOVE CODIGO TO AVL-WANT-CODIGO
           PERFORM COUNT-AVAILABILITY
           PERFORM STORE-AVAILABILITY

           ADD 1 TO TITLE-COUNT

           IF AVC-ON-SHELF > AVC-HOLD-SHELF
              ADD 1 TO FREE-COUNT
           ELSE
              ADD 1 TO ALL-OUT-COUNT
           END-IF
           .
      /
      *----------------------------------------------------------------*
      * CLOSE ALL FILES                                                *
      *----------------------------------------------------------------*
       CLOSE-FILES.
           CLOSE MOVIES
           CLOSE COPIES
           CLOSE RESERVES
           CLOSE AVAIL
           .
      /
      *----------------------------------------------------------------*
      * RESOLVE THE DATA-FILE DIRECTORY                                *
      *----------------------------------------------------------------*
          COPY 'CPVIDENP.CPY'.
      /
      *----------------------------------------------------------------*
      * TITLE AVAILABILITY RECOUNT                                     *
      *----------------------------------------------------------------*
          COPY 'CPVIDAVC.CPY'.
