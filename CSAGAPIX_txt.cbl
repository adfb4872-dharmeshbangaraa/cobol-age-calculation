      ******************************************************************
      *                                                                *
      *                         "CSAGAPIX"                             *
      *    ADVANCE PASSENGER INFORMATION EXTRACT FOR THE PORT          *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGAPIX.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  CUT BEFORE DEPARTURE FOR ONE SAILING (CONTROL CARD, AS        *
      *  CSAGSHEX), THIS JOB WRITES THE GOVERNMENT ADVANCE-PASSENGER   *
      *  MANIFEST THE PORT AUTHORITY ACCEPTS (CSAGAPIR), REPLACING     *
      *  THE SPREADSHEET GUEST SERVICES BUILDS BY HAND.  EACH          *
      *  PASSENGER ON THE SAILING IS JOINED TO ITS TRAVEL DOCUMENT     *
      *  (TRAVDOCS, CSAGDOCR) AND AGED THROUGH CSAGBRCO AND CSAGECAL.  *
      *  THE HEADER CARRIES THE TRANSMISSION ID (SAILING + CREATION    *
      *  DATE AND TIME) AND THE SHIP AND DATES FROM SAILMAST; THE      *
      *  TRAILER CARRIES THE DETAIL COUNT, THE NUMBER SENT WITHOUT A   *
      *  DOCUMENT, AND A BIRTH-DATE HASH TOTAL.                        *
      *                                                                *
      *  THE MANIFEST MUST BE COMPLETE, SO EVERY PASSENGER IS SENT:    *
      *  ONE WITH NO DOCUMENT ON FILE GOES WITH THE MANIFEST NAME AND  *
      *  BIRTH DATE AND BLANK DOCUMENT FIELDS, AND ONE CSAGECAL CANNOT *
      *  AGE GOES WITH A ZERO AGE.  BOTH ARE LISTED ON THE REPORT TO   *
      *  BE CHASED BEFORE THE AUTHORITY REJECTS THEM.  KEEP THE        *
      *  EXTRACT FILE -- CSAGAPRC RECONCILES THE AUTHORITY'S           *
      *  ACKNOWLEDGEMENT AGAINST IT.                                   *
      *                                                                *
      *  INPUT:   CONTROL-CARD   - SAILING ID(8), CUT DATE CCYYMMDD(8) *
      *           PASSENGER-FILE - FULL MANIFEST (CSPAXREC)            *
      *           SAIL-MASTER    - SAILING MASTER (CSAGSMST KSDS)      *
      *           TRAVEL-DOCS    - TRAVEL DOCUMENTS (CSAGDOCR KSDS)    *
      *  OUTPUT:  API-EXTRACT    - API TRANSMISSION FILE (CSAGAPIR)    *
      *           EXTRACT-RPT    - EXTRACT BALANCING REPORT            *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26   M.ANDREOLI  PROGRAM CREATED                        *
      ******************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.     IBM-370.
       OBJECT-COMPUTER.     IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD      ASSIGN TO CTLCARD
                  ORGANIZATION IS SEQUENTIAL.

           SELECT PASSENGER-FILE    ASSIGN TO PAXFILE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SAIL-MASTER       ASSIGN TO SAILMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSSMST-KEY
                  FILE STATUS IS WS-MAST-STATUS.

           SELECT TRAVEL-DOCS       ASSIGN TO TRAVDOCS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSDOC-KEY
                  FILE STATUS IS WS-DOC-STATUS.

           SELECT API-EXTRACT       ASSIGN TO APIOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT EXTRACT-RPT       ASSIGN TO APIXRPT
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  CONTROL-CARD
           RECORDING MODE IS F.
       01  CC-RECORD.
           05  CC-SAILING-ID               PIC X(08).
           05  CC-CUT-CCYYMMDD             PIC 9(08).
           05  FILLER                      PIC X(64).

       FD  PASSENGER-FILE
           RECORDING MODE IS F.
           COPY CSPAXREC.

       FD  SAIL-MASTER.
           COPY CSAGSMST.

       FD  TRAVEL-DOCS.
           COPY CSAGDOCR.

       FD  API-EXTRACT
           RECORDING MODE IS F.
           COPY CSAGAPIR.

       FD  EXTRACT-RPT
           RECORDING MODE IS F.
       01  EXTRACT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.

       01  WC-CONSTANTS.
           05  WC-SENDER-ID                PIC X(08) VALUE 'CRUISRES'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.

       01  WS-MAST-STATUS                  PIC X(02).
           88  WS-MAST-OK                      VALUE '00'.

       01  WS-DOC-STATUS                   PIC X(02).
           88  WS-DOC-OK                       VALUE '00'.

       01  WS-CONTROL-AREA.
           05  WS-SAILING-ID               PIC X(08).
           05  WS-CUT-CCYYMMDD             PIC 9(08).

       01  WS-TRANSMISSION-ID.
           05  WS-TX-SAILING-ID            PIC X(08).
           05  WS-TX-CCYYMMDD              PIC 9(08).
           05  WS-TX-HHMMSS                PIC 9(06).

       01  WS-RUN-TIME.
           05  WS-RUN-HHMMSS               PIC 9(06).
           05  FILLER                      PIC 9(02).

       77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
       77  WS-DETAILS-WRITTEN              PIC 9(07) COMP VALUE ZERO.
       77  WS-OTHER-SAILINGS               PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-DOCUMENT                  PIC 9(07) COMP VALUE ZERO.
       77  WS-AGE-ERRORS                   PIC 9(07) COMP VALUE ZERO.
       77  WS-BIRTH-DATE-HASH              PIC 9(15) COMP-3 VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(40) VALUE
               'CSAGAPIX - ADVANCE PASSENGER EXTRACT   '.
           05  FILLER                      PIC X(10) VALUE 'SAILING: '.
           05  WS-H-SAILING                PIC X(08).
           05  FILLER                      PIC X(07) VALUE '  CUT: '.
           05  WS-H-CUT                    PIC 9(08).
           05  FILLER                      PIC X(07) VALUE '  TX: '.
           05  WS-H-TRANSMISSION-ID        PIC X(22).
           05  FILLER                      PIC X(30) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(07) VALUE 'SEQ'.
           05  FILLER                      PIC X(12) VALUE 'BOOKING'.
           05  FILLER                      PIC X(12) VALUE 'PASSENGER'.
           05  FILLER                      PIC X(32) VALUE 'NAME'.
           05  FILLER                      PIC X(30) VALUE 'CONDITION'.
           05  FILLER                      PIC X(39) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-D-SEQUENCE-NR            PIC ZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-BOOKING-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-PASSENGER-ID           PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-PASSENGER-NAME         PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-CONDITION              PIC X(30).
           05  FILLER                      PIC X(39) VALUE SPACES.

       01  WS-NO-MASTER-LINE.
           05  FILLER                      PIC X(50) VALUE
               '*** SAILING NOT ON SAILMAST -- HEADER HAS NO SHIP'.
           05  FILLER                      PIC X(82) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                      PIC X(20) VALUE
               'RECORDS READ ......'.
           05  WS-T-RECORDS-READ           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'DETAILS WRITTEN ....'.
           05  WS-T-DETAILS                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'OTHER SAILINGS .....'.
           05  WS-T-OTHER                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                      PIC X(20) VALUE
               'SENT WITHOUT DOC ..'.
           05  WS-T-NO-DOCUMENT            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'SENT WITH NO AGE ...'.
           05  WS-T-AGE-ERRORS             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'BIRTH DATE HASH ....'.
           05  WS-T-HASH                   PIC Z(14)9.
           05  FILLER                      PIC X(23) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

           COPY CSAGECAL.

       77  WC-CSAGBRCO                      PIC X(08) VALUE 'CSAGBRCO'.

           COPY CSAGBRCO.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.

           PERFORM 2000-PROCESS-PAX     THRU 2000-EXIT
               UNTIL WS-EOF.

           PERFORM 8000-TERMINATE       THRU 8000-EXIT.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - CONTROL CARD, FILES, TRANSMISSION ID, AND   *
      *  THE HEADER RECORD                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           OPEN INPUT  CONTROL-CARD.
           READ CONTROL-CARD.
           MOVE CC-SAILING-ID             TO WS-SAILING-ID.
           MOVE CC-CUT-CCYYMMDD           TO WS-CUT-CCYYMMDD.
           CLOSE CONTROL-CARD.

           OPEN INPUT  PASSENGER-FILE.
           OPEN INPUT  SAIL-MASTER.
           OPEN INPUT  TRAVEL-DOCS.
           OPEN OUTPUT API-EXTRACT.
           OPEN OUTPUT EXTRACT-RPT.

           MOVE WS-SAILING-ID             TO WS-TX-SAILING-ID.
           ACCEPT WS-TX-CCYYMMDD          FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME             FROM TIME.
           MOVE WS-RUN-HHMMSS             TO WS-TX-HHMMSS.

           MOVE WS-SAILING-ID             TO WS-H-SAILING.
           MOVE WS-CUT-CCYYMMDD           TO WS-H-CUT.
           MOVE WS-TRANSMISSION-ID        TO WS-H-TRANSMISSION-ID.
           WRITE EXTRACT-LINE             FROM WS-HEADING-1.
           WRITE EXTRACT-LINE             FROM WS-HEADING-2.

           MOVE SPACES                    TO CSAPI-RECORD.
           SET CSAPI-HEADER-REC           TO TRUE.
           MOVE WS-TRANSMISSION-ID        TO CSAPI-H-TRANSMISSION-ID.
           MOVE WC-SENDER-ID              TO CSAPI-H-SENDER-ID.

           MOVE WS-SAILING-ID             TO CSSMST-SAILING-ID.
           READ SAIL-MASTER.

           IF  WS-MAST-OK
               MOVE CSSMST-SHIP-CODE      TO CSAPI-H-SHIP-CODE
               MOVE CSSMST-DEPART-CCYYMMDD TO CSAPI-H-DEPART-CCYYMMDD
               MOVE CSSMST-RETURN-CCYYMMDD TO CSAPI-H-RETURN-CCYYMMDD
           ELSE
               MOVE ZERO                  TO CSAPI-H-DEPART-CCYYMMDD
               MOVE ZERO                  TO CSAPI-H-RETURN-CCYYMMDD
               WRITE EXTRACT-LINE         FROM WS-NO-MASTER-LINE
           END-IF.

           WRITE CSAPI-RECORD.

           PERFORM 1200-READ-PAX          THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1200-READ-PAX - READ ONE PASSENGER RECORD                    *
      *----------------------------------------------------------------*
       1200-READ-PAX.

           READ PASSENGER-FILE
               AT END
                   SET WS-EOF             TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-PROCESS-PAX - EXTRACT ONLY THE CONTROL-CARD SAILING      *
      *----------------------------------------------------------------*
       2000-PROCESS-PAX.

           IF  CSPAX-SAILING-ID = WS-SAILING-ID
               PERFORM 2100-AGE-ONE-PAX   THRU 2100-EXIT
               PERFORM 2200-WRITE-DETAIL  THRU 2200-EXIT
           ELSE
               ADD 1 TO WS-OTHER-SAILINGS
           END-IF.

           PERFORM 1200-READ-PAX          THRU 1200-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-AGE-ONE-PAX - ONE CSAGECAL CALL AS OF THE DEPART DATE    *
      *----------------------------------------------------------------*
       2100-AGE-ONE-PAX.

           MOVE CSPAX-BIRTH-CCYYMMDD      TO CSAGECAL-I-BIRTH-CCYYMMDD.
           MOVE ZERO                      TO CSAGECAL-I-BIRTH-MMDDCCYY.
           MOVE CSPAX-DEPART-DATE-GREG    TO
               CSAGECAL-I-DEPART-DATE-GREG.
           MOVE SPACES                    TO
               CSAGECAL-I-DEPART-DATE-INTL.
           MOVE SPACES                    TO
               CSAGECAL-I-MILESTONE-DATE-INTL.
           MOVE ZERO                      TO
               CSAGECAL-I-MILESTONE-DATE-GREG.
           MOVE CSPAX-RETURN-DATE-GREG    TO
               CSAGECAL-I-RETURN-DATE-GREG.
           MOVE SPACES                    TO
               CSAGECAL-I-RETURN-DATE-INTL.
           MOVE SPACE                     TO
               CSAGECAL-I-REVERSE-LOOKUP-SW.
           MOVE SPACE                     TO CSAGECAL-I-ONLINE-SW.
           MOVE SPACE                     TO CSAGECAL-I-PRECONV-SW.

           MOVE CSPAX-BRAND-CODE          TO CSAGBRCO-I-BRAND-CODE.
           MOVE CSPAX-ITINERARY-CODE      TO CSAGBRCO-I-ITINERARY-CODE.
           CALL WC-CSAGBRCO               USING CSAGBRCO-PARMS.
           MOVE CSAGBRCO-O-CUTOFF-YEARS   TO
               CSAGECAL-I-CALC-AGE-IN-MONTHS.

           CALL 'CSAGECAL'                USING CSAGECAL-PARMS.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-WRITE-DETAIL - JOIN THE TRAVEL DOCUMENT AND WRITE ONE    *
      *  NUMBERED DETAIL; LIST ANYTHING THE AUTHORITY WILL QUERY       *
      *----------------------------------------------------------------*
       2200-WRITE-DETAIL.

           ADD 1 TO WS-DETAILS-WRITTEN.

           MOVE SPACES                    TO CSAPI-RECORD.
           SET CSAPI-DETAIL-REC           TO TRUE.
           MOVE WS-DETAILS-WRITTEN        TO CSAPI-D-SEQUENCE-NR.
           MOVE CSPAX-BOOKING-ID          TO CSAPI-D-BOOKING-ID.
           MOVE CSPAX-PASSENGER-ID        TO CSAPI-D-PASSENGER-ID.
           MOVE CSPAX-STATEROOM-NR        TO CSAPI-D-STATEROOM-NR.

           IF  CSAGECAL-O-RC-OK
               MOVE CSAGECAL-O-AGE-YEARS  TO CSAPI-D-AGE-YEARS
               MOVE CSAGECAL-O-AGE-BAND   TO CSAPI-D-AGE-BAND
           ELSE
               MOVE ZERO                  TO CSAPI-D-AGE-YEARS
               ADD 1 TO WS-AGE-ERRORS
               MOVE 'NOT AGED - CHECK BIRTH DATE' TO WS-D-CONDITION
               PERFORM 2500-WRITE-REPORT-LINE THRU 2500-EXIT
           END-IF.

           MOVE CSPAX-BOOKING-ID          TO CSDOC-BOOKING-ID.
           MOVE CSPAX-PASSENGER-ID        TO CSDOC-PASSENGER-ID.

           READ TRAVEL-DOCS.

           IF  WS-DOC-OK
               MOVE CSDOC-NAME-ON-DOCUMENT TO CSAPI-D-NAME
               MOVE CSDOC-GENDER          TO CSAPI-D-GENDER
               MOVE CSDOC-BIRTH-CCYYMMDD  TO CSAPI-D-BIRTH-CCYYMMDD
               MOVE CSDOC-NATIONALITY     TO CSAPI-D-NATIONALITY
               MOVE CSDOC-DOCUMENT-TYPE   TO CSAPI-D-DOCUMENT-TYPE
               MOVE CSDOC-DOCUMENT-NR     TO CSAPI-D-DOCUMENT-NR
               MOVE CSDOC-ISSUING-COUNTRY TO CSAPI-D-ISSUING-COUNTRY
               MOVE CSDOC-EXPIRY-CCYYMMDD TO CSAPI-D-EXPIRY-CCYYMMDD
           ELSE
               MOVE CSPAX-PASSENGER-NAME  TO CSAPI-D-NAME
               MOVE CSPAX-BIRTH-CCYYMMDD  TO CSAPI-D-BIRTH-CCYYMMDD
               MOVE ZERO                  TO CSAPI-D-EXPIRY-CCYYMMDD
               ADD 1 TO WS-NO-DOCUMENT
               MOVE 'NO TRAVEL DOCUMENT ON FILE' TO WS-D-CONDITION
               PERFORM 2500-WRITE-REPORT-LINE THRU 2500-EXIT
           END-IF.

           ADD CSAPI-D-BIRTH-CCYYMMDD     TO WS-BIRTH-DATE-HASH.

           WRITE CSAPI-RECORD.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2500-WRITE-REPORT-LINE - ONE PASSENGER TO CHASE;              *
      *  WS-D-CONDITION IS SET BY THE CALLER                           *
      *----------------------------------------------------------------*
       2500-WRITE-REPORT-LINE.

           MOVE WS-DETAILS-WRITTEN        TO WS-D-SEQUENCE-NR.
           MOVE CSPAX-BOOKING-ID          TO WS-D-BOOKING-ID.
           MOVE CSPAX-PASSENGER-ID        TO WS-D-PASSENGER-ID.
           MOVE CSPAX-PASSENGER-NAME      TO WS-D-PASSENGER-NAME.

           WRITE EXTRACT-LINE             FROM WS-DETAIL-LINE.

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - TRAILER WITH CONTROL TOTALS, REPORT TOTALS,  *
      *  CLOSE FILES                                                  *
      *----------------------------------------------------------------*
       8000-TERMINATE.

           MOVE SPACES                    TO CSAPI-RECORD.
           SET CSAPI-TRAILER-REC          TO TRUE.
           MOVE WS-TRANSMISSION-ID        TO CSAPI-T-TRANSMISSION-ID.
           MOVE WS-DETAILS-WRITTEN        TO CSAPI-T-DETAIL-COUNT.
           MOVE WS-NO-DOCUMENT            TO CSAPI-T-NO-DOCUMENT-COUNT.
           MOVE WS-BIRTH-DATE-HASH        TO CSAPI-T-BIRTH-DATE-HASH.
           WRITE CSAPI-RECORD.

           WRITE EXTRACT-LINE              FROM WS-BLANK-LINE.
           MOVE WS-RECORDS-READ            TO WS-T-RECORDS-READ.
           MOVE WS-DETAILS-WRITTEN         TO WS-T-DETAILS.
           MOVE WS-OTHER-SAILINGS          TO WS-T-OTHER.
           WRITE EXTRACT-LINE              FROM WS-TOTAL-LINE-1.

           MOVE WS-NO-DOCUMENT             TO WS-T-NO-DOCUMENT.
           MOVE WS-AGE-ERRORS              TO WS-T-AGE-ERRORS.
           MOVE WS-BIRTH-DATE-HASH         TO WS-T-HASH.
           WRITE EXTRACT-LINE              FROM WS-TOTAL-LINE-2.

           CLOSE PASSENGER-FILE.
           CLOSE SAIL-MASTER.
           CLOSE TRAVEL-DOCS.
           CLOSE API-EXTRACT.
           CLOSE EXTRACT-RPT.

       8000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
