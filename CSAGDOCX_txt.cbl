      ******************************************************************
      *                                                                *
      *                         "CSAGDOCX"                             *
      *    PRE-SAILING TRAVEL DOCUMENT AND PASSPORT VALIDITY CHECK     *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGDOCX.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  A GUEST TURNED AWAY AT THE PIER FOR AN EXPIRED PASSPORT IS A  *
      *  FULL REFUND CLAIM.  RUN NIGHTLY, THIS JOB READS THE MANIFEST  *
      *  AND, FOR EVERY PASSENGER WHOSE SAILING HAS NOT YET DEPARTED,  *
      *  CHECKS THE TRAVDOCS TRAVEL DOCUMENT FILE (CSAGDOCR,           *
      *  MAINTAINED BY CSAGDOCM).  IT REPORTS:                         *
      *                                                                *
      *    - NO TRAVEL DOCUMENT     - NOTHING ON FILE AND THE SAILING  *
      *      DEPARTS WITHIN THE CONTROL-CARD NUMBER OF DAYS;           *
      *    - PASSPORT EXPIRES < 6 MOS - A PASSPORT WHOSE EXPIRY FALLS  *
      *      BEFORE SIX CALENDAR MONTHS AFTER THE RETURN DATE          *
      *      (CSPAX-RETURN-DATE-GREG; THE DEPART DATE WHERE NO RETURN  *
      *      DATE IS CARRIED);                                         *
      *    - DOC BIRTH DATE MISMATCH  - THE BIRTH DATE PRINTED ON THE  *
      *      DOCUMENT DIFFERS FROM CSPAX-BIRTH-CCYYMMDD.               *
      *                                                                *
      *  THE VALIDITY AND BIRTH-DATE CHECKS APPLY TO EVERY DOCUMENT    *
      *  ON FILE FOR A SAILING NOT YET DEPARTED, NOT JUST THOSE IN THE *
      *  WINDOW -- A BAD PASSPORT IS WORTH KNOWING ABOUT EARLY.  A     *
      *  PASSENGER CAN PRINT ON MORE THAN ONE LINE.  SAILINGS ALREADY  *
      *  DEPARTED ARE SKIPPED.                                         *
      *                                                                *
      *  INPUT:   CONTROL-CARD    - DAYS BEFORE SAILING, 9(3)          *
      *           PASSENGER-FILE  - FULL MANIFEST (CSPAXREC)           *
      *           TRAVEL-DOCS     - TRAVEL DOCUMENTS (CSAGDOCR KSDS)   *
      *  OUTPUT:  DOC-RPT         - TRAVEL DOCUMENT EXCEPTION REPORT   *
      *           RUN-LOG         - STANDARD RUN-CONTROL RECORD        *
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

           SELECT TRAVEL-DOCS       ASSIGN TO TRAVDOCS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSDOC-KEY
                  FILE STATUS IS WS-DOC-STATUS.

           SELECT DOC-RPT           ASSIGN TO DOCXRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG           ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  CONTROL-CARD
           RECORDING MODE IS F.
       01  CC-RECORD.
           05  CC-WINDOW-DAYS              PIC 9(03).
           05  FILLER                      PIC X(77).

       FD  PASSENGER-FILE
           RECORDING MODE IS F.
           COPY CSPAXREC.

       FD  TRAVEL-DOCS.
           COPY CSAGDOCR.

       FD  DOC-RPT
           RECORDING MODE IS F.
       01  DOC-LINE                        PIC X(132).

       FD  RUN-LOG
           RECORDING MODE IS F.
           COPY CSAGRUNC.

       WORKING-STORAGE SECTION.

       01  WC-CONSTANTS.
      *    PORT AUTHORITIES' PASSPORT VALIDITY MARGIN PAST RETURN
           05  WC-VALIDITY-MONTHS          PIC 9(02) VALUE 06.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.

       01  WS-DOC-STATUS                   PIC X(02).
           88  WS-DOC-OK                       VALUE '00'.

       77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
       77  WS-PAX-CHECKED                  PIC 9(07) COMP VALUE ZERO.
       77  WS-DEPARTED-SKIPPED             PIC 9(07) COMP VALUE ZERO.
       77  WS-DOCS-ON-FILE                 PIC 9(07) COMP VALUE ZERO.
       77  WS-MISSING-FOUND                PIC 9(07) COMP VALUE ZERO.
       77  WS-MISSING-NOT-DUE              PIC 9(07) COMP VALUE ZERO.
       77  WS-EXPIRY-FOUND                 PIC 9(07) COMP VALUE ZERO.
       77  WS-BIRTH-MISMATCH-FOUND         PIC 9(07) COMP VALUE ZERO.
       77  WS-EXCEPTIONS-FOUND             PIC 9(07) COMP VALUE ZERO.
       77  WS-WINDOW-DAYS                  PIC 9(03) VALUE ZERO.
       77  WS-DAY-COUNT                    PIC 9(03) COMP VALUE ZERO.
       77  WS-TODAY-CCYYMMDD               PIC 9(08) VALUE ZERO.
       77  WS-DEPART-CCYYMMDD              PIC 9(08) VALUE ZERO.
       77  WS-RETURN-CCYYMMDD              PIC 9(08) VALUE ZERO.

      ******************************************************************
      *  THE WINDOW CUTOFF: TODAY PLUS THE CONTROL-CARD DAYS, ROLLED   *
      *  FORWARD ONE DAY AT A TIME AGAINST THE CALENDAR               *
      ******************************************************************

       01  WS-CUTOFF-DATE.
           05  WS-CUT-CCYY                 PIC 9(04).
           05  WS-CUT-MM                   PIC 9(02).
           05  WS-CUT-DD                   PIC 9(02).
       01  WS-CUTOFF-DATE-N REDEFINES WS-CUTOFF-DATE
                                           PIC 9(08).

      ******************************************************************
      *  THE VALIDITY DATE: RETURN DATE PLUS WC-VALIDITY-MONTHS.  A    *
      *  DAY PAST THE END OF THE TARGET MONTH FALLS BACK TO ITS LAST   *
      *  DAY (08/31 + 6 MONTHS = 02/28 OR 02/29)                       *
      ******************************************************************

       01  WS-VALID-DATE.
           05  WS-VAL-CCYY                 PIC 9(04).
           05  WS-VAL-MM                   PIC 9(02).
           05  WS-VAL-DD                   PIC 9(02).
       01  WS-VALID-DATE-N REDEFINES WS-VALID-DATE
                                           PIC 9(08).

       01  WS-DAYS-IN-MONTH-TABLE.
           05  FILLER                      PIC X(24) VALUE
               '312831303130313130313031'.
       01  FILLER REDEFINES WS-DAYS-IN-MONTH-TABLE.
           05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
                                           PIC 9(02).

       77  WS-LEAP-CCYY                    PIC 9(04) VALUE ZERO.
       77  WS-LEAP-MM                      PIC 9(02) VALUE ZERO.
       77  WS-LEAP-DIV                     PIC 9(04) COMP-3.
       77  WS-LEAP-REM4                    PIC 9(02) COMP-3.
       77  WS-LEAP-REM100                  PIC 9(02) COMP-3.
       77  WS-LEAP-REM400                  PIC 9(03) COMP-3.
       77  WS-MONTH-MAX-DD                 PIC 9(02) VALUE ZERO.

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-CCYYMMDD             PIC 9(08).
           05  WS-RUN-HHMMSSHH             PIC 9(08).
           05  WS-RUN-HHMMSS REDEFINES WS-RUN-HHMMSSHH.
               10  WS-RUN-HHMMSS-KEEP      PIC 9(06).
               10  FILLER                  PIC 9(02).

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               'CSAGDOCX - TRAVEL DOCUMENT EXCEPTIONS       '.
           05  FILLER                      PIC X(18) VALUE
               'MISSING IF WITHIN '.
           05  WS-H-WINDOW                 PIC ZZ9.
           05  FILLER                      PIC X(05) VALUE ' DAYS'.
           05  FILLER                      PIC X(62) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(10) VALUE 'BOOKING'.
           05  FILLER                      PIC X(10) VALUE 'PASSENGER'.
           05  FILLER                      PIC X(30) VALUE 'NAME'.
           05  FILLER                      PIC X(10) VALUE 'SAILING'.
           05  FILLER                      PIC X(10) VALUE 'DEPART'.
           05  FILLER                      PIC X(10) VALUE 'RETURN'.
           05  FILLER                      PIC X(04) VALUE 'DOC'.
           05  FILLER                      PIC X(10) VALUE 'EXPIRY'.
           05  FILLER                      PIC X(10) VALUE 'DOC BIRTH'.
           05  FILLER                      PIC X(28) VALUE 'CONDITION'.

       01  WS-DETAIL-LINE.
           05  WS-D-BOOKING-ID             PIC X(10).
           05  WS-D-PASSENGER-ID           PIC X(10).
           05  WS-D-PASSENGER-NAME         PIC X(30).
           05  WS-D-SAILING-ID             PIC X(10).
           05  WS-D-DEPART                 PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-RETURN                 PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-DOC-TYPE               PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-EXPIRY                 PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-DOC-BIRTH              PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-CONDITION              PIC X(26).
           05  FILLER                      PIC X(02) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                      PIC X(20) VALUE
               'RECORDS READ ......'.
           05  WS-T-RECORDS-READ           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'PASSENGERS CHECKED .'.
           05  WS-T-PAX-CHECKED            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'DEPARTED, SKIPPED ..'.
           05  WS-T-DEPARTED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                      PIC X(20) VALUE
               'DOCUMENTS ON FILE .'.
           05  WS-T-DOCS-ON-FILE           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'MISSING IN WINDOW ..'.
           05  WS-T-MISSING                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'MISSING, NOT DUE ...'.
           05  WS-T-MISSING-NOT-DUE        PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                      PIC X(20) VALUE
               'PASSPORT VALIDITY .'.
           05  WS-T-EXPIRY                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'BIRTH DATE MISMATCH '.
           05  WS-T-BIRTH-MISMATCH         PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(68) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

           COPY CSDATE.

       77  WC-CSDATE                        PIC X(08) VALUE 'CSDATE'.

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
      *  1000-INITIALIZE - CONTROL CARD, WINDOW CUTOFF, FILES,         *
      *  HEADINGS, PRIME THE READ                                      *
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           OPEN INPUT  CONTROL-CARD.
           READ CONTROL-CARD.
           MOVE CC-WINDOW-DAYS            TO WS-WINDOW-DAYS.
           CLOSE CONTROL-CARD.

           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD.
           MOVE WS-TODAY-CCYYMMDD         TO WS-CUTOFF-DATE-N.
           PERFORM 1100-ADD-ONE-DAY       THRU 1100-EXIT
               VARYING WS-DAY-COUNT FROM 1 BY 1
               UNTIL WS-DAY-COUNT > WS-WINDOW-DAYS.

           OPEN INPUT  PASSENGER-FILE.
           OPEN INPUT  TRAVEL-DOCS.
           OPEN OUTPUT DOC-RPT.

           MOVE WS-WINDOW-DAYS            TO WS-H-WINDOW.
           WRITE DOC-LINE                 FROM WS-HEADING-1.
           WRITE DOC-LINE                 FROM WS-HEADING-2.

           PERFORM 1200-READ-PAX          THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1100-ADD-ONE-DAY - ROLL THE CUTOFF DATE FORWARD ONE CALENDAR  *
      *  DAY, WITH THE SAME LEAP-YEAR TEST CSAGEDIT USES               *
      *----------------------------------------------------------------*
       1100-ADD-ONE-DAY.

           MOVE WS-CUT-CCYY               TO WS-LEAP-CCYY.
           MOVE WS-CUT-MM                 TO WS-LEAP-MM.
           PERFORM 1150-MONTH-LENGTH      THRU 1150-EXIT.

           IF  WS-CUT-DD < WS-MONTH-MAX-DD
               ADD 1 TO WS-CUT-DD
           ELSE
               MOVE 01                    TO WS-CUT-DD
               IF  WS-CUT-MM < 12
                   ADD 1 TO WS-CUT-MM
               ELSE
                   MOVE 01                TO WS-CUT-MM
                   ADD 1 TO WS-CUT-CCYY
               END-IF
           END-IF.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1150-MONTH-LENGTH - DAYS IN MONTH WS-LEAP-MM OF YEAR          *
      *  WS-LEAP-CCYY INTO WS-MONTH-MAX-DD                             *
      *----------------------------------------------------------------*
       1150-MONTH-LENGTH.

           MOVE WS-DAYS-IN-MONTH (WS-LEAP-MM) TO WS-MONTH-MAX-DD.

           IF  WS-LEAP-MM = 02
               DIVIDE WS-LEAP-CCYY BY 4   GIVING WS-LEAP-DIV
                                          REMAINDER WS-LEAP-REM4
               DIVIDE WS-LEAP-CCYY BY 100 GIVING WS-LEAP-DIV
                                          REMAINDER WS-LEAP-REM100
               DIVIDE WS-LEAP-CCYY BY 400 GIVING WS-LEAP-DIV
                                          REMAINDER WS-LEAP-REM400
               IF  WS-LEAP-REM4 = 0
               AND (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)
                   MOVE 29                TO WS-MONTH-MAX-DD
               END-IF
           END-IF.

       1150-EXIT.
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
      *  2000-PROCESS-PAX - SKIP DEPARTED SAILINGS, THEN CHECK THE     *
      *  PASSENGER'S DOCUMENT                                          *
      *----------------------------------------------------------------*
       2000-PROCESS-PAX.

           PERFORM 2100-CONVERT-DATES     THRU 2100-EXIT.

           IF  WS-DEPART-CCYYMMDD = ZERO
           OR  WS-DEPART-CCYYMMDD < WS-TODAY-CCYYMMDD
               ADD 1 TO WS-DEPARTED-SKIPPED
           ELSE
               ADD 1 TO WS-PAX-CHECKED
               PERFORM 2200-CHECK-DOCUMENT THRU 2200-EXIT
           END-IF.

           PERFORM 1200-READ-PAX          THRU 1200-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-CONVERT-DATES - DEPART AND RETURN GREG TO CCYYMMDD       *
      *  THROUGH CSDATE.  NO RETURN DATE MEANS THE DEPART DATE STANDS  *
      *  IN FOR IT.                                                    *
      *----------------------------------------------------------------*
       2100-CONVERT-DATES.

           MOVE ZERO                      TO WS-DEPART-CCYYMMDD.
           IF  CSPAX-DEPART-DATE-GREG NUMERIC
           AND CSPAX-DEPART-DATE-GREG > 0
               MOVE LOW-VALUES            TO CSDATE-PARMS
               MOVE CSPAX-DEPART-DATE-GREG TO CSDATE-INPUT-GREG
               SET CSDATE-FORMAT-GREG     TO TRUE
               CALL WC-CSDATE             USING CSDATE-PARMS
               IF  CSDATE-RC-OK
                   MOVE CSDATE-OUT-CCYYMMDD TO WS-DEPART-CCYYMMDD
               END-IF
           END-IF.

           MOVE WS-DEPART-CCYYMMDD        TO WS-RETURN-CCYYMMDD.
           IF  CSPAX-RETURN-DATE-GREG NUMERIC
           AND CSPAX-RETURN-DATE-GREG > 0
               MOVE LOW-VALUES            TO CSDATE-PARMS
               MOVE CSPAX-RETURN-DATE-GREG TO CSDATE-INPUT-GREG
               SET CSDATE-FORMAT-GREG     TO TRUE
               CALL WC-CSDATE             USING CSDATE-PARMS
               IF  CSDATE-RC-OK
                   MOVE CSDATE-OUT-CCYYMMDD TO WS-RETURN-CCYYMMDD
               END-IF
           END-IF.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-CHECK-DOCUMENT - READ THE PASSENGER'S DOCUMENT AND RUN   *
      *  THE MISSING, VALIDITY, AND BIRTH-DATE CHECKS                  *
      *----------------------------------------------------------------*
       2200-CHECK-DOCUMENT.

           MOVE CSPAX-BOOKING-ID          TO CSDOC-BOOKING-ID.
           MOVE CSPAX-PASSENGER-ID        TO CSDOC-PASSENGER-ID.

           READ TRAVEL-DOCS.

           IF  NOT WS-DOC-OK
               IF  WS-DEPART-CCYYMMDD > WS-CUTOFF-DATE-N
                   ADD 1 TO WS-MISSING-NOT-DUE
               ELSE
                   ADD 1 TO WS-MISSING-FOUND
                   MOVE SPACES            TO CSDOC-DOCUMENT-TYPE
                   MOVE ZERO              TO CSDOC-EXPIRY-CCYYMMDD
                   MOVE ZERO              TO CSDOC-BIRTH-CCYYMMDD
                   MOVE 'NO TRAVEL DOCUMENT' TO WS-D-CONDITION
                   PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
               END-IF
               GO TO 2200-EXIT
           END-IF.

           ADD 1 TO WS-DOCS-ON-FILE.

           IF  CSDOC-PASSPORT
               PERFORM 2300-VALIDITY-DATE THRU 2300-EXIT
               IF  CSDOC-EXPIRY-CCYYMMDD < WS-VALID-DATE-N
                   ADD 1 TO WS-EXPIRY-FOUND
                   MOVE 'PASSPORT EXPIRES < 6 MOS' TO WS-D-CONDITION
                   PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
               END-IF
           END-IF.

           IF  CSDOC-BIRTH-CCYYMMDD NOT = CSPAX-BIRTH-CCYYMMDD
               ADD 1 TO WS-BIRTH-MISMATCH-FOUND
               MOVE 'DOC BIRTH DATE MISMATCH' TO WS-D-CONDITION
               PERFORM 2500-WRITE-DETAIL  THRU 2500-EXIT
           END-IF.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2300-VALIDITY-DATE - THE RETURN DATE PLUS THE VALIDITY        *
      *  MARGIN IN CALENDAR MONTHS; THE PASSPORT MUST NOT EXPIRE       *
      *  BEFORE IT                                                     *
      *----------------------------------------------------------------*
       2300-VALIDITY-DATE.

           MOVE WS-RETURN-CCYYMMDD        TO WS-VALID-DATE-N.
           ADD WC-VALIDITY-MONTHS         TO WS-VAL-MM.

           IF  WS-VAL-MM > 12
               SUBTRACT 12 FROM WS-VAL-MM
               ADD 1 TO WS-VAL-CCYY
           END-IF.

           MOVE WS-VAL-CCYY               TO WS-LEAP-CCYY.
           MOVE WS-VAL-MM                 TO WS-LEAP-MM.
           PERFORM 1150-MONTH-LENGTH      THRU 1150-EXIT.

           IF  WS-VAL-DD > WS-MONTH-MAX-DD
               MOVE WS-MONTH-MAX-DD       TO WS-VAL-DD
           END-IF.

       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2500-WRITE-DETAIL - ONE EXCEPTION LINE; WS-D-CONDITION IS SET *
      *  BY THE CALLER                                                 *
      *----------------------------------------------------------------*
       2500-WRITE-DETAIL.

           MOVE CSPAX-BOOKING-ID          TO WS-D-BOOKING-ID.
           MOVE CSPAX-PASSENGER-ID        TO WS-D-PASSENGER-ID.
           MOVE CSPAX-PASSENGER-NAME      TO WS-D-PASSENGER-NAME.
           MOVE CSPAX-SAILING-ID          TO WS-D-SAILING-ID.
           MOVE WS-DEPART-CCYYMMDD        TO WS-D-DEPART.
           MOVE WS-RETURN-CCYYMMDD        TO WS-D-RETURN.
           MOVE CSDOC-DOCUMENT-TYPE       TO WS-D-DOC-TYPE.
           MOVE CSDOC-EXPIRY-CCYYMMDD     TO WS-D-EXPIRY.
           MOVE CSDOC-BIRTH-CCYYMMDD      TO WS-D-DOC-BIRTH.

           WRITE DOC-LINE                 FROM WS-DETAIL-LINE.

           ADD 1 TO WS-EXCEPTIONS-FOUND.

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - TOTALS, RUN-CONTROL RECORD, CLOSE FILES      *
      *----------------------------------------------------------------*
       8000-TERMINATE.

           WRITE DOC-LINE                  FROM WS-BLANK-LINE.
           MOVE WS-RECORDS-READ            TO WS-T-RECORDS-READ.
           MOVE WS-PAX-CHECKED             TO WS-T-PAX-CHECKED.
           MOVE WS-DEPARTED-SKIPPED        TO WS-T-DEPARTED.
           WRITE DOC-LINE                  FROM WS-TOTAL-LINE-1.

           MOVE WS-DOCS-ON-FILE            TO WS-T-DOCS-ON-FILE.
           MOVE WS-MISSING-FOUND           TO WS-T-MISSING.
           MOVE WS-MISSING-NOT-DUE         TO WS-T-MISSING-NOT-DUE.
           WRITE DOC-LINE                  FROM WS-TOTAL-LINE-2.

           MOVE WS-EXPIRY-FOUND            TO WS-T-EXPIRY.
           MOVE WS-BIRTH-MISMATCH-FOUND    TO WS-T-BIRTH-MISMATCH.
           WRITE DOC-LINE                  FROM WS-TOTAL-LINE-3.

           PERFORM 9000-WRITE-RUN-CONTROL THRU 9000-EXIT.

           CLOSE PASSENGER-FILE.
           CLOSE TRAVEL-DOCS.
           CLOSE DOC-RPT.

       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-WRITE-RUN-CONTROL - ONE STANDARD RUN-CONTROL RECORD ON
      * THE COMMON RUNLOG SO THE MORNING BALANCING REPORT (CSAGRBAL)
      * SEES THIS JOB'S COUNTS WITHOUT OPENING ITS PRINT FILE.
      *----------------------------------------------------------------*
       9000-WRITE-RUN-CONTROL.

           OPEN EXTEND RUN-LOG.

           ACCEPT WS-RUN-CCYYMMDD         FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-HHMMSSHH         FROM TIME.

           MOVE SPACES                    TO CSRUNC-RECORD.
           MOVE 'CSAGDOCX'                TO CSRUNC-JOB-NAME.
           MOVE WS-RUN-CCYYMMDD           TO CSRUNC-RUN-CCYYMMDD.
           MOVE WS-RUN-HHMMSS-KEEP        TO CSRUNC-RUN-HHMMSS.
           MOVE WS-RECORDS-READ           TO CSRUNC-RECORDS-READ.
           MOVE ZERO                      TO CSRUNC-RECORDS-WRITTEN.
           MOVE WS-EXCEPTIONS-FOUND       TO CSRUNC-EXCEPTIONS.
           MOVE '0000'                    TO CSRUNC-RETURN-STATUS.

           WRITE CSRUNC-RECORD.

           CLOSE RUN-LOG.

       9000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
