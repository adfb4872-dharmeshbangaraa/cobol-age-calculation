      ******************************************************************
      *                                                                *
      *                         "CSAGXBLD"                             *
      *   SHORE EXCURSION BOOKING FILE LOAD AND MAINTENANCE (EXCBKNG)  *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGXBLD.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  APPLIES THE DAY'S SHORE EXCURSION BOOKINGS AND CANCELLATIONS  *
      *  TO THE EXCBKNG KSDS (CSAGEXBR) -- ONE RECORD PER GUEST PER    *
      *  EXCURSION PER TOUR DATE -- AHEAD OF THE NIGHTLY VALIDATION    *
      *  JOB CSAGXVAL.  EACH TRANSACTION CARRIES AN ACTION CODE AND    *
      *  THE FULL KEY:                                                 *
      *                                                                *
      *    A - ADD THE GUEST TO THE TOUR (REJECTED IF ALREADY ON FILE) *
      *    D - CANCEL THE GUEST OFF THE TOUR (REJECTED IF NOT ON FILE) *
      *                                                                *
      *  EVERY FIELD ON THE RECORD IS PART OF THE KEY, SO THERE IS NO  *
      *  CHANGE ACTION: A MOVE TO ANOTHER DATE IS A D AND AN A.  THE   *
      *  TOUR DATE IS EDITED AGAINST THE CALENDAR (SAME DAYS-IN-MONTH  *
      *  AND LEAP-YEAR TEST CSAGSMLD APPLIES TO SAILMAST DATES), SO    *
      *  CSAGXVAL CAN HAND IT TO CSAGECAL PRE-CONVERTED.  AN ADD MUST  *
      *  NAME AN EXCURSION ON EXCMAST (CSAGXMLD).  WHETHER THE GUEST   *
      *  IS ON THE MANIFEST, AND OLD ENOUGH, IS LEFT TO CSAGXVAL,      *
      *  WHICH SEES THE MANIFEST AS IT STANDS EACH NIGHT.  EVERY       *
      *  TRANSACTION PRINTS ONE LINE, APPLIED OR REJECTED.             *
      *                                                                *
      *  INPUT:   EXCB-TRAN-FILE - BOOKING TRANSACTIONS                *
      *           EXC-MASTER     - EXCURSION MASTER (CSAGEXMR KSDS)    *
      *  I/O:     EXC-BOOKING    - EXCURSION BOOKINGS (CSAGEXBR KSDS)  *
      *  OUTPUT:  MAINT-RPT      - MAINTENANCE AUDIT REPORT            *
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
           SELECT EXCB-TRAN-FILE    ASSIGN TO EXBTRAN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT EXC-MASTER        ASSIGN TO EXCMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSEXM-KEY
                  FILE STATUS IS WS-MAST-STATUS.

           SELECT EXC-BOOKING       ASSIGN TO EXCBKNG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSEXB-KEY
                  FILE STATUS IS WS-BKNG-STATUS.

           SELECT MAINT-RPT         ASSIGN TO XBLDRPT
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  EXCB-TRAN-FILE
           RECORDING MODE IS F.
       01  TRAN-RECORD.
           05  TR-ACTION-CODE              PIC X(01).
               88  TR-ACTION-ADD               VALUE 'A'.
               88  TR-ACTION-DELETE             VALUE 'D'.
           05  TR-BOOKING-ID               PIC X(10).
           05  TR-EXCURSION-CODE           PIC X(08).
           05  TR-TOUR-CCYYMMDD            PIC 9(08).
           05  TR-PASSENGER-ID             PIC X(10).
           05  FILLER                      PIC X(43).

       FD  EXC-MASTER.
           COPY CSAGEXMR.

       FD  EXC-BOOKING.
           COPY CSAGEXBR.

       FD  MAINT-RPT
           RECORDING MODE IS F.
       01  MAINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.
           05  WS-TRAN-OK-SWITCH           PIC X(01) VALUE 'Y'.
               88  WS-TRAN-OK                   VALUE 'Y'.

       01  WS-MAST-STATUS                  PIC X(02).
           88  WS-MAST-OK                      VALUE '00'.

       01  WS-BKNG-STATUS                  PIC X(02).
           88  WS-BKNG-OK                      VALUE '00'.
           88  WS-BKNG-NOT-FOUND               VALUE '23'.
           88  WS-BKNG-DUPLICATE               VALUE '22'.

       77  WS-TRANS-READ                   PIC 9(07) COMP VALUE ZERO.
       77  WS-TRANS-APPLIED                PIC 9(07) COMP VALUE ZERO.
       77  WS-TRANS-REJECTED               PIC 9(07) COMP VALUE ZERO.
       77  WS-TODAY-CCYYMMDD               PIC 9(08) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               'CSAGXBLD - EXCURSION BOOKING MAINTENANCE    '.
           05  FILLER                      PIC X(88) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(04) VALUE 'ACT'.
           05  FILLER                      PIC X(12) VALUE 'BOOKING'.
           05  FILLER                      PIC X(10) VALUE 'EXCURSN'.
           05  FILLER                      PIC X(10) VALUE 'TOUR DATE'.
           05  FILLER                      PIC X(12) VALUE 'PASSENGER'.
           05  FILLER                      PIC X(30) VALUE 'RESULT'.
           05  FILLER                      PIC X(54) VALUE SPACES.

       01  WS-REPORT-LINE.
           05  WS-R-ACTION                 PIC X(01).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-R-BOOKING-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-EXCURSION              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-TOUR-DATE              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-PASSENGER-ID           PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-RESULT                 PIC X(30).
           05  FILLER                      PIC X(54) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(20) VALUE
               'TRANS READ ........'.
           05  WS-T-TRANS-READ             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'APPLIED ............'.
           05  WS-T-APPLIED                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'REJECTED ...........'.
           05  WS-T-REJECTED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(31) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

      ******************************************************************
      *  CALENDAR EDIT WORK AREAS - SAME DAYS-IN-MONTH/LEAP-YEAR TEST  *
      *  CSAGSMLD APPLIES TO THE SAILMAST DATES                        *
      ******************************************************************

       01  WS-DATE-EDIT.
           05  WS-E-CCYY                   PIC 9(04).
           05  WS-E-MM                     PIC 9(02).
           05  WS-E-DD                     PIC 9(02).

       01  WS-DAYS-IN-MONTH-TABLE.
           05  FILLER                      PIC X(24) VALUE
               '312831303130313130313031'.
       01  FILLER REDEFINES WS-DAYS-IN-MONTH-TABLE.
           05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
                                           PIC 9(02).

       77  WS-LEAP-DIV                     PIC 9(04) COMP-3.
       77  WS-LEAP-REM4                    PIC 9(02) COMP-3.
       77  WS-LEAP-REM100                  PIC 9(02) COMP-3.
       77  WS-LEAP-REM400                  PIC 9(03) COMP-3.
       77  WS-MONTH-MAX-DD                 PIC 9(02) VALUE ZERO.
       77  WS-DATE-EDIT-OK-SWITCH          PIC X(01) VALUE 'Y'.
           88  WS-DATE-EDIT-OK                 VALUE 'Y'.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.

           PERFORM 2000-PROCESS-TRAN    THRU 2000-EXIT
               UNTIL WS-EOF.

           PERFORM 8000-TERMINATE       THRU 8000-EXIT.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - OPEN FILES, WRITE HEADINGS, PRIME THE READ  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD.

           OPEN INPUT  EXCB-TRAN-FILE.
           OPEN INPUT  EXC-MASTER.
           OPEN I-O    EXC-BOOKING.
           OPEN OUTPUT MAINT-RPT.

           WRITE MAINT-LINE               FROM WS-HEADING-1.
           WRITE MAINT-LINE               FROM WS-HEADING-2.

           PERFORM 1200-READ-TRAN         THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1200-READ-TRAN - READ ONE BOOKING TRANSACTION                 *
      *----------------------------------------------------------------*
       1200-READ-TRAN.

           READ EXCB-TRAN-FILE
               AT END
                   SET WS-EOF             TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
           END-READ.

       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-PROCESS-TRAN - EDIT ONE TRANSACTION AND APPLY IT         *
      *----------------------------------------------------------------*
       2000-PROCESS-TRAN.

           MOVE 'Y'                       TO WS-TRAN-OK-SWITCH.
           MOVE SPACES                    TO WS-R-RESULT.

           PERFORM 2100-EDIT-TRAN         THRU 2100-EXIT.

           IF  WS-TRAN-OK
               IF  TR-ACTION-ADD
                   PERFORM 3000-ADD-BOOKING    THRU 3000-EXIT
               ELSE
                   PERFORM 3200-DELETE-BOOKING THRU 3200-EXIT
               END-IF
           END-IF.

           PERFORM 4000-WRITE-AUDIT-LINE  THRU 4000-EXIT.

           PERFORM 1200-READ-TRAN         THRU 1200-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-EDIT-TRAN - ACTION CODE, KEY, AND TOUR DATE EDITS, AND   *
      *  FOR AN ADD THE EXCURSION MUST BE ON EXCMAST.  THE FIRST       *
      *  FAILURE SETS THE RESULT TEXT AND STOPS THE EDITS.             *
      *----------------------------------------------------------------*
       2100-EDIT-TRAN.

           IF  NOT TR-ACTION-ADD
           AND NOT TR-ACTION-DELETE
               MOVE 'REJECTED - BAD ACTION CODE' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           IF  TR-BOOKING-ID NOT > SPACES
               MOVE 'REJECTED - BOOKING MISSING' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           IF  TR-EXCURSION-CODE NOT > SPACES
               MOVE 'REJECTED - EXCURSION MISSING' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           IF  TR-PASSENGER-ID NOT > SPACES
               MOVE 'REJECTED - PASSENGER MISSING' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           IF  TR-TOUR-CCYYMMDD NOT NUMERIC
           OR  TR-TOUR-CCYYMMDD = ZERO
               MOVE 'REJECTED - TOUR DATE BAD' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           MOVE TR-TOUR-CCYYMMDD          TO WS-DATE-EDIT.
           PERFORM 2300-EDIT-CALENDAR     THRU 2300-EXIT.
           IF  NOT WS-DATE-EDIT-OK
               MOVE 'REJECTED - TOUR DATE BAD' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

      *    A CANCELLATION NEEDS ONLY THE KEY; THE EXCURSION MAY BE GONE
           IF  TR-ACTION-DELETE
               GO TO 2100-EXIT
           END-IF.

           MOVE TR-EXCURSION-CODE         TO CSEXM-EXCURSION-CODE.
           READ EXC-MASTER.
           IF  NOT WS-MAST-OK
               MOVE 'REJECTED - EXCURSION NOT FOUND' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
           END-IF.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2300-EDIT-CALENDAR - IS WS-DATE-EDIT A REAL CALENDAR DATE?    *
      *  SAME DAYS-IN-MONTH AND LEAP-YEAR TEST AS CSAGSMLD.            *
      *----------------------------------------------------------------*
       2300-EDIT-CALENDAR.

           MOVE 'Y'                       TO WS-DATE-EDIT-OK-SWITCH.

           IF  WS-E-MM < 01 OR WS-E-MM > 12
               MOVE 'N'                   TO WS-DATE-EDIT-OK-SWITCH
               GO TO 2300-EXIT
           END-IF.

           MOVE WS-DAYS-IN-MONTH (WS-E-MM) TO WS-MONTH-MAX-DD.

           IF  WS-E-MM = 02
               DIVIDE WS-E-CCYY BY 4      GIVING WS-LEAP-DIV
                                          REMAINDER WS-LEAP-REM4
               DIVIDE WS-E-CCYY BY 100    GIVING WS-LEAP-DIV
                                          REMAINDER WS-LEAP-REM100
               DIVIDE WS-E-CCYY BY 400    GIVING WS-LEAP-DIV
                                          REMAINDER WS-LEAP-REM400
               IF  WS-LEAP-REM4 = 0
               AND (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)
                   MOVE 29                TO WS-MONTH-MAX-DD
               END-IF
           END-IF.

           IF  WS-E-DD < 01 OR WS-E-DD > WS-MONTH-MAX-DD
               MOVE 'N'                   TO WS-DATE-EDIT-OK-SWITCH
           END-IF.

       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-ADD-BOOKING - WRITE A NEW EXCURSION BOOKING RECORD       *
      *----------------------------------------------------------------*
       3000-ADD-BOOKING.

           PERFORM 3500-BUILD-KEY         THRU 3500-EXIT.
           MOVE WS-TODAY-CCYYMMDD         TO CSEXB-LOADED-CCYYMMDD.

           WRITE CSEXB-RECORD.

           IF  WS-BKNG-OK
               MOVE 'ADDED'               TO WS-R-RESULT
               ADD 1 TO WS-TRANS-APPLIED
           ELSE
               IF  WS-BKNG-DUPLICATE
                   MOVE 'REJECTED - ALREADY ON FILE' TO WS-R-RESULT
               ELSE
                   MOVE 'REJECTED - VSAM WRITE ERROR' TO WS-R-RESULT
               END-IF
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
           END-IF.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3200-DELETE-BOOKING - DELETE AN EXCURSION BOOKING RECORD      *
      *----------------------------------------------------------------*
       3200-DELETE-BOOKING.

           PERFORM 3500-BUILD-KEY         THRU 3500-EXIT.

           DELETE EXC-BOOKING.

           IF  WS-BKNG-OK
               MOVE 'DELETED'             TO WS-R-RESULT
               ADD 1 TO WS-TRANS-APPLIED
           ELSE
               IF  WS-BKNG-NOT-FOUND
                   MOVE 'REJECTED - NOT ON FILE' TO WS-R-RESULT
               ELSE
                   MOVE 'REJECTED - VSAM DELETE ERROR' TO WS-R-RESULT
               END-IF
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
           END-IF.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3500-BUILD-KEY - MOVE THE TRANSACTION KEY INTO THE RECORD     *
      *  AREA                                                          *
      *----------------------------------------------------------------*
       3500-BUILD-KEY.

           MOVE SPACES                    TO CSEXB-RECORD.
           MOVE TR-BOOKING-ID             TO CSEXB-BOOKING-ID.
           MOVE TR-EXCURSION-CODE         TO CSEXB-EXCURSION-CODE.
           MOVE TR-TOUR-CCYYMMDD          TO CSEXB-TOUR-CCYYMMDD.
           MOVE TR-PASSENGER-ID           TO CSEXB-PASSENGER-ID.
           MOVE ZERO                      TO CSEXB-LOADED-CCYYMMDD.

       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-WRITE-AUDIT-LINE - ONE LINE PER TRANSACTION, APPLIED OR  *
      *  REJECTED                                                      *
      *----------------------------------------------------------------*
       4000-WRITE-AUDIT-LINE.

           IF  NOT WS-TRAN-OK
               ADD 1 TO WS-TRANS-REJECTED
           END-IF.

           MOVE TR-ACTION-CODE            TO WS-R-ACTION.
           MOVE TR-BOOKING-ID             TO WS-R-BOOKING-ID.
           MOVE TR-EXCURSION-CODE         TO WS-R-EXCURSION.
           MOVE TR-TOUR-CCYYMMDD          TO WS-R-TOUR-DATE.
           MOVE TR-PASSENGER-ID           TO WS-R-PASSENGER-ID.

           WRITE MAINT-LINE               FROM WS-REPORT-LINE.

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - WRITE TOTALS AND CLOSE FILES                 *
      *----------------------------------------------------------------*
       8000-TERMINATE.

           WRITE MAINT-LINE                FROM WS-BLANK-LINE.
           MOVE WS-TRANS-READ              TO WS-T-TRANS-READ.
           MOVE WS-TRANS-APPLIED           TO WS-T-APPLIED.
           MOVE WS-TRANS-REJECTED          TO WS-T-REJECTED.
           WRITE MAINT-LINE                FROM WS-TOTAL-LINE.

           CLOSE EXCB-TRAN-FILE.
           CLOSE EXC-MASTER.
           CLOSE EXC-BOOKING.
           CLOSE MAINT-RPT.

       8000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
