      ******************************************************************
      *                                                                *
      *                         "CSAGCAGE"                             *
      *     COMPLIANCE CASE AGING REPORT                               *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGCAGE.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  RUN NIGHTLY AFTER THE COMPLIANCE JOBS HAVE UPDATED THE COMMON *
      *  CASEFILE (CSAGCASR, WRITTEN BY CSAGCASW).  THE FILE IS SORTED *
      *  ON CASE TYPE AND DEPART DATE (AS CSAGB2B SORTS THE MANIFEST)  *
      *  AND EVERY OPEN CASE IS LISTED, TYPE BY TYPE, SOONEST SAILING  *
      *  FIRST, WITH HOW FAR OFF THAT SAILING IS:                      *
      *                                                                *
      *    DEPARTED   - THE SAILING HAS ALREADY LEFT                   *
      *    0-7 DAYS   - DEPARTS TODAY OR WITHIN 7 DAYS                 *
      *    8-30 DAYS  - DEPARTS IN 8 TO 30 DAYS                        *
      *    31-90 DAYS - DEPARTS IN 31 TO 90 DAYS                       *
      *    OVER 90    - DEPARTS MORE THAN 90 DAYS OUT                  *
      *    NO DATE    - NO USABLE DEPART DATE ON THE CASE              *
      *                                                                *
      *  EACH TYPE ENDS WITH ITS COUNTS BY BUCKET, AND THE REPORT WITH *
      *  THE SAME COUNTS FOR ALL TYPES AND WITH HOW MANY CASES WERE    *
      *  OPENED, REOPENED, AUTO-CLOSED, AND CLOSED BY HAND TODAY.      *
      *  THE BUCKET CUTOFFS ARE TODAY PLUS 7, 30, AND 90 DAYS, ROLLED  *
      *  FORWARD ONE DAY AT A TIME AGAINST THE CALENDAR (AS CSAGDOCX   *
      *  ROLLS ITS WINDOW CUTOFF).                                     *
      *                                                                *
      *  INPUT:   CASE-FILE        - COMPLIANCE CASES (CSAGCASR KSDS)  *
      *  OUTPUT:  SORTED-CASE-FILE - CASES IN TYPE/DEPART ORDER        *
      *           AGING-RPT        - OPEN CASE AGING REPORT            *
      *           RUN-LOG          - STANDARD RUN-CONTROL RECORD       *
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
           SELECT CASE-FILE         ASSIGN TO CASEFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CSCASE-KEY
                  FILE STATUS IS WS-CASE-STATUS.

           SELECT SORT-WORK         ASSIGN TO SORTWK01.

           SELECT SORTED-CASE-FILE  ASSIGN TO SRTCASE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT AGING-RPT         ASSIGN TO CAGERPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG           ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  CASE-FILE.
           COPY CSAGCASR.

       SD  SORT-WORK.
           COPY CSAGCASR REPLACING LEADING ==CSCASE-== BY ==SORT-==.

       FD  SORTED-CASE-FILE
           RECORDING MODE IS F.
           COPY CSAGCASR REPLACING LEADING ==CSCASE-== BY ==SRTCAS-==.

       FD  AGING-RPT
           RECORDING MODE IS F.
       01  AGING-LINE                      PIC X(132).

       FD  RUN-LOG
           RECORDING MODE IS F.
           COPY CSAGRUNC.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.

       01  WS-CASE-STATUS                  PIC X(02).
           88  WS-CASE-OK                      VALUE '00'.

       01  WS-CURRENT-CASE-TYPE            PIC X(06) VALUE LOW-VALUES.

       77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
       77  WS-OPEN-LISTED                  PIC 9(07) COMP VALUE ZERO.
       77  WS-TYPE-OPEN                    PIC 9(07) COMP VALUE ZERO.
       77  WS-OPENED-TODAY                 PIC 9(07) COMP VALUE ZERO.
       77  WS-REOPENED-TODAY               PIC 9(07) COMP VALUE ZERO.
       77  WS-AUTO-CLOSED-TODAY            PIC 9(07) COMP VALUE ZERO.
       77  WS-HAND-CLOSED-TODAY            PIC 9(07) COMP VALUE ZERO.
       77  WS-BUCKET-IX                    PIC 9(01) COMP VALUE ZERO.
       77  WS-DAY-COUNT                    PIC 9(03) COMP VALUE ZERO.
       77  WS-TODAY-CCYYMMDD               PIC 9(08) VALUE ZERO.
       77  WS-CUTOFF-07-CCYYMMDD           PIC 9(08) VALUE ZERO.
       77  WS-CUTOFF-30-CCYYMMDD           PIC 9(08) VALUE ZERO.
       77  WS-CUTOFF-90-CCYYMMDD           PIC 9(08) VALUE ZERO.

      ******************************************************************
      *  THE BUCKET CUTOFFS: TODAY ROLLED FORWARD ONE CALENDAR DAY AT  *
      *  A TIME, CAPTURED AT 7, 30, AND 90 DAYS                        *
      ******************************************************************

       01  WS-CUTOFF-DATE.
           05  WS-CUT-CCYY                 PIC 9(04).
           05  WS-CUT-MM                   PIC 9(02).
           05  WS-CUT-DD                   PIC 9(02).
       01  WS-CUTOFF-DATE-N REDEFINES WS-CUTOFF-DATE
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

      ******************************************************************
      *  DAYS-TO-SAILING BUCKETS -- LABELS, AND OPEN CASES PER BUCKET  *
      *  FOR THE CURRENT TYPE AND FOR ALL TYPES                        *
      ******************************************************************

       01  WT-BUCKET-NAME-TABLE.
           05  FILLER                      PIC X(10) VALUE 'DEPARTED'.
           05  FILLER                      PIC X(10) VALUE '0-7 DAYS'.
           05  FILLER                      PIC X(10) VALUE '8-30 DAYS'.
           05  FILLER                      PIC X(10) VALUE '31-90 DAYS'.
           05  FILLER                      PIC X(10) VALUE 'OVER 90'.
           05  FILLER                      PIC X(10) VALUE 'NO DATE'.
       01  FILLER REDEFINES WT-BUCKET-NAME-TABLE.
           05  WT-BUCKET-NAME OCCURS 6 TIMES
                                           PIC X(10).

       01  WT-BUCKET-COUNTS.
           05  WT-BUCKET-ENTRY OCCURS 6 TIMES.
               10  WT-B-TYPE-COUNT         PIC 9(07) COMP.
               10  WT-B-ALL-COUNT          PIC 9(07) COMP.

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-CCYYMMDD             PIC 9(08).
           05  WS-RUN-HHMMSSHH             PIC 9(08).
           05  WS-RUN-HHMMSS REDEFINES WS-RUN-HHMMSSHH.
               10  WS-RUN-HHMMSS-KEEP      PIC 9(06).
               10  FILLER                  PIC 9(02).

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               'CSAGCAGE - OPEN COMPLIANCE CASE AGING       '.
           05  FILLER                      PIC X(09) VALUE 'AS OF:   '.
           05  WS-H-TODAY                  PIC 9(08).
           05  FILLER                      PIC X(71) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(08) VALUE 'TYPE'.
           05  FILLER                      PIC X(12) VALUE 'BOOKING'.
           05  FILLER                      PIC X(12) VALUE 'PASSENGER'.
           05  FILLER                      PIC X(10) VALUE 'SAILING'.
           05  FILLER                      PIC X(10) VALUE 'DEPART'.
           05  FILLER                      PIC X(12) VALUE 'TO SAILING'.
           05  FILLER                      PIC X(10) VALUE 'OPENED'.
           05  FILLER                      PIC X(08) VALUE '  HITS'.
           05  FILLER                      PIC X(05) VALUE 'REOP'.
           05  FILLER                      PIC X(10) VALUE 'ASSIGNED'.
           05  FILLER                      PIC X(35) VALUE 'DETAIL'.

       01  WS-DETAIL-LINE.
           05  WS-D-CASE-TYPE              PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-BOOKING-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-PASSENGER-ID           PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-SAILING-ID             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-DEPART                 PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-BUCKET                 PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-FIRST-SEEN             PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-HITS                   PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-REOPENS                PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-ASSIGNED-TO            PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-DETAIL                 PIC X(35).

       01  WS-BUCKET-HEADING.
           05  FILLER                      PIC X(16) VALUE SPACES.
           05  FILLER                      PIC X(06) VALUE '  OPEN'.
           05  FILLER                      PIC X(10) VALUE
               '  DEPARTED'.
           05  FILLER                      PIC X(10) VALUE
               '  0-7 DAYS'.
           05  FILLER                      PIC X(10) VALUE
               ' 8-30 DAYS'.
           05  FILLER                      PIC X(10) VALUE
               '31-90 DAYS'.
           05  FILLER                      PIC X(10) VALUE
               '   OVER 90'.
           05  FILLER                      PIC X(10) VALUE
               '   NO DATE'.
           05  FILLER                      PIC X(50) VALUE SPACES.

       01  WS-BUCKET-LINE.
           05  WS-BL-LABEL                 PIC X(16).
           05  WS-BL-OPEN                  PIC ZZ,ZZ9.
           05  WS-BL-BUCKET-SLOT OCCURS 6 TIMES.
               10  FILLER                  PIC X(04).
               10  WS-BL-BUCKET            PIC ZZ,ZZ9.
           05  FILLER                      PIC X(50).

       01  WS-TOTAL-LINE-1.
           05  FILLER                      PIC X(20) VALUE
               'CASES READ ........'.
           05  WS-T-RECORDS-READ           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'OPENED TODAY .......'.
           05  WS-T-OPENED                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'REOPENED TODAY .....'.
           05  WS-T-REOPENED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                      PIC X(20) VALUE
               'OPEN CASES ........'.
           05  WS-T-OPEN                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'AUTO-CLOSED TODAY ..'.
           05  WS-T-AUTO-CLOSED            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'CLOSED BY HAND TODAY'.
           05  WS-T-HAND-CLOSED            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

       PROCEDURE DIVISION.

       0000-MAINLINE.

           SORT SORT-WORK
               ON ASCENDING KEY SORT-CASE-TYPE
                                SORT-DEPART-CCYYMMDD
                                SORT-BOOKING-ID
                                SORT-PASSENGER-ID
               USING  CASE-FILE
               GIVING SORTED-CASE-FILE.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.

           PERFORM 2000-PROCESS-CASE    THRU 2000-EXIT
               UNTIL WS-EOF.

           PERFORM 8000-TERMINATE       THRU 8000-EXIT.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - BUCKET CUTOFFS, FILES, HEADINGS, PRIME THE  *
      *  READ                                                          *
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD.
           MOVE WS-TODAY-CCYYMMDD         TO WS-CUTOFF-DATE-N.
           PERFORM 1050-STEP-CUTOFF       THRU 1050-EXIT
               VARYING WS-DAY-COUNT FROM 1 BY 1
               UNTIL WS-DAY-COUNT > 90.

           PERFORM 1060-CLEAR-ONE-BUCKET  THRU 1060-EXIT
               VARYING WS-BUCKET-IX FROM 1 BY 1
               UNTIL WS-BUCKET-IX > 6.

           OPEN INPUT  SORTED-CASE-FILE.
           OPEN OUTPUT AGING-RPT.

           MOVE WS-TODAY-CCYYMMDD         TO WS-H-TODAY.
           WRITE AGING-LINE               FROM WS-HEADING-1.
           WRITE AGING-LINE               FROM WS-HEADING-2.

           PERFORM 1200-READ-CASE         THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1050-STEP-CUTOFF - ONE MORE DAY; KEEP THE 7, 30, AND 90 DAY   *
      *  DATES AS THEY GO BY                                           *
      *----------------------------------------------------------------*
       1050-STEP-CUTOFF.

           PERFORM 1100-ADD-ONE-DAY       THRU 1100-EXIT.

           EVALUATE WS-DAY-COUNT
           WHEN 7
               MOVE WS-CUTOFF-DATE-N      TO WS-CUTOFF-07-CCYYMMDD
           WHEN 30
               MOVE WS-CUTOFF-DATE-N      TO WS-CUTOFF-30-CCYYMMDD
           WHEN 90
               MOVE WS-CUTOFF-DATE-N      TO WS-CUTOFF-90-CCYYMMDD
           END-EVALUATE.

       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1060-CLEAR-ONE-BUCKET - ZERO ONE BUCKET'S BINARY COUNTERS     *
      *----------------------------------------------------------------*
       1060-CLEAR-ONE-BUCKET.

           MOVE ZERO                      TO
               WT-B-TYPE-COUNT (WS-BUCKET-IX).
           MOVE ZERO                      TO
               WT-B-ALL-COUNT (WS-BUCKET-IX).

       1060-EXIT.
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
      *  1200-READ-CASE - READ ONE SORTED CASE RECORD                  *
      *----------------------------------------------------------------*
       1200-READ-CASE.

           READ SORTED-CASE-FILE
               AT END
                   SET WS-EOF             TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-PROCESS-CASE - TODAY'S MOVEMENT COUNTS FOR EVERY CASE;   *
      *  OPEN CASES ARE BUCKETED AND LISTED UNDER THEIR TYPE           *
      *----------------------------------------------------------------*
       2000-PROCESS-CASE.

           IF  SRTCAS-CASE-TYPE NOT = WS-CURRENT-CASE-TYPE
               IF  WS-TYPE-OPEN > ZERO
                   PERFORM 3000-PRINT-TYPE-TOTAL THRU 3000-EXIT
               END-IF
               MOVE SRTCAS-CASE-TYPE      TO WS-CURRENT-CASE-TYPE
           END-IF.

           PERFORM 2100-COUNT-TODAY       THRU 2100-EXIT.

           IF  SRTCAS-OPEN
               PERFORM 2200-AGE-OPEN-CASE THRU 2200-EXIT
           END-IF.

           PERFORM 1200-READ-CASE         THRU 1200-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-COUNT-TODAY - WHAT HAPPENED TO THIS CASE ON TODAY'S RUN  *
      *----------------------------------------------------------------*
       2100-COUNT-TODAY.

           IF  SRTCAS-FIRST-SEEN-CCYYMMDD = WS-TODAY-CCYYMMDD
               ADD 1 TO WS-OPENED-TODAY
           END-IF.

           IF  SRTCAS-OPEN
           AND SRTCAS-REOPENED-CCYYMMDD = WS-TODAY-CCYYMMDD
               ADD 1 TO WS-REOPENED-TODAY
           END-IF.

           IF  SRTCAS-CLOSED
           AND SRTCAS-CLOSED-CCYYMMDD = WS-TODAY-CCYYMMDD
               IF  SRTCAS-CLOSED-MANUAL
                   ADD 1 TO WS-HAND-CLOSED-TODAY
               ELSE
                   ADD 1 TO WS-AUTO-CLOSED-TODAY
               END-IF
           END-IF.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-AGE-OPEN-CASE - BUCKET ONE OPEN CASE BY DAYS TO SAILING  *
      *  AND LIST IT                                                   *
      *----------------------------------------------------------------*
       2200-AGE-OPEN-CASE.

           EVALUATE TRUE
           WHEN SRTCAS-DEPART-CCYYMMDD NOT NUMERIC
           OR   SRTCAS-DEPART-CCYYMMDD = ZERO
               MOVE 6                     TO WS-BUCKET-IX
           WHEN SRTCAS-DEPART-CCYYMMDD < WS-TODAY-CCYYMMDD
               MOVE 1                     TO WS-BUCKET-IX
           WHEN SRTCAS-DEPART-CCYYMMDD <= WS-CUTOFF-07-CCYYMMDD
               MOVE 2                     TO WS-BUCKET-IX
           WHEN SRTCAS-DEPART-CCYYMMDD <= WS-CUTOFF-30-CCYYMMDD
               MOVE 3                     TO WS-BUCKET-IX
           WHEN SRTCAS-DEPART-CCYYMMDD <= WS-CUTOFF-90-CCYYMMDD
               MOVE 4                     TO WS-BUCKET-IX
           WHEN OTHER
               MOVE 5                     TO WS-BUCKET-IX
           END-EVALUATE.

           ADD 1 TO WT-B-TYPE-COUNT (WS-BUCKET-IX).
           ADD 1 TO WT-B-ALL-COUNT (WS-BUCKET-IX).
           ADD 1 TO WS-TYPE-OPEN.
           ADD 1 TO WS-OPEN-LISTED.

           MOVE SRTCAS-CASE-TYPE          TO WS-D-CASE-TYPE.
           MOVE SRTCAS-BOOKING-ID         TO WS-D-BOOKING-ID.
           MOVE SRTCAS-PASSENGER-ID       TO WS-D-PASSENGER-ID.
           MOVE SRTCAS-SAILING-ID         TO WS-D-SAILING-ID.
           MOVE SRTCAS-DEPART-CCYYMMDD    TO WS-D-DEPART.
           MOVE WT-BUCKET-NAME (WS-BUCKET-IX) TO WS-D-BUCKET.
           MOVE SRTCAS-FIRST-SEEN-CCYYMMDD TO WS-D-FIRST-SEEN.
           MOVE SRTCAS-HIT-COUNT          TO WS-D-HITS.
           MOVE SRTCAS-REOPEN-COUNT       TO WS-D-REOPENS.
           MOVE SRTCAS-ASSIGNED-TO        TO WS-D-ASSIGNED-TO.
           MOVE SRTCAS-DETAIL-TEXT        TO WS-D-DETAIL.

           WRITE AGING-LINE               FROM WS-DETAIL-LINE.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-PRINT-TYPE-TOTAL - ONE TYPE'S OPEN CASES BY BUCKET, THEN *
      *  CLEAR THE TYPE COUNTS FOR THE NEXT TYPE                       *
      *----------------------------------------------------------------*
       3000-PRINT-TYPE-TOTAL.

           MOVE SPACES                    TO WS-BUCKET-LINE.
           STRING 'TYPE '                 DELIMITED BY SIZE
                  WS-CURRENT-CASE-TYPE    DELIMITED BY SIZE
                  INTO WS-BL-LABEL.
           MOVE WS-TYPE-OPEN              TO WS-BL-OPEN.
           PERFORM 3100-MOVE-TYPE-BUCKET  THRU 3100-EXIT
               VARYING WS-BUCKET-IX FROM 1 BY 1
               UNTIL WS-BUCKET-IX > 6.

           WRITE AGING-LINE               FROM WS-BLANK-LINE.
           WRITE AGING-LINE               FROM WS-BUCKET-HEADING.
           WRITE AGING-LINE               FROM WS-BUCKET-LINE.
           WRITE AGING-LINE               FROM WS-BLANK-LINE.

           MOVE ZERO                      TO WS-TYPE-OPEN.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3100-MOVE-TYPE-BUCKET - ONE BUCKET OF THE TYPE LINE           *
      *----------------------------------------------------------------*
       3100-MOVE-TYPE-BUCKET.

           MOVE WT-B-TYPE-COUNT (WS-BUCKET-IX) TO
               WS-BL-BUCKET (WS-BUCKET-IX).
           MOVE ZERO                      TO
               WT-B-TYPE-COUNT (WS-BUCKET-IX).

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3200-MOVE-ALL-BUCKET - ONE BUCKET OF THE ALL-TYPES LINE       *
      *----------------------------------------------------------------*
       3200-MOVE-ALL-BUCKET.

           MOVE WT-B-ALL-COUNT (WS-BUCKET-IX) TO
               WS-BL-BUCKET (WS-BUCKET-IX).

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - LAST TYPE, ALL-TYPES BUCKETS, TODAY'S        *
      *  MOVEMENT, RUN CONTROL                                         *
      *----------------------------------------------------------------*
       8000-TERMINATE.

           IF  WS-TYPE-OPEN > ZERO
               PERFORM 3000-PRINT-TYPE-TOTAL THRU 3000-EXIT
           END-IF.

           MOVE SPACES                     TO WS-BUCKET-LINE.
           MOVE 'ALL TYPES'                TO WS-BL-LABEL.
           MOVE WS-OPEN-LISTED             TO WS-BL-OPEN.
           PERFORM 3200-MOVE-ALL-BUCKET    THRU 3200-EXIT
               VARYING WS-BUCKET-IX FROM 1 BY 1
               UNTIL WS-BUCKET-IX > 6.

           WRITE AGING-LINE                FROM WS-BLANK-LINE.
           WRITE AGING-LINE                FROM WS-BUCKET-HEADING.
           WRITE AGING-LINE                FROM WS-BUCKET-LINE.

           WRITE AGING-LINE                FROM WS-BLANK-LINE.
           MOVE WS-RECORDS-READ            TO WS-T-RECORDS-READ.
           MOVE WS-OPENED-TODAY            TO WS-T-OPENED.
           MOVE WS-REOPENED-TODAY          TO WS-T-REOPENED.
           WRITE AGING-LINE                FROM WS-TOTAL-LINE-1.

           MOVE WS-OPEN-LISTED             TO WS-T-OPEN.
           MOVE WS-AUTO-CLOSED-TODAY       TO WS-T-AUTO-CLOSED.
           MOVE WS-HAND-CLOSED-TODAY       TO WS-T-HAND-CLOSED.
           WRITE AGING-LINE                FROM WS-TOTAL-LINE-2.

           PERFORM 9000-WRITE-RUN-CONTROL THRU 9000-EXIT.

           CLOSE SORTED-CASE-FILE.
           CLOSE AGING-RPT.

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
           MOVE 'CSAGCAGE'                TO CSRUNC-JOB-NAME.
           MOVE WS-RUN-CCYYMMDD           TO CSRUNC-RUN-CCYYMMDD.
           MOVE WS-RUN-HHMMSS-KEEP        TO CSRUNC-RUN-HHMMSS.
           MOVE WS-RECORDS-READ           TO CSRUNC-RECORDS-READ.
           MOVE ZERO                      TO CSRUNC-RECORDS-WRITTEN.
           MOVE WS-OPEN-LISTED            TO CSRUNC-EXCEPTIONS.
           MOVE '0000'                    TO CSRUNC-RETURN-STATUS.

           WRITE CSRUNC-RECORD.

           CLOSE RUN-LOG.

       9000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
