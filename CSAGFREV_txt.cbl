      ******************************************************************
      *                                                                *
      *                         "CSAGFREV"                             *
      *     AGE-BAND CROSSING REVENUE-IMPACT REPORT                    *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGFREV.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  PUTS A VALUE ON EVERY AGE-BAND CROSSING SO REVENUE            *
      *  MANAGEMENT CAN SEE WHAT DATE CHANGES, BIRTH-DATE CORRECTIONS  *
      *  AND FINAL-PAYMENT CROSSINGS ARE WORTH, NOT JUST HOW MANY      *
      *  THERE WERE.  RUN PERIODICALLY (FINANCE ASKS QUARTERLY) OVER   *
      *  THE ACCUMULATED CROSSING FILES, ONE CAUSE PER INPUT:          *
      *                                                                *
      *    D - DATE CHANGE: CSAGREPR'S REPRICING FEED (CSAGRPRC),      *
      *        THE CROSSINGS CSAGMASS CAUSED BY MOVING A SAILING       *
      *    B - BIRTH-DATE CORRECTION: CSAGBAPL'S AGE HISTORY           *
      *        (CSAGHIST).  THE BANDS ARE RE-DERIVED HERE AS CSAGREPR  *
      *        DOES FOR CSAGMASS, WITH THE AGEBANDS CUTOFFS IN FORCE   *
      *        ON THE DAY OF THE CORRECTION; A CORRECTION THAT LEFT    *
      *        THE BAND ALONE IS SKIPPED                               *
      *    F - FINAL PAYMENT: CSAGFPAY'S CROSSING FILE (CSAGRPRC),     *
      *        BAND AT FINAL PAYMENT TO BAND AT SAILING.  CSAGFPAY     *
      *        WRITES THE SAME CROSSER EVERY NIGHT UNTIL IT SAILS, SO  *
      *        ONLY THE FIRST ONE IN THE PERIOD IS COUNTED             *
      *                                                                *
      *  EACH CROSSING IS PRICED FROM THE FAREDIFF FILE (CSAGFDIF) AS  *
      *  THE NEW BAND'S DIFFERENTIAL LESS THE OLD BAND'S, BOTH TAKEN   *
      *  FOR THE BRAND AND ITINERARY (ELSE THE BRAND DEFAULT) IN FORCE *
      *  ON THE DATE OF THE CROSSING.  A POSITIVE VALUE IS REVENUE     *
      *  GAINED, A NEGATIVE ONE REVENUE LOST.  A CROSSING WITH EITHER  *
      *  BAND UNPRICED -- OR WITH NO BRAND, AS ON HISTORY WRITTEN      *
      *  BEFORE THE BRAND WAS CARRIED -- IS COUNTED AS UNPRICED.       *
      *                                                                *
      *  ALL CROSSINGS ARE SORTED BY SAILING AND TOTALLED BY SAILING,  *
      *  THEN BY BRAND AND BY CAUSE.  AN OPTIONAL FREVCARD LIMITS THE  *
      *  RUN TO CROSSINGS DATED IN A PERIOD (FROM AND TO CCYYMMDD; A   *
      *  ZERO TO-DATE IS OPEN-ENDED); WITH NO CARD EVERY CROSSING ON   *
      *  THE INPUTS IS REPORTED.                                       *
      *                                                                *
      *  INPUT:   PERIOD-CARD      - OPTIONAL FROM/TO PERIOD CARD      *
      *           REPRICE-FILE     - DATE-CHANGE CROSSINGS (CSAGRPRC)  *
      *           CORR-HISTORY-FILE - CSAGBAPL AGE HISTORY (CSAGHIST)  *
      *           FPAY-XING-FILE   - FINAL-PAYMENT CROSSINGS (CSAGRPRC)*
      *           FARE-DIFF-FILE   - FARE DIFFERENTIALS (CSAGFDIF KSDS)*
      *  OUTPUT:  SORTED-XING-FILE - CROSSINGS IN SAILING ORDER        *
      *           REVENUE-RPT      - REVENUE-IMPACT REPORT             *
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
           SELECT OPTIONAL PERIOD-CARD ASSIGN TO FREVCARD
                  ORGANIZATION IS SEQUENTIAL.

           SELECT REPRICE-FILE      ASSIGN TO REPRICE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CORR-HISTORY-FILE ASSIGN TO CORRHIST
                  ORGANIZATION IS SEQUENTIAL.

           SELECT FPAY-XING-FILE    ASSIGN TO FPAYXING
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL FARE-DIFF-FILE ASSIGN TO FAREDIFF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CSFDIF-KEY
                  FILE STATUS IS WS-DIFF-STATUS.

           SELECT SORT-WORK         ASSIGN TO SORTWK01.

           SELECT SORTED-XING-FILE  ASSIGN TO SRTXING
                  ORGANIZATION IS SEQUENTIAL.

           SELECT REVENUE-RPT       ASSIGN TO FREVRPT
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  PERIOD-CARD
           RECORDING MODE IS F.
       01  PC-RECORD.
           05  PC-FROM-CCYYMMDD            PIC 9(08).
           05  PC-TO-CCYYMMDD              PIC 9(08).
           05  FILLER                      PIC X(64).

       FD  REPRICE-FILE
           RECORDING MODE IS F.
           COPY CSAGRPRC.

       FD  CORR-HISTORY-FILE
           RECORDING MODE IS F.
           COPY CSAGHIST.

       FD  FPAY-XING-FILE
           RECORDING MODE IS F.
           COPY CSAGRPRC REPLACING LEADING ==CSREPR-== BY ==FPXING-==.

       FD  FARE-DIFF-FILE.
           COPY CSAGFDIF.

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SORT-SAILING-ID             PIC X(08).
           05  SORT-CAUSE-CODE             PIC X(01).
           05  SORT-BOOKING-ID             PIC X(10).
           05  SORT-PASSENGER-ID           PIC X(10).
           05  SORT-EVENT-CCYYMMDD         PIC 9(08).
           05  SORT-BRAND-CODE             PIC X(03).
           05  SORT-ITINERARY-CODE         PIC X(06).
           05  SORT-OLD-AGE-BAND           PIC X(01).
           05  SORT-NEW-AGE-BAND           PIC X(01).

       FD  SORTED-XING-FILE
           RECORDING MODE IS F.
       01  SRTX-RECORD.
           05  SRTX-XING-KEY.
               10  SRTX-SAILING-ID         PIC X(08).
               10  SRTX-CAUSE-CODE         PIC X(01).
                   88  SRTX-CAUSE-FINAL-PMT     VALUE 'F'.
               10  SRTX-BOOKING-ID         PIC X(10).
               10  SRTX-PASSENGER-ID       PIC X(10).
           05  SRTX-EVENT-CCYYMMDD         PIC 9(08).
           05  SRTX-BRAND-CODE             PIC X(03).
           05  SRTX-ITINERARY-CODE         PIC X(06).
           05  SRTX-OLD-AGE-BAND           PIC X(01).
           05  SRTX-NEW-AGE-BAND           PIC X(01).

       FD  REVENUE-RPT
           RECORDING MODE IS F.
       01  REVENUE-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.
           05  WS-INPUT-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-INPUT-EOF                 VALUE 'Y'.
           05  WS-DIFF-OPEN-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-DIFF-FILE-OPEN            VALUE 'Y'.
           05  WS-DIFF-FOUND-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-DIFF-FOUND                VALUE 'Y'.
           05  WS-DIFF-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-DIFF-EOF                  VALUE 'Y'.
           05  WS-FIRST-SAILING-SWITCH     PIC X(01) VALUE 'Y'.
               88  WS-FIRST-SAILING             VALUE 'Y'.

       01  WS-DIFF-STATUS                  PIC X(02).
           88  WS-DIFF-OK                      VALUE '00'.

       77  WC-CSAGBNDF                     PIC X(08) VALUE 'CSAGBNDF'.
       77  WC-MAX-BRANDS                   PIC 9(03) COMP VALUE 50.

       77  WS-REPRICE-READ                 PIC 9(07) COMP VALUE ZERO.
       77  WS-CORRECTIONS-READ             PIC 9(07) COMP VALUE ZERO.
       77  WS-FPAY-READ                    PIC 9(07) COMP VALUE ZERO.
       77  WS-OUT-OF-PERIOD                PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-BAND-CHANGE               PIC 9(07) COMP VALUE ZERO.
       77  WS-FPAY-REPEATS                 PIC 9(07) COMP VALUE ZERO.
       77  WS-BRANDS-NOT-LISTED            PIC 9(07) COMP VALUE ZERO.
       77  WS-BRAND-COUNT                  PIC 9(03) COMP VALUE ZERO.
       77  WS-BRAND-IX                     PIC 9(03) COMP VALUE ZERO.
       77  WS-BRAND-FOUND-IX               PIC 9(03) COMP VALUE ZERO.
       77  WS-CAUSE-IX                     PIC 9(03) COMP VALUE ZERO.

       77  WS-TODAY-CCYYMMDD               PIC 9(08) VALUE ZERO.
       77  WS-FROM-CCYYMMDD                PIC 9(08) VALUE ZERO.
       77  WS-TO-CCYYMMDD                  PIC 9(08) VALUE 99999999.
       77  WS-EVENT-CCYYMMDD               PIC 9(08) VALUE ZERO.
       77  WS-LAST-CUTOFF-CCYYMMDD         PIC 9(08) VALUE ZERO.
       77  WS-BAND-WORK-AGE                PIC 9(03) VALUE ZERO.
       77  WS-BAND-WORK-BAND               PIC X(01) VALUE SPACE.
       77  WS-OLD-BAND                     PIC X(01) VALUE SPACE.
       77  WS-NEW-BAND                     PIC X(01) VALUE SPACE.
       77  WS-FIND-BAND                    PIC X(01) VALUE SPACE.
       77  WS-MATCH-ITINERARY              PIC X(06) VALUE SPACES.
       77  WS-CURR-SAILING-ID              PIC X(08) VALUE SPACES.
       77  WS-CURR-BRAND-CODE              PIC X(03) VALUE SPACES.
       77  WS-PREV-XING-KEY                PIC X(29) VALUE SPACES.

       77  WS-DIFF-AMOUNT                  PIC S9(05)V99 COMP-3
                                                        VALUE ZERO.
       77  WS-OLD-AMOUNT                   PIC S9(05)V99 COMP-3
                                                        VALUE ZERO.
       77  WS-NEW-AMOUNT                   PIC S9(05)V99 COMP-3
                                                        VALUE ZERO.
       77  WS-MOVE-VALUE                   PIC S9(07)V99 COMP-3
                                                        VALUE ZERO.
       77  WS-PRICED-SWITCH                PIC X(01) VALUE 'N'.
           88  WS-XING-PRICED                  VALUE 'Y'.

      *  AGEBANDS CUTOFFS IN FORCE ON THE CURRENT CORRECTION'S DATE,
      *  FETCHED ONCE PER DISTINCT DATE (1760-GET-BAND-CUTOFFS)
       01  WS-EFF-CUTOFFS.
           05  WS-EFF-INFANT-MAX           PIC 9(03) VALUE ZERO.
           05  WS-EFF-CHILD-MAX            PIC 9(03) VALUE ZERO.
           05  WS-EFF-TEEN-MAX             PIC 9(03) VALUE ZERO.
           05  WS-EFF-ADULT-MAX            PIC 9(03) VALUE ZERO.

           COPY CSAGBNDP.

      ******************************************************************
      *  ACCUMULATORS.  EVERY LEVEL (SAILING, BRAND, CAUSE, ALL) HAS   *
      *  THE SAME SHAPE SO ANY OF THEM CAN BE MOVED TO WS-PRINT-ACCUM  *
      *  AND PRINTED BY 8500-PRINT-AMOUNT-LINE.  LOST IS KEPT AS A     *
      *  POSITIVE AMOUNT; NET IS GAINED LESS LOST.                     *
      ******************************************************************

       01  WS-PRINT-ACCUM.
           05  WS-P-CROSSINGS              PIC 9(07) COMP.
           05  WS-P-UNPRICED               PIC 9(07) COMP.
           05  WS-P-GAINED                 PIC S9(11)V99 COMP-3.
           05  WS-P-LOST                   PIC S9(11)V99 COMP-3.

       01  WS-SAIL-ACCUM.
           05  WS-SA-CROSSINGS             PIC 9(07) COMP.
           05  WS-SA-UNPRICED              PIC 9(07) COMP.
           05  WS-SA-GAINED                PIC S9(11)V99 COMP-3.
           05  WS-SA-LOST                  PIC S9(11)V99 COMP-3.

       01  WS-GRAND-ACCUM.
           05  WS-GA-CROSSINGS             PIC 9(07) COMP.
           05  WS-GA-UNPRICED              PIC 9(07) COMP.
           05  WS-GA-GAINED                PIC S9(11)V99 COMP-3.
           05  WS-GA-LOST                  PIC S9(11)V99 COMP-3.

       01  WS-NET-AMOUNT                   PIC S9(11)V99 COMP-3.

       01  WT-BRAND-TABLE.
           05  WT-BRAND-ENTRY OCCURS 50 TIMES.
               10  WT-BRAND-CODE           PIC X(03).
               10  WT-BRAND-ACCUM.
                   15  WT-BR-CROSSINGS     PIC 9(07) COMP.
                   15  WT-BR-UNPRICED      PIC 9(07) COMP.
                   15  WT-BR-GAINED        PIC S9(11)V99 COMP-3.
                   15  WT-BR-LOST          PIC S9(11)V99 COMP-3.

       01  WC-CAUSE-VALUES.
           05  FILLER                      PIC X(25) VALUE
               'DDATE CHANGE             '.
           05  FILLER                      PIC X(25) VALUE
               'BBIRTH-DATE CORRECTION   '.
           05  FILLER                      PIC X(25) VALUE
               'FFINAL-PAYMENT CROSSING  '.
       01  WC-CAUSE-TABLE REDEFINES WC-CAUSE-VALUES.
           05  WC-CAUSE-ENTRY OCCURS 3 TIMES.
               10  WC-CAUSE-CODE           PIC X(01).
               10  WC-CAUSE-NAME           PIC X(24).

       01  WT-CAUSE-TABLE.
           05  WT-CAUSE-ENTRY OCCURS 3 TIMES.
               10  WT-CAUSE-ACCUM.
                   15  WT-CA-CROSSINGS     PIC 9(07) COMP.
                   15  WT-CA-UNPRICED      PIC 9(07) COMP.
                   15  WT-CA-GAINED        PIC S9(11)V99 COMP-3.
                   15  WT-CA-LOST          PIC S9(11)V99 COMP-3.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               'CSAGFREV - AGE-BAND REVENUE IMPACT          '.
           05  FILLER                      PIC X(07) VALUE 'PERIOD '.
           05  WS-H-FROM                   PIC 9(08).
           05  FILLER                      PIC X(04) VALUE ' TO '.
           05  WS-H-TO                     PIC 9(08).
           05  FILLER                      PIC X(13) VALUE
               '    RUN DATE '.
           05  WS-H-RUN-DATE               PIC 9(08).
           05  FILLER                      PIC X(40) VALUE SPACES.

       01  WS-SECTION-HEADING.
           05  WS-SH-TITLE                 PIC X(44).
           05  FILLER                      PIC X(88) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  WS-CH-LABEL                 PIC X(24).
           05  FILLER                      PIC X(12) VALUE
               '   CROSSINGS'.
           05  FILLER                      PIC X(10) VALUE
               '  UNPRICED'.
           05  FILLER                      PIC X(20) VALUE
               '              GAINED'.
           05  FILLER                      PIC X(20) VALUE
               '                LOST'.
           05  FILLER                      PIC X(21) VALUE
               '                 NET '.
           05  FILLER                      PIC X(25) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  WS-A-LABEL                  PIC X(24).
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  WS-A-CROSSINGS              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-A-UNPRICED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-A-GAINED                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-A-LOST                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-A-NET                    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(25) VALUE SPACES.

       01  WS-SAILING-LABEL.
           05  WS-SL-SAILING-ID            PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SL-BRAND-CODE            PIC X(03).
           05  FILLER                      PIC X(11) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                      PIC X(20) VALUE
               'DATE-CHANGE RECS ...'.
           05  WS-T-REPRICE-READ           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'CORRECTION RECS ....'.
           05  WS-T-CORRECTIONS-READ       PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'FINAL-PMT RECS .....'.
           05  WS-T-FPAY-READ              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                      PIC X(20) VALUE
               'OUT OF PERIOD ......'.
           05  WS-T-OUT-OF-PERIOD          PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'NO BAND CHANGE .....'.
           05  WS-T-NO-BAND-CHANGE         PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'FINAL-PMT REPEATS ..'.
           05  WS-T-FPAY-REPEATS           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                      PIC X(20) VALUE
               'BRANDS NOT LISTED ..'.
           05  WS-T-BRANDS-NOT-LISTED      PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(105) VALUE SPACES.

       01  WS-NO-DIFF-LINE.
           05  FILLER                      PIC X(30) VALUE
               '*** FAREDIFF FILE NOT AVAILABL'.
           05  FILLER                      PIC X(30) VALUE
               'E - NO CROSSING PRICED ***    '.
           05  FILLER                      PIC X(72) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1100-READ-PERIOD-CARD THRU 1100-EXIT.

           SORT SORT-WORK
               ON ASCENDING KEY SORT-SAILING-ID
                                SORT-CAUSE-CODE
                                SORT-BOOKING-ID
                                SORT-PASSENGER-ID
                                SORT-EVENT-CCYYMMDD
               INPUT PROCEDURE 1500-BUILD-SORT-FILE THRU 1500-EXIT
               GIVING SORTED-XING-FILE.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.

           PERFORM 2000-PROCESS-XING    THRU 2000-EXIT
               UNTIL WS-EOF.

           PERFORM 8000-TERMINATE       THRU 8000-EXIT.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - OPEN FILES, WRITE HEADING, CLEAR THE        *
      *  ACCUMULATORS, PRIME THE READ                                  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           OPEN INPUT  SORTED-XING-FILE.
           OPEN OUTPUT REVENUE-RPT.

           OPEN INPUT  FARE-DIFF-FILE.
           IF  WS-DIFF-OK
               SET WS-DIFF-FILE-OPEN      TO TRUE
           END-IF.

           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD.
           MOVE WS-FROM-CCYYMMDD          TO WS-H-FROM.
           MOVE WS-TO-CCYYMMDD            TO WS-H-TO.
           MOVE WS-TODAY-CCYYMMDD         TO WS-H-RUN-DATE.
           WRITE REVENUE-LINE             FROM WS-HEADING-1.
           WRITE REVENUE-LINE             FROM WS-BLANK-LINE.

           IF  NOT WS-DIFF-FILE-OPEN
               WRITE REVENUE-LINE         FROM WS-NO-DIFF-LINE
               WRITE REVENUE-LINE         FROM WS-BLANK-LINE
           END-IF.

           MOVE 'REVENUE IMPACT BY SAILING' TO WS-SH-TITLE.
           WRITE REVENUE-LINE             FROM WS-SECTION-HEADING.
           MOVE 'SAILING   BRAND'         TO WS-CH-LABEL.
           WRITE REVENUE-LINE             FROM WS-COLUMN-HEADING.

           PERFORM 1050-CLEAR-PRINT-ACCUM THRU 1050-EXIT.
           MOVE WS-PRINT-ACCUM            TO WS-SAIL-ACCUM.
           MOVE WS-PRINT-ACCUM            TO WS-GRAND-ACCUM.
           PERFORM 1060-CLEAR-CAUSE       THRU 1060-EXIT
               VARYING WS-CAUSE-IX FROM 1 BY 1
               UNTIL WS-CAUSE-IX > 3.

           PERFORM 1200-READ-SORTED       THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1050-CLEAR-PRINT-ACCUM - ZERO THE PRINT ACCUMULATOR, WHICH    *
      *  THEN SERVES AS THE ZERO IMAGE FOR EVERY OTHER LEVEL           *
      *----------------------------------------------------------------*
       1050-CLEAR-PRINT-ACCUM.

           MOVE ZERO                      TO WS-P-CROSSINGS.
           MOVE ZERO                      TO WS-P-UNPRICED.
           MOVE ZERO                      TO WS-P-GAINED.
           MOVE ZERO                      TO WS-P-LOST.

       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1060-CLEAR-CAUSE - ZERO ONE CAUSE SLOT                        *
      *----------------------------------------------------------------*
       1060-CLEAR-CAUSE.

           MOVE WS-PRINT-ACCUM            TO
               WT-CAUSE-ACCUM (WS-CAUSE-IX).

       1060-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1100-READ-PERIOD-CARD - NO CARD IS EVERY CROSSING ON THE      *
      *  INPUTS; A ZERO OR BLANK TO-DATE IS OPEN-ENDED                 *
      *----------------------------------------------------------------*
       1100-READ-PERIOD-CARD.

           OPEN INPUT PERIOD-CARD.
           READ PERIOD-CARD
               NOT AT END
                   IF  PC-FROM-CCYYMMDD NUMERIC
                       MOVE PC-FROM-CCYYMMDD TO WS-FROM-CCYYMMDD
                   END-IF
                   IF  PC-TO-CCYYMMDD NUMERIC
                   AND PC-TO-CCYYMMDD > ZERO
                       MOVE PC-TO-CCYYMMDD TO WS-TO-CCYYMMDD
                   END-IF
           END-READ.
           CLOSE PERIOD-CARD.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1200-READ-SORTED - READ ONE SORTED CROSSING                   *
      *----------------------------------------------------------------*
       1200-READ-SORTED.

           READ SORTED-XING-FILE
               AT END
                   SET WS-EOF             TO TRUE
           END-READ.

       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1500-BUILD-SORT-FILE - SORT INPUT PROCEDURE: RELEASE EVERY    *
      *  CROSSING IN THE PERIOD FROM THE THREE INPUTS, TAGGED WITH     *
      *  ITS CAUSE                                                     *
      *----------------------------------------------------------------*
       1500-BUILD-SORT-FILE.

           OPEN INPUT  REPRICE-FILE.
           MOVE 'N'                       TO WS-INPUT-EOF-SWITCH.
           PERFORM 1600-RELEASE-REPRICE   THRU 1600-EXIT
               UNTIL WS-INPUT-EOF.
           CLOSE REPRICE-FILE.

           OPEN INPUT  CORR-HISTORY-FILE.
           MOVE 'N'                       TO WS-INPUT-EOF-SWITCH.
           PERFORM 1700-RELEASE-CORRECTION THRU 1700-EXIT
               UNTIL WS-INPUT-EOF.
           CLOSE CORR-HISTORY-FILE.

           OPEN INPUT  FPAY-XING-FILE.
           MOVE 'N'                       TO WS-INPUT-EOF-SWITCH.
           PERFORM 1800-RELEASE-FINAL-PMT THRU 1800-EXIT
               UNTIL WS-INPUT-EOF.
           CLOSE FPAY-XING-FILE.

       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1600-RELEASE-REPRICE - ONE DATE-CHANGE CROSSING               *
      *----------------------------------------------------------------*
       1600-RELEASE-REPRICE.

           READ REPRICE-FILE
               AT END
                   SET WS-INPUT-EOF       TO TRUE
                   GO TO 1600-EXIT
           END-READ.

           ADD 1 TO WS-REPRICE-READ.

           MOVE CSREPR-RECALC-CCYYMMDD    TO WS-EVENT-CCYYMMDD.
           IF  WS-EVENT-CCYYMMDD < WS-FROM-CCYYMMDD
           OR  WS-EVENT-CCYYMMDD > WS-TO-CCYYMMDD
               ADD 1 TO WS-OUT-OF-PERIOD
               GO TO 1600-EXIT
           END-IF.

           MOVE CSREPR-SAILING-ID         TO SORT-SAILING-ID.
           MOVE 'D'                       TO SORT-CAUSE-CODE.
           MOVE CSREPR-BOOKING-ID         TO SORT-BOOKING-ID.
           MOVE CSREPR-PASSENGER-ID       TO SORT-PASSENGER-ID.
           MOVE WS-EVENT-CCYYMMDD         TO SORT-EVENT-CCYYMMDD.
           MOVE CSREPR-BRAND-CODE         TO SORT-BRAND-CODE.
           MOVE CSREPR-ITINERARY-CODE     TO SORT-ITINERARY-CODE.
           MOVE CSREPR-OLD-AGE-BAND       TO SORT-OLD-AGE-BAND.
           MOVE CSREPR-NEW-AGE-BAND       TO SORT-NEW-AGE-BAND.
           RELEASE SORT-RECORD.

       1600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1700-RELEASE-CORRECTION - ONE BIRTH-DATE CORRECTION; BANDS    *
      *  DERIVED AS CSAGREPR DOES, AND RELEASED ONLY IF THEY DIFFER    *
      *----------------------------------------------------------------*
       1700-RELEASE-CORRECTION.

           READ CORR-HISTORY-FILE
               AT END
                   SET WS-INPUT-EOF       TO TRUE
                   GO TO 1700-EXIT
           END-READ.

           ADD 1 TO WS-CORRECTIONS-READ.

           MOVE AGEHIST-CALC-CCYYMMDD     TO WS-EVENT-CCYYMMDD.
           IF  WS-EVENT-CCYYMMDD < WS-FROM-CCYYMMDD
           OR  WS-EVENT-CCYYMMDD > WS-TO-CCYYMMDD
               ADD 1 TO WS-OUT-OF-PERIOD
               GO TO 1700-EXIT
           END-IF.

           PERFORM 1760-GET-BAND-CUTOFFS  THRU 1760-EXIT.

           MOVE AGEHIST-OLD-AGE-YEARS     TO WS-BAND-WORK-AGE.
           PERFORM 1750-DERIVE-BAND       THRU 1750-EXIT.
           MOVE WS-BAND-WORK-BAND         TO WS-OLD-BAND.

           IF  AGEHIST-NEW-AGE-BAND > SPACES
               MOVE AGEHIST-NEW-AGE-BAND  TO WS-NEW-BAND
           ELSE
               MOVE AGEHIST-NEW-AGE-YEARS TO WS-BAND-WORK-AGE
               PERFORM 1750-DERIVE-BAND   THRU 1750-EXIT
               MOVE WS-BAND-WORK-BAND     TO WS-NEW-BAND
           END-IF.

           IF  WS-OLD-BAND = WS-NEW-BAND
               ADD 1 TO WS-NO-BAND-CHANGE
               GO TO 1700-EXIT
           END-IF.

           MOVE AGEHIST-SAILING-ID        TO SORT-SAILING-ID.
           MOVE 'B'                       TO SORT-CAUSE-CODE.
           MOVE AGEHIST-BOOKING-ID        TO SORT-BOOKING-ID.
           MOVE AGEHIST-PASSENGER-ID      TO SORT-PASSENGER-ID.
           MOVE WS-EVENT-CCYYMMDD         TO SORT-EVENT-CCYYMMDD.
           MOVE AGEHIST-BRAND-CODE        TO SORT-BRAND-CODE.
           MOVE AGEHIST-ITINERARY-CODE    TO SORT-ITINERARY-CODE.
           MOVE WS-OLD-BAND               TO SORT-OLD-AGE-BAND.
           MOVE WS-NEW-BAND               TO SORT-NEW-AGE-BAND.
           RELEASE SORT-RECORD.

       1700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1750-DERIVE-BAND - BAND FOR WS-BAND-WORK-AGE USING THE SAME   *
      *                     CUTOFFS AS CSAGECAL (COPYBOOK CSAGBAND)    *
      *----------------------------------------------------------------*
       1750-DERIVE-BAND.

           EVALUATE TRUE
           WHEN WS-BAND-WORK-AGE <= WS-EFF-INFANT-MAX
               MOVE 'I'                   TO WS-BAND-WORK-BAND
           WHEN WS-BAND-WORK-AGE <= WS-EFF-CHILD-MAX
               MOVE 'C'                   TO WS-BAND-WORK-BAND
           WHEN WS-BAND-WORK-AGE <= WS-EFF-TEEN-MAX
               MOVE 'T'                   TO WS-BAND-WORK-BAND
           WHEN WS-BAND-WORK-AGE <= WS-EFF-ADULT-MAX
               MOVE 'A'                   TO WS-BAND-WORK-BAND
           WHEN OTHER
               MOVE 'S'                   TO WS-BAND-WORK-BAND
           END-EVALUATE.

       1750-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1760-GET-BAND-CUTOFFS - THE AGEBANDS CUTOFFS IN FORCE ON THE  *
      *  CORRECTION'S DATE, KEPT UNTIL THE DATE CHANGES; CSAGBNDF      *
      *  RETURNS THE COMPILED CSAGBAND VALUES WHEN NO RECORD QUALIFIES *
      *----------------------------------------------------------------*
       1760-GET-BAND-CUTOFFS.

           IF  WS-EVENT-CCYYMMDD = WS-LAST-CUTOFF-CCYYMMDD
               GO TO 1760-EXIT
           END-IF.

           MOVE WS-EVENT-CCYYMMDD         TO WS-LAST-CUTOFF-CCYYMMDD.
           MOVE WS-EVENT-CCYYMMDD         TO
               CSAGBNDP-I-LOOKUP-CCYYMMDD.
           CALL WC-CSAGBNDF               USING CSAGBNDP-PARMS.
           MOVE CSAGBNDP-O-INFANT-MAX     TO WS-EFF-INFANT-MAX.
           MOVE CSAGBNDP-O-CHILD-MAX      TO WS-EFF-CHILD-MAX.
           MOVE CSAGBNDP-O-TEEN-MAX       TO WS-EFF-TEEN-MAX.
           MOVE CSAGBNDP-O-ADULT-MAX      TO WS-EFF-ADULT-MAX.

       1760-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1800-RELEASE-FINAL-PMT - ONE FINAL-PAYMENT CROSSING           *
      *----------------------------------------------------------------*
       1800-RELEASE-FINAL-PMT.

           READ FPAY-XING-FILE
               AT END
                   SET WS-INPUT-EOF       TO TRUE
                   GO TO 1800-EXIT
           END-READ.

           ADD 1 TO WS-FPAY-READ.

           MOVE FPXING-RECALC-CCYYMMDD    TO WS-EVENT-CCYYMMDD.
           IF  WS-EVENT-CCYYMMDD < WS-FROM-CCYYMMDD
           OR  WS-EVENT-CCYYMMDD > WS-TO-CCYYMMDD
               ADD 1 TO WS-OUT-OF-PERIOD
               GO TO 1800-EXIT
           END-IF.

           MOVE FPXING-SAILING-ID         TO SORT-SAILING-ID.
           MOVE 'F'                       TO SORT-CAUSE-CODE.
           MOVE FPXING-BOOKING-ID         TO SORT-BOOKING-ID.
           MOVE FPXING-PASSENGER-ID       TO SORT-PASSENGER-ID.
           MOVE WS-EVENT-CCYYMMDD         TO SORT-EVENT-CCYYMMDD.
           MOVE FPXING-BRAND-CODE         TO SORT-BRAND-CODE.
           MOVE FPXING-ITINERARY-CODE     TO SORT-ITINERARY-CODE.
           MOVE FPXING-OLD-AGE-BAND       TO SORT-OLD-AGE-BAND.
           MOVE FPXING-NEW-AGE-BAND       TO SORT-NEW-AGE-BAND.
           RELEASE SORT-RECORD.

       1800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-PROCESS-XING - ONE SORTED CROSSING: BREAK ON SAILING,    *
      *  DROP FINAL-PAYMENT REPEATS, PRICE AND POST THE REST           *
      *----------------------------------------------------------------*
       2000-PROCESS-XING.

           IF  SRTX-SAILING-ID NOT = WS-CURR-SAILING-ID
           OR  WS-FIRST-SAILING
               PERFORM 3000-SAILING-BREAK THRU 3000-EXIT
           END-IF.

           IF  SRTX-CAUSE-FINAL-PMT
           AND SRTX-XING-KEY = WS-PREV-XING-KEY
               ADD 1 TO WS-FPAY-REPEATS
               GO TO 2000-READ-NEXT
           END-IF.

           MOVE SRTX-XING-KEY             TO WS-PREV-XING-KEY.

           PERFORM 2100-PRICE-XING        THRU 2100-EXIT.

           PERFORM 2400-POST-XING         THRU 2400-EXIT.

       2000-READ-NEXT.

           PERFORM 1200-READ-SORTED       THRU 1200-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-PRICE-XING - NEW BAND'S DIFFERENTIAL LESS THE OLD BAND'S *
      *  IN FORCE ON THE CROSSING DATE; UNPRICED IF EITHER IS MISSING  *
      *----------------------------------------------------------------*
       2100-PRICE-XING.

           MOVE 'N'                       TO WS-PRICED-SWITCH.
           MOVE ZERO                      TO WS-MOVE-VALUE.

           IF  NOT WS-DIFF-FILE-OPEN
           OR  SRTX-BRAND-CODE = SPACES
               GO TO 2100-EXIT
           END-IF.

           MOVE SRTX-OLD-AGE-BAND         TO WS-FIND-BAND.
           PERFORM 2200-FIND-DIFF         THRU 2200-EXIT.
           IF  NOT WS-DIFF-FOUND
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-DIFF-AMOUNT            TO WS-OLD-AMOUNT.

           MOVE SRTX-NEW-AGE-BAND         TO WS-FIND-BAND.
           PERFORM 2200-FIND-DIFF         THRU 2200-EXIT.
           IF  NOT WS-DIFF-FOUND
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-DIFF-AMOUNT            TO WS-NEW-AMOUNT.

           SUBTRACT WS-OLD-AMOUNT FROM WS-NEW-AMOUNT
               GIVING WS-MOVE-VALUE.
           SET WS-XING-PRICED             TO TRUE.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-FIND-DIFF - DIFFERENTIAL FOR WS-FIND-BAND IN FORCE ON    *
      *  THE CROSSING DATE: THE ITINERARY'S OWN, ELSE THE BRAND        *
      *  DEFAULT (BLANK ITINERARY)                                     *
      *----------------------------------------------------------------*
       2200-FIND-DIFF.

           MOVE 'N'                       TO WS-DIFF-FOUND-SWITCH.
           MOVE ZERO                      TO WS-DIFF-AMOUNT.

           IF  SRTX-ITINERARY-CODE NOT = SPACES
               MOVE SRTX-ITINERARY-CODE   TO WS-MATCH-ITINERARY
               PERFORM 2250-SCAN-DIFFS    THRU 2250-EXIT
           END-IF.

           IF  NOT WS-DIFF-FOUND
               MOVE SPACES                TO WS-MATCH-ITINERARY
               PERFORM 2250-SCAN-DIFFS    THRU 2250-EXIT
           END-IF.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2250-SCAN-DIFFS - READ THIS BRAND/WS-MATCH-ITINERARY/BAND'S   *
      *  DIFFERENTIALS IN EFFECTIVE-FROM ORDER; THE LAST IN FORCE WINS *
      *----------------------------------------------------------------*
       2250-SCAN-DIFFS.

           MOVE 'N'                       TO WS-DIFF-EOF-SWITCH.
           MOVE SRTX-BRAND-CODE           TO CSFDIF-BRAND-CODE.
           MOVE WS-MATCH-ITINERARY        TO CSFDIF-ITINERARY-CODE.
           MOVE WS-FIND-BAND              TO CSFDIF-AGE-BAND.
           MOVE ZERO                      TO CSFDIF-EFF-FROM-CCYYMMDD.

           START FARE-DIFF-FILE
               KEY NOT < CSFDIF-KEY.

           IF  NOT WS-DIFF-OK
               GO TO 2250-EXIT
           END-IF.

           PERFORM 2260-READ-ONE-DIFF     THRU 2260-EXIT
               UNTIL WS-DIFF-EOF.

       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2260-READ-ONE-DIFF - ONE DIFFERENTIAL RECORD; STOP AT A NEW   *
      *  BRAND/ITINERARY/BAND OR AN EFFECTIVE-FROM AFTER THE CROSSING  *
      *----------------------------------------------------------------*
       2260-READ-ONE-DIFF.

           READ FARE-DIFF-FILE NEXT
               AT END
                   SET WS-DIFF-EOF        TO TRUE
                   GO TO 2260-EXIT
           END-READ.

           IF  CSFDIF-BRAND-CODE NOT = SRTX-BRAND-CODE
           OR  CSFDIF-ITINERARY-CODE NOT = WS-MATCH-ITINERARY
           OR  CSFDIF-AGE-BAND NOT = WS-FIND-BAND
           OR  CSFDIF-EFF-FROM-CCYYMMDD > SRTX-EVENT-CCYYMMDD
               SET WS-DIFF-EOF            TO TRUE
               GO TO 2260-EXIT
           END-IF.

           IF  CSFDIF-EFF-TO-CCYYMMDD > ZERO
           AND CSFDIF-EFF-TO-CCYYMMDD < SRTX-EVENT-CCYYMMDD
               GO TO 2260-EXIT
           END-IF.

           SET WS-DIFF-FOUND              TO TRUE.
           MOVE CSFDIF-DIFF-AMOUNT        TO WS-DIFF-AMOUNT.

       2260-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2400-POST-XING - ADD THE CROSSING TO ITS SAILING, BRAND,      *
      *  CAUSE AND GRAND TOTALS                                        *
      *----------------------------------------------------------------*
       2400-POST-XING.

           PERFORM 1050-CLEAR-PRINT-ACCUM THRU 1050-EXIT.
           MOVE 1                         TO WS-P-CROSSINGS.

           IF  NOT WS-XING-PRICED
               MOVE 1                     TO WS-P-UNPRICED
           ELSE
               IF  WS-MOVE-VALUE > ZERO
                   MOVE WS-MOVE-VALUE     TO WS-P-GAINED
               ELSE
                   SUBTRACT WS-MOVE-VALUE FROM ZERO
                       GIVING WS-P-LOST
               END-IF
           END-IF.

           ADD WS-P-CROSSINGS             TO WS-SA-CROSSINGS
                                             WS-GA-CROSSINGS.
           ADD WS-P-UNPRICED              TO WS-SA-UNPRICED
                                             WS-GA-UNPRICED.
           ADD WS-P-GAINED                TO WS-SA-GAINED
                                             WS-GA-GAINED.
           ADD WS-P-LOST                  TO WS-SA-LOST
                                             WS-GA-LOST.

           PERFORM 2450-FIND-CAUSE        THRU 2450-EXIT.
           IF  WS-CAUSE-IX > ZERO
               ADD WS-P-CROSSINGS TO WT-CA-CROSSINGS (WS-CAUSE-IX)
               ADD WS-P-UNPRICED  TO WT-CA-UNPRICED (WS-CAUSE-IX)
               ADD WS-P-GAINED    TO WT-CA-GAINED (WS-CAUSE-IX)
               ADD WS-P-LOST      TO WT-CA-LOST (WS-CAUSE-IX)
           END-IF.

           PERFORM 2500-FIND-BRAND        THRU 2500-EXIT.
           IF  WS-BRAND-FOUND-IX > ZERO
               ADD WS-P-CROSSINGS TO WT-BR-CROSSINGS (WS-BRAND-FOUND-IX)
               ADD WS-P-UNPRICED  TO WT-BR-UNPRICED (WS-BRAND-FOUND-IX)
               ADD WS-P-GAINED    TO WT-BR-GAINED (WS-BRAND-FOUND-IX)
               ADD WS-P-LOST      TO WT-BR-LOST (WS-BRAND-FOUND-IX)
           ELSE
               ADD 1 TO WS-BRANDS-NOT-LISTED
           END-IF.

       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2450-FIND-CAUSE - SLOT FOR THE CROSSING'S CAUSE CODE          *
      *----------------------------------------------------------------*
       2450-FIND-CAUSE.

           EVALUATE SRTX-CAUSE-CODE
           WHEN WC-CAUSE-CODE (1)
               MOVE 1                     TO WS-CAUSE-IX
           WHEN WC-CAUSE-CODE (2)
               MOVE 2                     TO WS-CAUSE-IX
           WHEN WC-CAUSE-CODE (3)
               MOVE 3                     TO WS-CAUSE-IX
           WHEN OTHER
               MOVE ZERO                  TO WS-CAUSE-IX
           END-EVALUATE.

       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2500-FIND-BRAND - SLOT FOR THE CROSSING'S BRAND, ADDING ONE   *
      *  IF THERE IS ROOM; ZERO WHEN THE TABLE IS FULL                 *
      *----------------------------------------------------------------*
       2500-FIND-BRAND.

           MOVE ZERO                      TO WS-BRAND-FOUND-IX.

           PERFORM 2550-SCAN-ONE-BRAND    THRU 2550-EXIT
               VARYING WS-BRAND-IX FROM 1 BY 1
               UNTIL WS-BRAND-IX > WS-BRAND-COUNT
               OR WS-BRAND-FOUND-IX > ZERO.

           IF  WS-BRAND-FOUND-IX > ZERO
           OR  WS-BRAND-COUNT NOT < WC-MAX-BRANDS
               GO TO 2500-EXIT
           END-IF.

           ADD 1 TO WS-BRAND-COUNT.
           MOVE WS-BRAND-COUNT            TO WS-BRAND-FOUND-IX.
           MOVE SRTX-BRAND-CODE           TO
               WT-BRAND-CODE (WS-BRAND-FOUND-IX).
           PERFORM 1050-CLEAR-PRINT-ACCUM THRU 1050-EXIT.
           MOVE WS-PRINT-ACCUM            TO
               WT-BRAND-ACCUM (WS-BRAND-FOUND-IX).

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2550-SCAN-ONE-BRAND - MATCH ONE BRAND-TABLE SLOT              *
      *----------------------------------------------------------------*
       2550-SCAN-ONE-BRAND.

           IF  WT-BRAND-CODE (WS-BRAND-IX) = SRTX-BRAND-CODE
               MOVE WS-BRAND-IX           TO WS-BRAND-FOUND-IX
           END-IF.

       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-SAILING-BREAK - PRINT THE SAILING JUST FINISHED (IF ANY) *
      *  AND START THE NEXT ONE                                        *
      *----------------------------------------------------------------*
       3000-SAILING-BREAK.

           IF  NOT WS-FIRST-SAILING
               PERFORM 3100-PRINT-SAILING THRU 3100-EXIT
           END-IF.

           MOVE 'N'                       TO WS-FIRST-SAILING-SWITCH.
           MOVE SRTX-SAILING-ID           TO WS-CURR-SAILING-ID.
           MOVE SRTX-BRAND-CODE           TO WS-CURR-BRAND-CODE.
           PERFORM 1050-CLEAR-PRINT-ACCUM THRU 1050-EXIT.
           MOVE WS-PRINT-ACCUM            TO WS-SAIL-ACCUM.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3100-PRINT-SAILING - ONE LINE FOR THE CURRENT SAILING         *
      *----------------------------------------------------------------*
       3100-PRINT-SAILING.

           MOVE WS-CURR-SAILING-ID        TO WS-SL-SAILING-ID.
           MOVE WS-CURR-BRAND-CODE        TO WS-SL-BRAND-CODE.
           MOVE WS-SAILING-LABEL          TO WS-A-LABEL.
           MOVE WS-SAIL-ACCUM             TO WS-PRINT-ACCUM.
           PERFORM 8500-PRINT-AMOUNT-LINE THRU 8500-EXIT.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - LAST SAILING, BRAND AND CAUSE SECTIONS,      *
      *  GRAND TOTAL, COUNTS, CLOSE FILES                              *
      *----------------------------------------------------------------*
       8000-TERMINATE.

           IF  NOT WS-FIRST-SAILING
               PERFORM 3100-PRINT-SAILING THRU 3100-EXIT
           END-IF.

           WRITE REVENUE-LINE              FROM WS-BLANK-LINE.
           MOVE 'REVENUE IMPACT BY BRAND'  TO WS-SH-TITLE.
           WRITE REVENUE-LINE              FROM WS-SECTION-HEADING.
           MOVE 'BRAND'                    TO WS-CH-LABEL.
           WRITE REVENUE-LINE              FROM WS-COLUMN-HEADING.

           PERFORM 8100-PRINT-BRAND        THRU 8100-EXIT
               VARYING WS-BRAND-IX FROM 1 BY 1
               UNTIL WS-BRAND-IX > WS-BRAND-COUNT.

           WRITE REVENUE-LINE              FROM WS-BLANK-LINE.
           MOVE 'REVENUE IMPACT BY CAUSE'  TO WS-SH-TITLE.
           WRITE REVENUE-LINE              FROM WS-SECTION-HEADING.
           MOVE 'CAUSE'                    TO WS-CH-LABEL.
           WRITE REVENUE-LINE              FROM WS-COLUMN-HEADING.

           PERFORM 8200-PRINT-CAUSE        THRU 8200-EXIT
               VARYING WS-CAUSE-IX FROM 1 BY 1
               UNTIL WS-CAUSE-IX > 3.

           WRITE REVENUE-LINE              FROM WS-BLANK-LINE.
           MOVE 'ALL CROSSINGS'            TO WS-A-LABEL.
           MOVE WS-GRAND-ACCUM             TO WS-PRINT-ACCUM.
           PERFORM 8500-PRINT-AMOUNT-LINE  THRU 8500-EXIT.

           WRITE REVENUE-LINE              FROM WS-BLANK-LINE.
           MOVE WS-REPRICE-READ            TO WS-T-REPRICE-READ.
           MOVE WS-CORRECTIONS-READ        TO WS-T-CORRECTIONS-READ.
           MOVE WS-FPAY-READ               TO WS-T-FPAY-READ.
           WRITE REVENUE-LINE              FROM WS-TOTAL-LINE-1.

           MOVE WS-OUT-OF-PERIOD           TO WS-T-OUT-OF-PERIOD.
           MOVE WS-NO-BAND-CHANGE          TO WS-T-NO-BAND-CHANGE.
           MOVE WS-FPAY-REPEATS            TO WS-T-FPAY-REPEATS.
           WRITE REVENUE-LINE              FROM WS-TOTAL-LINE-2.

           IF  WS-BRANDS-NOT-LISTED > ZERO
               MOVE WS-BRANDS-NOT-LISTED   TO WS-T-BRANDS-NOT-LISTED
               WRITE REVENUE-LINE          FROM WS-TOTAL-LINE-3
           END-IF.

           CLOSE SORTED-XING-FILE.
           CLOSE REVENUE-RPT.
           IF  WS-DIFF-FILE-OPEN
               CLOSE FARE-DIFF-FILE
           END-IF.

       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8100-PRINT-BRAND - ONE LINE PER BRAND                         *
      *----------------------------------------------------------------*
       8100-PRINT-BRAND.

           MOVE WT-BRAND-CODE (WS-BRAND-IX) TO WS-A-LABEL.
           MOVE WT-BRAND-ACCUM (WS-BRAND-IX) TO WS-PRINT-ACCUM.
           PERFORM 8500-PRINT-AMOUNT-LINE  THRU 8500-EXIT.

       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8200-PRINT-CAUSE - ONE LINE PER CAUSE                         *
      *----------------------------------------------------------------*
       8200-PRINT-CAUSE.

           MOVE WC-CAUSE-NAME (WS-CAUSE-IX) TO WS-A-LABEL.
           MOVE WT-CAUSE-ACCUM (WS-CAUSE-IX) TO WS-PRINT-ACCUM.
           PERFORM 8500-PRINT-AMOUNT-LINE  THRU 8500-EXIT.

       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8500-PRINT-AMOUNT-LINE - FORMAT WS-PRINT-ACCUM UNDER THE      *
      *  LABEL ALREADY IN WS-A-LABEL                                   *
      *----------------------------------------------------------------*
       8500-PRINT-AMOUNT-LINE.

           SUBTRACT WS-P-LOST FROM WS-P-GAINED
               GIVING WS-NET-AMOUNT.

           MOVE WS-P-CROSSINGS             TO WS-A-CROSSINGS.
           MOVE WS-P-UNPRICED              TO WS-A-UNPRICED.
           MOVE WS-P-GAINED                TO WS-A-GAINED.
           MOVE WS-P-LOST                  TO WS-A-LOST.
           MOVE WS-NET-AMOUNT              TO WS-A-NET.
           WRITE REVENUE-LINE              FROM WS-AMOUNT-LINE.

       8500-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
