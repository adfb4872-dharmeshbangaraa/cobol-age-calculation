      ******************************************************************
      *                                                                *
      *                         "CSAGNMRG"                             *
      *    NIGHTLY AGE ENGINE PARTITION MERGE (CSAGNITE PARTITIONS)    *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGNMRG.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  WHEN THE NIGHTLY AGE ENGINE RUNS AS PARALLEL CSAGNITE         *
      *  PARTITIONS (ONE PER SAILING-ID RANGE ON PARTCTL), EACH        *
      *  PARTITION LEAVES DETAIL LINES ONLY ON ITS OWN EXCPRPT,        *
      *  LEAPRPT AND ADISRPT, ITS DEMOHIST RECORDS ON DEMOUPD, ITS     *
      *  CASE HITS ON CASEHIT, AND A PARTSTAT RECORD.  THIS STEP RUNS  *
      *  AFTER THE LAST PARTITION AND BEFORE CSAGRBAL.                 *
      *                                                                *
      *  IT FIRST PROVES THE NIGHT IS WHOLE:                           *
      *                                                                *
      *    - PARTCTL PASSES THE CSAGNPCV CHECK (NO OVERLAP, NO GAP)    *
      *    - EVERY PARTITION ON PARTCTL HAS EXACTLY ONE PARTSTAT       *
      *      RECORD, MARKED COMPLETE, FOR THE SAME RANGE               *
      *    - EVERY PARTITION STARTED ON THE SAME NIGHT (ONE CASE RUN   *
      *      DATE) AND FINISHED IN THIS RUN -- ON THAT DATE OR ON THE  *
      *      MERGE DATE -- NOT ON AN EARLIER NIGHT                     *
      *    - EACH PARTITION'S READ PLUS BYPASSED IS THIS PAXFILE       *
      *    - THE PARTITIONS' RECORDS READ ADD UP TO THE PAXFILE COUNT  *
      *                                                                *
      *  IF ANY CHECK FAILS THE STEP REFUSES: THE REASONS PRINT ON THE *
      *  MERGE CONTROL REPORT, NO REPORT IS BUILT, DEMOHIST AND THE    *
      *  CASEFILE ARE NOT TOUCHED, THE RUNLOG RECORD CARRIES STATUS    *
      *  0016 AND THE STEP ENDS WITH RETURN CODE 16.                   *
      *                                                                *
      *  OTHERWISE IT BUILDS THE THREE REPORTS EXACTLY AS THE SINGLE   *
      *  PASS PRINTS THEM -- HEADINGS, THE PARTITIONS' DETAIL LINES IN *
      *  PARTITION ORDER (THE PARTIAL FILES ARE CONCATENATED IN THAT   *
      *  ORDER), THEN TOTALS FROM THE SUMMED PARTSTAT COUNTS.  IT THEN *
      *  APPLIES DEMOUPD TO DEMOHIST, REPLAYS THE CASE HITS THROUGH    *
      *  CSAGCASW AND RUNS THE INFMIN SWEEP, AND WRITES THE NIGHT'S    *
      *  RUNLOG RECORD UNDER JOB NAME CSAGNITE, SO CSAGRBAL BALANCES   *
      *  THE PARTITIONED NIGHT JUST AS IT DOES THE SINGLE PASS.  A     *
      *  DEMOHIST WRITE ERROR PRINTS AT THE END OF ADISRPT RATHER THAN *
      *  UNDER ITS OWN SAILING.                                        *
      *                                                                *
      *  INPUT:   PARTITION-CONTROL - PARTITION RANGES (CSAGNPCV)      *
      *           PART-STATUS    - ALL PARTSTAT RECORDS (CSAGNPSR)     *
      *           PASSENGER-FILE - FULL MANIFEST (CSPAXREC)            *
      *           EXCP-PARTIAL   - PARTITION EXCPRPT LINES             *
      *           LEAP-PARTIAL   - PARTITION LEAPRPT LINES             *
      *           ADIS-PARTIAL   - PARTITION ADISRPT LINES             *
      *           DEMO-UPDATE    - PARTITION DEMOHIST RECORDS          *
      *           CASE-HITS      - PARTITION CASE HITS (CSAGCASP)      *
      *  I/O:     DEMO-HISTORY   - SAILING DEMOGRAPHIC HISTORY         *
      *           CASE-FILE      - COMPLIANCE CASES (CSAGCASW)         *
      *  OUTPUT:  EXCEPTION-RPT  - INFANT BOOKING EXCEPTION REPORT     *
      *           LEAP-DIAG-RPT  - FEBRUARY 29 DIAGNOSTIC REPORT       *
      *           AGEDIST-RPT    - PER-SAILING AGE-DISTRIBUTION REPORT *
      *           MERGE-RPT      - MERGE CONTROL REPORT                *
      *           RUN-LOG        - STANDARD RUN-CONTROL RECORD         *
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
           SELECT OPTIONAL PART-STATUS ASSIGN TO PARTSTAT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT PASSENGER-FILE    ASSIGN TO PAXFILE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT EXCP-PARTIAL      ASSIGN TO EXCPIN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT LEAP-PARTIAL      ASSIGN TO LEAPIN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ADIS-PARTIAL      ASSIGN TO ADISIN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEMO-UPDATE       ASSIGN TO DEMOUPD
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CASE-HITS         ASSIGN TO CASEHIT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT EXCEPTION-RPT     ASSIGN TO EXCPRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT LEAP-DIAG-RPT     ASSIGN TO LEAPRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT AGEDIST-RPT       ASSIGN TO ADISRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEMO-HISTORY      ASSIGN TO DEMOHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSDEMO-KEY
                  FILE STATUS IS WS-DEMO-STATUS.

           SELECT MERGE-RPT         ASSIGN TO NMRGRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG           ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  PART-STATUS
           RECORDING MODE IS F.
           COPY CSAGNPSR.

       FD  PASSENGER-FILE
           RECORDING MODE IS F.
           COPY CSPAXREC.

       FD  EXCP-PARTIAL
           RECORDING MODE IS F.
       01  EXCP-IN-LINE                    PIC X(132).

       FD  LEAP-PARTIAL
           RECORDING MODE IS F.
       01  DIAG-IN-LINE                    PIC X(132).

       FD  ADIS-PARTIAL
           RECORDING MODE IS F.
       01  ADIS-IN-LINE                    PIC X(132).

       FD  DEMO-UPDATE
           RECORDING MODE IS F.
       01  DUPD-RECORD                     PIC X(120).

       FD  CASE-HITS
           RECORDING MODE IS F.
       01  CHIT-RECORD                     PIC X(128).

       FD  EXCEPTION-RPT
           RECORDING MODE IS F.
       01  EXCP-LINE                       PIC X(132).

       FD  LEAP-DIAG-RPT
           RECORDING MODE IS F.
       01  DIAG-LINE                       PIC X(132).

       FD  AGEDIST-RPT
           RECORDING MODE IS F.
       01  ADIS-LINE                       PIC X(132).

       FD  DEMO-HISTORY.
           COPY CSAGDEMH.

       FD  MERGE-RPT
           RECORDING MODE IS F.
       01  MERGE-LINE                      PIC X(132).

       FD  RUN-LOG
           RECORDING MODE IS F.
           COPY CSAGRUNC.

       WORKING-STORAGE SECTION.

       01  WC-CONSTANTS.
           05  WC-JOB-NAME                 PIC X(08) VALUE 'CSAGNITE'.
           05  WC-PART-MAX                 PIC 9(02) VALUE 20.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.
           05  WS-REFUSED-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-MERGE-REFUSED             VALUE 'Y'.

       01  WS-DEMO-STATUS                  PIC X(02).
           88  WS-DEMO-OK                      VALUE '00'.
           88  WS-DEMO-DUPLICATE               VALUE '22'.

       77  WS-PART-COUNT                   PIC 9(02) COMP VALUE ZERO.
       77  WS-PART-IX                      PIC 9(02) COMP VALUE ZERO.
       77  WS-STATUS-READ                  PIC 9(05) COMP VALUE ZERO.
       77  WS-PAX-COUNT                    PIC 9(07) COMP VALUE ZERO.
       77  WS-SUM-READ                     PIC 9(07) COMP VALUE ZERO.
       77  WS-SUM-EXCEPTIONS               PIC 9(07) COMP VALUE ZERO.
       77  WS-SUM-LEAP-BIRTHDAYS           PIC 9(07) COMP VALUE ZERO.
       77  WS-SUM-ANOMALIES                PIC 9(07) COMP VALUE ZERO.
       77  WS-SUM-RESTART-SKIPPED          PIC 9(07) COMP VALUE ZERO.
       77  WS-PART-TOTAL                   PIC 9(07) COMP VALUE ZERO.
       77  WS-EXCP-COPIED                  PIC 9(07) COMP VALUE ZERO.
       77  WS-LEAP-COPIED                  PIC 9(07) COMP VALUE ZERO.
       77  WS-ADIS-COPIED                  PIC 9(07) COMP VALUE ZERO.
       77  WS-DEMO-APPLIED                 PIC 9(07) COMP VALUE ZERO.
       77  WS-DEMO-WRITE-ERRORS            PIC 9(05) COMP VALUE ZERO.
       77  WS-CASES-REPLAYED               PIC 9(07) COMP VALUE ZERO.
       77  WS-RUN-EXCEPTIONS               PIC 9(07) COMP VALUE ZERO.
       77  WS-CASE-RUN-CCYYMMDD            PIC 9(08) VALUE ZERO.

      ******************************************************************
      *  ONE SLOT PER PARTITION ON PARTCTL, FILLED FROM ITS PARTSTAT   *
      *  RECORD.  A SLOT NEVER SEEN MEANS THE PARTITION NEVER FINISHED.*
      ******************************************************************

       01  WT-PART-TABLE.
           05  WT-PART-ENTRY OCCURS 20 TIMES.
               10  WT-P-SEEN-SW            PIC X(01).
                   88  WT-P-SEEN               VALUE 'Y'.
               10  WT-P-COMPLETE-SW        PIC X(01).
                   88  WT-P-COMPLETE           VALUE 'C'.
               10  WT-P-FROM-SAILING-ID    PIC X(08).
               10  WT-P-TO-SAILING-ID      PIC X(08).
               10  WT-P-RECORDS-READ       PIC 9(07) COMP.
               10  WT-P-RECORDS-BYPASSED   PIC 9(07) COMP.
               10  WT-P-EXCEPTIONS         PIC 9(07) COMP.
               10  WT-P-LEAP-BIRTHDAYS     PIC 9(07) COMP.
               10  WT-P-ANOMALIES          PIC 9(07) COMP.
               10  WT-P-RESTART-SKIPPED    PIC 9(07) COMP.
               10  WT-P-CASE-RUN-CCYYMMDD  PIC 9(08).
               10  WT-P-RUN-CCYYMMDD       PIC 9(08).

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-CCYYMMDD             PIC 9(08).
           05  WS-RUN-HHMMSSHH             PIC 9(08).
           05  WS-RUN-HHMMSS REDEFINES WS-RUN-HHMMSSHH.
               10  WS-RUN-HHMMSS-KEEP      PIC 9(06).
               10  FILLER                  PIC 9(02).

      ******************************************************************
      *  THE THREE NIGHTLY REPORTS' HEADING AND TOTAL LINES -- THESE   *
      *  MUST STAY IDENTICAL TO CSAGNITE'S SO THE MORNING READERS SEE  *
      *  NO DIFFERENCE BETWEEN A PARTITIONED NIGHT AND A SINGLE PASS.  *
      ******************************************************************

       01  WS-EXCP-HEADING-1.
           05  FILLER                      PIC X(40) VALUE
               'CSAGNITE - INFANT BOOKING EXCEPTIONS   '.
           05  FILLER                      PIC X(92) VALUE SPACES.

       01  WS-EXCP-HEADING-2.
           05  FILLER                      PIC X(10) VALUE 'BOOKING'.
           05  FILLER                      PIC X(10) VALUE 'PASSENGER'.
           05  FILLER                      PIC X(30) VALUE 'NAME'.
           05  FILLER                      PIC X(10) VALUE 'SAILING'.
           05  FILLER                      PIC X(08) VALUE 'AGE-ACT'.
           05  FILLER                      PIC X(08) VALUE 'AGE-YRS'.
           05  FILLER                      PIC X(10) VALUE 'RULE'.
           05  FILLER                      PIC X(08) VALUE 'MIN-MOS'.
           05  FILLER                      PIC X(38) VALUE SPACES.

       01  WS-EXCP-TOTAL-LINE.
           05  FILLER                      PIC X(20) VALUE
               'RECORDS READ ......'.
           05  WS-ET-RECORDS-READ          PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'EXCEPTIONS FOUND ...'.
           05  WS-ET-EXCEPTIONS            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(55) VALUE SPACES.

       01  WS-LEAP-HEADING-1.
           05  FILLER                      PIC X(40) VALUE
               'CSAGNITE - FEBRUARY 29 BIRTHDAY CHECK  '.
           05  FILLER                      PIC X(92) VALUE SPACES.

       01  WS-LEAP-HEADING-2.
           05  FILLER                      PIC X(10) VALUE 'BOOKING'.
           05  FILLER                      PIC X(12) VALUE 'BIRTH DATE'.
           05  FILLER                      PIC X(03) VALUE 'RC'.
           05  FILLER                      PIC X(08) VALUE 'AGE-ACT'.
           05  FILLER                      PIC X(08) VALUE 'AGE-YRS'.
           05  FILLER                      PIC X(09) VALUE 'STATUS'.
           05  FILLER                      PIC X(82) VALUE SPACES.

       01  WS-RESTART-SKIP-LINE.
           05  FILLER                      PIC X(20) VALUE
               'SKIPPED (RESTART)...'.
           05  WS-T-RESTART-SKIPPED        PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(105) VALUE SPACES.

       01  WS-LEAP-TOTAL-LINE.
           05  FILLER                      PIC X(20) VALUE
               'RECORDS READ ......'.
           05  WS-LT-RECORDS-READ          PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'FEB 29 BIRTHDAYS ...'.
           05  WS-LT-LEAP-BIRTHDAYS        PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'ANOMALIES FOUND ....'.
           05  WS-LT-ANOMALIES             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-ADIS-HEADING-1.
           05  FILLER                      PIC X(40) VALUE
               'CSAGNITE - PER-SAILING AGE DISTRIBUTION'.
           05  FILLER                      PIC X(92) VALUE SPACES.

       01  WS-DEMO-ERROR-LINE.
           05  FILLER                      PIC X(24) VALUE
               'DEMOHIST WRITE ERROR ...'.
           05  WS-DE-SAILING-ID            PIC X(08).
           05  FILLER                      PIC X(09) VALUE
               '  STATUS '.
           05  WS-DE-STATUS                PIC X(02).
           05  FILLER                      PIC X(89) VALUE SPACES.

      ******************************************************************
      *  MERGE CONTROL REPORT LINES                                    *
      ******************************************************************

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               'CSAGNMRG - AGE ENGINE PARTITION MERGE       '.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE '.
           05  WS-H-RUN-DATE               PIC 9(08).
           05  FILLER                      PIC X(70) VALUE SPACES.

       01  WS-PART-HEADING.
           05  FILLER                      PIC X(06) VALUE 'PART'.
           05  FILLER                      PIC X(10) VALUE 'FROM'.
           05  FILLER                      PIC X(10) VALUE 'TO'.
           05  FILLER                      PIC X(10) VALUE '    READ'.
           05  FILLER                      PIC X(10) VALUE ' BYPASSED'.
           05  FILLER                      PIC X(10) VALUE '  EXCEPT'.
           05  FILLER                      PIC X(10) VALUE '  FEB 29'.
           05  FILLER                      PIC X(10) VALUE ' ANOMALY'.
           05  FILLER                      PIC X(10) VALUE ' SKIPPED'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(16) VALUE 'STATUS'.
           05  FILLER                      PIC X(28) VALUE SPACES.

       01  WS-PART-LINE.
           05  WS-P-PART-NR                PIC Z9.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  WS-P-FROM                   PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-P-TO                     PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-P-READ                   PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-P-BYPASSED               PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-P-EXCEPTIONS             PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-P-LEAP                   PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-P-ANOMALIES              PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-P-SKIPPED                PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-P-STATUS                 PIC X(16).
           05  FILLER                      PIC X(28) VALUE SPACES.

       01  WS-REFUSE-LINE.
           05  FILLER                      PIC X(16) VALUE
               'MERGE REFUSED - '.
           05  WS-RL-TEXT                  PIC X(60).
           05  FILLER                      PIC X(56) VALUE SPACES.

       01  WS-PART-REASON.
           05  FILLER                      PIC X(10) VALUE
               'PARTITION '.
           05  WS-PR-PART-NR               PIC 9(02).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-PR-TEXT                  PIC X(47).

       01  WS-RESULT-LINE.
           05  WS-RS-TEXT                  PIC X(60).
           05  FILLER                      PIC X(72) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                      PIC X(20) VALUE
               'PARTITIONS .........'.
           05  WS-T-PARTITIONS             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'PARTITION READS ....'.
           05  WS-T-SUM-READ               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'PAXFILE RECORDS ....'.
           05  WS-T-PAX-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                      PIC X(20) VALUE
               'EXCPRPT LINES ......'.
           05  WS-T-EXCP-COPIED            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'LEAPRPT LINES ......'.
           05  WS-T-LEAP-COPIED            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'ADISRPT LINES ......'.
           05  WS-T-ADIS-COPIED            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                      PIC X(20) VALUE
               'DEMOHIST APPLIED ...'.
           05  WS-T-DEMO-APPLIED           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'DEMOHIST ERRORS ....'.
           05  WS-T-DEMO-ERRORS            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'CASE HITS REPLAYED .'.
           05  WS-T-CASES-REPLAYED         PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

       77  WC-CSAGNPCV                      PIC X(08) VALUE 'CSAGNPCV'.

           COPY CSAGNPCP.

       77  WC-CSAGCASW                      PIC X(08) VALUE 'CSAGCASW'.
       77  WC-CASE-TYPE-INFMIN              PIC X(06) VALUE 'INFMIN'.

           COPY CSAGCASP.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.

           IF  NOT WS-MERGE-REFUSED
               PERFORM 2000-LOAD-STATUS THRU 2000-EXIT
               PERFORM 2500-COUNT-PAXFILE THRU 2500-EXIT
               PERFORM 3000-CHECK-PARTITION THRU 3000-EXIT
                   VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX > WS-PART-COUNT
               PERFORM 3500-CHECK-BALANCE THRU 3500-EXIT
           END-IF.

           IF  NOT WS-MERGE-REFUSED
               PERFORM 4000-BUILD-EXCP  THRU 4000-EXIT
               PERFORM 4500-BUILD-LEAP  THRU 4500-EXIT
               PERFORM 5000-BUILD-ADIS  THRU 5000-EXIT
               PERFORM 6000-REPLAY-CASES THRU 6000-EXIT
           END-IF.

           PERFORM 8000-TERMINATE       THRU 8000-EXIT.

           IF  WS-MERGE-REFUSED
               MOVE 16                  TO RETURN-CODE
           END-IF.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - OPEN THE CONTROL REPORT AND CHECK PARTCTL   *
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           ACCEPT WS-RUN-CCYYMMDD         FROM DATE YYYYMMDD.

           OPEN OUTPUT MERGE-RPT.

           MOVE WS-RUN-CCYYMMDD           TO WS-H-RUN-DATE.
           WRITE MERGE-LINE               FROM WS-HEADING-1.
           WRITE MERGE-LINE               FROM WS-BLANK-LINE.

           MOVE ZERO                      TO CSAGNPCP-I-PART-NR.
           CALL WC-CSAGNPCV               USING CSAGNPCP-PARMS.

           IF  NOT CSAGNPCP-O-RC-OK
               MOVE CSAGNPCP-O-MESSAGE    TO WS-RL-TEXT
               PERFORM 1900-REFUSE        THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF.

           MOVE CSAGNPCP-O-PART-COUNT     TO WS-PART-COUNT.

           PERFORM 1100-CLEAR-ONE-SLOT    THRU 1100-EXIT
               VARYING WS-PART-IX FROM 1 BY 1
               UNTIL WS-PART-IX > WC-PART-MAX.

           WRITE MERGE-LINE               FROM WS-PART-HEADING.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1100-CLEAR-ONE-SLOT - EMPTY ONE PARTITION SLOT                *
      *----------------------------------------------------------------*
       1100-CLEAR-ONE-SLOT.

           MOVE 'N'                       TO WT-P-SEEN-SW (WS-PART-IX).
           MOVE SPACE                     TO
               WT-P-COMPLETE-SW (WS-PART-IX).
           MOVE SPACES                    TO
               WT-P-FROM-SAILING-ID (WS-PART-IX).
           MOVE SPACES                    TO
               WT-P-TO-SAILING-ID (WS-PART-IX).
           MOVE ZERO                      TO
               WT-P-RECORDS-READ (WS-PART-IX).
           MOVE ZERO                      TO
               WT-P-RECORDS-BYPASSED (WS-PART-IX).
           MOVE ZERO                      TO
               WT-P-EXCEPTIONS (WS-PART-IX).
           MOVE ZERO                      TO
               WT-P-LEAP-BIRTHDAYS (WS-PART-IX).
           MOVE ZERO                      TO
               WT-P-ANOMALIES (WS-PART-IX).
           MOVE ZERO                      TO
               WT-P-RESTART-SKIPPED (WS-PART-IX).
           MOVE ZERO                      TO
               WT-P-CASE-RUN-CCYYMMDD (WS-PART-IX).
           MOVE ZERO                      TO
               WT-P-RUN-CCYYMMDD (WS-PART-IX).

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1900-REFUSE - ONE REASON LINE (WS-RL-TEXT) ON THE CONTROL     *
      *  REPORT; ANY ONE REASON IS ENOUGH TO STOP THE MERGE            *
      *----------------------------------------------------------------*
       1900-REFUSE.

           SET WS-MERGE-REFUSED           TO TRUE.
           WRITE MERGE-LINE               FROM WS-REFUSE-LINE.

       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-LOAD-STATUS - EVERY PARTSTAT RECORD INTO ITS SLOT        *
      *----------------------------------------------------------------*
       2000-LOAD-STATUS.

           MOVE 'N'                       TO WS-EOF-SWITCH.
           OPEN INPUT PART-STATUS.

           PERFORM 2100-LOAD-ONE-STATUS   THRU 2100-EXIT
               UNTIL WS-EOF.

           CLOSE PART-STATUS.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-LOAD-ONE-STATUS - ONE PARTSTAT RECORD.  A RECORD FOR A   *
      *  PARTITION NOT ON PARTCTL, OR A SECOND RECORD FOR THE SAME     *
      *  ONE, MEANS THE STATUS FILES DO NOT BELONG TOGETHER            *
      *----------------------------------------------------------------*
       2100-LOAD-ONE-STATUS.

           READ PART-STATUS
               AT END
                   SET WS-EOF             TO TRUE
                   GO TO 2100-EXIT
           END-READ.

           ADD 1 TO WS-STATUS-READ.

           IF  CSNPS-PART-NR NOT NUMERIC
           OR  CSNPS-PART-NR = ZERO
           OR  CSNPS-PART-NR > WS-PART-COUNT
               MOVE 'PARTSTAT RECORD FOR A PARTITION NOT ON PARTCTL'
                                          TO WS-RL-TEXT
               PERFORM 1900-REFUSE        THRU 1900-EXIT
               GO TO 2100-EXIT
           END-IF.

           MOVE CSNPS-PART-NR             TO WS-PART-IX.

           IF  WT-P-SEEN (WS-PART-IX)
               MOVE WS-PART-IX            TO WS-PR-PART-NR
               MOVE 'HAS MORE THAN ONE PARTSTAT RECORD'
                                          TO WS-PR-TEXT
               MOVE WS-PART-REASON        TO WS-RL-TEXT
               PERFORM 1900-REFUSE        THRU 1900-EXIT
               GO TO 2100-EXIT
           END-IF.

           MOVE 'Y'                       TO WT-P-SEEN-SW (WS-PART-IX).
           MOVE CSNPS-COMPLETION-FLAG     TO
               WT-P-COMPLETE-SW (WS-PART-IX).
           MOVE CSNPS-FROM-SAILING-ID     TO
               WT-P-FROM-SAILING-ID (WS-PART-IX).
           MOVE CSNPS-TO-SAILING-ID       TO
               WT-P-TO-SAILING-ID (WS-PART-IX).
           MOVE CSNPS-RECORDS-READ        TO
               WT-P-RECORDS-READ (WS-PART-IX).
           MOVE CSNPS-RECORDS-BYPASSED    TO
               WT-P-RECORDS-BYPASSED (WS-PART-IX).
           MOVE CSNPS-EXCEPTIONS-FOUND    TO
               WT-P-EXCEPTIONS (WS-PART-IX).
           MOVE CSNPS-LEAP-BIRTHDAYS      TO
               WT-P-LEAP-BIRTHDAYS (WS-PART-IX).
           MOVE CSNPS-ANOMALIES-FOUND     TO
               WT-P-ANOMALIES (WS-PART-IX).
           MOVE CSNPS-RESTART-SKIPPED     TO
               WT-P-RESTART-SKIPPED (WS-PART-IX).
           MOVE CSNPS-CASE-RUN-CCYYMMDD   TO
               WT-P-CASE-RUN-CCYYMMDD (WS-PART-IX).
           MOVE CSNPS-RUN-CCYYMMDD        TO
               WT-P-RUN-CCYYMMDD (WS-PART-IX).

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2500-COUNT-PAXFILE - THE WHOLE MANIFEST, FOR THE BALANCE      *
      *----------------------------------------------------------------*
       2500-COUNT-PAXFILE.

           MOVE 'N'                       TO WS-EOF-SWITCH.
           OPEN INPUT PASSENGER-FILE.

           PERFORM 2600-COUNT-ONE-PAX     THRU 2600-EXIT
               UNTIL WS-EOF.

           CLOSE PASSENGER-FILE.

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2600-COUNT-ONE-PAX - READ AND COUNT ONE MANIFEST RECORD       *
      *----------------------------------------------------------------*
       2600-COUNT-ONE-PAX.

           READ PASSENGER-FILE
               AT END
                   SET WS-EOF             TO TRUE
               NOT AT END
                   ADD 1 TO WS-PAX-COUNT
           END-READ.

       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-CHECK-PARTITION - ONE PARTITION: PRESENT, COMPLETE, SAME *
      *  NIGHT AS THE OTHERS, FINISHED IN THIS RUN, SAME RANGE AS      *
      *  PARTCTL, RAN AGAINST THIS PAXFILE.  PRINT ITS LINE AND ADD    *
      *  ITS COUNTS TO THE NIGHT'S TOTALS.  THE FIRST PARTITION FOUND  *
      *  SETS THE NIGHT'S CASE RUN DATE FOR THE REST TO MATCH; IT IS   *
      *  ALSO THE DATE THE INFMIN SWEEP RUNS AGAINST.                  *
      *----------------------------------------------------------------*
       3000-CHECK-PARTITION.

           MOVE WS-PART-IX                TO WS-P-PART-NR.
           MOVE CSAGNPCP-O-RANGE-FROM (WS-PART-IX) TO WS-P-FROM.
           MOVE CSAGNPCP-O-RANGE-TO (WS-PART-IX)   TO WS-P-TO.
           MOVE WT-P-RECORDS-READ (WS-PART-IX)     TO WS-P-READ.
           MOVE WT-P-RECORDS-BYPASSED (WS-PART-IX) TO WS-P-BYPASSED.
           MOVE WT-P-EXCEPTIONS (WS-PART-IX)       TO WS-P-EXCEPTIONS.
           MOVE WT-P-LEAP-BIRTHDAYS (WS-PART-IX)   TO WS-P-LEAP.
           MOVE WT-P-ANOMALIES (WS-PART-IX)        TO WS-P-ANOMALIES.
           MOVE WT-P-RESTART-SKIPPED (WS-PART-IX)  TO WS-P-SKIPPED.

           COMPUTE WS-PART-TOTAL = WT-P-RECORDS-READ (WS-PART-IX)
                                 + WT-P-RECORDS-BYPASSED (WS-PART-IX).

           IF  WT-P-SEEN (WS-PART-IX)
           AND WS-CASE-RUN-CCYYMMDD = ZERO
               MOVE WT-P-CASE-RUN-CCYYMMDD (WS-PART-IX) TO
                   WS-CASE-RUN-CCYYMMDD
           END-IF.

           EVALUATE TRUE
           WHEN NOT WT-P-SEEN (WS-PART-IX)
               MOVE 'MISSING'             TO WS-P-STATUS
               MOVE 'DID NOT FINISH (NO PARTSTAT RECORD)'
                                          TO WS-PR-TEXT
           WHEN NOT WT-P-COMPLETE (WS-PART-IX)
               MOVE 'NOT COMPLETE'        TO WS-P-STATUS
               MOVE 'PARTSTAT RECORD NOT MARKED COMPLETE'
                                          TO WS-PR-TEXT
           WHEN WT-P-CASE-RUN-CCYYMMDD (WS-PART-IX) NOT =
                    WS-CASE-RUN-CCYYMMDD
               MOVE 'NIGHT DIFFERS'       TO WS-P-STATUS
               MOVE 'STARTED ON ANOTHER NIGHT (CASE RUN DATE)'
                                          TO WS-PR-TEXT
           WHEN WT-P-RUN-CCYYMMDD (WS-PART-IX) NOT = WS-RUN-CCYYMMDD
           AND  WT-P-RUN-CCYYMMDD (WS-PART-IX) NOT =
                    WS-CASE-RUN-CCYYMMDD
               MOVE 'NOT THIS RUN'        TO WS-P-STATUS
               MOVE 'PARTSTAT RECORD IS FROM AN EARLIER RUN'
                                          TO WS-PR-TEXT
           WHEN WT-P-FROM-SAILING-ID (WS-PART-IX) NOT =
                    CSAGNPCP-O-RANGE-FROM (WS-PART-IX)
           OR   WT-P-TO-SAILING-ID (WS-PART-IX) NOT =
                    CSAGNPCP-O-RANGE-TO (WS-PART-IX)
               MOVE 'RANGE DIFFERS'       TO WS-P-STATUS
               MOVE 'RAN A DIFFERENT RANGE THAN PARTCTL NOW HOLDS'
                                          TO WS-PR-TEXT
           WHEN WS-PART-TOTAL NOT = WS-PAX-COUNT
               MOVE 'PAXFILE DIFFERS'     TO WS-P-STATUS
               MOVE 'READ A DIFFERENT PAXFILE (READ + BYPASSED)'
                                          TO WS-PR-TEXT
           WHEN OTHER
               MOVE 'OK'                  TO WS-P-STATUS
               MOVE SPACES                TO WS-PR-TEXT
           END-EVALUATE.

           WRITE MERGE-LINE               FROM WS-PART-LINE.

           IF  WS-PR-TEXT NOT = SPACES
               MOVE WS-PART-IX            TO WS-PR-PART-NR
               MOVE WS-PART-REASON        TO WS-RL-TEXT
               PERFORM 1900-REFUSE        THRU 1900-EXIT
           END-IF.

           ADD WT-P-RECORDS-READ (WS-PART-IX)    TO WS-SUM-READ.
           ADD WT-P-EXCEPTIONS (WS-PART-IX)      TO WS-SUM-EXCEPTIONS.
           ADD WT-P-LEAP-BIRTHDAYS (WS-PART-IX)  TO
               WS-SUM-LEAP-BIRTHDAYS.
           ADD WT-P-ANOMALIES (WS-PART-IX)       TO WS-SUM-ANOMALIES.
           ADD WT-P-RESTART-SKIPPED (WS-PART-IX) TO
               WS-SUM-RESTART-SKIPPED.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3500-CHECK-BALANCE - THE PARTITIONS' RECORDS READ MUST ADD UP *
      *  TO THE WHOLE MANIFEST: NOTHING LOST, NOTHING COUNTED TWICE    *
      *----------------------------------------------------------------*
       3500-CHECK-BALANCE.

           MOVE WS-PART-COUNT             TO WS-T-PARTITIONS.
           MOVE WS-SUM-READ               TO WS-T-SUM-READ.
           MOVE WS-PAX-COUNT              TO WS-T-PAX-COUNT.

           WRITE MERGE-LINE               FROM WS-BLANK-LINE.
           WRITE MERGE-LINE               FROM WS-TOTAL-LINE-1.
           WRITE MERGE-LINE               FROM WS-BLANK-LINE.

           IF  WS-SUM-READ NOT = WS-PAX-COUNT
               MOVE 'PARTITION RECORDS READ DO NOT ADD UP TO PAXFILE'
                                          TO WS-RL-TEXT
               PERFORM 1900-REFUSE        THRU 1900-EXIT
           END-IF.

       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-BUILD-EXCP - EXCPRPT: HEADINGS, THE PARTITIONS' LINES,   *
      *  THE TOTAL LINE, AND THE RESTART LINE WHEN ANY PARTITION WAS   *
      *  RESTARTED -- THE SAME ORDER THE SINGLE PASS WRITES            *
      *----------------------------------------------------------------*
       4000-BUILD-EXCP.

           OPEN INPUT  EXCP-PARTIAL.
           OPEN OUTPUT EXCEPTION-RPT.

           WRITE EXCP-LINE                FROM WS-EXCP-HEADING-1.
           WRITE EXCP-LINE                FROM WS-EXCP-HEADING-2.

           MOVE 'N'                       TO WS-EOF-SWITCH.
           PERFORM 4100-COPY-ONE-EXCP     THRU 4100-EXIT
               UNTIL WS-EOF.

           MOVE WS-SUM-READ               TO WS-ET-RECORDS-READ.
           MOVE WS-SUM-EXCEPTIONS         TO WS-ET-EXCEPTIONS.
           WRITE EXCP-LINE                FROM WS-EXCP-TOTAL-LINE.

           IF  WS-SUM-RESTART-SKIPPED > ZERO
               MOVE WS-SUM-RESTART-SKIPPED TO WS-T-RESTART-SKIPPED
               WRITE EXCP-LINE            FROM WS-RESTART-SKIP-LINE
           END-IF.

           CLOSE EXCP-PARTIAL.
           CLOSE EXCEPTION-RPT.

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4100-COPY-ONE-EXCP - ONE PARTITION EXCEPTION LINE             *
      *----------------------------------------------------------------*
       4100-COPY-ONE-EXCP.

           READ EXCP-PARTIAL
               AT END
                   SET WS-EOF             TO TRUE
               NOT AT END
                   WRITE EXCP-LINE        FROM EXCP-IN-LINE
                   ADD 1 TO WS-EXCP-COPIED
           END-READ.

       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4500-BUILD-LEAP - LEAPRPT: HEADINGS, THE PARTITIONS' LINES,   *
      *  THE TOTAL LINE                                                *
      *----------------------------------------------------------------*
       4500-BUILD-LEAP.

           OPEN INPUT  LEAP-PARTIAL.
           OPEN OUTPUT LEAP-DIAG-RPT.

           WRITE DIAG-LINE                FROM WS-LEAP-HEADING-1.
           WRITE DIAG-LINE                FROM WS-LEAP-HEADING-2.

           MOVE 'N'                       TO WS-EOF-SWITCH.
           PERFORM 4600-COPY-ONE-LEAP     THRU 4600-EXIT
               UNTIL WS-EOF.

           MOVE WS-SUM-READ               TO WS-LT-RECORDS-READ.
           MOVE WS-SUM-LEAP-BIRTHDAYS     TO WS-LT-LEAP-BIRTHDAYS.
           MOVE WS-SUM-ANOMALIES          TO WS-LT-ANOMALIES.
           WRITE DIAG-LINE                FROM WS-LEAP-TOTAL-LINE.

           CLOSE LEAP-PARTIAL.
           CLOSE LEAP-DIAG-RPT.

       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4600-COPY-ONE-LEAP - ONE PARTITION DIAGNOSTIC LINE            *
      *----------------------------------------------------------------*
       4600-COPY-ONE-LEAP.

           READ LEAP-PARTIAL
               AT END
                   SET WS-EOF             TO TRUE
               NOT AT END
                   WRITE DIAG-LINE        FROM DIAG-IN-LINE
                   ADD 1 TO WS-LEAP-COPIED
           END-READ.

       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-BUILD-ADIS - ADISRPT: HEADING AND THE PARTITIONS'        *
      *  SAILING BLOCKS, THEN THE DEMOHIST UPDATES, WHOSE WRITE        *
      *  ERRORS (IF ANY) CLOSE OUT THE REPORT                          *
      *----------------------------------------------------------------*
       5000-BUILD-ADIS.

           OPEN INPUT  ADIS-PARTIAL.
           OPEN OUTPUT AGEDIST-RPT.

           WRITE ADIS-LINE                FROM WS-ADIS-HEADING-1.

           MOVE 'N'                       TO WS-EOF-SWITCH.
           PERFORM 5100-COPY-ONE-ADIS     THRU 5100-EXIT
               UNTIL WS-EOF.

           CLOSE ADIS-PARTIAL.

           OPEN INPUT  DEMO-UPDATE.
           OPEN I-O    DEMO-HISTORY.

           MOVE 'N'                       TO WS-EOF-SWITCH.
           PERFORM 5500-APPLY-ONE-HISTORY THRU 5500-EXIT
               UNTIL WS-EOF.

           CLOSE DEMO-UPDATE.
           CLOSE DEMO-HISTORY.
           CLOSE AGEDIST-RPT.

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5100-COPY-ONE-ADIS - ONE PARTITION AGE-DISTRIBUTION LINE      *
      *----------------------------------------------------------------*
       5100-COPY-ONE-ADIS.

           READ ADIS-PARTIAL
               AT END
                   SET WS-EOF             TO TRUE
               NOT AT END
                   WRITE ADIS-LINE        FROM ADIS-IN-LINE
                   ADD 1 TO WS-ADIS-COPIED
           END-READ.

       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5500-APPLY-ONE-HISTORY - ONE SAILING'S DEMOHIST RECORD, AS    *
      *  CSAGNITE WRITES IT IN A SINGLE PASS: A RERUN OF THE SAME      *
      *  SAILING REPLACES ITS RECORD                                   *
      *----------------------------------------------------------------*
       5500-APPLY-ONE-HISTORY.

           READ DEMO-UPDATE
               AT END
                   SET WS-EOF             TO TRUE
                   GO TO 5500-EXIT
           END-READ.

           MOVE DUPD-RECORD               TO CSDEMO-RECORD.

           WRITE CSDEMO-RECORD.

           IF  WS-DEMO-DUPLICATE
               REWRITE CSDEMO-RECORD
           END-IF.

           IF  WS-DEMO-OK
               ADD 1 TO WS-DEMO-APPLIED
           ELSE
               ADD 1 TO WS-DEMO-WRITE-ERRORS
               MOVE CSDEMO-SAILING-ID     TO WS-DE-SAILING-ID
               MOVE WS-DEMO-STATUS        TO WS-DE-STATUS
               WRITE ADIS-LINE            FROM WS-DEMO-ERROR-LINE
           END-IF.

       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6000-REPLAY-CASES - EACH PARTITION CASE HIT THROUGH CSAGCASW  *
      *  AS CSAGNITE WOULD HAVE CALLED IT, THEN THE END-OF-RUN INFMIN  *
      *  SWEEP, WHICH ALSO CLOSES THE CASEFILE                         *
      *----------------------------------------------------------------*
       6000-REPLAY-CASES.

           OPEN INPUT CASE-HITS.

           MOVE 'N'                       TO WS-EOF-SWITCH.
           PERFORM 6100-REPLAY-ONE-CASE   THRU 6100-EXIT
               UNTIL WS-EOF.

           CLOSE CASE-HITS.

           MOVE SPACES                    TO CSAGCASP-PARMS.
           SET CSAGCASP-I-END-OF-RUN      TO TRUE.
           MOVE WC-JOB-NAME               TO CSAGCASP-I-SOURCE-PGM.
           MOVE WS-CASE-RUN-CCYYMMDD      TO CSAGCASP-I-RUN-CCYYMMDD.
           MOVE WC-CASE-TYPE-INFMIN       TO CSAGCASP-I-SWEEP-TYPE (1).
           CALL WC-CSAGCASW               USING CSAGCASP-PARMS.

       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6100-REPLAY-ONE-CASE - ONE SAVED CSAGCASP PARAMETER AREA      *
      *----------------------------------------------------------------*
       6100-REPLAY-ONE-CASE.

           READ CASE-HITS
               AT END
                   SET WS-EOF             TO TRUE
                   GO TO 6100-EXIT
           END-READ.

           MOVE CHIT-RECORD               TO CSAGCASP-PARMS.
           CALL WC-CSAGCASW               USING CSAGCASP-PARMS.
           ADD 1 TO WS-CASES-REPLAYED.

       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - RESULT, COUNTS, RUN CONTROL, CLOSE           *
      *----------------------------------------------------------------*
       8000-TERMINATE.

           IF  WS-MERGE-REFUSED
               MOVE 'NO REPORTS BUILT -- DEMOHIST, CASEFILE NOT UPDATED'
                                          TO WS-RS-TEXT
           ELSE
               MOVE 'MERGE COMPLETE -- REPORTS BUILT, UPDATES APPLIED'
                                          TO WS-RS-TEXT
           END-IF.

           WRITE MERGE-LINE               FROM WS-BLANK-LINE.
           WRITE MERGE-LINE               FROM WS-RESULT-LINE.

           MOVE WS-EXCP-COPIED            TO WS-T-EXCP-COPIED.
           MOVE WS-LEAP-COPIED            TO WS-T-LEAP-COPIED.
           MOVE WS-ADIS-COPIED            TO WS-T-ADIS-COPIED.
           MOVE WS-DEMO-APPLIED           TO WS-T-DEMO-APPLIED.
           MOVE WS-DEMO-WRITE-ERRORS      TO WS-T-DEMO-ERRORS.
           MOVE WS-CASES-REPLAYED         TO WS-T-CASES-REPLAYED.

           WRITE MERGE-LINE               FROM WS-BLANK-LINE.
           WRITE MERGE-LINE               FROM WS-TOTAL-LINE-2.
           WRITE MERGE-LINE               FROM WS-TOTAL-LINE-3.

           PERFORM 9000-WRITE-RUN-CONTROL THRU 9000-EXIT.

           CLOSE MERGE-RPT.

       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-WRITE-RUN-CONTROL - THE NIGHT'S CSAGNITE RUN-CONTROL
      * RECORD, WITH THE SAME COUNTS THE SINGLE PASS WOULD HAVE
      * WRITTEN.  A REFUSED MERGE WRITES STATUS 0016 AND NO COUNTS SO
      * THE MORNING BALANCING REPORT (CSAGRBAL) FLAGS THE NIGHT.
      *----------------------------------------------------------------*
       9000-WRITE-RUN-CONTROL.

           OPEN EXTEND RUN-LOG.

           ACCEPT WS-RUN-CCYYMMDD         FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-HHMMSSHH         FROM TIME.

           MOVE SPACES                    TO CSRUNC-RECORD.
           MOVE WC-JOB-NAME               TO CSRUNC-JOB-NAME.
           MOVE WS-RUN-CCYYMMDD           TO CSRUNC-RUN-CCYYMMDD.
           MOVE WS-RUN-HHMMSS-KEEP        TO CSRUNC-RUN-HHMMSS.
           MOVE ZERO                      TO CSRUNC-RECORDS-WRITTEN.

           IF  WS-MERGE-REFUSED
               MOVE ZERO                  TO CSRUNC-RECORDS-READ
               MOVE ZERO                  TO CSRUNC-EXCEPTIONS
               MOVE '0016'                TO CSRUNC-RETURN-STATUS
           ELSE
               COMPUTE WS-RUN-EXCEPTIONS = WS-SUM-EXCEPTIONS
                                         + WS-SUM-ANOMALIES
               MOVE WS-SUM-READ           TO CSRUNC-RECORDS-READ
               MOVE WS-RUN-EXCEPTIONS     TO CSRUNC-EXCEPTIONS
               MOVE '0000'                TO CSRUNC-RETURN-STATUS
           END-IF.

           WRITE CSRUNC-RECORD.

           CLOSE RUN-LOG.

       9000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
