      *  NO DIFFERENCE.                                                *
      *                                                                *
      *  INPUT:   PASSENGER-FILE - FULL MANIFEST, BY SAILING (CSPAXREC)*
101526*           INFANT-RULE-FILE - INFANT AGE RULES (CSAGINFF)       *
      *  OUTPUT:  EXCEPTION-RPT  - INFANT BOOKING EXCEPTION REPORT     *
      *           LEAP-DIAG-RPT  - FEBRUARY 29 DIAGNOSTIC REPORT       *
      *           AGEDIST-RPT    - PER-SAILING AGE-DISTRIBUTION REPORT *
101526*           CASE-FILE      - COMPLIANCE CASES (CSAGCASW)         *
101526*  PARTITION RUNS ONLY (PARTCARD PRESENT):                       *
101526*  INPUT:   PARTITION-CARD - THIS RUN'S PARTITION NUMBER         *
101526*           PARTITION-CONTROL - SAILING RANGES (CSAGNPCV)        *
101526*  OUTPUT:  DEMO-UPDATE    - DEMOHIST RECORDS FOR CSAGNMRG       *
101526*           CASE-HITS      - CASE HITS FOR CSAGNMRG (CSAGCASP)   *
101526*           PART-STATUS    - PARTITION STATUS RECORD (CSAGNPSR)  *
090226*  I/O:     CHECKPOINT-FILE - RESTART CONTROL RECORD, READ AT    *
090226*                             STARTUP AND REWRITTEN EVERY 5,000  *
090226*                             RECORDS                            *
090226*                        BAND) AND STORE THEM ON THE DEMOHIST    *
090226*                        RECORD FOR THE ONLINE DASHBOARD AND     *
090226*                        THE YOUTH STAFFING FEED                 *
101526*  10/15/26   M.ANDREOLI  INFANT MINIMUM NOW COMES FROM THE      *
101526*                        BRAND/ITINERARY RULE (CSAGINFF) IN      *
101526*                        FORCE ON THE SAIL DATE, AS IN CSAGEXCP; *
101526*                        THE RULE CODE AND MINIMUM PRINT ON EACH *
101526*                        EXCEPTION LINE                          *
101526*  10/15/26   M.ANDREOLI  EACH INFANT EXCEPTION ALSO OPENS OR    *
101526*                        COUNTS UP AN INFMIN CASE ON THE COMMON  *
101526*                        CASEFILE (CSAGCASW), AS CSAGEXCP DOES;  *
101526*                        CASES NO LONGER RAISED ARE AUTO-CLOSED  *
101526*                        AT END OF JOB.  THE CASE RUN DATE IS    *
101526*                        CHECKPOINTED SO A RESTART PAST MIDNIGHT *
101526*                        STILL SWEEPS AGAINST THE ORIGINAL DATE  *
101526*  10/15/26   M.ANDREOLI  PARTITIONED RUN.  WHEN A PARTCARD IS   *
101526*                        SUPPLIED THE RUN TAKES ONLY ITS OWN     *
101526*                        SAILING-ID RANGE FROM PARTCTL (CHECKED  *
101526*                        BY CSAGNPCV) AND BYPASSES THE REST OF   *
101526*                        PAXFILE.  IT WRITES DETAIL LINES ONLY   *
101526*                        (NO HEADINGS OR TOTALS), ITS DEMOHIST   *
101526*                        RECORDS TO DEMOUPD AND ITS CASE HITS TO *
101526*                        CASEHIT INSTEAD OF THE SHARED KSDS      *
101526*                        FILES, A PARTSTAT RECORD, AND RUNLOG    *
101526*                        JOB CSAGNPNN.  CSAGNMRG THEN BUILDS THE *
101526*                        THREE REPORTS AND APPLIES THE UPDATES.  *
101526*                        NO PARTCARD RUNS THE SINGLE PASS AS     *
101526*                        BEFORE.  A BAD CONTROL FILE OR A        *
101526*                        CHECKPOINT FROM ANOTHER PARTITION ENDS  *
101526*                        THE RUN WITH RETURN CODE 16             *
101526*  10/15/26   M.ANDREOLI  CKPTFILE LRECL GOES FROM 150 TO 158    *
101526*                        FOR THE CASE RUN DATE AND PARTITION     *
101526*                        NUMBER.  REALLOCATE CKPTFILE AT 158     *
101526*                        BEFORE THE FIRST RUN OF THIS LEVEL; A   *
101526*                        CHECKPOINT LEFT BY THE OLD LAYOUT       *
101526*                        CANNOT BE RESTARTED FROM - RERUN THAT   *
101526*                        JOB FROM THE TOP                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
090226     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO CKPTFILE
090226            ORGANIZATION IS SEQUENTIAL.

101526     SELECT OPTIONAL PARTITION-CARD ASSIGN TO PARTCARD
101526            ORGANIZATION IS SEQUENTIAL.

101526     SELECT DEMO-UPDATE       ASSIGN TO DEMOUPD
101526            ORGANIZATION IS SEQUENTIAL.

101526     SELECT CASE-HITS         ASSIGN TO CASEHIT
101526            ORGANIZATION IS SEQUENTIAL.

101526     SELECT PART-STATUS       ASSIGN TO PARTSTAT
101526            ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************
090226     05  CKPT-SAIL-INFANTS            PIC 9(05).
090226     05  CKPT-SAIL-CHILDREN           PIC 9(05).
090226     05  CKPT-SAIL-TEENS              PIC 9(05).
101526     05  CKPT-CASE-RUN-CCYYMMDD       PIC 9(08).
101526     05  CKPT-PART-NR                 PIC 9(02).
101526     05  FILLER                       PIC X(01).

101526 FD  PARTITION-CARD
101526     RECORDING MODE IS F.
101526 01  PCARD-RECORD.
101526     05  PCARD-PART-NR               PIC 9(02).
101526     05  FILLER                      PIC X(78).

101526 FD  DEMO-UPDATE
101526     RECORDING MODE IS F.
101526 01  DUPD-RECORD                     PIC X(120).

101526 FD  CASE-HITS
101526     RECORDING MODE IS F.
101526 01  CHIT-RECORD                     PIC X(128).

101526 FD  PART-STATUS
101526     RECORDING MODE IS F.
101526     COPY CSAGNPSR.

       WORKING-STORAGE SECTION.

       01  WC-CONSTANTS.
           05  WC-MONTHS-SUFFIX            PIC X(01) VALUE 'M'.

       01  WS-SWITCHES.
               88  WS-FIRST-SAILING             VALUE 'Y'.
090226     05  WS-RESTART-SWITCH           PIC X(01) VALUE 'N'.
090226         88  WS-RESTART-RUN              VALUE 'Y'.
101526     05  WS-PARTITION-SWITCH         PIC X(01) VALUE 'N'.
101526         88  WS-PARTITION-RUN            VALUE 'Y'.
101526     05  WS-REFUSED-SWITCH           PIC X(01) VALUE 'N'.
101526         88  WS-PARTITION-REFUSED        VALUE 'Y'.
101526     05  WS-IN-RANGE-SWITCH          PIC X(01) VALUE 'N'.
101526         88  WS-IN-RANGE                 VALUE 'Y'.

       01  WS-CURRENT-SAILING-ID           PIC X(08) VALUE SPACES.

101526 01  WS-PARTITION.
101526     05  WS-PART-NR                  PIC 9(02) VALUE ZERO.
101526     05  WS-PART-FROM-SAILING-ID     PIC X(08) VALUE SPACES.
101526     05  WS-PART-TO-SAILING-ID       PIC X(08) VALUE SPACES.

101526 01  WS-PART-JOB-NAME.
101526     05  FILLER                      PIC X(06) VALUE 'CSAGNP'.
101526     05  WS-PJ-PART-NR               PIC 9(02).

101526 01  WS-REFUSED-LINE.
101526     05  FILLER                      PIC X(34) VALUE
101526         'CSAGNITE - PARTITION RUN REFUSED: '.
101526     05  WS-RF-MESSAGE               PIC X(60).
101526     05  FILLER                      PIC X(38) VALUE SPACES.

082226 01  WS-DEMO-STATUS                  PIC X(02).
082226     88  WS-DEMO-OK                      VALUE '00'.
082226     88  WS-DEMO-DUPLICATE               VALUE '22'.
       77  WS-ANOMALIES-FOUND              PIC 9(07) COMP VALUE ZERO.
090226 77  WS-RECORDS-RESTART-SKIPPED      PIC 9(07) COMP VALUE ZERO.
090226 77  WS-SKIP-COUNT                   PIC 9(07) COMP VALUE ZERO.
101526 77  WS-RECORDS-BYPASSED             PIC 9(07) COMP VALUE ZERO.
090226 77  WS-CKPT-INTERVAL                PIC 9(07) COMP VALUE 5000.
090226 77  WS-CKPT-QUOTIENT                PIC 9(07) COMP-3 VALUE ZERO.
090226 77  WS-CKPT-REMAINDER               PIC 9(07) COMP-3 VALUE ZERO.
090226 77  WS-CKPT-BAND-IX                 PIC 9(02) COMP VALUE ZERO.
       77  WS-AGE-MONTHS-N                 PIC 9(02).
101526 77  WS-AGE-IN-MONTHS                PIC 9(05) COMP VALUE ZERO.
101526 77  WS-LAST-DEPART-GREG             PIC S9(07) COMP-3 VALUE ZERO.
101526 77  WS-SAIL-DEPART-CCYYMMDD         PIC 9(08) VALUE ZERO.
101526 77  WS-CASE-RUN-CCYYMMDD            PIC 9(08) VALUE ZERO.
       77  WS-BAND-DIVIDE                  PIC 9(03) COMP VALUE ZERO.

      ******************************************************************
           05  FILLER                      PIC X(10) VALUE 'SAILING'.
           05  FILLER                      PIC X(08) VALUE 'AGE-ACT'.
           05  FILLER                      PIC X(08) VALUE 'AGE-YRS'.
101526     05  FILLER                      PIC X(10) VALUE 'RULE'.
101526     05  FILLER                      PIC X(08) VALUE 'MIN-MOS'.
101526     05  FILLER                      PIC X(38) VALUE SPACES.

       01  WS-EXCP-LINE.
           05  WS-E-BOOKING-ID             PIC X(10).
           05  WS-E-SAILING-ID             PIC X(10).
           05  WS-E-AGE-ACTUAL             PIC X(08).
           05  WS-E-AGE-YEARS              PIC X(08).
101526     05  WS-E-INFANT-RULE            PIC X(10).
101526     05  WS-E-MIN-MONTHS             PIC ZZ9.
101526     05  FILLER                      PIC X(05) VALUE SPACES.
101526     05  FILLER                      PIC X(38) VALUE SPACES.

       01  WS-EXCP-TOTAL-LINE.
           05  FILLER                      PIC X(20) VALUE

           COPY CSAGBRCO.

101526 77  WC-CSAGINFF                      PIC X(08) VALUE 'CSAGINFF'.

101526     COPY CSAGINFP.

101526 77  WC-CSAGCASW                      PIC X(08) VALUE 'CSAGCASW'.
101526 77  WC-CASE-TYPE-INFMIN              PIC X(06) VALUE 'INFMIN'.

101526 01  WS-CASE-DETAIL.
101526     05  FILLER                      PIC X(04) VALUE 'AGE '.
101526     05  WS-CD-AGE-ACTUAL            PIC X(08).
101526     05  FILLER                      PIC X(05) VALUE ' MIN '.
101526     05  WS-CD-MIN-MONTHS            PIC ZZ9.
101526     05  FILLER                      PIC X(03) VALUE 'M  '.
101526     05  WS-CD-INFANT-RULE           PIC X(08).
101526     05  FILLER                      PIC X(09) VALUE SPACES.

101526     COPY CSAGCASP.

101526 77  WC-CSAGNPCV                      PIC X(08) VALUE 'CSAGNPCV'.

101526     COPY CSAGNPCP.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.

101526     IF  WS-PARTITION-REFUSED
101526         MOVE 16                  TO RETURN-CODE
101526         GOBACK
101526     END-IF.

           PERFORM 2000-PROCESS-PAX     THRU 2000-EXIT
               UNTIL WS-EOF.

      *----------------------------------------------------------------*
       1000-INITIALIZE.

101526     PERFORM 1050-READ-PARTITION    THRU 1050-EXIT.
101526     IF  WS-PARTITION-REFUSED
101526         GO TO 1000-EXIT
101526     END-IF.

090226     PERFORM 1300-READ-CHECKPOINT   THRU 1300-EXIT.

101526*    A CHECKPOINT LEFT BY ANOTHER PARTITION (OR BY THE SINGLE
101526*    PASS) MUST NOT BE RESUMED UNDER THIS ONE'S RANGE
101526     IF  WS-RESTART-RUN
101526     AND CKPT-PART-NR NOT = WS-PART-NR
101526         MOVE 'CHECKPOINT FILE IS FROM A DIFFERENT PARTITION'
101526                                    TO CSAGNPCP-O-MESSAGE
101526         PERFORM 1090-REFUSE-PARTITION THRU 1090-EXIT
101526         GO TO 1000-EXIT
101526     END-IF.

101526*    A RESTART KEEPS THE FIRST ATTEMPT'S CASE RUN DATE
101526     IF  WS-CASE-RUN-CCYYMMDD = ZERO
101526         ACCEPT WS-CASE-RUN-CCYYMMDD FROM DATE YYYYMMDD
101526     END-IF.

           OPEN INPUT  PASSENGER-FILE.

101526*    PARALLEL PARTITIONS CANNOT SHARE THE KSDS FOR UPDATE; A
101526*    PARTITION OPENS IT FOR INPUT ONLY, BUILDS ITS HISTORY
101526*    RECORDS IN THE RECORD AREA AS USUAL, AND WRITES THEM TO
101526*    DEMOUPD FOR CSAGNMRG TO APPLY
101526     IF  WS-PARTITION-RUN
101526         OPEN INPUT  DEMO-HISTORY
101526     ELSE
082226         OPEN I-O    DEMO-HISTORY
101526     END-IF.

090226     IF  WS-RESTART-RUN
090226         OPEN EXTEND EXCEPTION-RPT
090226         OPEN EXTEND LEAP-DIAG-RPT
090226         OPEN EXTEND AGEDIST-RPT
101526         IF  WS-PARTITION-RUN
101526             OPEN EXTEND DEMO-UPDATE
101526             OPEN EXTEND CASE-HITS
101526         END-IF
090226         PERFORM 1100-SKIP-PROCESSED THRU 1100-EXIT
090226     ELSE
               OPEN OUTPUT EXCEPTION-RPT
               OPEN OUTPUT LEAP-DIAG-RPT
               OPEN OUTPUT AGEDIST-RPT
101526         IF  WS-PARTITION-RUN
101526             OPEN OUTPUT DEMO-UPDATE
101526             OPEN OUTPUT CASE-HITS
101526         ELSE
                   WRITE EXCP-LINE        FROM WS-EXCP-HEADING-1
                   WRITE EXCP-LINE        FROM WS-EXCP-HEADING-2
                   WRITE DIAG-LINE        FROM WS-LEAP-HEADING-1
                   WRITE DIAG-LINE        FROM WS-LEAP-HEADING-2
                   WRITE ADIS-LINE        FROM WS-ADIS-HEADING-1
101526         END-IF
090226     END-IF.

           PERFORM 1200-READ-PAX          THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526*  1050-READ-PARTITION - NO PARTCARD, OR AN EMPTY ONE, MEANS THE *
101526*  SINGLE PASS OVER THE WHOLE MANIFEST.  OTHERWISE FETCH THIS    *
101526*  PARTITION'S SAILING RANGE FROM THE CHECKED CONTROL FILE; A    *
101526*  CONTROL FILE THAT FAILS THE CHECK REFUSES THE RUN.  THE       *
101526*  PARTITION'S PARTSTAT IS EMPTIED HERE AND REWRITTEN ONLY BY A  *
101526*  CLEAN FINISH.                                                 *
101526*----------------------------------------------------------------*
101526 1050-READ-PARTITION.

101526     OPEN INPUT PARTITION-CARD.
101526     READ PARTITION-CARD
101526         NOT AT END
101526             IF  PCARD-PART-NR NUMERIC
101526             AND PCARD-PART-NR > ZERO
101526                 SET WS-PARTITION-RUN TO TRUE
101526                 MOVE PCARD-PART-NR TO WS-PART-NR
101526             END-IF
101526     END-READ.
101526     CLOSE PARTITION-CARD.

101526     IF  NOT WS-PARTITION-RUN
101526         GO TO 1050-EXIT
101526     END-IF.

101526*    EMPTY THIS PARTITION'S PARTSTAT BEFORE ANYTHING ELSE, SO AN
101526*    EARLIER NIGHT'S COMPLETE RECORD CANNOT SURVIVE A REFUSAL OR
101526*    AN ABEND AND BE MERGED AS TONIGHT'S
101526     OPEN OUTPUT PART-STATUS.
101526     CLOSE PART-STATUS.

101526     MOVE WS-PART-NR                TO CSAGNPCP-I-PART-NR.
101526     CALL WC-CSAGNPCV               USING CSAGNPCP-PARMS.

101526     IF  NOT CSAGNPCP-O-RC-OK
101526         PERFORM 1090-REFUSE-PARTITION THRU 1090-EXIT
101526         GO TO 1050-EXIT
101526     END-IF.

101526     MOVE CSAGNPCP-O-FROM-SAILING-ID TO WS-PART-FROM-SAILING-ID.
101526     MOVE CSAGNPCP-O-TO-SAILING-ID  TO WS-PART-TO-SAILING-ID.

101526 1050-EXIT.
101526     EXIT.

101526*----------------------------------------------------------------*
101526*  1090-REFUSE-PARTITION - SAY WHY ON THE EXCEPTION REPORT AND   *
101526*  END THE RUN WITHOUT A PARTSTAT RECORD, SO CSAGNMRG WILL NOT   *
101526*  MERGE A NIGHT THAT THIS PARTITION NEVER COVERED.  THE REPORT  *
101526*  IS OPENED EXTEND SO A PARTIAL REPORT AWAITING A RESTART IS    *
101526*  NOT LOST.                                                     *
101526*----------------------------------------------------------------*
101526 1090-REFUSE-PARTITION.

101526     SET WS-PARTITION-REFUSED       TO TRUE.
101526     MOVE CSAGNPCP-O-MESSAGE        TO WS-RF-MESSAGE.

101526     OPEN EXTEND EXCEPTION-RPT.
101526     WRITE EXCP-LINE                FROM WS-REFUSED-LINE.
101526     CLOSE EXCEPTION-RPT.

101526 1090-EXIT.
101526     EXIT.

090226*----------------------------------------------------------------*
090226* 1100-SKIP-PROCESSED - RESTART ONLY.  RE-READ, BUT DO NOT
090226* REPROCESS, THE PASSENGER RECORDS THE PRIOR RUN ALREADY GOT
090226                 MOVE CKPT-SAIL-INFANTS    TO WS-SAIL-INFANTS
090226                 MOVE CKPT-SAIL-CHILDREN   TO WS-SAIL-CHILDREN
090226                 MOVE CKPT-SAIL-TEENS      TO WS-SAIL-TEENS
101526                 IF  CKPT-CASE-RUN-CCYYMMDD NUMERIC
101526                     MOVE CKPT-CASE-RUN-CCYYMMDD TO
101526                         WS-CASE-RUN-CCYYMMDD
101526                 END-IF
101526                 IF  CKPT-PART-NR NOT NUMERIC
101526                     MOVE ZERO             TO CKPT-PART-NR
101526                 END-IF
090226                 PERFORM 1350-RESTORE-ONE-BAND THRU 1350-EXIT
090226                     VARYING WS-CKPT-BAND-IX FROM 1 BY 1
090226                     UNTIL WS-CKPT-BAND-IX > 11
090226     EXIT.

      *----------------------------------------------------------------*
101526*  1200-READ-PAX - READ THE NEXT PASSENGER RECORD IN THIS RUN'S  *
101526*                  SAILING RANGE (EVERY RECORD IN A SINGLE PASS) *
      *----------------------------------------------------------------*
       1200-READ-PAX.

101526     MOVE 'N'                       TO WS-IN-RANGE-SWITCH.
101526     PERFORM 1250-READ-ONE-PAX      THRU 1250-EXIT
101526         UNTIL WS-EOF
101526         OR WS-IN-RANGE.

       1200-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526*  1250-READ-ONE-PAX - READ ONE RECORD.  A PARTITION RUN COUNTS  *
101526*  RECORDS OUTSIDE ITS RANGE AS BYPASSED, NOT READ, SO THE       *
101526*  PARTITIONS' RECORDS-READ ADD UP TO THE WHOLE MANIFEST         *
101526*----------------------------------------------------------------*
101526 1250-READ-ONE-PAX.

101526     READ PASSENGER-FILE
101526         AT END
101526             SET WS-EOF             TO TRUE
101526             GO TO 1250-EXIT
101526     END-READ.

101526     IF  WS-PARTITION-RUN
101526         IF  CSPAX-SAILING-ID < WS-PART-FROM-SAILING-ID
101526         OR (WS-PART-TO-SAILING-ID NOT = SPACES
101526         AND CSPAX-SAILING-ID NOT < WS-PART-TO-SAILING-ID)
101526             ADD 1 TO WS-RECORDS-BYPASSED
101526             GO TO 1250-EXIT
101526         END-IF
101526     END-IF.

101526     SET WS-IN-RANGE                TO TRUE.
101526     ADD 1 TO WS-RECORDS-READ.

101526 1250-EXIT.
101526     EXIT.

      *----------------------------------------------------------------*
      *  2000-PROCESS-PAX - ONE CSAGECAL CALL PER PASSENGER, THEN      *
      *                     FEED ALL THREE REPORTS FROM THAT RESULT    *
           EXIT.

      *----------------------------------------------------------------*
101526*  2200-CHECK-INFANT - FLAG AGES BELOW THE MINIMUM IN FORCE FOR  *
101526*                      THE PASSENGER'S BRAND/ITINERARY           *
      *                      (SAME RULE AS CSAGEXCP)                   *
      *----------------------------------------------------------------*
       2200-CHECK-INFANT.

           MOVE ZERO                      TO WS-AGE-MONTHS-N.
101526     PERFORM 2210-GET-INFANT-RULE   THRU 2210-EXIT.

           IF  CSAGECAL-O-AGE-ACTUAL (3:1) = WC-MONTHS-SUFFIX
               MOVE CSAGECAL-O-AGE-ACTUAL (1:2) TO WS-AGE-MONTHS-N
101526         MOVE WS-AGE-MONTHS-N       TO WS-AGE-IN-MONTHS
           ELSE
101526         COMPUTE WS-AGE-IN-MONTHS = CSAGECAL-O-AGE-YEARS * 12
           END-IF.

101526     IF  WS-AGE-IN-MONTHS < CSAGINFP-O-MIN-AGE-MONTHS
101526         PERFORM 2250-WRITE-EXCEPTION THRU 2250-EXIT
101526     END-IF.

       2200-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526*  2210-GET-INFANT-RULE - MINIMUM INFANT AGE FOR THIS BRAND/     *
101526*  ITINERARY ON THE SAIL DATE.  THE DEPART DATE IS ONLY          *
101526*  CONVERTED WHEN IT CHANGES.                                    *
101526*----------------------------------------------------------------*
101526 2210-GET-INFANT-RULE.
101526
101526     IF  CSPAX-DEPART-DATE-GREG NOT = WS-LAST-DEPART-GREG
101526         MOVE CSPAX-DEPART-DATE-GREG TO WS-LAST-DEPART-GREG
101526         MOVE ZERO                  TO WS-SAIL-DEPART-CCYYMMDD
101526         MOVE LOW-VALUES            TO CSDATE-PARMS
101526         MOVE CSPAX-DEPART-DATE-GREG TO CSDATE-INPUT-GREG
101526         SET CSDATE-FORMAT-GREG     TO TRUE
101526         CALL WC-CSDATE             USING CSDATE-PARMS
101526         IF  CSDATE-RC-OK
101526             MOVE CSDATE-OUT-CCYYMMDD TO WS-SAIL-DEPART-CCYYMMDD
101526         END-IF
101526     END-IF.
101526
101526     MOVE CSPAX-BRAND-CODE          TO CSAGINFP-I-BRAND-CODE.
101526     MOVE CSPAX-ITINERARY-CODE      TO CSAGINFP-I-ITINERARY-CODE.
101526     MOVE WS-SAIL-DEPART-CCYYMMDD   TO CSAGINFP-I-LOOKUP-CCYYMMDD.
101526     CALL WC-CSAGINFF               USING CSAGINFP-PARMS.
101526
101526 2210-EXIT.
101526     EXIT.

      *----------------------------------------------------------------*
      *  2250-WRITE-EXCEPTION - PRINT ONE INFANT EXCEPTION LINE        *
      *----------------------------------------------------------------*
           MOVE CSPAX-SAILING-ID          TO WS-E-SAILING-ID.
           MOVE CSAGECAL-O-AGE-ACTUAL     TO WS-E-AGE-ACTUAL.
           MOVE CSAGECAL-O-AGE-YEARS      TO WS-E-AGE-YEARS.
101526     MOVE CSAGINFP-O-RULE-CODE      TO WS-E-INFANT-RULE.
101526     MOVE CSAGINFP-O-MIN-AGE-MONTHS TO WS-E-MIN-MONTHS.

           WRITE EXCP-LINE                FROM WS-EXCP-LINE.

           ADD 1 TO WS-EXCEPTIONS-FOUND.

101526     PERFORM 2260-RAISE-CASE        THRU 2260-EXIT.

       2250-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526*  2260-RAISE-CASE - OPEN OR COUNT UP THE PASSENGER'S INFMIN     *
101526*  CASE ON THE COMMON CASEFILE (SAME CASE AS CSAGEXCP RAISES)    *
101526*----------------------------------------------------------------*
101526 2260-RAISE-CASE.
101526
101526     MOVE CSAGECAL-O-AGE-ACTUAL     TO WS-CD-AGE-ACTUAL.
101526     MOVE CSAGINFP-O-MIN-AGE-MONTHS TO WS-CD-MIN-MONTHS.
101526     MOVE CSAGINFP-O-RULE-CODE      TO WS-CD-INFANT-RULE.
101526
101526     MOVE SPACES                    TO CSAGCASP-PARMS.
101526     SET CSAGCASP-I-HIT             TO TRUE.
101526     MOVE 'CSAGNITE'                TO CSAGCASP-I-SOURCE-PGM.
101526     MOVE WS-CASE-RUN-CCYYMMDD      TO CSAGCASP-I-RUN-CCYYMMDD.
101526     MOVE WC-CASE-TYPE-INFMIN       TO CSAGCASP-I-CASE-TYPE.
101526     MOVE CSPAX-BOOKING-ID          TO CSAGCASP-I-BOOKING-ID.
101526     MOVE CSPAX-PASSENGER-ID        TO CSAGCASP-I-PASSENGER-ID.
101526     MOVE CSPAX-SAILING-ID          TO CSAGCASP-I-SAILING-ID.
101526     MOVE WS-SAIL-DEPART-CCYYMMDD   TO CSAGCASP-I-DEPART-CCYYMMDD.
101526     MOVE CSPAX-DEPART-DATE-GREG    TO
101526         CSAGCASP-I-DEPART-DATE-GREG.
101526     MOVE WS-CASE-DETAIL            TO CSAGCASP-I-DETAIL-TEXT.
101526
101526*    A PARTITION LEAVES THE CASEFILE TO CSAGNMRG, WHICH REPLAYS
101526*    THESE SAME PARAMETERS THROUGH CSAGCASW
101526     IF  WS-PARTITION-RUN
101526         WRITE CHIT-RECORD          FROM CSAGCASP-PARMS
101526     ELSE
101526         CALL WC-CSAGCASW           USING CSAGCASP-PARMS
101526     END-IF.
101526
101526 2260-EXIT.
101526     EXIT.

      *----------------------------------------------------------------*
      *  2300-WRITE-LEAP-DIAG - ONE DIAGNOSTIC LINE PER FEBRUARY 29    *
      *                         BIRTHDAY (SAME RULE AS CSAGLEAP)       *
090226     MOVE WS-SAIL-CHILDREN          TO CSDEMO-CHILD-COUNT.
090226     MOVE WS-SAIL-TEENS             TO CSDEMO-TEEN-COUNT.

101526     IF  WS-PARTITION-RUN
101526         WRITE DUPD-RECORD          FROM CSDEMO-RECORD
101526         GO TO 3500-EXIT
101526     END-IF.

082226     WRITE CSDEMO-RECORD.

082226     IF  WS-DEMO-DUPLICATE
               PERFORM 3000-PRINT-SAILING THRU 3000-EXIT
           END-IF.

101526*    A PARTITION'S TOTALS GO ON ITS PARTSTAT RECORD; CSAGNMRG
101526*    PRINTS THE NIGHT'S TOTALS AND DOES THE CASE SWEEP
101526     IF  WS-PARTITION-RUN
101526         PERFORM 8200-WRITE-PART-STATUS THRU 8200-EXIT
101526     ELSE
101526         PERFORM 8050-WRITE-TOTALS  THRU 8050-EXIT
101526         PERFORM 8100-CLOSE-OUT-CASES THRU 8100-EXIT
101526     END-IF.

082226     PERFORM 9000-WRITE-RUN-CONTROL THRU 9000-EXIT.

           CLOSE LEAP-DIAG-RPT.
           CLOSE AGEDIST-RPT.
082226     CLOSE DEMO-HISTORY.
101526     IF  WS-PARTITION-RUN
101526         CLOSE DEMO-UPDATE
101526         CLOSE CASE-HITS
101526     END-IF.

090226*    CLEAN FINISH -- EMPTY THE CHECKPOINT FILE SO THE NEXT
090226*    NIGHT'S RUN STARTS FROM SCRATCH
       8000-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526*  8050-WRITE-TOTALS - THE REPORT TOTAL LINES (SINGLE PASS)      *
101526*----------------------------------------------------------------*
101526 8050-WRITE-TOTALS.

           MOVE WS-RECORDS-READ            TO WS-ET-RECORDS-READ.
           MOVE WS-EXCEPTIONS-FOUND        TO WS-ET-EXCEPTIONS.
           WRITE EXCP-LINE                 FROM WS-EXCP-TOTAL-LINE.

           MOVE WS-RECORDS-READ            TO WS-LT-RECORDS-READ.
           MOVE WS-LEAP-BIRTHDAYS-FOUND    TO WS-LT-LEAP-BIRTHDAYS.
           MOVE WS-ANOMALIES-FOUND         TO WS-LT-ANOMALIES.
           WRITE DIAG-LINE                 FROM WS-LEAP-TOTAL-LINE.

090226     IF  WS-RECORDS-RESTART-SKIPPED > ZERO
090226         MOVE WS-RECORDS-RESTART-SKIPPED TO
090226             WS-T-RESTART-SKIPPED
090226         WRITE EXCP-LINE             FROM WS-RESTART-SKIP-LINE
090226     END-IF.

101526 8050-EXIT.
101526     EXIT.

101526*----------------------------------------------------------------*
101526*  8100-CLOSE-OUT-CASES - AUTO-CLOSE INFMIN CASES NOT RAISED ON  *
101526*  THE CASE RUN DATE AND CLOSE THE CASEFILE                      *
101526*----------------------------------------------------------------*
101526 8100-CLOSE-OUT-CASES.
101526
101526     MOVE SPACES                    TO CSAGCASP-PARMS.
101526     SET CSAGCASP-I-END-OF-RUN      TO TRUE.
101526     MOVE 'CSAGNITE'                TO CSAGCASP-I-SOURCE-PGM.
101526     MOVE WS-CASE-RUN-CCYYMMDD      TO CSAGCASP-I-RUN-CCYYMMDD.
101526     MOVE WC-CASE-TYPE-INFMIN       TO CSAGCASP-I-SWEEP-TYPE (1).
101526     CALL WC-CSAGCASW               USING CSAGCASP-PARMS.
101526
101526 8100-EXIT.
101526     EXIT.

101526*----------------------------------------------------------------*
101526*  8200-WRITE-PART-STATUS - THE PARTITION'S COUNTS AND RANGE FOR *
101526*  CSAGNMRG.  WRITTEN ONLY HERE, ON A CLEAN FINISH.              *
101526*----------------------------------------------------------------*
101526 8200-WRITE-PART-STATUS.

101526     ACCEPT WS-RUN-CCYYMMDD         FROM DATE YYYYMMDD.
101526     ACCEPT WS-RUN-HHMMSSHH         FROM TIME.

101526     OPEN OUTPUT PART-STATUS.

101526     MOVE SPACES                    TO CSNPS-RECORD.
101526     MOVE WS-PART-NR                TO CSNPS-PART-NR.
101526     MOVE WS-PART-FROM-SAILING-ID   TO CSNPS-FROM-SAILING-ID.
101526     MOVE WS-PART-TO-SAILING-ID     TO CSNPS-TO-SAILING-ID.
101526     MOVE WS-RECORDS-READ           TO CSNPS-RECORDS-READ.
101526     MOVE WS-RECORDS-BYPASSED       TO CSNPS-RECORDS-BYPASSED.
101526     MOVE WS-EXCEPTIONS-FOUND       TO CSNPS-EXCEPTIONS-FOUND.
101526     MOVE WS-LEAP-BIRTHDAYS-FOUND   TO CSNPS-LEAP-BIRTHDAYS.
101526     MOVE WS-ANOMALIES-FOUND        TO CSNPS-ANOMALIES-FOUND.
101526     MOVE WS-RECORDS-RESTART-SKIPPED TO CSNPS-RESTART-SKIPPED.
101526     MOVE WS-CASE-RUN-CCYYMMDD      TO CSNPS-CASE-RUN-CCYYMMDD.
101526     MOVE WS-RUN-CCYYMMDD           TO CSNPS-RUN-CCYYMMDD.
101526     MOVE WS-RUN-HHMMSS-KEEP        TO CSNPS-RUN-HHMMSS.
101526     SET CSNPS-COMPLETE             TO TRUE.
101526     WRITE CSNPS-RECORD.

101526     CLOSE PART-STATUS.

101526 8200-EXIT.
101526     EXIT.

090226*----------------------------------------------------------------*
090226* 7000-WRITE-CHECKPOINT - COMMIT THE READ POSITION, THE RUNNING
090226* REPORT COUNTERS, AND THE IN-FLIGHT SAILING'S BAND COUNTS SO A
090226     MOVE WS-SAIL-INFANTS           TO CKPT-SAIL-INFANTS.
090226     MOVE WS-SAIL-CHILDREN          TO CKPT-SAIL-CHILDREN.
090226     MOVE WS-SAIL-TEENS             TO CKPT-SAIL-TEENS.
101526     MOVE WS-CASE-RUN-CCYYMMDD      TO CKPT-CASE-RUN-CCYYMMDD.
101526     MOVE WS-PART-NR                TO CKPT-PART-NR.
090226     PERFORM 7100-SAVE-ONE-BAND     THRU 7100-EXIT
090226         VARYING WS-CKPT-BAND-IX FROM 1 BY 1
090226         UNTIL WS-CKPT-BAND-IX > 11.
082226     ACCEPT WS-RUN-HHMMSSHH         FROM TIME.

082226     MOVE SPACES                    TO CSRUNC-RECORD.
101526     IF  WS-PARTITION-RUN
101526         MOVE WS-PART-NR            TO WS-PJ-PART-NR
101526         MOVE WS-PART-JOB-NAME      TO CSRUNC-JOB-NAME
101526     ELSE
082226         MOVE 'CSAGNITE'            TO CSRUNC-JOB-NAME
101526     END-IF.
082226     MOVE WS-RUN-CCYYMMDD           TO CSRUNC-RUN-CCYYMMDD.
082226     MOVE WS-RUN-HHMMSS-KEEP        TO CSRUNC-RUN-HHMMSS.
082226     COMPUTE WS-RUN-EXCEPTIONS = WS-EXCEPTIONS-FOUND
