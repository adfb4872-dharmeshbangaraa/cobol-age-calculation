      *  THIS PROGRAM RUNS THE FULL SAILING MANIFEST THROUGH CSAGECAL  *
      *  AND PRINTS AN EXCEPTION LINE FOR EVERY PASSENGER WHOSE AGE,   *
      *  AS OF THE SAIL DATE, FALLS BELOW THE INFANT BOOKING           *
101526*  MINIMUM IN FORCE FOR THE PASSENGER'S OWN BRAND/ITINERARY      *
101526*  (INFRULES FILE VIA CSAGINFF).  SEE CSAGECAL CHANGE 091005     *
101526*  (R10 DAT0296) WHICH FIRST RESTRICTED INFANTS IN BOOKING AT    *
101526*  SCREEN ENTRY TIME -- THIS JOB GIVES OPS THE SAME CHECK ACROSS *
101526*  THE WHOLE MANIFEST.                                           *
      *                                                                *
      *  INPUT:   PASSENGER-FILE   - FULL SAILING MANIFEST (CSPAXREC)  *
101526*           INFANT-RULE-FILE - INFANT AGE RULES (CSAGINFF)       *
      *  OUTPUT:  EXCEPTION-RPT    - PRINT IMAGE EXCEPTION REPORT      *
101526*           CASE-FILE        - COMPLIANCE CASES (CSAGCASW)       *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
082226*  08/22/26   M.ANDREOLI  WRITE A STANDARD RUN-CONTROL RECORD    *
082226*                        (CSAGRUNC) TO THE COMMON RUNLOG AT END  *
082226*                        OF JOB FOR THE DAILY BALANCING REPORT   *
101526*  10/15/26   M.ANDREOLI  INFANT MINIMUM NOW COMES FROM THE      *
101526*                        BRAND/ITINERARY RULE (CSAGINFF) IN      *
101526*                        FORCE ON THE SAIL DATE INSTEAD OF ONE   *
101526*                        COMPILED 6-MONTH THRESHOLD; THE RULE    *
101526*                        CODE AND MINIMUM PRINT ON EACH LINE     *
101526*  10/15/26   M.ANDREOLI  EACH EXCEPTION ALSO OPENS OR COUNTS UP *
101526*                        AN INFMIN CASE ON THE COMMON CASEFILE   *
101526*                        (CSAGCASW); CASES NO LONGER RAISED ARE  *
101526*                        AUTO-CLOSED AT END OF JOB               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.

       01  WC-CONSTANTS.
           05  WC-MONTHS-SUFFIX            PIC X(01) VALUE 'M'.

       01  WS-SWITCHES.
       77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
       77  WS-EXCEPTIONS-FOUND             PIC 9(07) COMP VALUE ZERO.
       77  WS-AGE-MONTHS-N                 PIC 9(02).
101526 77  WS-AGE-IN-MONTHS                PIC 9(05) COMP VALUE ZERO.
101526 77  WS-LAST-DEPART-GREG             PIC S9(07) COMP-3 VALUE ZERO.
101526 77  WS-SAIL-DEPART-CCYYMMDD         PIC 9(08) VALUE ZERO.

082226 01  WS-RUN-TIMESTAMP.
082226     05  WS-RUN-CCYYMMDD             PIC 9(08).
           05  FILLER                      PIC X(10) VALUE 'SAILING'.
           05  FILLER                      PIC X(08) VALUE 'AGE-ACT'.
           05  FILLER                      PIC X(08) VALUE 'AGE-YRS'.
101526     05  FILLER                      PIC X(10) VALUE 'RULE'.
101526     05  FILLER                      PIC X(08) VALUE 'MIN-MOS'.
101526     05  FILLER                      PIC X(38) VALUE SPACES.

       01  WS-REPORT-LINE.
           05  WS-R-BOOKING-ID             PIC X(10).
           05  WS-R-SAILING-ID             PIC X(10).
           05  WS-R-AGE-ACTUAL             PIC X(08).
           05  WS-R-AGE-YEARS              PIC X(08).
101526     05  WS-R-INFANT-RULE            PIC X(10).
101526     05  WS-R-MIN-MONTHS             PIC ZZ9.
101526     05  FILLER                      PIC X(05) VALUE SPACES.
101526     05  FILLER                      PIC X(38) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(20) VALUE

080926     COPY CSAGBRCO.

101526 77  WC-CSAGINFF                      PIC X(08) VALUE 'CSAGINFF'.
101526 77  WC-CSDATE                        PIC X(08) VALUE 'CSDATE'.

101526     COPY CSAGINFP.

101526     COPY CSDATE.

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

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************
           EXIT.

      *----------------------------------------------------------------*
101526*  2100-CHECK-INFANT - FLAG AGES BELOW THE MINIMUM IN FORCE FOR  *
101526*  THE PASSENGER'S BRAND/ITINERARY.  AN AGE IN YEARS IS TAKEN AS *
101526*  WHOLE YEARS TIMES 12.                                         *
      *----------------------------------------------------------------*
       2100-CHECK-INFANT.

           MOVE ZERO                      TO WS-AGE-MONTHS-N.
101526     PERFORM 2150-GET-INFANT-RULE   THRU 2150-EXIT.

           IF  CSAGECAL-O-AGE-ACTUAL (3:1) = WC-MONTHS-SUFFIX
               MOVE CSAGECAL-O-AGE-ACTUAL (1:2) TO WS-AGE-MONTHS-N
101526         MOVE WS-AGE-MONTHS-N       TO WS-AGE-IN-MONTHS
           ELSE
101526         COMPUTE WS-AGE-IN-MONTHS = CSAGECAL-O-AGE-YEARS * 12
           END-IF.

101526     IF  WS-AGE-IN-MONTHS < CSAGINFP-O-MIN-AGE-MONTHS
101526         PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
101526     END-IF.

       2100-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526*  2150-GET-INFANT-RULE - MINIMUM INFANT AGE FOR THIS BRAND/     *
101526*  ITINERARY ON THE SAIL DATE.  THE MANIFEST IS IN SAILING       *
101526*  ORDER, SO THE DEPART DATE IS ONLY CONVERTED WHEN IT CHANGES.  *
101526*----------------------------------------------------------------*
101526 2150-GET-INFANT-RULE.
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
101526 2150-EXIT.
101526     EXIT.

      *----------------------------------------------------------------*
      *  2200-WRITE-EXCEPTION - PRINT ONE EXCEPTION LINE               *
      *----------------------------------------------------------------*
           MOVE CSPAX-SAILING-ID          TO WS-R-SAILING-ID.
           MOVE CSAGECAL-O-AGE-ACTUAL     TO WS-R-AGE-ACTUAL.
           MOVE CSAGECAL-O-AGE-YEARS      TO WS-R-AGE-YEARS.
101526     MOVE CSAGINFP-O-RULE-CODE      TO WS-R-INFANT-RULE.
101526     MOVE CSAGINFP-O-MIN-AGE-MONTHS TO WS-R-MIN-MONTHS.

           WRITE EXCP-LINE                FROM WS-REPORT-LINE.

           ADD 1 TO WS-EXCEPTIONS-FOUND.

101526     PERFORM 2300-RAISE-CASE        THRU 2300-EXIT.

       2200-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526*  2300-RAISE-CASE - OPEN OR COUNT UP THE PASSENGER'S INFMIN     *
101526*  CASE ON THE COMMON CASEFILE                                   *
101526*----------------------------------------------------------------*
101526 2300-RAISE-CASE.
101526
101526     MOVE CSAGECAL-O-AGE-ACTUAL     TO WS-CD-AGE-ACTUAL.
101526     MOVE CSAGINFP-O-MIN-AGE-MONTHS TO WS-CD-MIN-MONTHS.
101526     MOVE CSAGINFP-O-RULE-CODE      TO WS-CD-INFANT-RULE.
101526
101526     MOVE SPACES                    TO CSAGCASP-PARMS.
101526     SET CSAGCASP-I-HIT             TO TRUE.
101526     MOVE 'CSAGEXCP'                TO CSAGCASP-I-SOURCE-PGM.
101526     MOVE ZERO                      TO CSAGCASP-I-RUN-CCYYMMDD.
101526     MOVE WC-CASE-TYPE-INFMIN       TO CSAGCASP-I-CASE-TYPE.
101526     MOVE CSPAX-BOOKING-ID          TO CSAGCASP-I-BOOKING-ID.
101526     MOVE CSPAX-PASSENGER-ID        TO CSAGCASP-I-PASSENGER-ID.
101526     MOVE CSPAX-SAILING-ID          TO CSAGCASP-I-SAILING-ID.
101526     MOVE WS-SAIL-DEPART-CCYYMMDD   TO CSAGCASP-I-DEPART-CCYYMMDD.
101526     MOVE CSPAX-DEPART-DATE-GREG    TO
101526         CSAGCASP-I-DEPART-DATE-GREG.
101526     MOVE WS-CASE-DETAIL            TO CSAGCASP-I-DETAIL-TEXT.
101526     CALL WC-CSAGCASW               USING CSAGCASP-PARMS.
101526
101526 2300-EXIT.
101526     EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - WRITE TOTALS AND CLOSE FILES                *
      *----------------------------------------------------------------*
           MOVE WS-EXCEPTIONS-FOUND        TO WS-T-EXCEPTIONS.
           WRITE EXCP-LINE                 FROM WS-TOTAL-LINE.

101526     PERFORM 8100-CLOSE-OUT-CASES   THRU 8100-EXIT.

082226     PERFORM 9000-WRITE-RUN-CONTROL THRU 9000-EXIT.

           CLOSE PASSENGER-FILE.
       8000-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526*  8100-CLOSE-OUT-CASES - AUTO-CLOSE INFMIN CASES NOT RAISED     *
101526*  TONIGHT AND CLOSE THE CASEFILE                                *
101526*----------------------------------------------------------------*
101526 8100-CLOSE-OUT-CASES.
101526
101526     MOVE SPACES                    TO CSAGCASP-PARMS.
101526     SET CSAGCASP-I-END-OF-RUN      TO TRUE.
101526     MOVE 'CSAGEXCP'                TO CSAGCASP-I-SOURCE-PGM.
101526     MOVE ZERO                      TO CSAGCASP-I-RUN-CCYYMMDD.
101526     MOVE WC-CASE-TYPE-INFMIN       TO CSAGCASP-I-SWEEP-TYPE (1).
101526     CALL WC-CSAGCASW               USING CSAGCASP-PARMS.
101526
101526 8100-EXIT.
101526     EXIT.

082226*----------------------------------------------------------------*
082226* 9000-WRITE-RUN-CONTROL - ONE STANDARD RUN-CONTROL RECORD ON
082226* THE COMMON RUNLOG SO THE MORNING BALANCING REPORT (CSAGRBAL)
