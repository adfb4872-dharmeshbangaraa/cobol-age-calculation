      *  NAME IS RUN THROUGH CSAGBRCO THEN CSAGECAL, AND THE FILE IS   *
      *  WRITTEN BACK ELIGIBILITY-CODED -- WHO FALLS UNDER THE INFANT  *
      *  RESTRICTION, AND WHICH PRICING BAND EVERYONE ELSE IS IN.      *
101526*  THE INFANT RESTRICTION IS THE MINIMUM INFANT SAILING AGE      *
101526*  RULE IN FORCE FOR THE CONTROL CARD'S BRAND/ITINERARY ON THE   *
101526*  DEPART DATE (CSAGINFF); AN INFANT AT OR OVER THE MINIMUM IS   *
101526*  ELIGIBLE AND PRICED IN THE INFANT BAND.                       *
      *                                                                *
      *  THE COVER PAGE PRINTS THE EXACT BIRTH-DATE CUTOFF FOR EACH    *
      *  BAND ON THIS SAILING, FROM CSAGECAL'S REVERSE-LOOKUP MODE     *
      *                                                                *
      *  INPUT:   CONTROL-CARD - BRAND(3) ITINERARY(6) DEPART-INTL(7)  *
      *           GROUP-IN     - SUBMITTED GROUP MANIFEST (CSAGGRPR)   *
101526*           INFANT-RULE-FILE - INFANT AGE RULES (CSAGINFF)       *
      *  OUTPUT:  GROUP-OUT    - ELIGIBILITY-CODED MANIFEST (CSAGGRPR) *
      *           SCREEN-RPT   - COVER PAGE AND SCREENING SUMMARY      *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  08/22/26   M.ANDREOLI  PROGRAM CREATED                        *
101526*  10/15/26   M.ANDREOLI  INFANT RESTRICTION NOW MEANS UNDER THE *
101526*                        BRAND/ITINERARY MINIMUM INFANT AGE RULE *
101526*                        (CSAGINFF) RATHER THAN THE WHOLE INFANT *
101526*                        BAND; RULE PRINTED ON THE COVER PAGE    *
101526*                        AND CARRIED ON EACH GROUP-OUT RECORD    *
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  WS-BRAND-CODE               PIC X(03).
           05  WS-ITINERARY-CODE           PIC X(06).
           05  WS-DEPART-INTL              PIC X(07).
101526     05  WS-DEPART-CCYYMMDD          PIC 9(08) VALUE ZERO.

       77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
       77  WS-ELIGIBLE-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-ERROR-COUNT                  PIC 9(07) COMP VALUE ZERO.
       77  WS-BAND-IX                      PIC 9(02) COMP VALUE ZERO.
       77  WS-CUTOFF-YEARS                 PIC 9(03) VALUE ZERO.
101526 77  WS-AGE-MONTHS-N                 PIC 9(02) VALUE ZERO.
101526 77  WS-AGE-IN-MONTHS                PIC 9(05) COMP VALUE ZERO.

      ******************************************************************
      *  PER-BAND TALLIES AND COVER-PAGE CUTOFF DATES                  *
           05  WS-C-CUTOFF                 PIC 9(08).
           05  FILLER                      PIC X(88) VALUE SPACES.

101526 01  WS-RULE-LINE.
101526     05  FILLER                      PIC X(02) VALUE SPACES.
101526     05  FILLER                      PIC X(34) VALUE
101526         'MINIMUM INFANT SAILING AGE RULE - '.
101526     05  WS-RL-RULE-CODE             PIC X(08).
101526     05  FILLER                      PIC X(03) VALUE ' - '.
101526     05  WS-RL-MIN-MONTHS            PIC ZZ9.
101526     05  FILLER                      PIC X(07) VALUE ' MONTHS'.
101526     05  FILLER                      PIC X(75) VALUE SPACES.

       01  WS-BAND-TALLY-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-B-BAND-NAME              PIC X(08).

           COPY CSAGBRCO.

101526 77  WC-CSAGINFF                      PIC X(08) VALUE 'CSAGINFF'.
101526 77  WC-CSDATE                        PIC X(08) VALUE 'CSDATE'.
101526 77  WC-MONTHS-SUFFIX                 PIC X(01) VALUE 'M'.

101526     COPY CSAGINFP.

101526     COPY CSDATE.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************
           CALL WC-CSAGBRCO               USING CSAGBRCO-PARMS.
           MOVE CSAGBRCO-O-CUTOFF-YEARS   TO WS-CUTOFF-YEARS.

101526     MOVE LOW-VALUES                TO CSDATE-PARMS.
101526     MOVE WS-DEPART-INTL            TO CSDATE-INPUT-DATE.
101526     SET CSDATE-FORMAT-INTL         TO TRUE.
101526     CALL WC-CSDATE                 USING CSDATE-PARMS.
101526     IF  CSDATE-RC-OK
101526         MOVE CSDATE-OUT-CCYYMMDD   TO WS-DEPART-CCYYMMDD
101526     END-IF.

101526     MOVE WS-BRAND-CODE             TO CSAGINFP-I-BRAND-CODE.
101526     MOVE WS-ITINERARY-CODE         TO CSAGINFP-I-ITINERARY-CODE.
101526     MOVE WS-DEPART-CCYYMMDD        TO CSAGINFP-I-LOOKUP-CCYYMMDD.
101526     CALL WC-CSAGINFF               USING CSAGINFP-PARMS.

           MOVE WS-BRAND-CODE             TO WS-H-BRAND.
           MOVE WS-ITINERARY-CODE         TO WS-H-ITINERARY.
           MOVE WS-DEPART-INTL            TO WS-H-DEPART.
               VARYING WS-BAND-IX FROM 2 BY 1
               UNTIL WS-BAND-IX > 5.

101526     MOVE CSAGINFP-O-RULE-CODE      TO WS-RL-RULE-CODE.
101526     MOVE CSAGINFP-O-MIN-AGE-MONTHS TO WS-RL-MIN-MONTHS.
101526     WRITE SCREEN-LINE              FROM WS-BLANK-LINE.
101526     WRITE SCREEN-LINE              FROM WS-RULE-LINE.

           WRITE SCREEN-LINE              FROM WS-BLANK-LINE.

       1500-EXIT.
           CALL 'CSAGECAL'                USING CSAGECAL-PARMS.

           MOVE CSAGRP-RECORD             TO GRPOUT-RECORD.
101526     MOVE CSAGINFP-O-RULE-CODE      TO GRPOUT-INFANT-RULE-CODE.
101526     MOVE CSAGINFP-O-MIN-AGE-MONTHS TO GRPOUT-INFANT-MIN-MONTHS.

           IF  CSAGECAL-O-RC-OK
               MOVE CSAGECAL-O-AGE-BAND   TO GRPOUT-AGE-BAND
               MOVE CSAGECAL-O-AGE-ACTUAL TO GRPOUT-AGE-ACTUAL
               PERFORM 2100-TALLY-BAND    THRU 2100-EXIT
101526         PERFORM 2200-AGE-IN-MONTHS THRU 2200-EXIT
101526         IF  WS-AGE-IN-MONTHS < CSAGINFP-O-MIN-AGE-MONTHS
                   SET GRPOUT-INFANT-RESTRICTED OF GRPOUT-RECORD
                                          TO TRUE
                   ADD 1 TO WS-INFANT-COUNT
       2150-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526*  2200-AGE-IN-MONTHS - CSAGECAL'S AGE AS MONTHS FOR THE INFANT  *
101526*  MINIMUM TEST (AN AGE IN YEARS IS WHOLE YEARS TIMES 12)        *
101526*----------------------------------------------------------------*
101526 2200-AGE-IN-MONTHS.
101526
101526     IF  CSAGECAL-O-AGE-ACTUAL (3:1) = WC-MONTHS-SUFFIX
101526         MOVE CSAGECAL-O-AGE-ACTUAL (1:2) TO WS-AGE-MONTHS-N
101526         MOVE WS-AGE-MONTHS-N       TO WS-AGE-IN-MONTHS
101526     ELSE
101526         COMPUTE WS-AGE-IN-MONTHS = CSAGECAL-O-AGE-YEARS * 12
101526     END-IF.
101526
101526 2200-EXIT.
101526     EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - BAND SUMMARY, TOTALS, CLOSE FILES            *
      *----------------------------------------------------------------*
