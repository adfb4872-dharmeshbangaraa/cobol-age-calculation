      *      CSAGRP-BIRTH-DATE-ERROR LINES (FIX AND RESCREEN), OR      *
      *    - A NAME NO LONGER AGES CLEANLY OR HAS AGED INTO THE        *
      *      INFANT BAND SINCE SCREENING, OR                           *
101526*    - A NAME IS UNDER THE MINIMUM INFANT SAILING AGE RULE IN    *
101526*      FORCE FOR THE BRAND/ITINERARY ON THE DEPART DATE          *
101526*      (CSAGINFF), OR                                            *
      *    - THE RESULTING INFANT COUNT EXCEEDS THE SAILING'S QUOTA    *
      *      RECORD (QUOTA-FILE, SAME LAYOUT CSAGINFQ READS), OR THE   *
      *      SAILING HAS NO QUOTA RECORD ON FILE, OR                   *
      *                          ITIN(6) DEPART-GREG(7) RETURN-GREG(7) *
      *           GROUP-FILE   - SCREENED GROUP MANIFEST (CSAGGRPR)    *
      *           QUOTA-FILE   - INFANT QUOTAS BY SAILING              *
101526*           INFANT-RULE-FILE - INFANT AGE RULES (CSAGINFF)       *
      *  OUTPUT:  NEW-PAX-FILE - MANIFEST-READY RECORDS (CSPAXREC)     *
      *           CONV-RPT     - CONVERSION SUMMARY REPORT             *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  09/02/26   M.ANDREOLI  PROGRAM CREATED                        *
101526*  10/15/26   M.ANDREOLI  REJECT THE FILE WHEN A NAME IS UNDER   *
101526*                        THE BRAND/ITINERARY MINIMUM INFANT AGE  *
101526*                        RULE (CSAGINFF); RULE APPLIED PRINTS    *
101526*                        UNDER THE HEADING                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  WS-NAME-COUNT                   PIC 9(04) COMP VALUE ZERO.
       77  WS-NAME-IX                      PIC 9(04) COMP VALUE ZERO.
       77  WS-CUTOFF-YEARS                 PIC 9(03) VALUE ZERO.
101526 77  WS-UNDERAGE-COUNT               PIC 9(07) COMP VALUE ZERO.
101526 77  WS-AGE-MONTHS-N                 PIC 9(02) VALUE ZERO.
101526 77  WS-AGE-IN-MONTHS                PIC 9(05) COMP VALUE ZERO.
101526 77  WS-DEPART-CCYYMMDD              PIC 9(08) VALUE ZERO.

       01  WS-NEW-PASSENGER-ID.
           05  FILLER                      PIC X(03) VALUE 'GRP'.
           05  WS-H-SAILING                PIC X(08).
           05  FILLER                      PIC X(55) VALUE SPACES.

101526 01  WS-RULE-LINE.
101526     05  FILLER                      PIC X(34) VALUE
101526         'MINIMUM INFANT SAILING AGE RULE - '.
101526     05  WS-RL-RULE-CODE             PIC X(08).
101526     05  FILLER                      PIC X(03) VALUE ' - '.
101526     05  WS-RL-MIN-MONTHS            PIC ZZ9.
101526     05  FILLER                      PIC X(07) VALUE ' MONTHS'.
101526     05  FILLER                      PIC X(10) VALUE SPACES.
101526     05  FILLER                      PIC X(20) VALUE
101526         'NAMES UNDER RULE ...'.
101526     05  WS-RL-UNDERAGE              PIC ZZZ,ZZ9.
101526     05  FILLER                      PIC X(40) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  FILLER                      PIC X(24) VALUE
               'FILE REJECTED - REASON: '.

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
101526     MOVE WS-DEPART-GREG            TO CSDATE-INPUT-GREG.
101526     SET CSDATE-FORMAT-GREG         TO TRUE.
101526     CALL WC-CSDATE                 USING CSDATE-PARMS.
101526     IF  CSDATE-RC-OK
101526         MOVE CSDATE-OUT-CCYYMMDD   TO WS-DEPART-CCYYMMDD
101526     END-IF.

101526     MOVE WS-BRAND-CODE             TO CSAGINFP-I-BRAND-CODE.
101526     MOVE WS-ITINERARY-CODE         TO CSAGINFP-I-ITINERARY-CODE.
101526     MOVE WS-DEPART-CCYYMMDD        TO CSAGINFP-I-LOOKUP-CCYYMMDD.
101526     CALL WC-CSAGINFF               USING CSAGINFP-PARMS.

           MOVE WS-BLOCK-BOOKING-ID       TO WS-H-BOOKING.
           MOVE WS-SAILING-ID             TO WS-H-SAILING.
           WRITE CONV-LINE                FROM WS-HEADING-1.
               ADD 1 TO WS-INFANT-COUNT
           END-IF.

101526*    SO DOES ONE UNDER THE MINIMUM INFANT SAILING AGE
101526     IF  CSAGECAL-O-AGE-ACTUAL (3:1) = WC-MONTHS-SUFFIX
101526         MOVE CSAGECAL-O-AGE-ACTUAL (1:2) TO WS-AGE-MONTHS-N
101526         MOVE WS-AGE-MONTHS-N       TO WS-AGE-IN-MONTHS
101526     ELSE
101526         COMPUTE WS-AGE-IN-MONTHS = CSAGECAL-O-AGE-YEARS * 12
101526     END-IF.
101526     IF  WS-AGE-IN-MONTHS < CSAGINFP-O-MIN-AGE-MONTHS
101526         ADD 1 TO WS-UNDERAGE-COUNT
101526     END-IF.

           ADD 1 TO WS-NAME-COUNT.
           MOVE CSAGRP-PASSENGER-NAME     TO
               WT-N-PASSENGER-NAME (WS-NAME-COUNT).
           WHEN WS-AGE-ERROR-COUNT > ZERO
               MOVE 'NAMES NO LONGER AGE CLEANLY' TO WS-RJ-REASON
               SET WS-FILE-REJECTED       TO TRUE
101526     WHEN WS-UNDERAGE-COUNT > ZERO
101526         MOVE 'NAMES UNDER MINIMUM INFANT SAILING AGE'
101526                                    TO WS-RJ-REASON
101526         SET WS-FILE-REJECTED       TO TRUE
           WHEN WS-OVERFLOW-COUNT > ZERO
               MOVE 'FILE EXCEEDS 1000-NAME LIMIT' TO WS-RJ-REASON
               SET WS-FILE-REJECTED       TO TRUE
           MOVE WS-SAILING-QUOTA           TO WS-Q-QUOTA.
           WRITE CONV-LINE                 FROM WS-QUOTA-LINE.

101526     MOVE CSAGINFP-O-RULE-CODE       TO WS-RL-RULE-CODE.
101526     MOVE CSAGINFP-O-MIN-AGE-MONTHS  TO WS-RL-MIN-MONTHS.
101526     MOVE WS-UNDERAGE-COUNT          TO WS-RL-UNDERAGE.
101526     WRITE CONV-LINE                 FROM WS-RULE-LINE.

           MOVE WS-RECORDS-READ            TO WS-T-RECORDS-READ.
           MOVE WS-ELIGIBLE-COUNT          TO WS-T-ELIGIBLE.
           MOVE WS-RECORDS-WRITTEN         TO WS-T-WRITTEN.
