      *  INPUT:   PASSENGER-FILE  - FULL MANIFEST (CSPAXREC)           *
      *  OUTPUT:  SORTED-PAX-FILE - MANIFEST IN BOOKING-ID ORDER       *
      *           NOADULT-RPT     - NO-ADULT EXCEPTION REPORT          *
101526*           CASE-FILE       - COMPLIANCE CASES (CSAGCASW)        *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  08/22/26   M.ANDREOLI  PROGRAM CREATED                        *
101526*  10/15/26   M.ANDREOLI  EACH NO-ADULT BOOKING ALSO OPENS OR    *
101526*                        COUNTS UP A NOADLT CASE ON THE COMMON   *
101526*                        CASEFILE (CSAGCASW); CASES NO LONGER    *
101526*                        RAISED ARE AUTO-CLOSED AT END OF JOB    *
      ******************************************************************

       ENVIRONMENT DIVISION.

       01  WS-CURRENT-BOOKING-ID           PIC X(10) VALUE LOW-VALUES.
       01  WS-CURRENT-SAILING-ID           PIC X(08) VALUE SPACES.
101526 01  WS-CURRENT-DEPART-GREG          PIC S9(07) COMP-3 VALUE ZERO.

       77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
       77  WS-BOOKINGS-CHECKED             PIC 9(07) COMP VALUE ZERO.

           COPY CSAGBRCO.

101526 77  WC-CSAGCASW                      PIC X(08) VALUE 'CSAGCASW'.
101526 77  WC-CASE-TYPE-NOADLT              PIC X(06) VALUE 'NOADLT'.

101526 01  WS-CASE-DETAIL.
101526     05  FILLER                      PIC X(04) VALUE 'PAX '.
101526     05  WS-CD-PAX-COUNT             PIC ZZ9.
101526     05  FILLER                      PIC X(10) VALUE ' AGE ERRS '.
101526     05  WS-CD-ERROR-COUNT           PIC ZZ9.
101526     05  FILLER                      PIC X(20) VALUE
101526         ' - NO ADULT-BAND PAX'.

101526     COPY CSAGCASP.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************
               END-IF
               MOVE SRTPAX-BOOKING-ID     TO WS-CURRENT-BOOKING-ID
               MOVE SRTPAX-SAILING-ID     TO WS-CURRENT-SAILING-ID
101526         MOVE SRTPAX-DEPART-DATE-GREG TO WS-CURRENT-DEPART-GREG
               MOVE ZERO                  TO WS-BOOKING-PAX-COUNT
               MOVE ZERO                  TO WS-BOOKING-ERROR-COUNT
               MOVE 'N'                   TO WS-ADULT-FOUND-SWITCH
               MOVE WS-BOOKING-PAX-COUNT  TO WS-R-PAX-COUNT
               MOVE WS-BOOKING-ERROR-COUNT TO WS-R-ERROR-COUNT
               WRITE NOADL-LINE           FROM WS-REPORT-LINE
101526         PERFORM 3100-RAISE-CASE    THRU 3100-EXIT
           END-IF.

       3000-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526*  3100-RAISE-CASE - OPEN OR COUNT UP THE BOOKING'S NOADLT CASE  *
101526*  ON THE COMMON CASEFILE (BOOKING-LEVEL, SO NO PASSENGER)       *
101526*----------------------------------------------------------------*
101526 3100-RAISE-CASE.
101526
101526     MOVE WS-BOOKING-PAX-COUNT      TO WS-CD-PAX-COUNT.
101526     MOVE WS-BOOKING-ERROR-COUNT    TO WS-CD-ERROR-COUNT.
101526
101526     MOVE SPACES                    TO CSAGCASP-PARMS.
101526     SET CSAGCASP-I-HIT             TO TRUE.
101526     MOVE 'CSAGNADL'                TO CSAGCASP-I-SOURCE-PGM.
101526     MOVE ZERO                      TO CSAGCASP-I-RUN-CCYYMMDD.
101526     MOVE WC-CASE-TYPE-NOADLT       TO CSAGCASP-I-CASE-TYPE.
101526     MOVE WS-CURRENT-BOOKING-ID     TO CSAGCASP-I-BOOKING-ID.
101526     MOVE WS-CURRENT-SAILING-ID     TO CSAGCASP-I-SAILING-ID.
101526     MOVE ZERO                      TO CSAGCASP-I-DEPART-CCYYMMDD.
101526     MOVE WS-CURRENT-DEPART-GREG    TO
101526         CSAGCASP-I-DEPART-DATE-GREG.
101526     MOVE WS-CASE-DETAIL            TO CSAGCASP-I-DETAIL-TEXT.
101526     CALL WC-CSAGCASW               USING CSAGCASP-PARMS.
101526
101526 3100-EXIT.
101526     EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - LAST BOOKING, TOTALS, CLOSE FILES            *
      *----------------------------------------------------------------*
           MOVE WS-BOOKINGS-NO-ADULT       TO WS-T-NO-ADULT.
           WRITE NOADL-LINE                FROM WS-TOTAL-LINE.

101526*    AUTO-CLOSE NOADLT CASES NOT RAISED TONIGHT
101526     MOVE SPACES                     TO CSAGCASP-PARMS.
101526     SET CSAGCASP-I-END-OF-RUN       TO TRUE.
101526     MOVE 'CSAGNADL'                 TO CSAGCASP-I-SOURCE-PGM.
101526     MOVE ZERO                       TO CSAGCASP-I-RUN-CCYYMMDD.
101526     MOVE WC-CASE-TYPE-NOADLT        TO CSAGCASP-I-SWEEP-TYPE (1).
101526     CALL WC-CSAGCASW                USING CSAGCASP-PARMS.

           CLOSE SORTED-PAX-FILE.
           CLOSE NOADULT-RPT.

