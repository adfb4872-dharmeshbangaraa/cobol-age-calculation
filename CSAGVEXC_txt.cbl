      *           VERIF-STATUS    - PROOF-OF-AGE FILE (CSAGVRFR KSDS)  *
      *  OUTPUT:  VERIF-RPT       - UNVERIFIED-PASSENGER REPORT        *
      *           RUN-LOG         - STANDARD RUN-CONTROL RECORD        *
101526*           CASE-FILE       - COMPLIANCE CASES (CSAGCASW)        *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  09/02/26   M.ANDREOLI  PROGRAM CREATED                        *
101526*  10/15/26   M.ANDREOLI  EACH UNVERIFIED PASSENGER ALSO OPENS   *
101526*                        OR COUNTS UP A NOPROF CASE ON THE       *
101526*                        COMMON CASEFILE (CSAGCASW); CASES NO    *
101526*                        LONGER RAISED ARE AUTO-CLOSED AT END    *
101526*                        OF JOB                                  *
      ******************************************************************

       ENVIRONMENT DIVISION.

           COPY CSAGBRCO.

101526 77  WC-CSAGCASW                      PIC X(08) VALUE 'CSAGCASW'.
101526 77  WC-CASE-TYPE-NOPROF              PIC X(06) VALUE 'NOPROF'.

101526 01  WS-CASE-DETAIL.
101526     05  FILLER                      PIC X(05) VALUE 'BAND '.
101526     05  WS-CD-BAND                  PIC X(01).
101526     05  FILLER                      PIC X(34) VALUE
101526         ' - NO SIGHTED PROOF OF AGE ON FILE'.

101526     COPY CSAGCASP.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

           WRITE VERIF-LINE               FROM WS-DETAIL-LINE.

101526     PERFORM 2400-RAISE-CASE        THRU 2400-EXIT.

       2300-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526*  2400-RAISE-CASE - OPEN OR COUNT UP THE PASSENGER'S NOPROF     *
101526*  CASE ON THE COMMON CASEFILE                                   *
101526*----------------------------------------------------------------*
101526 2400-RAISE-CASE.
101526
101526     MOVE CSAGECAL-O-AGE-BAND       TO WS-CD-BAND.
101526
101526     MOVE SPACES                    TO CSAGCASP-PARMS.
101526     SET CSAGCASP-I-HIT             TO TRUE.
101526     MOVE 'CSAGVEXC'                TO CSAGCASP-I-SOURCE-PGM.
101526     MOVE ZERO                      TO CSAGCASP-I-RUN-CCYYMMDD.
101526     MOVE WC-CASE-TYPE-NOPROF       TO CSAGCASP-I-CASE-TYPE.
101526     MOVE CSPAX-BOOKING-ID          TO CSAGCASP-I-BOOKING-ID.
101526     MOVE CSPAX-PASSENGER-ID        TO CSAGCASP-I-PASSENGER-ID.
101526     MOVE CSPAX-SAILING-ID          TO CSAGCASP-I-SAILING-ID.
101526     MOVE WS-DEPART-CCYYMMDD        TO CSAGCASP-I-DEPART-CCYYMMDD.
101526     MOVE CSPAX-DEPART-DATE-GREG    TO
101526         CSAGCASP-I-DEPART-DATE-GREG.
101526     MOVE WS-CASE-DETAIL            TO CSAGCASP-I-DETAIL-TEXT.
101526     CALL WC-CSAGCASW               USING CSAGCASP-PARMS.
101526
101526 2400-EXIT.
101526     EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - TOTALS, RUN-CONTROL RECORD, CLOSE FILES      *
      *----------------------------------------------------------------*
           MOVE WS-AGE-ERRORS              TO WS-T-AGE-ERRORS.
           WRITE VERIF-LINE                FROM WS-TOTAL-LINE-2.

101526*    AUTO-CLOSE NOPROF CASES NOT RAISED TONIGHT
101526     MOVE SPACES                     TO CSAGCASP-PARMS.
101526     SET CSAGCASP-I-END-OF-RUN       TO TRUE.
101526     MOVE 'CSAGVEXC'                 TO CSAGCASP-I-SOURCE-PGM.
101526     MOVE ZERO                       TO CSAGCASP-I-RUN-CCYYMMDD.
101526     MOVE WC-CASE-TYPE-NOPROF        TO CSAGCASP-I-SWEEP-TYPE (1).
101526     CALL WC-CSAGCASW                USING CSAGCASP-PARMS.

           PERFORM 9000-WRITE-RUN-CONTROL THRU 9000-EXIT.

           CLOSE PASSENGER-FILE.
