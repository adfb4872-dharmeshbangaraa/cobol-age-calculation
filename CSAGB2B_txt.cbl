      *  OUTPUT:  SORTED-PAX-FILE - MANIFEST IN PASSENGER-ID ORDER     *
      *           B2B-RPT         - CONSECUTIVE-CRUISER LIST AND       *
      *                             OVERLAP EXCEPTION PAGE             *
101526*           CASE-FILE       - COMPLIANCE CASES (CSAGCASW)        *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  09/02/26   M.ANDREOLI  PROGRAM CREATED                        *
101526*  10/15/26   M.ANDREOLI  EACH OVERLAP ALSO OPENS OR COUNTS UP A *
101526*                        B2BOVL CASE ON THE COMMON CASEFILE      *
101526*                        (CSAGCASW) AGAINST THE LATER BOOKING;   *
101526*                        OVERLAPS NO LONGER FOUND ARE AUTO-      *
101526*                        CLOSED AT END OF JOB                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
               10  WT-S-SAILING-ID         PIC X(08).
               10  WT-S-DEPART-CCYYMMDD    PIC 9(08).
               10  WT-S-RETURN-CCYYMMDD    PIC 9(08).
101526         10  WT-S-BOOKING-ID         PIC X(10).

      ******************************************************************
      *  OVERLAPPING PAIRS FOR THE EXCEPTION PAGE                      *

       77  WC-CSDATE                       PIC X(08) VALUE 'CSDATE'.

101526 77  WC-CSAGCASW                     PIC X(08) VALUE 'CSAGCASW'.
101526 77  WC-CASE-TYPE-B2BOVL             PIC X(06) VALUE 'B2BOVL'.

101526 01  WS-CASE-DETAIL.
101526     05  FILLER                      PIC X(09) VALUE 'OVERLAPS '.
101526     05  WS-CD-SAILING-1             PIC X(08).
101526     05  FILLER                      PIC X(09) VALUE ' RETURNS '.
101526     05  WS-CD-RETURN-1              PIC 9(08).
101526     05  FILLER                      PIC X(06) VALUE SPACES.

101526     COPY CSAGCASP.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************
               WT-S-DEPART-CCYYMMDD (WS-INSERT-IX).
           MOVE WS-WORK-RETURN            TO
               WT-S-RETURN-CCYYMMDD (WS-INSERT-IX).
101526     MOVE SRTPAX-BOOKING-ID         TO
101526         WT-S-BOOKING-ID (WS-INSERT-IX).

       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3300-ADD-OVERLAP.

101526*    THE CASE IS RAISED EVEN WHEN THE PAGE TABLE IS FULL
101526     PERFORM 3400-RAISE-CASE        THRU 3400-EXIT.

           IF  WS-EXCP-COUNT >= 300
               ADD 1 TO WS-EXCP-DROPPED
               GO TO 3300-EXIT
       3300-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526*  3400-RAISE-CASE - OPEN OR COUNT UP THE B2BOVL CASE AGAINST    *
101526*  THE LATER OF THE TWO BOOKINGS                                 *
101526*----------------------------------------------------------------*
101526 3400-RAISE-CASE.
101526
101526     MOVE WT-S-SAILING-ID (WS-PAIR-IX - 1) TO WS-CD-SAILING-1.
101526     MOVE WT-S-RETURN-CCYYMMDD (WS-PAIR-IX - 1) TO
101526         WS-CD-RETURN-1.
101526
101526     MOVE SPACES                    TO CSAGCASP-PARMS.
101526     SET CSAGCASP-I-HIT             TO TRUE.
101526     MOVE 'CSAGB2B'                 TO CSAGCASP-I-SOURCE-PGM.
101526     MOVE ZERO                      TO CSAGCASP-I-RUN-CCYYMMDD.
101526     MOVE WC-CASE-TYPE-B2BOVL       TO CSAGCASP-I-CASE-TYPE.
101526     MOVE WT-S-BOOKING-ID (WS-PAIR-IX) TO
101526         CSAGCASP-I-BOOKING-ID.
101526     MOVE WS-CURRENT-PASSENGER-ID   TO CSAGCASP-I-PASSENGER-ID.
101526     MOVE WT-S-SAILING-ID (WS-PAIR-IX) TO
101526         CSAGCASP-I-SAILING-ID.
101526     MOVE WT-S-DEPART-CCYYMMDD (WS-PAIR-IX) TO
101526         CSAGCASP-I-DEPART-CCYYMMDD.
101526     MOVE ZERO                      TO
101526         CSAGCASP-I-DEPART-DATE-GREG.
101526     MOVE WS-CASE-DETAIL            TO CSAGCASP-I-DETAIL-TEXT.
101526     CALL WC-CSAGCASW               USING CSAGCASP-PARMS.
101526
101526 3400-EXIT.
101526     EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - LAST PASSENGER, EXCEPTION PAGE, TOTALS       *
      *----------------------------------------------------------------*
           MOVE WS-GROUP-OVERFLOWED        TO WS-T-OVERFLOWED.
           WRITE B2B-LINE                  FROM WS-TOTAL-LINE-2.

101526*    AUTO-CLOSE OVERLAP CASES NOT FOUND THIS RUN
101526     MOVE SPACES                     TO CSAGCASP-PARMS.
101526     SET CSAGCASP-I-END-OF-RUN       TO TRUE.
101526     MOVE 'CSAGB2B'                  TO CSAGCASP-I-SOURCE-PGM.
101526     MOVE ZERO                       TO CSAGCASP-I-RUN-CCYYMMDD.
101526     MOVE WC-CASE-TYPE-B2BOVL        TO CSAGCASP-I-SWEEP-TYPE (1).
101526     CALL WC-CSAGCASW                USING CSAGCASP-PARMS.

           CLOSE SORTED-PAX-FILE.
           CLOSE B2B-RPT.

