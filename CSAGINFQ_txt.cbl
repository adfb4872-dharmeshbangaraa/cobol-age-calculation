      *  INPUT:   QUOTA-FILE     - INFANT QUOTAS BY SAILING            *
      *           PASSENGER-FILE - FULL MANIFEST, BY SAILING (CSPAXREC)*
      *  OUTPUT:  QUOTA-RPT      - QUOTA COMPLIANCE REPORT             *
101526*           CASE-FILE      - COMPLIANCE CASES (CSAGCASW)         *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
090226*                        TRANSITIONS AND CSDATE CONVERSIONS.     *
090226*                        FIRST CALLER CONVERTED; THE OTHER       *
090226*                        NIGHTLY JOBS FOLLOW THE SAME PATTERN    *
101526*  10/15/26   M.ANDREOLI  EACH SAILING REQUIRING ACTION ALSO     *
101526*                        OPENS OR COUNTS UP AN INFQTA/INFNOQ     *
101526*                        CASE ON THE COMMON CASEFILE (CSAGCASW), *
101526*                        KEYED BY SAILING; CASES NO LONGER       *
101526*                        RAISED ARE AUTO-CLOSED AT END OF JOB    *
      ******************************************************************

       ENVIRONMENT DIVISION.
               88  WS-QUOTA-FOUND               VALUE 'Y'.

       01  WS-CURRENT-SAILING-ID           PIC X(08) VALUE SPACES.
101526 01  WS-CURRENT-DEPART-GREG          PIC S9(07) COMP-3 VALUE ZERO.

       77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
       77  WS-QUOTAS-LOADED                PIC 9(03) COMP VALUE ZERO.

           COPY CSAGBRCO.

101526 77  WC-CSAGCASW                      PIC X(08) VALUE 'CSAGCASW'.
101526 77  WC-CASE-TYPE-INFQTA              PIC X(06) VALUE 'INFQTA'.
101526 77  WC-CASE-TYPE-INFNOQ              PIC X(06) VALUE 'INFNOQ'.

101526 01  WS-CASE-DETAIL.
101526     05  FILLER                      PIC X(08) VALUE 'INFANTS '.
101526     05  WS-CD-INFANTS               PIC ZZ,ZZ9.
101526     05  FILLER                      PIC X(07) VALUE ' QUOTA '.
101526     05  WS-CD-QUOTA                 PIC ZZ,ZZ9.
101526     05  FILLER                      PIC X(01) VALUE SPACE.
101526     05  WS-CD-STATUS                PIC X(08).
101526     05  FILLER                      PIC X(04) VALUE SPACES.

101526     COPY CSAGCASP.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

           IF  CSPAX-SAILING-ID NOT = WS-CURRENT-SAILING-ID
               MOVE CSPAX-SAILING-ID      TO WS-CURRENT-SAILING-ID
101526         MOVE CSPAX-DEPART-DATE-GREG TO WS-CURRENT-DEPART-GREG
               MOVE 'N'                   TO WS-FIRST-SAILING-SWITCH
               MOVE ZERO                  TO WS-SAILING-INFANTS
           END-IF.

           ADD 1 TO WS-SAILINGS-OVER.

101526     PERFORM 3300-RAISE-CASE        THRU 3300-EXIT.

           IF  WS-EXCP-COUNT < 300
               ADD 1 TO WS-EXCP-COUNT
               MOVE WS-CURRENT-SAILING-ID TO
       3200-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526*  3300-RAISE-CASE - OPEN OR COUNT UP THE SAILING'S CASE ON THE  *
101526*  COMMON CASEFILE.  SAILING-LEVEL, SO THE SAILING GOES IN THE   *
101526*  BOOKING SLOT AND THE PASSENGER SLOT IS BLANK.                 *
101526*----------------------------------------------------------------*
101526 3300-RAISE-CASE.
101526
101526     MOVE SPACES                    TO CSAGCASP-PARMS.
101526     IF  WS-QUOTA-FOUND
101526         MOVE WC-CASE-TYPE-INFQTA   TO CSAGCASP-I-CASE-TYPE
101526         MOVE 'OVER'                TO WS-CD-STATUS
101526     ELSE
101526         MOVE WC-CASE-TYPE-INFNOQ   TO CSAGCASP-I-CASE-TYPE
101526         MOVE 'NO QUOTA'            TO WS-CD-STATUS
101526     END-IF.
101526     MOVE WS-SAILING-INFANTS        TO WS-CD-INFANTS.
101526     MOVE WS-SAILING-QUOTA          TO WS-CD-QUOTA.
101526
101526     SET CSAGCASP-I-HIT             TO TRUE.
101526     MOVE 'CSAGINFQ'                TO CSAGCASP-I-SOURCE-PGM.
101526     MOVE ZERO                      TO CSAGCASP-I-RUN-CCYYMMDD.
101526     MOVE WS-CURRENT-SAILING-ID     TO CSAGCASP-I-BOOKING-ID.
101526     MOVE WS-CURRENT-SAILING-ID     TO CSAGCASP-I-SAILING-ID.
101526     MOVE ZERO                      TO CSAGCASP-I-DEPART-CCYYMMDD.
101526     MOVE WS-CURRENT-DEPART-GREG    TO
101526         CSAGCASP-I-DEPART-DATE-GREG.
101526     MOVE WS-CASE-DETAIL            TO CSAGCASP-I-DETAIL-TEXT.
101526     CALL WC-CSAGCASW               USING CSAGCASP-PARMS.
101526
101526 3300-EXIT.
101526     EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - LAST SAILING, EXCEPTION PAGE, TOTALS         *
      *----------------------------------------------------------------*
               WRITE QUOTA-LINE            FROM WS-DROPPED-LINE
           END-IF.

101526*    AUTO-CLOSE QUOTA CASES NOT RAISED TONIGHT
101526     MOVE SPACES                     TO CSAGCASP-PARMS.
101526     SET CSAGCASP-I-END-OF-RUN       TO TRUE.
101526     MOVE 'CSAGINFQ'                 TO CSAGCASP-I-SOURCE-PGM.
101526     MOVE ZERO                       TO CSAGCASP-I-RUN-CCYYMMDD.
101526     MOVE WC-CASE-TYPE-INFQTA        TO CSAGCASP-I-SWEEP-TYPE (1).
101526     MOVE WC-CASE-TYPE-INFNOQ        TO CSAGCASP-I-SWEEP-TYPE (2).
101526     CALL WC-CSAGCASW                USING CSAGCASP-PARMS.

           CLOSE PASSENGER-FILE.
           CLOSE QUOTA-RPT.

