      *           SAIL-MASTER    - SAILING MASTER (CSAGSMST KSDS)      *
      *  OUTPUT:  RECON-RPT      - MANIFEST-VS-MASTER MISMATCH REPORT  *
      *           RUN-LOG        - STANDARD RUN-CONTROL RECORD         *
101526*           CASE-FILE      - COMPLIANCE CASES (CSAGCASW)         *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  09/02/26   M.ANDREOLI  PROGRAM CREATED                        *
101526*  10/15/26   M.ANDREOLI  EACH MISMATCHED RECORD AND EACH        *
101526*                        SAILING WITH NO MASTER ALSO OPENS OR    *
101526*                        COUNTS UP AN SMMISM/SMNOMS CASE ON THE  *
101526*                        COMMON CASEFILE (CSAGCASW); CASES NO    *
101526*                        LONGER RAISED ARE AUTO-CLOSED AT END    *
101526*                        OF JOB                                  *
      ******************************************************************

       ENVIRONMENT DIVISION.

       77  WC-CSDATE                       PIC X(08) VALUE 'CSDATE'.

101526 77  WC-CSAGCASW                     PIC X(08) VALUE 'CSAGCASW'.
101526 77  WC-CASE-TYPE-SMMISM             PIC X(06) VALUE 'SMMISM'.
101526 77  WC-CASE-TYPE-SMNOMS             PIC X(06) VALUE 'SMNOMS'.

101526*    A RECORD'S CASE CARRIES ITS FIRST DISAGREEING FIELD
101526 01  WS-CASE-DETAIL.
101526     05  WS-CD-FIELD                 PIC X(11).
101526     05  FILLER                      PIC X(01) VALUE SPACE.
101526     05  WS-CD-MANIFEST-VALUE        PIC X(12).
101526     05  FILLER                      PIC X(04) VALUE ' VS '.
101526     05  WS-CD-MASTER-VALUE          PIC X(12).

101526     COPY CSAGCASP.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************
               ADD 1 TO WS-SAILINGS-NO-MASTER
               MOVE WS-CURRENT-SAILING-ID TO WS-N-SAILING-ID
               WRITE RECON-LINE           FROM WS-NO-MASTER-LINE
101526         MOVE SPACES                TO CSAGCASP-PARMS
101526         MOVE WC-CASE-TYPE-SMNOMS   TO CSAGCASP-I-CASE-TYPE
101526         MOVE WS-CURRENT-SAILING-ID TO CSAGCASP-I-BOOKING-ID
101526         MOVE 'SAILING NOT ON SAILMAST' TO CSAGCASP-I-DETAIL-TEXT
101526         PERFORM 3600-RAISE-CASE    THRU 3600-EXIT
           END-IF.

       2100-EXIT.

           IF  NOT WS-RECORD-CLEAN
               ADD 1 TO WS-RECORDS-MISMATCHED
101526         MOVE SPACES                TO CSAGCASP-PARMS
101526         MOVE WC-CASE-TYPE-SMMISM   TO CSAGCASP-I-CASE-TYPE
101526         MOVE CSPAX-BOOKING-ID      TO CSAGCASP-I-BOOKING-ID
101526         MOVE CSPAX-PASSENGER-ID    TO CSAGCASP-I-PASSENGER-ID
101526         MOVE WS-CASE-DETAIL        TO CSAGCASP-I-DETAIL-TEXT
101526         PERFORM 3600-RAISE-CASE    THRU 3600-EXIT
           END-IF.

       3000-EXIT.

           WRITE RECON-LINE               FROM WS-DETAIL-LINE.

101526     IF  WS-RECORD-CLEAN
101526         MOVE WS-D-FIELD            TO WS-CD-FIELD
101526         MOVE WS-D-MANIFEST-VALUE   TO WS-CD-MANIFEST-VALUE
101526         MOVE WS-D-MASTER-VALUE     TO WS-CD-MASTER-VALUE
101526     END-IF.

           MOVE 'N'                       TO WS-RECORD-CLEAN-SWITCH.

       3500-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526*  3600-RAISE-CASE - OPEN OR COUNT UP A CASE ON THE COMMON       *
101526*  CASEFILE.  THE CALLER HAS SET THE TYPE, KEY, AND DETAIL; A    *
101526*  NO-MASTER CASE CARRIES THE SAILING IN THE BOOKING SLOT.       *
101526*----------------------------------------------------------------*
101526 3600-RAISE-CASE.
101526
101526     SET CSAGCASP-I-HIT             TO TRUE.
101526     MOVE 'CSAGSMRC'                TO CSAGCASP-I-SOURCE-PGM.
101526     MOVE ZERO                      TO CSAGCASP-I-RUN-CCYYMMDD.
101526     MOVE CSPAX-SAILING-ID          TO CSAGCASP-I-SAILING-ID.
101526     MOVE ZERO                      TO CSAGCASP-I-DEPART-CCYYMMDD.
101526     MOVE CSPAX-DEPART-DATE-GREG    TO
101526         CSAGCASP-I-DEPART-DATE-GREG.
101526     CALL WC-CSAGCASW               USING CSAGCASP-PARMS.
101526
101526 3600-EXIT.
101526     EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - TOTALS, RUN-CONTROL RECORD, CLOSE FILES      *
      *----------------------------------------------------------------*
           MOVE WS-SAILINGS-NO-MASTER      TO WS-T-NO-MASTER.
           WRITE RECON-LINE                FROM WS-TOTAL-LINE-2.

101526*    AUTO-CLOSE RECONCILIATION CASES NOT RAISED TONIGHT
101526     MOVE SPACES                     TO CSAGCASP-PARMS.
101526     SET CSAGCASP-I-END-OF-RUN       TO TRUE.
101526     MOVE 'CSAGSMRC'                 TO CSAGCASP-I-SOURCE-PGM.
101526     MOVE ZERO                       TO CSAGCASP-I-RUN-CCYYMMDD.
101526     MOVE WC-CASE-TYPE-SMMISM        TO CSAGCASP-I-SWEEP-TYPE (1).
101526     MOVE WC-CASE-TYPE-SMNOMS        TO CSAGCASP-I-SWEEP-TYPE (2).
101526     CALL WC-CSAGCASW                USING CSAGCASP-PARMS.

           PERFORM 9000-WRITE-RUN-CONTROL THRU 9000-EXIT.

           CLOSE PASSENGER-FILE.
