      *  DATE IS REJECTED.                                             *
      *  EVERY TRANSACTION PRINTS ONE LINE, APPLIED OR REJECTED, SO    *
      *  THE MORNING READER SEES EXACTLY WHAT CHANGED.                 *
101526*                                                                *
101526*  A CHANGE THAT MOVES THE DEPART OR RETURN DATE ALSO APPENDS A  *
101526*  DATE-CHANGE EVENT (CSAGDCHE) WITH THE OLD AND NEW DATES TO    *
101526*  DCHGEVT, AND THE JOB ENDS RC 4 SO THE SCHEDULER RELEASES THE  *
101526*  DATE-CHANGE JOB (CSAGDCEV, CSAGMASS, CSAGREPR, CSAGDCIR) TO   *
101526*  RE-AGE THE MOVED SAILINGS.  DCHGEVT IS OPENED EXTEND AND      *
101526*  EMPTIED BY CSAGDCEV, SO A SECOND MAINTENANCE RUN BEFORE THE   *
101526*  DATE-CHANGE JOB ADDS TO, RATHER THAN REPLACES, THE FIRST.     *
      *                                                                *
      *  INPUT:   SAIL-TRAN-FILE - MAINTENANCE TRANSACTIONS            *
      *  I/O:     SAIL-MASTER    - SAILING MASTER (CSAGSMST KSDS)      *
      *  OUTPUT:  MAINT-RPT      - MAINTENANCE AUDIT REPORT            *
101526*           DATE-CHANGE-EVENTS - MOVED SAILINGS (CSAGDCHE)       *
101526*           RUN-LOG        - STANDARD RUN-CONTROL RECORD         *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  09/02/26   M.ANDREOLI  PROGRAM CREATED                        *
101526*  10/15/26   M.ANDREOLI  A DATE-MOVING CHANGE WRITES A          *
101526*                        DATE-CHANGE EVENT AND ENDS THE JOB RC 4;*
101526*                        RUN-CONTROL RECORD ADDED FOR CSAGRBAL   *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT MAINT-RPT         ASSIGN TO SMLDRPT
                  ORGANIZATION IS SEQUENTIAL.

101526     SELECT DATE-CHANGE-EVENTS ASSIGN TO DCHGEVT
101526            ORGANIZATION IS SEQUENTIAL.

101526     SELECT RUN-LOG           ASSIGN TO RUNLOG
101526            ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************
           RECORDING MODE IS F.
       01  MAINT-LINE                      PIC X(132).

101526 FD  DATE-CHANGE-EVENTS
101526     RECORDING MODE IS F.
101526     COPY CSAGDCHE.

101526 FD  RUN-LOG
101526     RECORDING MODE IS F.
101526     COPY CSAGRUNC.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
       77  WS-TRANS-READ                   PIC 9(07) COMP VALUE ZERO.
       77  WS-TRANS-APPLIED                PIC 9(07) COMP VALUE ZERO.
       77  WS-TRANS-REJECTED               PIC 9(07) COMP VALUE ZERO.
101526 77  WS-DATE-EVENTS                  PIC 9(07) COMP VALUE ZERO.
101526 77  WS-OLD-DEPART-CCYYMMDD          PIC 9(08) VALUE ZERO.
101526 77  WS-OLD-RETURN-CCYYMMDD          PIC 9(08) VALUE ZERO.

101526 01  WS-RUN-TIMESTAMP.
101526     05  WS-RUN-CCYYMMDD             PIC 9(08).
101526     05  WS-RUN-HHMMSSHH             PIC 9(08).
101526     05  WS-RUN-HHMMSS REDEFINES WS-RUN-HHMMSSHH.
101526         10  WS-RUN-HHMMSS-KEEP      PIC 9(06).
101526         10  FILLER                  PIC 9(02).

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
           05  WS-T-REJECTED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

101526 01  WS-TOTAL-LINE-2.
101526     05  FILLER                      PIC X(20) VALUE
101526         'DATE EVENTS .......'.
101526     05  WS-T-DATE-EVENTS            PIC ZZZ,ZZ9.
101526     05  FILLER                      PIC X(105) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

      ******************************************************************
           OPEN INPUT  SAIL-TRAN-FILE.
           OPEN I-O    SAIL-MASTER.
           OPEN OUTPUT MAINT-RPT.
101526     OPEN EXTEND DATE-CHANGE-EVENTS.

           WRITE MAINT-LINE               FROM WS-HEADING-1.
           WRITE MAINT-LINE               FROM WS-HEADING-2.
               GO TO 3100-EXIT
           END-IF.

101526     MOVE CSSMST-DEPART-CCYYMMDD    TO WS-OLD-DEPART-CCYYMMDD.
101526     MOVE CSSMST-RETURN-CCYYMMDD    TO WS-OLD-RETURN-CCYYMMDD.

           PERFORM 3500-BUILD-MASTER      THRU 3500-EXIT.

           REWRITE CSSMST-RECORD.
           IF  WS-MAST-OK
               MOVE 'CHANGED'             TO WS-R-RESULT
               ADD 1 TO WS-TRANS-APPLIED
101526         IF  CSSMST-DEPART-CCYYMMDD NOT = WS-OLD-DEPART-CCYYMMDD
101526         OR  CSSMST-RETURN-CCYYMMDD NOT = WS-OLD-RETURN-CCYYMMDD
101526             MOVE 'CHANGED - DATES MOVED' TO WS-R-RESULT
101526             PERFORM 3150-WRITE-DATE-EVENT THRU 3150-EXIT
101526         END-IF
           ELSE
               MOVE 'REJECTED - VSAM REWRITE ERROR' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
       3100-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526*  3150-WRITE-DATE-EVENT - OLD AND NEW DATES OF A MOVED SAILING  *
101526*  FOR THE DATE-CHANGE JOB                                       *
101526*----------------------------------------------------------------*
101526 3150-WRITE-DATE-EVENT.

101526     ACCEPT WS-RUN-CCYYMMDD         FROM DATE YYYYMMDD.
101526     ACCEPT WS-RUN-HHMMSSHH         FROM TIME.

101526     MOVE SPACES                    TO CSDCE-RECORD.
101526     MOVE CSSMST-SAILING-ID         TO CSDCE-SAILING-ID.
101526     MOVE CSSMST-BRAND-CODE         TO CSDCE-BRAND-CODE.
101526     MOVE CSSMST-ITINERARY-CODE     TO CSDCE-ITINERARY-CODE.
101526     MOVE CSSMST-SHIP-CODE          TO CSDCE-SHIP-CODE.
101526     MOVE WS-OLD-DEPART-CCYYMMDD    TO CSDCE-OLD-DEPART-CCYYMMDD.
101526     MOVE WS-OLD-RETURN-CCYYMMDD    TO CSDCE-OLD-RETURN-CCYYMMDD.
101526     MOVE CSSMST-DEPART-CCYYMMDD    TO CSDCE-NEW-DEPART-CCYYMMDD.
101526     MOVE CSSMST-RETURN-CCYYMMDD    TO CSDCE-NEW-RETURN-CCYYMMDD.
101526     MOVE WS-RUN-CCYYMMDD           TO CSDCE-EVENT-CCYYMMDD.
101526     MOVE WS-RUN-HHMMSS-KEEP        TO CSDCE-EVENT-HHMMSS.
101526     MOVE 1                         TO CSDCE-EVENT-COUNT.

101526     WRITE CSDCE-RECORD.

101526     ADD 1 TO WS-DATE-EVENTS.

101526 3150-EXIT.
101526     EXIT.

      *----------------------------------------------------------------*
      *  3200-DELETE-SAILING - DELETE A MASTER RECORD                  *
      *----------------------------------------------------------------*
           MOVE WS-TRANS-APPLIED           TO WS-T-APPLIED.
           MOVE WS-TRANS-REJECTED          TO WS-T-REJECTED.
           WRITE MAINT-LINE                FROM WS-TOTAL-LINE.
101526     MOVE WS-DATE-EVENTS             TO WS-T-DATE-EVENTS.
101526     WRITE MAINT-LINE                FROM WS-TOTAL-LINE-2.

101526     PERFORM 9000-WRITE-RUN-CONTROL THRU 9000-EXIT.

           CLOSE SAIL-TRAN-FILE.
           CLOSE SAIL-MASTER.
           CLOSE MAINT-RPT.
101526     CLOSE DATE-CHANGE-EVENTS.

101526*    RC 4 RELEASES THE DATE-CHANGE JOB; A RUN THAT MOVED NO
101526*    DATES ENDS RC 0 AND THE DATE-CHANGE JOB IS NOT RUN
101526     IF  WS-DATE-EVENTS > ZERO
101526         MOVE 4                     TO RETURN-CODE
101526     END-IF.

       8000-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526* 9000-WRITE-RUN-CONTROL - ONE STANDARD RUN-CONTROL RECORD ON
101526* THE COMMON RUNLOG SO THE MORNING BALANCING REPORT (CSAGRBAL)
101526* SEES THIS JOB'S COUNTS WITHOUT OPENING ITS PRINT FILE.  THE
101526* EXCEPTIONS ARE REJECTED TRANSACTIONS.
101526*----------------------------------------------------------------*
101526 9000-WRITE-RUN-CONTROL.

101526     OPEN EXTEND RUN-LOG.

101526     ACCEPT WS-RUN-CCYYMMDD         FROM DATE YYYYMMDD.
101526     ACCEPT WS-RUN-HHMMSSHH         FROM TIME.

101526     MOVE SPACES                    TO CSRUNC-RECORD.
101526     MOVE 'CSAGSMLD'                TO CSRUNC-JOB-NAME.
101526     MOVE WS-RUN-CCYYMMDD           TO CSRUNC-RUN-CCYYMMDD.
101526     MOVE WS-RUN-HHMMSS-KEEP        TO CSRUNC-RUN-HHMMSS.
101526     MOVE WS-TRANS-READ             TO CSRUNC-RECORDS-READ.
101526     MOVE WS-TRANS-APPLIED          TO CSRUNC-RECORDS-WRITTEN.
101526     MOVE WS-TRANS-REJECTED         TO CSRUNC-EXCEPTIONS.
101526     MOVE '0000'                    TO CSRUNC-RETURN-STATUS.

101526     WRITE CSRUNC-RECORD.

101526     CLOSE RUN-LOG.

101526 9000-EXIT.
101526     EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
