      *  INPUT:   AGE-HISTORY-FILE - CSAGMASS AGE HISTORY (CSAGHIST)   *
      *  OUTPUT:  REPRICE-FILE     - REPRICING INTERFACE (CSAGRPRC)    *
      *           REPRICE-RPT      - BAND-CROSSERS-BY-SAILING SUMMARY  *
101526*           RUN-LOG          - STANDARD RUN-CONTROL RECORD       *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
090226*                        INSTEAD OF THE COMPILED CSAGBAND        *
090226*                        VALUES; CSAGBNDF ITSELF FALLS BACK TO   *
090226*                        THOSE VALUES WHEN NO RECORD IS IN FORCE *
101526*  10/15/26   M.ANDREOLI  WRITE A STANDARD RUN-CONTROL RECORD    *
101526*                        (CSAGRUNC) AT END OF JOB NOW THAT IT    *
101526*                        RUNS IN THE DATE-CHANGE JOB             *
101526*  10/15/26   M.ANDREOLI  INTERFACE RECORD NOW CARRIES THE       *
101526*                        BRAND AND ITINERARY OFF THE AGE HISTORY *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT REPRICE-RPT       ASSIGN TO REPRRPT
                  ORGANIZATION IS SEQUENTIAL.

101526     SELECT RUN-LOG           ASSIGN TO RUNLOG
101526            ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************
           RECORDING MODE IS F.
       01  REPR-LINE                       PIC X(132).

101526 FD  RUN-LOG
101526     RECORDING MODE IS F.
101526     COPY CSAGRUNC.

       WORKING-STORAGE SECTION.

090226*  CUTOFFS IN FORCE TODAY, FETCHED ONCE AT STARTUP FROM THE
       77  WS-SAIL-IX                      PIC 9(03) COMP VALUE ZERO.
       77  WS-SAIL-FOUND-IX                PIC 9(03) COMP VALUE ZERO.

101526 01  WS-RUN-TIMESTAMP.
101526     05  WS-RUN-CCYYMMDD             PIC 9(08).
101526     05  WS-RUN-HHMMSSHH             PIC 9(08).
101526     05  WS-RUN-HHMMSS REDEFINES WS-RUN-HHMMSSHH.
101526         10  WS-RUN-HHMMSS-KEEP      PIC 9(06).
101526         10  FILLER                  PIC 9(02).

      ******************************************************************
      *  BAND-CROSSERS-BY-SAILING SUMMARY TABLE.  ONE SLOT PER         *
      *  DISTINCT SAILING SEEN ON A CROSSING RECORD.                   *
           MOVE AGEHIST-OLD-AGE-YEARS     TO CSREPR-OLD-AGE-YEARS.
           MOVE AGEHIST-NEW-AGE-YEARS     TO CSREPR-NEW-AGE-YEARS.
           MOVE AGEHIST-CALC-CCYYMMDD     TO CSREPR-RECALC-CCYYMMDD.
101526     MOVE AGEHIST-BRAND-CODE        TO CSREPR-BRAND-CODE.
101526     MOVE AGEHIST-ITINERARY-CODE    TO CSREPR-ITINERARY-CODE.

           WRITE CSREPR-RECORD.

           MOVE WS-BAND-CROSSERS           TO WS-T-BAND-CROSSERS.
           WRITE REPR-LINE                 FROM WS-TOTAL-LINE.

101526     PERFORM 9000-WRITE-RUN-CONTROL THRU 9000-EXIT.

           CLOSE AGE-HISTORY-FILE.
           CLOSE REPRICE-FILE.
           CLOSE REPRICE-RPT.

       8100-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526* 9000-WRITE-RUN-CONTROL - ONE STANDARD RUN-CONTROL RECORD ON
101526* THE COMMON RUNLOG SO THE MORNING BALANCING REPORT (CSAGRBAL)
101526* SEES THIS JOB'S COUNTS WITHOUT OPENING ITS PRINT FILE.
101526*----------------------------------------------------------------*
101526 9000-WRITE-RUN-CONTROL.

101526     OPEN EXTEND RUN-LOG.

101526     ACCEPT WS-RUN-CCYYMMDD         FROM DATE YYYYMMDD.
101526     ACCEPT WS-RUN-HHMMSSHH         FROM TIME.

101526     MOVE SPACES                    TO CSRUNC-RECORD.
101526     MOVE 'CSAGREPR'                TO CSRUNC-JOB-NAME.
101526     MOVE WS-RUN-CCYYMMDD           TO CSRUNC-RUN-CCYYMMDD.
101526     MOVE WS-RUN-HHMMSS-KEEP        TO CSRUNC-RUN-HHMMSS.
101526     MOVE WS-RECORDS-READ           TO CSRUNC-RECORDS-READ.
101526     MOVE WS-BAND-CROSSERS          TO CSRUNC-RECORDS-WRITTEN.
101526     MOVE ZERO                      TO CSRUNC-EXCEPTIONS.
101526     MOVE '0000'                    TO CSRUNC-RETURN-STATUS.

101526     WRITE CSRUNC-RECORD.

101526     CLOSE RUN-LOG.

101526 9000-EXIT.
101526     EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
