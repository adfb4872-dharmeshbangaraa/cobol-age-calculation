      *  ADULT FARES BETWEEN THE DATE THE FARE LOCKS AND THE DATE      *
      *  THEY BOARD.  RECORDS WITH NO FINAL-PAYMENT DATE, AND          *
      *  MILESTONE DATES CSAGECAL REJECTS, ARE COUNTED AND SKIPPED.    *
101526*  EACH CROSSER IS ALSO WRITTEN TO FPAYXING IN THE REPRICING     *
101526*  INTERFACE LAYOUT (CSAGRPRC) -- OLD BAND = BAND AT FINAL       *
101526*  PAYMENT, NEW BAND = BAND AT SAILING -- FOR THE REVENUE-IMPACT *
101526*  REPORT (CSAGFREV).  THE SAME CROSSER IS WRITTEN EVERY NIGHT   *
101526*  UNTIL IT SAILS; CSAGFREV COUNTS IT ONCE.                      *
      *                                                                *
      *  INPUT:   PASSENGER-FILE - FULL MANIFEST, BY SAILING (CSPAXREC)*
      *  OUTPUT:  FPAY-RPT       - BAND-AT-FINAL-PAYMENT REPORT        *
101526*           FPAY-XING-FILE - CROSSINGS FOR CSAGFREV (CSAGRPRC)   *
      *           RUN-LOG        - STANDARD RUN-CONTROL RECORD         *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *                        FINAL PAYMENT AND SAILING CANNOT MAKE   *
      *                        THE TWO SIDES OF THE COMPARISON USE     *
      *                        DIFFERENT BOUNDARIES                    *
101526*  10/15/26   M.ANDREOLI  WRITE EACH CROSSER TO FPAYXING         *
101526*                        (CSAGRPRC LAYOUT) FOR THE REVENUE-      *
101526*                        IMPACT REPORT; RUN-CONTROL RECORDS-     *
101526*                        WRITTEN NOW COUNTS THOSE RECORDS        *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT FPAY-RPT          ASSIGN TO FPAYRPT
                  ORGANIZATION IS SEQUENTIAL.

101526     SELECT FPAY-XING-FILE    ASSIGN TO FPAYXING
101526            ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG           ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL.

           RECORDING MODE IS F.
       01  FPAY-LINE                       PIC X(132).

101526 FD  FPAY-XING-FILE
101526     RECORDING MODE IS F.
101526     COPY CSAGRPRC.

       FD  RUN-LOG
           RECORDING MODE IS F.
           COPY CSAGRUNC.
       77  WS-BAND-WORK-AGE                PIC 9(03) VALUE ZERO.
       77  WS-BAND-WORK-BAND               PIC X(01) VALUE SPACE.
       77  WS-FPAY-BAND                    PIC X(01) VALUE SPACE.
101526 77  WS-TODAY-CCYYMMDD               PIC 9(08) VALUE ZERO.

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-CCYYMMDD             PIC 9(08).

           OPEN INPUT  PASSENGER-FILE.
           OPEN OUTPUT FPAY-RPT.
101526     OPEN OUTPUT FPAY-XING-FILE.

101526     ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD.

           WRITE FPAY-LINE                FROM WS-HEADING-1.
           WRITE FPAY-LINE                FROM WS-HEADING-2.
      *----------------------------------------------------------------*
      *  2300-WRITE-CROSSER - ONE LINE PER PASSENGER WHOSE BAND AT     *
      *  FINAL PAYMENT DIFFERS FROM THEIR BAND AT SAILING              *
101526*  AND ONE CROSSING RECORD FOR THE REVENUE-IMPACT REPORT         *
      *----------------------------------------------------------------*
       2300-WRITE-CROSSER.


           WRITE FPAY-LINE                FROM WS-DETAIL-LINE.

101526     MOVE SPACES                    TO CSREPR-RECORD.
101526     MOVE CSPAX-BOOKING-ID          TO CSREPR-BOOKING-ID.
101526     MOVE CSPAX-PASSENGER-ID        TO CSREPR-PASSENGER-ID.
101526     MOVE CSPAX-SAILING-ID          TO CSREPR-SAILING-ID.
101526     MOVE WS-FPAY-BAND              TO CSREPR-OLD-AGE-BAND.
101526     MOVE CSAGECAL-O-AGE-BAND       TO CSREPR-NEW-AGE-BAND.
101526     MOVE CSAGECAL-O-MILESTONE-AGE-YEARS TO
101526         CSREPR-OLD-AGE-YEARS.
101526     MOVE CSAGECAL-O-AGE-YEARS      TO CSREPR-NEW-AGE-YEARS.
101526     MOVE WS-TODAY-CCYYMMDD         TO CSREPR-RECALC-CCYYMMDD.
101526     MOVE CSPAX-BRAND-CODE          TO CSREPR-BRAND-CODE.
101526     MOVE CSPAX-ITINERARY-CODE      TO CSREPR-ITINERARY-CODE.
101526     WRITE CSREPR-RECORD.

       2300-EXIT.
           EXIT.


           CLOSE PASSENGER-FILE.
           CLOSE FPAY-RPT.
101526     CLOSE FPAY-XING-FILE.

       8000-EXIT.
           EXIT.
           MOVE WS-RUN-CCYYMMDD           TO CSRUNC-RUN-CCYYMMDD.
           MOVE WS-RUN-HHMMSS-KEEP        TO CSRUNC-RUN-HHMMSS.
           MOVE WS-RECORDS-READ        TO CSRUNC-RECORDS-READ.
101526     MOVE WS-BAND-CROSSERS       TO CSRUNC-RECORDS-WRITTEN.
           MOVE WS-BAND-CROSSERS       TO CSRUNC-EXCEPTIONS.
           MOVE '0000'                    TO CSRUNC-RETURN-STATUS.

