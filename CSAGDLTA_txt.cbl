      *           CURR-SORTED    - TONIGHT'S, BY BOOKING+PASSENGER     *
      *           DELTA-FILE     - ADD/DROP/CHANGE RECORDS (CSAGDLTR)  *
      *           DELTA-RPT      - DAY-OVER-DAY DELTA REPORT           *
101526*           DELTA-IMAGE    - PAXVSAM AFTER-IMAGES (CSAGDLTI)     *
      *           RUN-LOG        - STANDARD RUN-CONTROL RECORD         *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  09/02/26   M.ANDREOLI  PROGRAM CREATED                        *
101526*  10/15/26   M.ANDREOLI  ALSO WRITES DELTA-IMAGE: AN ADD, DROP, *
101526*                        OR REWRITE IMAGE PER KEY (REWRITE ON ANY*
101526*                        DIFFERENCE IN THE RECORD) AND A COUNTS  *
101526*                        TRAILER, FOR CSAGPAXU TO APPLY TO THE   *
101526*                        LIVE PAXVSAM IN PLACE OF A FULL RELOAD. *
101526*                        CSAGDLTR AND THE REPORT LINES UNCHANGED *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT DELTA-FILE        ASSIGN TO DELTAFIL
                  ORGANIZATION IS SEQUENTIAL.

101526     SELECT DELTA-IMAGE       ASSIGN TO DLTIMAGE
101526            ORGANIZATION IS SEQUENTIAL.

           SELECT DELTA-RPT         ASSIGN TO DELTARPT
                  ORGANIZATION IS SEQUENTIAL.

           RECORDING MODE IS F.
           COPY CSAGDLTR.

101526 FD  DELTA-IMAGE
101526     RECORDING MODE IS F.
101526     COPY CSAGDLTI.

       FD  DELTA-RPT
           RECORDING MODE IS F.
       01  DELTA-LINE                      PIC X(132).
       77  WS-CHANGES-FOUND                PIC 9(07) COMP VALUE ZERO.
       77  WS-BAND-CHANGES-FOUND           PIC 9(07) COMP VALUE ZERO.
       77  WS-DELTAS-WRITTEN               PIC 9(07) COMP VALUE ZERO.
101526 77  WS-REWRITES-FOUND               PIC 9(07) COMP VALUE ZERO.
101526 77  WS-IMAGES-WRITTEN               PIC 9(07) COMP VALUE ZERO.
       77  WS-OLD-BAND                     PIC X(01) VALUE SPACE.
       77  WS-NEW-BAND                     PIC X(01) VALUE SPACE.

           05  FILLER                      PIC X(20) VALUE
               'BAND CHANGES .......'.
           05  WS-T-BAND-CHANGES           PIC ZZZ,ZZ9.
101526     05  FILLER                      PIC X(10) VALUE SPACES.
101526     05  FILLER                      PIC X(20) VALUE
101526         'IMAGE REWRITES .....'.
101526     05  WS-T-REWRITES               PIC ZZZ,ZZ9.
101526     05  FILLER                      PIC X(10) VALUE SPACES.
101526     05  FILLER                      PIC X(20) VALUE
101526         'IMAGES WRITTEN .....'.
101526     05  WS-T-IMAGES                 PIC ZZZ,ZZ9.
101526     05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

           OPEN INPUT  PREV-SORTED.
           OPEN INPUT  CURR-SORTED.
           OPEN OUTPUT DELTA-FILE.
101526     OPEN OUTPUT DELTA-IMAGE.
           OPEN OUTPUT DELTA-RPT.

           WRITE DELTA-LINE               FROM WS-HEADING-1.
      *----------------------------------------------------------------*
      *  3000-CHECK-CHANGE - SAME KEY ON BOTH FILES; ANY WATCHED       *
      *  FIELD DIFFERENT MAKES THIS A CHANGE RECORD                    *
101526*  ANY DIFFERENCE AT ALL, WATCHED OR NOT, NEEDS A REWRITE IMAGE  *
101526*  SO PAXVSAM PICKS IT UP                                        *
      *----------------------------------------------------------------*
       3000-CHECK-CHANGE.

101526     IF  PRVPAX-RECORD NOT = CURPAX-RECORD
101526         ADD 1 TO WS-REWRITES-FOUND
101526         MOVE SPACES                TO CSDLI-RECORD
101526         SET CSDLI-REWRITE          TO TRUE
101526         MOVE CURPAX-RECORD         TO CSDLI-IMAGE
101526         PERFORM 4500-WRITE-IMAGE   THRU 4500-EXIT
101526     END-IF.

           IF  PRVPAX-BIRTH-CCYYMMDD   = CURPAX-BIRTH-CCYYMMDD
           AND PRVPAX-PASSENGER-NAME   = CURPAX-PASSENGER-NAME
           AND PRVPAX-SAILING-ID       = CURPAX-SAILING-ID

           PERFORM 4000-WRITE-DELTA       THRU 4000-EXIT.

101526     MOVE SPACES                    TO CSDLI-RECORD.
101526     SET CSDLI-ADD                  TO TRUE.
101526     MOVE CURPAX-RECORD             TO CSDLI-IMAGE.
101526     PERFORM 4500-WRITE-IMAGE       THRU 4500-EXIT.

       3100-EXIT.
           EXIT.


           PERFORM 4000-WRITE-DELTA       THRU 4000-EXIT.

101526     MOVE SPACES                    TO CSDLI-RECORD.
101526     SET CSDLI-DROP                 TO TRUE.
101526     MOVE PRVPAX-RECORD             TO CSDLI-IMAGE.
101526     PERFORM 4500-WRITE-IMAGE       THRU 4500-EXIT.

       3200-EXIT.
           EXIT.

       4000-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526*  4500-WRITE-IMAGE - ONE PAXVSAM AFTER-IMAGE FOR CSAGPAXU       *
101526*----------------------------------------------------------------*
101526 4500-WRITE-IMAGE.

101526     WRITE CSDLI-RECORD.
101526     ADD 1 TO WS-IMAGES-WRITTEN.

101526 4500-EXIT.
101526     EXIT.

101526*----------------------------------------------------------------*
101526*  4600-WRITE-IMAGE-TRAILER - BOTH NIGHTS' COUNTS AND THE IMAGE  *
101526*  COUNTS, SO CSAGPAXU CAN PROVE THE APPLY                       *
101526*----------------------------------------------------------------*
101526 4600-WRITE-IMAGE-TRAILER.

101526     MOVE SPACES                    TO CSDLI-RECORD.
101526     SET CSDLI-TRAILER-REC          TO TRUE.
101526     MOVE WS-PREV-READ              TO CSDLI-T-PREV-COUNT.
101526     MOVE WS-CURR-READ              TO CSDLI-T-CURR-COUNT.
101526     MOVE WS-ADDS-FOUND             TO CSDLI-T-ADD-COUNT.
101526     MOVE WS-DROPS-FOUND            TO CSDLI-T-DROP-COUNT.
101526     MOVE WS-REWRITES-FOUND         TO CSDLI-T-REWRITE-COUNT.
101526     WRITE CSDLI-RECORD.

101526 4600-EXIT.
101526     EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - TOTALS, RUN-CONTROL RECORD, CLOSE FILES      *
      *----------------------------------------------------------------*
       8000-TERMINATE.

101526     PERFORM 4600-WRITE-IMAGE-TRAILER THRU 4600-EXIT.

           WRITE DELTA-LINE                FROM WS-BLANK-LINE.
           MOVE WS-PREV-READ               TO WS-T-PREV-READ.
           MOVE WS-CURR-READ               TO WS-T-CURR-READ.
           WRITE DELTA-LINE                FROM WS-TOTAL-LINE-2.

           MOVE WS-BAND-CHANGES-FOUND      TO WS-T-BAND-CHANGES.
101526     MOVE WS-REWRITES-FOUND          TO WS-T-REWRITES.
101526     MOVE WS-IMAGES-WRITTEN          TO WS-T-IMAGES.
           WRITE DELTA-LINE                FROM WS-TOTAL-LINE-3.

           PERFORM 9000-WRITE-RUN-CONTROL THRU 9000-EXIT.
           CLOSE PREV-SORTED.
           CLOSE CURR-SORTED.
           CLOSE DELTA-FILE.
101526     CLOSE DELTA-IMAGE.
           CLOSE DELTA-RPT.

       8000-EXIT.
