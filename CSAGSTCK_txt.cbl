      ******************************************************************
      *                                                                *
      *                         "CSAGSTCK"                             *
      *     NIGHTLY STATEROOM BERTH AND CRIB COMPLIANCE (STRMMAST)     *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGSTCK.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  CSAGCBIN JUDGES EVERY CABIN AGAINST ONE FIXED INFANT BERTH    *
      *  RULE BECAUSE NOTHING TOLD IT HOW BIG THE CABIN ACTUALLY IS.   *
      *  THIS JOB HOLDS EACH BOOKED CABIN AGAINST ITS OWN RECORD ON    *
      *  THE STATEROOM MASTER (CSAGSTRM).  THE MANIFEST IS SORTED ON   *
      *  SAILING ID + STATEROOM NUMBER; EACH SAILING'S SHIP COMES      *
      *  FROM ITS SAILMAST RECORD (CSSMST-SHIP-CODE), AND EACH CABIN   *
      *  IS READ FROM STRMMAST ON SHIP CODE + CSPAX-STATEROOM-NR.      *
      *  EVERY OCCUPANT IS AGED THROUGH CSAGBRCO AND CSAGECAL, AND     *
      *  THE REPORT SHOWS:                                             *
      *                                                                *
      *    - STATEROOM NOT ON SHIP - NO STRMMAST RECORD FOR THE        *
      *      SHIP + STATEROOM THE MANIFEST NAMES;                      *
      *    - OVER BERTH COUNT      - MORE OCCUPANTS BOOKED THAN THE    *
      *      CABIN HAS BERTHS;                                         *
      *    - INFANT - NO CRIB      - AN INFANT-BAND OCCUPANT IN A      *
      *      CABIN THAT CANNOT TAKE A CRIB.                            *
      *                                                                *
      *  A SAILING WITH NO SAILMAST RECORD (OR NO SHIP CODE ON IT)     *
      *  CANNOT BE JOINED; IT IS REPORTED ONCE AND ITS CABINS ARE      *
      *  COUNTED AND SKIPPED.  RECORDS WITH NO STATEROOM NUMBER ARE    *
      *  COUNTED AND SKIPPED, AS IN CSAGCBIN.  AN OCCUPANT CSAGECAL    *
      *  CANNOT AGE STILL TAKES A BERTH.                               *
      *                                                                *
      *  INPUT:   PASSENGER-FILE  - FULL MANIFEST (CSPAXREC)           *
      *           SAIL-MASTER     - SAILING MASTER (CSAGSMST KSDS)     *
      *           STRM-MASTER     - STATEROOM MASTER (CSAGSTRM KSDS)   *
      *  OUTPUT:  SORTED-PAX-FILE - MANIFEST BY SAILING + STATEROOM    *
      *           STCK-RPT        - STATEROOM COMPLIANCE REPORT        *
      *           RUN-LOG         - RUN-CONTROL RECORD (CSAGRUNC)      *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26   M.ANDREOLI  PROGRAM CREATED                        *
      ******************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.     IBM-370.
       OBJECT-COMPUTER.     IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASSENGER-FILE    ASSIGN TO PAXFILE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK         ASSIGN TO SORTWK01.

           SELECT SORTED-PAX-FILE   ASSIGN TO SRTPAX
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SAIL-MASTER       ASSIGN TO SAILMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSSMST-KEY
                  FILE STATUS IS WS-MAST-STATUS.

           SELECT STRM-MASTER       ASSIGN TO STRMMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSSTRM-KEY
                  FILE STATUS IS WS-STRM-STATUS.

           SELECT STCK-RPT          ASSIGN TO STCKRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG           ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  PASSENGER-FILE
           RECORDING MODE IS F.
           COPY CSPAXREC.

       SD  SORT-WORK.
           COPY CSPAXREC REPLACING LEADING ==CSPAX-== BY ==SORT-==.

       FD  SORTED-PAX-FILE
           RECORDING MODE IS F.
           COPY CSPAXREC REPLACING LEADING ==CSPAX-== BY ==SRTPAX-==.

       FD  SAIL-MASTER.
           COPY CSAGSMST.

       FD  STRM-MASTER.
           COPY CSAGSTRM.

       FD  STCK-RPT
           RECORDING MODE IS F.
       01  STCK-LINE                       PIC X(132).

       FD  RUN-LOG
           RECORDING MODE IS F.
           COPY CSAGRUNC.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.
           05  WS-SHIP-FOUND-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-SHIP-FOUND                VALUE 'Y'.
           05  WS-CABIN-FOUND-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-CABIN-FOUND               VALUE 'Y'.

       01  WS-MAST-STATUS                  PIC X(02).
           88  WS-MAST-OK                      VALUE '00'.

       01  WS-STRM-STATUS                  PIC X(02).
           88  WS-STRM-OK                      VALUE '00'.

       01  WS-CURRENT-CABIN-KEY.
           05  WS-CURRENT-SAILING-ID       PIC X(08) VALUE LOW-VALUES.
           05  WS-CURRENT-STATEROOM        PIC X(05) VALUE LOW-VALUES.

       01  WS-THIS-CABIN-KEY.
           05  WS-THIS-SAILING-ID          PIC X(08).
           05  WS-THIS-STATEROOM           PIC X(05).

       01  WS-SHIP-CODE                    PIC X(04) VALUE SPACES.

       77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
       77  WS-CABINS-CHECKED               PIC 9(07) COMP VALUE ZERO.
       77  WS-CABINS-NOT-ON-SHIP           PIC 9(07) COMP VALUE ZERO.
       77  WS-CABINS-OVER-BERTHS           PIC 9(07) COMP VALUE ZERO.
       77  WS-CABINS-NO-CRIB               PIC 9(07) COMP VALUE ZERO.
       77  WS-SAILINGS-NO-SHIP             PIC 9(05) COMP VALUE ZERO.
       77  WS-RECORDS-NO-SHIP              PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-STATEROOM                 PIC 9(07) COMP VALUE ZERO.
       77  WS-EXCEPTIONS-FOUND             PIC 9(07) COMP VALUE ZERO.
       77  WS-CABIN-PAX-COUNT              PIC 9(03) VALUE ZERO.
       77  WS-CABIN-INFANT-COUNT           PIC 9(03) VALUE ZERO.

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-CCYYMMDD             PIC 9(08).
           05  WS-RUN-HHMMSSHH             PIC 9(08).
           05  WS-RUN-HHMMSS REDEFINES WS-RUN-HHMMSSHH.
               10  WS-RUN-HHMMSS-KEEP      PIC 9(06).
               10  FILLER                  PIC 9(02).

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               'CSAGSTCK - STATEROOM BERTH/CRIB COMPLIANCE  '.
           05  FILLER                      PIC X(88) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(10) VALUE 'SAILING'.
           05  FILLER                      PIC X(06) VALUE 'SHIP'.
           05  FILLER                      PIC X(07) VALUE 'CABIN'.
           05  FILLER                      PIC X(06) VALUE 'CATG'.
           05  FILLER                      PIC X(08) VALUE 'BERTHS'.
           05  FILLER                      PIC X(06) VALUE 'CRIB'.
           05  FILLER                      PIC X(06) VALUE 'PAX'.
           05  FILLER                      PIC X(09) VALUE 'INFANTS'.
           05  FILLER                      PIC X(24) VALUE 'CONDITION'.
           05  FILLER                      PIC X(50) VALUE SPACES.

       01  WS-REPORT-LINE.
           05  WS-R-SAILING-ID             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-SHIP                   PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-STATEROOM              PIC X(05).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-CATEGORY               PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-BERTHS                 PIC Z9.
           05  FILLER                      PIC X(06) VALUE SPACES.
           05  WS-R-CRIB                   PIC X(01).
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  WS-R-PAX-COUNT              PIC ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-R-INFANTS                PIC ZZ9.
           05  FILLER                      PIC X(06) VALUE SPACES.
           05  WS-R-CONDITION              PIC X(24).
           05  FILLER                      PIC X(50) VALUE SPACES.

       01  WS-NO-SHIP-LINE.
           05  WS-N-SAILING-ID             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(50) VALUE
               '*** NO SAILMAST SHIP CODE -- CABINS NOT CHECKED'.
           05  FILLER                      PIC X(72) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                      PIC X(20) VALUE
               'RECORDS READ ......'.
           05  WS-T-RECORDS-READ           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'CABINS CHECKED .....'.
           05  WS-T-CABINS                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'NOT ON SHIP ........'.
           05  WS-T-NOT-ON-SHIP            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                      PIC X(20) VALUE
               'OVER BERTH COUNT ..'.
           05  WS-T-OVER-BERTHS            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'INFANT - NO CRIB ...'.
           05  WS-T-NO-CRIB                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'NO STATEROOM NR ....'.
           05  WS-T-NO-STATEROOM           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                      PIC X(20) VALUE
               'SAILINGS NO SHIP ..'.
           05  WS-T-SAILINGS-NO-SHIP       PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'RECORDS SKIPPED ....'.
           05  WS-T-RECORDS-NO-SHIP        PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(68) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

           COPY CSAGECAL.

       77  WC-CSAGBRCO                      PIC X(08) VALUE 'CSAGBRCO'.

           COPY CSAGBRCO.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

       PROCEDURE DIVISION.

       0000-MAINLINE.

           SORT SORT-WORK
               ON ASCENDING KEY SORT-SAILING-ID
                                SORT-STATEROOM-NR
               USING  PASSENGER-FILE
               GIVING SORTED-PAX-FILE.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.

           PERFORM 2000-PROCESS-PAX     THRU 2000-EXIT
               UNTIL WS-EOF.

           PERFORM 8000-TERMINATE       THRU 8000-EXIT.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - OPEN FILES, WRITE HEADINGS, PRIME THE READ  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           OPEN INPUT  SORTED-PAX-FILE.
           OPEN INPUT  SAIL-MASTER.
           OPEN INPUT  STRM-MASTER.
           OPEN OUTPUT STCK-RPT.

           WRITE STCK-LINE                FROM WS-HEADING-1.
           WRITE STCK-LINE                FROM WS-HEADING-2.

           PERFORM 1200-READ-PAX          THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1200-READ-PAX - READ ONE SORTED MANIFEST RECORD              *
      *----------------------------------------------------------------*
       1200-READ-PAX.

           READ SORTED-PAX-FILE
               AT END
                   SET WS-EOF             TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-PROCESS-PAX - BREAK ON SAILING (FETCH THE SHIP) AND ON   *
      *  SAILING + STATEROOM (FETCH THE CABIN), AGE EACH OCCUPANT      *
      *----------------------------------------------------------------*
       2000-PROCESS-PAX.

           IF  SRTPAX-STATEROOM-NR NOT > SPACES
               ADD 1 TO WS-NO-STATEROOM
               PERFORM 1200-READ-PAX      THRU 1200-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE SRTPAX-SAILING-ID         TO WS-THIS-SAILING-ID.
           MOVE SRTPAX-STATEROOM-NR       TO WS-THIS-STATEROOM.

           IF  WS-THIS-CABIN-KEY NOT = WS-CURRENT-CABIN-KEY
               IF  WS-CABIN-PAX-COUNT > ZERO
                   PERFORM 3000-CLOSE-CABIN THRU 3000-EXIT
               END-IF
               IF  WS-THIS-SAILING-ID NOT = WS-CURRENT-SAILING-ID
                   MOVE WS-THIS-SAILING-ID TO WS-CURRENT-SAILING-ID
                   PERFORM 2200-READ-SAILING THRU 2200-EXIT
               END-IF
               MOVE WS-THIS-CABIN-KEY     TO WS-CURRENT-CABIN-KEY
               MOVE ZERO                  TO WS-CABIN-PAX-COUNT
               MOVE ZERO                  TO WS-CABIN-INFANT-COUNT
               IF  WS-SHIP-FOUND
                   ADD 1 TO WS-CABINS-CHECKED
                   PERFORM 2300-READ-STATEROOM THRU 2300-EXIT
               END-IF
           END-IF.

           IF  NOT WS-SHIP-FOUND
               ADD 1 TO WS-RECORDS-NO-SHIP
               PERFORM 1200-READ-PAX      THRU 1200-EXIT
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-CABIN-PAX-COUNT.

           PERFORM 2100-AGE-ONE-PAX       THRU 2100-EXIT.

           PERFORM 1200-READ-PAX          THRU 1200-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-AGE-ONE-PAX - CALL CSAGECAL; COUNT INFANT-BAND OCCUPANTS *
      *----------------------------------------------------------------*
       2100-AGE-ONE-PAX.

           MOVE SRTPAX-BIRTH-CCYYMMDD     TO CSAGECAL-I-BIRTH-CCYYMMDD.
           MOVE ZERO                      TO CSAGECAL-I-BIRTH-MMDDCCYY.
           MOVE SRTPAX-DEPART-DATE-GREG   TO
               CSAGECAL-I-DEPART-DATE-GREG.
           MOVE SPACES                    TO
               CSAGECAL-I-DEPART-DATE-INTL.
           MOVE SPACES                    TO
               CSAGECAL-I-MILESTONE-DATE-INTL.
           MOVE ZERO                      TO
               CSAGECAL-I-MILESTONE-DATE-GREG.
           MOVE ZERO                      TO
               CSAGECAL-I-RETURN-DATE-GREG.
           MOVE SPACES                    TO
               CSAGECAL-I-RETURN-DATE-INTL.
           MOVE SPACE                     TO
               CSAGECAL-I-REVERSE-LOOKUP-SW.
           MOVE SPACE                     TO CSAGECAL-I-ONLINE-SW.
           MOVE SPACE                     TO CSAGECAL-I-PRECONV-SW.

           MOVE SRTPAX-BRAND-CODE         TO CSAGBRCO-I-BRAND-CODE.
           MOVE SRTPAX-ITINERARY-CODE     TO CSAGBRCO-I-ITINERARY-CODE.
           CALL WC-CSAGBRCO               USING CSAGBRCO-PARMS.
           MOVE CSAGBRCO-O-CUTOFF-YEARS   TO
               CSAGECAL-I-CALC-AGE-IN-MONTHS.

           CALL 'CSAGECAL'                USING CSAGECAL-PARMS.

           IF  CSAGECAL-O-RC-OK
           AND CSAGECAL-O-AGE-BAND-INFANT
               ADD 1 TO WS-CABIN-INFANT-COUNT
           END-IF.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-READ-SAILING - RANDOM READ OF THE SAILING'S MASTER FOR   *
      *  ITS SHIP CODE; A SAILING THAT CANNOT BE JOINED IS REPORTED    *
      *  ONCE                                                          *
      *----------------------------------------------------------------*
       2200-READ-SAILING.

           MOVE 'N'                       TO WS-SHIP-FOUND-SWITCH.
           MOVE SPACES                    TO WS-SHIP-CODE.
           MOVE WS-CURRENT-SAILING-ID     TO CSSMST-SAILING-ID.

           READ SAIL-MASTER.

           IF  WS-MAST-OK
           AND CSSMST-SHIP-CODE > SPACES
               MOVE CSSMST-SHIP-CODE      TO WS-SHIP-CODE
               SET WS-SHIP-FOUND          TO TRUE
           ELSE
               ADD 1 TO WS-SAILINGS-NO-SHIP
               ADD 1 TO WS-EXCEPTIONS-FOUND
               MOVE WS-CURRENT-SAILING-ID TO WS-N-SAILING-ID
               WRITE STCK-LINE            FROM WS-NO-SHIP-LINE
           END-IF.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2300-READ-STATEROOM - RANDOM READ OF THE CABIN ON SHIP CODE   *
      *  + STATEROOM NUMBER                                            *
      *----------------------------------------------------------------*
       2300-READ-STATEROOM.

           MOVE 'N'                       TO WS-CABIN-FOUND-SWITCH.
           MOVE WS-SHIP-CODE              TO CSSTRM-SHIP-CODE.
           MOVE WS-CURRENT-STATEROOM      TO CSSTRM-STATEROOM-NR.

           READ STRM-MASTER.

           IF  WS-STRM-OK
               SET WS-CABIN-FOUND         TO TRUE
           END-IF.

       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-CLOSE-CABIN - END OF ONE CABIN'S OCCUPANTS; PRINT A LINE *
      *  FOR EACH FAILED CONDITION                                     *
      *----------------------------------------------------------------*
       3000-CLOSE-CABIN.

           IF  NOT WS-SHIP-FOUND
               GO TO 3000-EXIT
           END-IF.

           IF  NOT WS-CABIN-FOUND
               ADD 1 TO WS-CABINS-NOT-ON-SHIP
               MOVE 'STATEROOM NOT ON SHIP' TO WS-R-CONDITION
               PERFORM 3100-WRITE-CABIN-LINE THRU 3100-EXIT
               GO TO 3000-EXIT
           END-IF.

           IF  WS-CABIN-PAX-COUNT > CSSTRM-BERTH-COUNT
               ADD 1 TO WS-CABINS-OVER-BERTHS
               MOVE 'OVER BERTH COUNT'    TO WS-R-CONDITION
               PERFORM 3100-WRITE-CABIN-LINE THRU 3100-EXIT
           END-IF.

           IF  WS-CABIN-INFANT-COUNT > ZERO
           AND NOT CSSTRM-CRIB-CAPABLE
               ADD 1 TO WS-CABINS-NO-CRIB
               MOVE 'INFANT - NO CRIB'    TO WS-R-CONDITION
               PERFORM 3100-WRITE-CABIN-LINE THRU 3100-EXIT
           END-IF.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3100-WRITE-CABIN-LINE - ONE EXCEPTION LINE FOR THE CABIN      *
      *  JUST FINISHED                                                *
      *----------------------------------------------------------------*
       3100-WRITE-CABIN-LINE.

           MOVE WS-CURRENT-SAILING-ID     TO WS-R-SAILING-ID.
           MOVE WS-SHIP-CODE              TO WS-R-SHIP.
           MOVE WS-CURRENT-STATEROOM      TO WS-R-STATEROOM.
           MOVE WS-CABIN-PAX-COUNT        TO WS-R-PAX-COUNT.
           MOVE WS-CABIN-INFANT-COUNT     TO WS-R-INFANTS.

           IF  WS-CABIN-FOUND
               MOVE CSSTRM-CATEGORY       TO WS-R-CATEGORY
               MOVE CSSTRM-BERTH-COUNT    TO WS-R-BERTHS
               MOVE CSSTRM-CRIB-SWITCH    TO WS-R-CRIB
           ELSE
               MOVE SPACES                TO WS-R-CATEGORY
               MOVE ZERO                  TO WS-R-BERTHS
               MOVE SPACE                 TO WS-R-CRIB
           END-IF.

           WRITE STCK-LINE                FROM WS-REPORT-LINE.

           ADD 1 TO WS-EXCEPTIONS-FOUND.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - LAST CABIN, TOTALS, RUN-CONTROL RECORD,      *
      *  CLOSE FILES                                                   *
      *----------------------------------------------------------------*
       8000-TERMINATE.

           IF  WS-CABIN-PAX-COUNT > ZERO
               PERFORM 3000-CLOSE-CABIN    THRU 3000-EXIT
           END-IF.

           WRITE STCK-LINE                 FROM WS-BLANK-LINE.
           MOVE WS-RECORDS-READ            TO WS-T-RECORDS-READ.
           MOVE WS-CABINS-CHECKED          TO WS-T-CABINS.
           MOVE WS-CABINS-NOT-ON-SHIP      TO WS-T-NOT-ON-SHIP.
           WRITE STCK-LINE                 FROM WS-TOTAL-LINE-1.

           MOVE WS-CABINS-OVER-BERTHS      TO WS-T-OVER-BERTHS.
           MOVE WS-CABINS-NO-CRIB          TO WS-T-NO-CRIB.
           MOVE WS-NO-STATEROOM            TO WS-T-NO-STATEROOM.
           WRITE STCK-LINE                 FROM WS-TOTAL-LINE-2.

           MOVE WS-SAILINGS-NO-SHIP        TO WS-T-SAILINGS-NO-SHIP.
           MOVE WS-RECORDS-NO-SHIP         TO WS-T-RECORDS-NO-SHIP.
           WRITE STCK-LINE                 FROM WS-TOTAL-LINE-3.

           PERFORM 9000-WRITE-RUN-CONTROL THRU 9000-EXIT.

           CLOSE SORTED-PAX-FILE.
           CLOSE SAIL-MASTER.
           CLOSE STRM-MASTER.
           CLOSE STCK-RPT.

       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-WRITE-RUN-CONTROL - ONE STANDARD RUN-CONTROL RECORD ON
      * THE COMMON RUNLOG SO THE MORNING BALANCING REPORT (CSAGRBAL)
      * SEES THIS JOB'S COUNTS WITHOUT OPENING ITS PRINT FILE.
      *----------------------------------------------------------------*
       9000-WRITE-RUN-CONTROL.

           OPEN EXTEND RUN-LOG.

           ACCEPT WS-RUN-CCYYMMDD         FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-HHMMSSHH         FROM TIME.

           MOVE SPACES                    TO CSRUNC-RECORD.
           MOVE 'CSAGSTCK'                TO CSRUNC-JOB-NAME.
           MOVE WS-RUN-CCYYMMDD           TO CSRUNC-RUN-CCYYMMDD.
           MOVE WS-RUN-HHMMSS-KEEP        TO CSRUNC-RUN-HHMMSS.
           MOVE WS-RECORDS-READ           TO CSRUNC-RECORDS-READ.
           MOVE ZERO                      TO CSRUNC-RECORDS-WRITTEN.
           MOVE WS-EXCEPTIONS-FOUND       TO CSRUNC-EXCEPTIONS.
           MOVE '0000'                    TO CSRUNC-RETURN-STATUS.

           WRITE CSRUNC-RECORD.

           CLOSE RUN-LOG.

       9000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
