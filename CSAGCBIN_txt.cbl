      *  BEFORE THE FIELD EXISTED) ARE COUNTED AND SKIPPED.  THIS IS   *
      *  THE CHECK THE PIER STAFF DO WITH A HIGHLIGHTER NOW.           *
      *                                                                *
101526*  CONNECTING CABINS COUNT AS ONE UNIT FOR THE ADULT RULE: A     *
101526*  CABIN WITH NO ADULT IS COVERED WHEN THE CABIN IT CONNECTS TO  *
101526*  (CSSTRM-CONNECTING-NR ON THE STATEROOM MASTER, EITHER SIDE OF *
101526*  THE PAIR) IS BOOKED ON THE SAME SAILING WITH AN ADULT IN IT.  *
101526*  THE SHIP COMES FROM SAILMAST.  CABINS ARE HELD FOR THE WHOLE  *
101526*  SAILING AND JUDGED AT THE SAILING BREAK; A CABIN WITH NO      *
101526*  SAILMAST OR STRMMAST RECORD IS JUDGED ON ITS OWN.  BERTH      *
101526*  COUNTS AND CRIBS PER CABIN ARE CHECKED BY CSAGSTCK.           *
101526*                                                                *
      *  INPUT:   PASSENGER-FILE  - FULL MANIFEST (CSPAXREC)           *
101526*           SAIL-MASTER     - SAILING MASTER (CSAGSMST KSDS)     *
101526*           STRM-MASTER     - STATEROOM MASTER (CSAGSTRM KSDS)   *
      *  OUTPUT:  SORTED-PAX-FILE - MANIFEST BY SAILING + STATEROOM    *
      *           CABIN-RPT       - CABIN COMPLIANCE REPORT            *
101526*           CASE-FILE       - COMPLIANCE CASES (CSAGCASW)        *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  09/02/26   M.ANDREOLI  PROGRAM CREATED                        *
101526*  10/15/26   M.ANDREOLI  CONNECTING CABINS (STRMMAST) COUNT AS  *
101526*                        ONE UNIT FOR THE ADULT-IN-CABIN RULE    *
101526*  10/15/26   M.ANDREOLI  EACH EXCEPTION LINE ALSO OPENS OR      *
101526*                        COUNTS UP A CABNAD/CABINF CASE ON THE   *
101526*                        COMMON CASEFILE (CSAGCASW), KEYED BY    *
101526*                        SAILING + STATEROOM; CASES NO LONGER    *
101526*                        RAISED ARE AUTO-CLOSED AT END OF JOB    *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT SORTED-PAX-FILE   ASSIGN TO SRTPAX
                  ORGANIZATION IS SEQUENTIAL.

101526     SELECT SAIL-MASTER       ASSIGN TO SAILMAST
101526            ORGANIZATION IS INDEXED
101526            ACCESS MODE IS RANDOM
101526            RECORD KEY IS CSSMST-KEY
101526            FILE STATUS IS WS-MAST-STATUS.

101526     SELECT STRM-MASTER       ASSIGN TO STRMMAST
101526            ORGANIZATION IS INDEXED
101526            ACCESS MODE IS RANDOM
101526            RECORD KEY IS CSSTRM-KEY
101526            FILE STATUS IS WS-STRM-STATUS.

           SELECT CABIN-RPT         ASSIGN TO CABINRPT
                  ORGANIZATION IS SEQUENTIAL.

           RECORDING MODE IS F.
           COPY CSPAXREC REPLACING LEADING ==CSPAX-== BY ==SRTPAX-==.

101526 FD  SAIL-MASTER.
101526     COPY CSAGSMST.

101526 FD  STRM-MASTER.
101526     COPY CSAGSTRM.

       FD  CABIN-RPT
           RECORDING MODE IS F.
       01  CABIN-LINE                      PIC X(132).
      *    BERTH RULE FOR CABINS CARRYING AN INFANT -- MARINE OPS
      *    LIMIT, NOT A MARKETING ONE; CHANGE ONLY WITH THEIR SIGNOFF
           05  WC-INFANT-CABIN-MAX         PIC 9(02) VALUE 04.
101526     05  WC-CABIN-TABLE-MAX          PIC 9(04) VALUE 3000.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.
           05  WS-ADULT-FOUND-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-ADULT-FOUND               VALUE 'Y'.
101526     05  WS-PARTNER-FOUND-SWITCH     PIC X(01) VALUE 'N'.
101526         88  WS-PARTNER-FOUND             VALUE 'Y'.

101526 01  WS-MAST-STATUS                  PIC X(02).
101526     88  WS-MAST-OK                      VALUE '00'.

101526 01  WS-STRM-STATUS                  PIC X(02).
101526     88  WS-STRM-OK                      VALUE '00'.

101526 01  WS-SHIP-CODE                    PIC X(04) VALUE SPACES.
101526 01  WS-JUDGE-STATEROOM              PIC X(05) VALUE SPACES.
101526 01  WS-SAIL-DEPART-CCYYMMDD         PIC 9(08) VALUE ZERO.
101526 01  WS-SAIL-DEPART-GREG             PIC S9(07) COMP-3 VALUE ZERO.

       01  WS-CURRENT-CABIN-KEY.
           05  WS-CURRENT-SAILING-ID       PIC X(08) VALUE LOW-VALUES.
       77  WS-CABIN-PAX-COUNT              PIC 9(03) VALUE ZERO.
       77  WS-CABIN-INFANT-COUNT           PIC 9(03) VALUE ZERO.
       77  WS-CABIN-ERROR-COUNT            PIC 9(03) VALUE ZERO.
101526 77  WS-CABINS-CONNECT-COVERED       PIC 9(07) COMP VALUE ZERO.
101526 77  WS-CABIN-ENTRIES                PIC 9(04) COMP VALUE ZERO.
101526 77  WS-CABIN-IX                     PIC 9(04) COMP VALUE ZERO.
101526 77  WS-PARTNER-IX                   PIC 9(04) COMP VALUE ZERO.

101526******************************************************************
101526*  EVERY CABIN OF THE CURRENT SAILING, HELD UNTIL THE SAILING    *
101526*  BREAK SO A CABIN WITH NO ADULT CAN LOOK FOR ITS CONNECTING    *
101526*  PARTNER WHETHER THAT PARTNER SORTS BEFORE OR AFTER IT.  A     *
101526*  SAILING WITH MORE CABINS THAN THIS JUDGES THE OVERFLOW ON     *
101526*  THEIR OWN AS THEY CLOSE.                                      *
101526******************************************************************

101526 01  WT-CABIN-TABLE.
101526     05  WT-CABIN-ENTRY OCCURS 3000 TIMES.
101526         10  WT-C-STATEROOM          PIC X(05).
101526         10  WT-C-CONNECTING-NR      PIC X(05).
101526         10  WT-C-ADULT-SWITCH       PIC X(01).
101526             88  WT-C-ADULT-FOUND         VALUE 'Y'.
101526         10  WT-C-PAX-COUNT          PIC 9(03).
101526         10  WT-C-INFANT-COUNT       PIC 9(03).
101526         10  WT-C-ERROR-COUNT        PIC 9(03).

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
           05  FILLER                      PIC X(20) VALUE
               'NO STATEROOM NR ....'.
           05  WS-T-NO-STATEROOM           PIC ZZZ,ZZ9.
101526     05  FILLER                      PIC X(10) VALUE SPACES.
101526     05  FILLER                      PIC X(20) VALUE
101526         'CONNECT COVERED ....'.
101526     05  WS-T-CONNECT-COVERED        PIC ZZZ,ZZ9.
101526     05  FILLER                      PIC X(31) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.


           COPY CSAGBRCO.

101526 77  WC-CSAGCASW                      PIC X(08) VALUE 'CSAGCASW'.
101526 77  WC-CASE-TYPE-CABNAD              PIC X(06) VALUE 'CABNAD'.
101526 77  WC-CASE-TYPE-CABINF              PIC X(06) VALUE 'CABINF'.
101526 77  WS-RAISE-CASE-TYPE               PIC X(06) VALUE SPACES.

101526 01  WS-CASE-DETAIL.
101526     05  WS-CD-CONDITION             PIC X(20).
101526     05  FILLER                      PIC X(04) VALUE 'PAX '.
101526     05  WS-CD-PAX-COUNT             PIC ZZ9.
101526     05  FILLER                      PIC X(05) VALUE ' INF '.
101526     05  WS-CD-INFANT-COUNT          PIC ZZ9.
101526     05  FILLER                      PIC X(05) VALUE SPACES.

101526     COPY CSAGCASP.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  SORTED-PAX-FILE.
101526     OPEN INPUT  SAIL-MASTER.
101526     OPEN INPUT  STRM-MASTER.
           OPEN OUTPUT CABIN-RPT.

           WRITE CABIN-LINE               FROM WS-HEADING-1.
      *----------------------------------------------------------------*
      *  2000-PROCESS-PAX - BREAK ON SAILING + STATEROOM, AGE EACH     *
      *  OCCUPANT                                                     *
101526*  A NEW SAILING JUDGES THE LAST ONE'S CABINS AND FETCHES ITS    *
101526*  OWN SHIP CODE                                                 *
      *----------------------------------------------------------------*
       2000-PROCESS-PAX.

               IF  WS-CABIN-PAX-COUNT > ZERO
                   PERFORM 3000-CLOSE-CABIN THRU 3000-EXIT
               END-IF
101526         IF  WS-THIS-SAILING-ID NOT = WS-CURRENT-SAILING-ID
101526             PERFORM 3500-CLOSE-SAILING THRU 3500-EXIT
101526             MOVE WS-THIS-SAILING-ID TO WS-CURRENT-SAILING-ID
101526             PERFORM 2200-READ-SAILING THRU 2200-EXIT
101526             MOVE SRTPAX-DEPART-DATE-GREG TO WS-SAIL-DEPART-GREG
101526         END-IF
               MOVE WS-THIS-CABIN-KEY     TO WS-CURRENT-CABIN-KEY
               MOVE ZERO                  TO WS-CABIN-PAX-COUNT
               MOVE ZERO                  TO WS-CABIN-INFANT-COUNT
       2100-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526*  2200-READ-SAILING - RANDOM READ OF THE SAILING'S MASTER FOR   *
101526*  ITS SHIP CODE; NONE MEANS NO CONNECTING CABINS THIS SAILING   *
101526*----------------------------------------------------------------*
101526 2200-READ-SAILING.

101526     MOVE SPACES                    TO WS-SHIP-CODE.
101526     MOVE ZERO                      TO WS-SAIL-DEPART-CCYYMMDD.
101526     MOVE WS-CURRENT-SAILING-ID     TO CSSMST-SAILING-ID.

101526     READ SAIL-MASTER.

101526     IF  WS-MAST-OK
101526         MOVE CSSMST-SHIP-CODE      TO WS-SHIP-CODE
101526         MOVE CSSMST-DEPART-CCYYMMDD TO WS-SAIL-DEPART-CCYYMMDD
101526     END-IF.

101526 2200-EXIT.
101526     EXIT.

101526*----------------------------------------------------------------*
101526*  3000-CLOSE-CABIN - END OF ONE CABIN'S OCCUPANTS; HOLD IT IN   *
101526*  THE SAILING'S CABIN TABLE WITH ITS CONNECTING STATEROOM (IF   *
101526*  ANY).  A CABIN THAT WON'T FIT IN THE TABLE IS JUDGED NOW, ON  *
101526*  ITS OWN.                                                      *
101526*----------------------------------------------------------------*
101526 3000-CLOSE-CABIN.

101526     IF  WS-CABIN-ENTRIES NOT < WC-CABIN-TABLE-MAX
101526         MOVE WS-CURRENT-STATEROOM  TO WS-JUDGE-STATEROOM
101526         PERFORM 3200-JUDGE-CABIN   THRU 3200-EXIT
101526         GO TO 3000-EXIT
101526     END-IF.

101526     ADD 1 TO WS-CABIN-ENTRIES.
101526     MOVE WS-CURRENT-STATEROOM      TO
101526         WT-C-STATEROOM (WS-CABIN-ENTRIES).
101526     MOVE WS-ADULT-FOUND-SWITCH     TO
101526         WT-C-ADULT-SWITCH (WS-CABIN-ENTRIES).
101526     MOVE WS-CABIN-PAX-COUNT        TO
101526         WT-C-PAX-COUNT (WS-CABIN-ENTRIES).
101526     MOVE WS-CABIN-INFANT-COUNT     TO
101526         WT-C-INFANT-COUNT (WS-CABIN-ENTRIES).
101526     MOVE WS-CABIN-ERROR-COUNT      TO
101526         WT-C-ERROR-COUNT (WS-CABIN-ENTRIES).
101526     MOVE SPACES                    TO
101526         WT-C-CONNECTING-NR (WS-CABIN-ENTRIES).

101526     IF  WS-SHIP-CODE NOT > SPACES
101526         GO TO 3000-EXIT
101526     END-IF.

101526     MOVE WS-SHIP-CODE              TO CSSTRM-SHIP-CODE.
101526     MOVE WS-CURRENT-STATEROOM      TO CSSTRM-STATEROOM-NR.

101526     READ STRM-MASTER.

101526     IF  WS-STRM-OK
101526         MOVE CSSTRM-CONNECTING-NR  TO
101526             WT-C-CONNECTING-NR (WS-CABIN-ENTRIES)
101526     END-IF.

101526 3000-EXIT.
101526     EXIT.

101526*----------------------------------------------------------------*
101526*  3200-JUDGE-CABIN - PRINT AN EXCEPTION LINE FOR EACH FAILED    *
101526*  CONDITION OF THE CABIN LOADED IN THE WS-CABIN FIELDS          *
101526*----------------------------------------------------------------*
101526 3200-JUDGE-CABIN.

101526     IF  NOT WS-ADULT-FOUND
101526         ADD 1 TO WS-CABINS-NO-ADULT
101526         MOVE 'NO ADULT IN CABIN'   TO WS-R-CONDITION
101526         PERFORM 3100-WRITE-CABIN-LINE THRU 3100-EXIT
101526         MOVE WC-CASE-TYPE-CABNAD   TO WS-RAISE-CASE-TYPE
101526         PERFORM 3300-RAISE-CASE    THRU 3300-EXIT
101526     END-IF.

101526     IF  WS-CABIN-INFANT-COUNT > ZERO
101526     AND WS-CABIN-PAX-COUNT > WC-INFANT-CABIN-MAX
101526         ADD 1 TO WS-CABINS-OVER-BERTHS
101526         MOVE 'OVER INFANT BERTHS'  TO WS-R-CONDITION
101526         PERFORM 3100-WRITE-CABIN-LINE THRU 3100-EXIT
101526         MOVE WC-CASE-TYPE-CABINF   TO WS-RAISE-CASE-TYPE
101526         PERFORM 3300-RAISE-CASE    THRU 3300-EXIT
101526     END-IF.

101526 3200-EXIT.
101526     EXIT.

101526*----------------------------------------------------------------*
101526*  3300-RAISE-CASE - OPEN OR COUNT UP THE CABIN'S CASE OF THE    *
101526*  TYPE ALREADY IN WS-RAISE-CASE-TYPE.  CABIN CASES CARRY THE    *
101526*  SAILING IN THE BOOKING SLOT AND THE STATEROOM IN THE          *
101526*  PASSENGER SLOT.                                               *
101526*----------------------------------------------------------------*
101526 3300-RAISE-CASE.
101526
101526     MOVE WS-R-CONDITION            TO WS-CD-CONDITION.
101526     MOVE WS-CABIN-PAX-COUNT        TO WS-CD-PAX-COUNT.
101526     MOVE WS-CABIN-INFANT-COUNT     TO WS-CD-INFANT-COUNT.
101526
101526     MOVE SPACES                    TO CSAGCASP-PARMS.
101526     SET CSAGCASP-I-HIT             TO TRUE.
101526     MOVE WS-RAISE-CASE-TYPE        TO CSAGCASP-I-CASE-TYPE.
101526     MOVE 'CSAGCBIN'                TO CSAGCASP-I-SOURCE-PGM.
101526     MOVE ZERO                      TO CSAGCASP-I-RUN-CCYYMMDD.
101526     MOVE WS-CURRENT-SAILING-ID     TO CSAGCASP-I-BOOKING-ID.
101526     MOVE WS-JUDGE-STATEROOM        TO CSAGCASP-I-PASSENGER-ID.
101526     MOVE WS-CURRENT-SAILING-ID     TO CSAGCASP-I-SAILING-ID.
101526     MOVE WS-SAIL-DEPART-CCYYMMDD   TO CSAGCASP-I-DEPART-CCYYMMDD.
101526     MOVE WS-SAIL-DEPART-GREG       TO
101526         CSAGCASP-I-DEPART-DATE-GREG.
101526     MOVE WS-CASE-DETAIL            TO CSAGCASP-I-DETAIL-TEXT.
101526     CALL WC-CSAGCASW               USING CSAGCASP-PARMS.
101526
101526 3300-EXIT.
101526     EXIT.

101526*----------------------------------------------------------------*
101526*  3500-CLOSE-SAILING - JUDGE EVERY CABIN HELD FOR THE SAILING   *
101526*  JUST FINISHED, THEN EMPTY THE TABLE                           *
101526*----------------------------------------------------------------*
101526 3500-CLOSE-SAILING.

101526     PERFORM 3600-JUDGE-ENTRY       THRU 3600-EXIT
101526         VARYING WS-CABIN-IX FROM 1 BY 1
101526         UNTIL WS-CABIN-IX > WS-CABIN-ENTRIES.

101526     MOVE ZERO                      TO WS-CABIN-ENTRIES.

101526 3500-EXIT.
101526     EXIT.

101526*----------------------------------------------------------------*
101526*  3600-JUDGE-ENTRY - ONE HELD CABIN.  WITH NO ADULT OF ITS OWN  *
101526*  IT PASSES THE ADULT RULE WHEN ITS CONNECTING PARTNER HAS ONE  *
101526*----------------------------------------------------------------*
101526 3600-JUDGE-ENTRY.

101526     MOVE WT-C-STATEROOM (WS-CABIN-IX) TO WS-JUDGE-STATEROOM.
101526     MOVE WT-C-ADULT-SWITCH (WS-CABIN-IX) TO
101526         WS-ADULT-FOUND-SWITCH.
101526     MOVE WT-C-PAX-COUNT (WS-CABIN-IX) TO WS-CABIN-PAX-COUNT.
101526     MOVE WT-C-INFANT-COUNT (WS-CABIN-IX) TO
101526         WS-CABIN-INFANT-COUNT.
101526     MOVE WT-C-ERROR-COUNT (WS-CABIN-IX) TO
101526         WS-CABIN-ERROR-COUNT.

101526     IF  NOT WS-ADULT-FOUND
101526         MOVE 'N'                   TO WS-PARTNER-FOUND-SWITCH
101526         PERFORM 3700-CHECK-PARTNER THRU 3700-EXIT
101526             VARYING WS-PARTNER-IX FROM 1 BY 1
101526             UNTIL WS-PARTNER-IX > WS-CABIN-ENTRIES
101526             OR    WS-PARTNER-FOUND
101526         IF  WS-PARTNER-FOUND
101526             ADD 1 TO WS-CABINS-CONNECT-COVERED
101526             SET WS-ADULT-FOUND     TO TRUE
101526         END-IF
101526     END-IF.

101526     PERFORM 3200-JUDGE-CABIN       THRU 3200-EXIT.

101526 3600-EXIT.
101526     EXIT.

101526*----------------------------------------------------------------*
101526*  3700-CHECK-PARTNER - IS THIS HELD CABIN CONNECTED TO THE ONE  *
101526*  BEING JUDGED (FROM EITHER SIDE) AND DOES IT HAVE AN ADULT     *
101526*----------------------------------------------------------------*
101526 3700-CHECK-PARTNER.

101526     IF  WS-PARTNER-IX = WS-CABIN-IX
101526     OR  NOT WT-C-ADULT-FOUND (WS-PARTNER-IX)
101526         GO TO 3700-EXIT
101526     END-IF.

101526     IF  WT-C-CONNECTING-NR (WS-CABIN-IX) > SPACES
101526     AND WT-C-STATEROOM (WS-PARTNER-IX) =
101526             WT-C-CONNECTING-NR (WS-CABIN-IX)
101526         SET WS-PARTNER-FOUND       TO TRUE
101526         GO TO 3700-EXIT
101526     END-IF.

101526     IF  WT-C-CONNECTING-NR (WS-PARTNER-IX) =
101526             WT-C-STATEROOM (WS-CABIN-IX)
101526         SET WS-PARTNER-FOUND       TO TRUE
101526     END-IF.

101526 3700-EXIT.
101526     EXIT.

      *----------------------------------------------------------------*
      *  3100-WRITE-CABIN-LINE - ONE EXCEPTION LINE FOR THE CABIN      *
       3100-WRITE-CABIN-LINE.

           MOVE WS-CURRENT-SAILING-ID     TO WS-R-SAILING-ID.
101526     MOVE WS-JUDGE-STATEROOM        TO WS-R-STATEROOM.
           MOVE WS-CABIN-PAX-COUNT        TO WS-R-PAX-COUNT.
           MOVE WS-CABIN-INFANT-COUNT     TO WS-R-INFANTS.
           MOVE WS-CABIN-ERROR-COUNT      TO WS-R-ERRORS.
           IF  WS-CABIN-PAX-COUNT > ZERO
               PERFORM 3000-CLOSE-CABIN    THRU 3000-EXIT
           END-IF.
101526     PERFORM 3500-CLOSE-SAILING     THRU 3500-EXIT.

           WRITE CABIN-LINE                FROM WS-BLANK-LINE.
           MOVE WS-RECORDS-READ            TO WS-T-RECORDS-READ.

           MOVE WS-CABINS-OVER-BERTHS      TO WS-T-OVER-BERTHS.
           MOVE WS-NO-STATEROOM            TO WS-T-NO-STATEROOM.
101526     MOVE WS-CABINS-CONNECT-COVERED  TO WS-T-CONNECT-COVERED.
           WRITE CABIN-LINE                FROM WS-TOTAL-LINE-2.

101526*    AUTO-CLOSE CABIN CASES NOT RAISED TONIGHT
101526     MOVE SPACES                     TO CSAGCASP-PARMS.
101526     SET CSAGCASP-I-END-OF-RUN       TO TRUE.
101526     MOVE 'CSAGCBIN'                 TO CSAGCASP-I-SOURCE-PGM.
101526     MOVE ZERO                       TO CSAGCASP-I-RUN-CCYYMMDD.
101526     MOVE WC-CASE-TYPE-CABNAD        TO CSAGCASP-I-SWEEP-TYPE (1).
101526     MOVE WC-CASE-TYPE-CABINF        TO CSAGCASP-I-SWEEP-TYPE (2).
101526     CALL WC-CSAGCASW                USING CSAGCASP-PARMS.

           CLOSE SORTED-PAX-FILE.
101526     CLOSE SAIL-MASTER.
101526     CLOSE STRM-MASTER.
           CLOSE CABIN-RPT.

       8000-EXIT.
