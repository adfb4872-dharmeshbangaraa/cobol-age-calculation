      *  CANNOT AGE ARE LEFT OUT OF THE EXTRACT AND COUNTED ON THE     *
      *  REPORT -- THE SHIPBOARD LOAD IS AUTOMATED AND A BAD DETAIL    *
      *  WOULD FAIL THE WHOLE FILE.                                    *
101526*                                                                *
101526*  EVERY CUT IS LOGGED TO SHEXLOG (CSAGSHXL) SO THE DATE-CHANGE  *
101526*  JOB (CSAGDCIR) KNOWS WHICH MOVED SAILINGS ALREADY HAVE AN     *
101526*  EXTRACT ON THE SHIP.  THE DATE-CHANGE JOB DOES NOT MOVE THE   *
101526*  MANIFEST'S OWN DATE COPIES (CSPAX-DEPART/RETURN-DATE-GREG),   *
101526*  SO EVERY CUT AGES ON THE SAILING'S SAILMAST DEPART AND RETURN *
101526*  DATES (CCYYMMDD, CALENDAR-EDITED BY CSAGSMLD), PASSED TO      *
101526*  CSAGECAL PRE-CONVERTED -- A FIRST CUT, A RE-SEND, OR ANY      *
101526*  LATER CUT ALL SEE THE CURRENT DATES.  DEPART AND RETURN DATES *
101526*  ON THE CARD (CSAGDCIR'S RE-SEND CARDS CARRY THEM) TAKE        *
101526*  PRECEDENCE OVER SAILMAST.  ONLY WHEN THE SAILING IS NOT ON    *
101526*  SAILMAST AND THE CARD HAS NO DATE ARE THE MANIFEST DATES      *
101526*  USED.  THE REPORT AND THE CUT LOG SHOW THE DATES AGED ON.     *
101526*                                                                *
101526*  THE CONTROL FILE MAY CARRY ONE CARD PER SAILING (UP TO 200;   *
101526*  ANY BEYOND ARE COUNTED AND IGNORED), AS CSAGDCIR'S RE-SEND    *
101526*  FILE (SHEXCARD) DOES.  EACH CARD IS CUT IN TURN: ITS OWN PASS *
101526*  OF PAXFILE, ITS OWN HEADER/DETAIL/TRAILER GROUP ON SHIPEXT    *
101526*  (EACH GROUP BALANCES ON ITS OWN TRAILER), ITS OWN SECTION OF  *
101526*  THE REPORT, AND ITS OWN SHEXLOG RECORD.  A ONE-CARD RUN CUTS  *
101526*  EXACTLY AS BEFORE.                                            *
      *                                                                *
101526*  INPUT:   CONTROL-CARD   - 1-200 CARDS: SAILING ID(8), CUT     *
101526*                           DATE CCYYMMDD(8), OPTIONAL DEPART(8) *
101526*                           AND RETURN(8)                        *
      *           PASSENGER-FILE - FULL MANIFEST, BY SAILING (CSPAXREC)*
101526*           SAIL-MASTER    - SAILING MASTER (CSAGSMST KSDS)      *
      *  OUTPUT:  SHIP-EXTRACT   - INTERFACE FILE (CSAGSHPX)           *
      *           EXTRACT-RPT    - EXTRACT BALANCING REPORT            *
101526*           EXTRACT-LOG    - EXTRACT CUT LOG (CSAGSHXL)          *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  09/02/26   M.ANDREOLI  PROGRAM CREATED                        *
101526*  10/15/26   M.ANDREOLI  EACH CUT LOGGED TO SHEXLOG; OPTIONAL   *
101526*                        CARD DEPART/RETURN DATES OVERRIDE THE   *
101526*                        MANIFEST DATES FOR A DATE-CHANGE RE-SEND*
101526*  10/15/26   M.ANDREOLI  AGES ON THE SAILMAST DEPART AND RETURN *
101526*                        DATES UNLESS THE CARD GIVES ITS OWN, SO *
101526*                        CUTS AFTER A DATE CHANGE NO LONGER USE  *
101526*                        THE MANIFEST'S STALE DATE COPIES        *
101526*  10/15/26   M.ANDREOLI  UP TO 200 CONTROL CARDS, ONE CUT PER   *
101526*                        CARD, SO ONE RUN TAKES ALL OF           *
101526*                        CSAGDCIR'S RE-SEND CARDS                *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT PASSENGER-FILE    ASSIGN TO PAXFILE
                  ORGANIZATION IS SEQUENTIAL.

101526     SELECT SAIL-MASTER       ASSIGN TO SAILMAST
101526            ORGANIZATION IS INDEXED
101526            ACCESS MODE IS RANDOM
101526            RECORD KEY IS CSSMST-KEY
101526            FILE STATUS IS WS-MAST-STATUS.

           SELECT SHIP-EXTRACT      ASSIGN TO SHIPEXT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT EXTRACT-RPT       ASSIGN TO SHEXRPT
                  ORGANIZATION IS SEQUENTIAL.

101526     SELECT EXTRACT-LOG       ASSIGN TO SHEXLOG
101526            ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************
       01  CC-RECORD.
           05  CC-SAILING-ID               PIC X(08).
           05  CC-CUT-CCYYMMDD             PIC 9(08).
101526     05  CC-DEPART-CCYYMMDD          PIC 9(08).
101526     05  CC-RETURN-CCYYMMDD          PIC 9(08).
101526     05  FILLER                      PIC X(48).

       FD  PASSENGER-FILE
           RECORDING MODE IS F.
           COPY CSPAXREC.

101526 FD  SAIL-MASTER.
101526     COPY CSAGSMST.

       FD  SHIP-EXTRACT
           RECORDING MODE IS F.
           COPY CSAGSHPX.
           RECORDING MODE IS F.
       01  EXTRACT-LINE                    PIC X(132).

101526 FD  EXTRACT-LOG
101526     RECORDING MODE IS F.
101526     COPY CSAGSHXL.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.
101526     05  WS-CARD-EOF-SWITCH          PIC X(01) VALUE 'N'.
101526         88  WS-CARD-EOF                 VALUE 'Y'.

       01  WS-CONTROL-AREA.
           05  WS-SAILING-ID               PIC X(08).
           05  WS-CUT-CCYYMMDD             PIC 9(08).
101526     05  WS-DEPART-CCYYMMDD          PIC 9(08).
101526     05  WS-RETURN-CCYYMMDD          PIC 9(08).

101526 77  WS-CARD-COUNT                   PIC 9(03) COMP VALUE ZERO.
101526 77  WS-CARD-IX                      PIC 9(03) COMP VALUE ZERO.
101526 77  WS-CARD-MAX                     PIC 9(03) COMP VALUE 200.
101526 77  WS-CARDS-IGNORED                PIC 9(07) COMP VALUE ZERO.

101526 01  WT-CARD-TABLE.
101526     05  WT-CARD-ENTRY OCCURS 200 TIMES.
101526         10  WT-CARD-SAILING-ID      PIC X(08).
101526         10  WT-CARD-CUT-CCYYMMDD    PIC 9(08).
101526         10  WT-CARD-DEPART-CCYYMMDD PIC 9(08).
101526         10  WT-CARD-RETURN-CCYYMMDD PIC 9(08).

101526 01  WS-MAST-STATUS                  PIC X(02).
101526     88  WS-MAST-OK                      VALUE '00'.

101526 77  WS-DATE-SOURCE                  PIC X(08) VALUE SPACES.

101526 01  WS-RUN-TIMESTAMP.
101526     05  WS-RUN-CCYYMMDD             PIC 9(08).
101526     05  WS-RUN-HHMMSSHH             PIC 9(08).
101526     05  WS-RUN-HHMMSS REDEFINES WS-RUN-HHMMSSHH.
101526         10  WS-RUN-HHMMSS-KEEP      PIC 9(06).
101526         10  FILLER                  PIC 9(02).

       77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
       77  WS-DETAILS-WRITTEN              PIC 9(07) COMP VALUE ZERO.
           05  WS-T-SENIORS                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(72) VALUE SPACES.

101526 01  WS-OVERRIDE-LINE.
101526     05  FILLER                      PIC X(08) VALUE 'AGED ON '.
101526     05  WS-O-SOURCE                 PIC X(08).
101526     05  FILLER                      PIC X(20) VALUE
101526         ' DATES -  DEPART '.
101526     05  WS-O-DEPART                 PIC 9(08).
101526     05  FILLER                      PIC X(10) VALUE '  RETURN '.
101526     05  WS-O-RETURN                 PIC 9(08).
101526     05  FILLER                      PIC X(70) VALUE SPACES.

101526 01  WS-CARD-LINE.
101526     05  FILLER                      PIC X(20) VALUE
101526         'SAILINGS CUT ......'.
101526     05  WS-T-CARDS                  PIC ZZZ,ZZ9.
101526     05  FILLER                      PIC X(10) VALUE SPACES.
101526     05  FILLER                      PIC X(20) VALUE
101526         'CARDS IGNORED (>200)'.
101526     05  WS-T-CARDS-IGNORED          PIC ZZZ,ZZ9.
101526     05  FILLER                      PIC X(68) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

           COPY CSAGECAL.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.

101526     PERFORM 3000-CUT-ONE-SAILING THRU 3000-EXIT
101526         VARYING WS-CARD-IX FROM 1 BY 1
101526         UNTIL WS-CARD-IX > WS-CARD-COUNT.

           PERFORM 8000-TERMINATE       THRU 8000-EXIT.

           EXIT.

      *----------------------------------------------------------------*
101526*  1000-INITIALIZE - CONTROL CARDS AND THE OUTPUT FILES          *
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           OPEN INPUT  CONTROL-CARD.
101526     PERFORM 1050-LOAD-CARD         THRU 1050-EXIT
101526         UNTIL WS-CARD-EOF.
           CLOSE CONTROL-CARD.

           OPEN OUTPUT SHIP-EXTRACT.
           OPEN OUTPUT EXTRACT-RPT.

       1000-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526*  1050-LOAD-CARD - ONE CONTROL CARD INTO THE SAILING TABLE.  A  *
101526*  DEPART OR RETURN DATE THAT IS NOT NUMERIC IS TAKEN AS NONE.   *
101526*----------------------------------------------------------------*
101526 1050-LOAD-CARD.

101526     READ CONTROL-CARD
101526         AT END
101526             SET WS-CARD-EOF        TO TRUE
101526             GO TO 1050-EXIT
101526     END-READ.

101526     IF  WS-CARD-COUNT NOT < WS-CARD-MAX
101526         ADD 1 TO WS-CARDS-IGNORED
101526         GO TO 1050-EXIT
101526     END-IF.

101526     ADD 1 TO WS-CARD-COUNT.
101526     MOVE CC-SAILING-ID             TO
101526         WT-CARD-SAILING-ID (WS-CARD-COUNT).
101526     MOVE CC-CUT-CCYYMMDD           TO
101526         WT-CARD-CUT-CCYYMMDD (WS-CARD-COUNT).
101526     MOVE ZERO                      TO
101526         WT-CARD-DEPART-CCYYMMDD (WS-CARD-COUNT).
101526     MOVE ZERO                      TO
101526         WT-CARD-RETURN-CCYYMMDD (WS-CARD-COUNT).
101526     IF  CC-DEPART-CCYYMMDD NUMERIC
101526         MOVE CC-DEPART-CCYYMMDD    TO
101526             WT-CARD-DEPART-CCYYMMDD (WS-CARD-COUNT)
101526     END-IF.
101526     IF  CC-RETURN-CCYYMMDD NUMERIC
101526         MOVE CC-RETURN-CCYYMMDD    TO
101526             WT-CARD-RETURN-CCYYMMDD (WS-CARD-COUNT)
101526     END-IF.

101526 1050-EXIT.
101526     EXIT.

101526*----------------------------------------------------------------*
101526*  1100-SAILMAST-DATES - FILL ANY DATE THE CARD DID NOT GIVE     *
101526*  FROM THE SAILING'S SAILMAST RECORD.  NOT ON SAILMAST LEAVES   *
101526*  IT ZERO, AND CSAGECAL THEN USES THE MANIFEST DATE.            *
101526*----------------------------------------------------------------*
101526 1100-SAILMAST-DATES.

101526     IF  WS-DEPART-CCYYMMDD > ZERO
101526     OR  WS-RETURN-CCYYMMDD > ZERO
101526         MOVE 'CARD'                TO WS-DATE-SOURCE
101526     END-IF.

101526     IF  WS-DEPART-CCYYMMDD > ZERO
101526     AND WS-RETURN-CCYYMMDD > ZERO
101526         GO TO 1100-EXIT
101526     END-IF.

101526     OPEN INPUT  SAIL-MASTER.
101526     MOVE WS-SAILING-ID             TO CSSMST-SAILING-ID.
101526     READ SAIL-MASTER.

101526     IF  WS-MAST-OK
101526         IF  WS-DATE-SOURCE = SPACES
101526             MOVE 'SAILMAST'        TO WS-DATE-SOURCE
101526         END-IF
101526         IF  WS-DEPART-CCYYMMDD = ZERO
101526             MOVE CSSMST-DEPART-CCYYMMDD TO WS-DEPART-CCYYMMDD
101526         END-IF
101526         IF  WS-RETURN-CCYYMMDD = ZERO
101526             MOVE CSSMST-RETURN-CCYYMMDD TO WS-RETURN-CCYYMMDD
101526         END-IF
101526     END-IF.

101526     CLOSE SAIL-MASTER.

101526 1100-EXIT.
101526     EXIT.

      *----------------------------------------------------------------*
      *  1200-READ-PAX - READ ONE PASSENGER RECORD                    *
      *----------------------------------------------------------------*
       1200-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526*  1500-START-CUT - ONE CARD'S SAILING: CLEAR THE COUNTS, SETTLE *
101526*  THE DATES, OPEN PAXFILE, WRITE THE REPORT HEADING AND THE     *
101526*  HEADER RECORD, AND PRIME THE READ                             *
101526*----------------------------------------------------------------*
101526 1500-START-CUT.

101526     MOVE WT-CARD-SAILING-ID (WS-CARD-IX) TO WS-SAILING-ID.
101526     MOVE WT-CARD-CUT-CCYYMMDD (WS-CARD-IX) TO WS-CUT-CCYYMMDD.
101526     MOVE WT-CARD-DEPART-CCYYMMDD (WS-CARD-IX) TO
101526         WS-DEPART-CCYYMMDD.
101526     MOVE WT-CARD-RETURN-CCYYMMDD (WS-CARD-IX) TO
101526         WS-RETURN-CCYYMMDD.
101526     MOVE SPACES                    TO WS-DATE-SOURCE.
101526     MOVE 'N'                       TO WS-EOF-SWITCH.

101526     MOVE ZERO                      TO WS-RECORDS-READ.
101526     MOVE ZERO                      TO WS-DETAILS-WRITTEN.
101526     MOVE ZERO                      TO WS-OTHER-SAILINGS.
101526     MOVE ZERO                      TO WS-AGE-ERRORS.
101526     MOVE ZERO                      TO WS-INFANT-COUNT.
101526     MOVE ZERO                      TO WS-CHILD-COUNT.
101526     MOVE ZERO                      TO WS-TEEN-COUNT.
101526     MOVE ZERO                      TO WS-ADULT-COUNT.
101526     MOVE ZERO                      TO WS-SENIOR-COUNT.
101526     MOVE ZERO                      TO WS-BDAY-COUNT.

101526     PERFORM 1100-SAILMAST-DATES    THRU 1100-EXIT.

           OPEN INPUT  PASSENGER-FILE.

101526     IF  WS-CARD-IX > 1
101526         WRITE EXTRACT-LINE         FROM WS-BLANK-LINE
101526         WRITE EXTRACT-LINE         FROM WS-BLANK-LINE
101526     END-IF.

           MOVE WS-SAILING-ID             TO WS-H-SAILING.
           MOVE WS-CUT-CCYYMMDD           TO WS-H-CUT.
           WRITE EXTRACT-LINE             FROM WS-HEADING-1.

101526     IF  WS-DEPART-CCYYMMDD > ZERO
101526     OR  WS-RETURN-CCYYMMDD > ZERO
101526         MOVE WS-DATE-SOURCE        TO WS-O-SOURCE
101526         MOVE WS-DEPART-CCYYMMDD    TO WS-O-DEPART
101526         MOVE WS-RETURN-CCYYMMDD    TO WS-O-RETURN
101526         WRITE EXTRACT-LINE         FROM WS-OVERRIDE-LINE
101526     END-IF.

           MOVE SPACES                    TO CSSHEX-RECORD.
           SET CSSHEX-HEADER-REC          TO TRUE.
           MOVE WS-SAILING-ID             TO CSSHEX-H-SAILING-ID.
           MOVE WS-CUT-CCYYMMDD           TO CSSHEX-H-CUT-CCYYMMDD.
           WRITE CSSHEX-RECORD.

           PERFORM 1200-READ-PAX          THRU 1200-EXIT.

101526 1500-EXIT.
101526     EXIT.

      *----------------------------------------------------------------*
      *  2000-PROCESS-PAX - EXTRACT ONLY THE CONTROL-CARD SAILING      *
      *----------------------------------------------------------------*
           MOVE SPACE                     TO CSAGECAL-I-ONLINE-SW.
           MOVE SPACE                     TO CSAGECAL-I-PRECONV-SW.

101526*    CARD AND SAILMAST DATES ARE CALENDAR-EDITED SAILMAST DATES;
101526*    A ZERO ONE LEAVES CSAGECAL ON THE MANIFEST'S GREG DATE
101526     IF  WS-DEPART-CCYYMMDD > ZERO
101526     OR  WS-RETURN-CCYYMMDD > ZERO
101526         SET CSAGECAL-I-DATES-PRECONVERTED TO TRUE
101526         MOVE WS-DEPART-CCYYMMDD    TO
101526             CSAGECAL-I-DEPART-CCYYMMDD
101526         MOVE WS-RETURN-CCYYMMDD    TO
101526             CSAGECAL-I-RETURN-CCYYMMDD
101526         MOVE ZERO                  TO
101526             CSAGECAL-I-MILESTONE-CCYYMMDD
101526     END-IF.

           MOVE CSPAX-BRAND-CODE          TO CSAGBRCO-I-BRAND-CODE.
           MOVE CSPAX-ITINERARY-CODE      TO CSAGBRCO-I-ITINERARY-CODE.
           CALL WC-CSAGBRCO               USING CSAGBRCO-PARMS.
       2200-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526*  3000-CUT-ONE-SAILING - THE WHOLE CUT FOR ONE CONTROL CARD     *
101526*----------------------------------------------------------------*
101526 3000-CUT-ONE-SAILING.

101526     PERFORM 1500-START-CUT         THRU 1500-EXIT.

101526     PERFORM 2000-PROCESS-PAX       THRU 2000-EXIT
101526         UNTIL WS-EOF.

101526     PERFORM 7000-END-CUT           THRU 7000-EXIT.

101526 3000-EXIT.
101526     EXIT.

      *----------------------------------------------------------------*
101526*  7000-END-CUT - TRAILER WITH CONTROL TOTALS, REPORT TOTALS,    *
101526*  THE CUT LOG, AND PAXFILE CLOSED FOR THE NEXT CARD'S PASS      *
      *----------------------------------------------------------------*
101526 7000-END-CUT.

           MOVE SPACES                    TO CSSHEX-RECORD.
           SET CSSHEX-TRAILER-REC         TO TRUE.
           MOVE WS-SENIOR-COUNT            TO WS-T-SENIORS.
           WRITE EXTRACT-LINE              FROM WS-BAND-TOTAL-LINE.

101526     PERFORM 8500-WRITE-CUT-LOG     THRU 8500-EXIT.

           CLOSE PASSENGER-FILE.

101526 7000-EXIT.
101526     EXIT.

      *----------------------------------------------------------------*
101526*  8000-TERMINATE - CARD COUNTS WHEN THE RUN WAS NOT THE USUAL   *
101526*  SINGLE CARD, CLOSE FILES                                      *
      *----------------------------------------------------------------*
       8000-TERMINATE.

101526     IF  WS-CARD-COUNT NOT = 1
101526     OR  WS-CARDS-IGNORED > ZERO
101526         WRITE EXTRACT-LINE          FROM WS-BLANK-LINE
101526         MOVE WS-CARD-COUNT          TO WS-T-CARDS
101526         MOVE WS-CARDS-IGNORED       TO WS-T-CARDS-IGNORED
101526         WRITE EXTRACT-LINE          FROM WS-CARD-LINE
101526     END-IF.

           CLOSE SHIP-EXTRACT.
           CLOSE EXTRACT-RPT.

       8000-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526*  8500-WRITE-CUT-LOG - ONE SHEXLOG RECORD FOR THIS CARD'S CUT   *
101526*----------------------------------------------------------------*
101526 8500-WRITE-CUT-LOG.

101526     OPEN EXTEND EXTRACT-LOG.

101526     ACCEPT WS-RUN-CCYYMMDD         FROM DATE YYYYMMDD.
101526     ACCEPT WS-RUN-HHMMSSHH         FROM TIME.

101526     MOVE SPACES                    TO CSSHXL-RECORD.
101526     MOVE WS-SAILING-ID             TO CSSHXL-SAILING-ID.
101526     MOVE WS-CUT-CCYYMMDD           TO CSSHXL-CUT-CCYYMMDD.
101526     MOVE WS-RUN-CCYYMMDD           TO CSSHXL-RUN-CCYYMMDD.
101526     MOVE WS-RUN-HHMMSS-KEEP        TO CSSHXL-RUN-HHMMSS.
101526     MOVE WS-DETAILS-WRITTEN        TO CSSHXL-DETAIL-COUNT.
101526     MOVE WS-DEPART-CCYYMMDD        TO CSSHXL-DEPART-CCYYMMDD.
101526     MOVE WS-RETURN-CCYYMMDD        TO CSSHXL-RETURN-CCYYMMDD.

101526     WRITE CSSHXL-RECORD.

101526     CLOSE EXTRACT-LOG.

101526 8500-EXIT.
101526     EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
