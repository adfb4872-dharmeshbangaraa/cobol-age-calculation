      *  THE NEW DEPART DATE OFF THE CONTROL CARD, AND REWRITES        *
      *  CSPAX-AGE-ACTUAL/CSPAX-AGE-YEARS IN BULK.  RECORDS FOR OTHER  *
      *  SAILINGS PASS THROUGH TO THE NEW FILE UNCHANGED.              *
101526*                                                                *
101526*  THE CONTROL FILE MAY CARRY ONE CARD PER MOVED SAILING (UP TO  *
101526*  200; ANY BEYOND ARE COUNTED AND IGNORED) AND EVERY CARDED     *
101526*  SAILING IS RE-AGED IN THE ONE MANIFEST PASS -- THE DATE-CHANGE*
101526*  JOB (CSAGDCEV) WRITES THEM.  A CARD MAY GIVE THE NEW DEPART   *
101526*  DATE AS CCYYMMDD (COLUMNS 16-23) INSTEAD OF THE INTL FORM;    *
101526*  THOSE ARE SAILMAST DATES CSAGSMLD ALREADY CALENDAR-EDITED AND *
101526*  GO TO CSAGECAL PRE-CONVERTED.  AN EMPTY CONTROL FILE PASSES   *
101526*  EVERY RECORD THROUGH.                                         *
101526*                                                                *
101526*  ONLY THE AGE FIELDS ARE REWRITTEN.  THE MANIFEST'S DATE       *
101526*  COPIES (CSPAX-DEPART/RETURN-DATE-GREG) KEEP THE OLD DATES --  *
101526*  CSDATE CONVERTS ONLY INTO CCYYMMDD -- SO JOBS THAT MUST AGE   *
101526*  ON THE NEW DATES (CSAGSHEX) TAKE THEM FROM SAILMAST.          *
      *                                                                *
101526*  INPUT:   CONTROL-CARD    - SAILING ID / NEW DEPART DT, 1-200  *
      *           PASSENGER-FILE  - FULL SAILING MANIFEST (CSPAXREC)   *
      *  OUTPUT:  NEW-PAX-FILE    - REWRITTEN MANIFEST (CSPAXREC)      *
      *           RECALC-RPT      - RECALCULATION SUMMARY REPORT       *
082226*  08/22/26   M.ANDREOLI  WRITE A STANDARD RUN-CONTROL RECORD    *
082226*                        (CSAGRUNC) TO THE COMMON RUNLOG AT END  *
082226*                        OF JOB FOR THE DAILY BALANCING REPORT   *
101526*  10/15/26   M.ANDREOLI  UP TO 200 CONTROL CARDS, ALL SAILINGS  *
101526*                        RE-AGED IN ONE PASS; NEW DEPART DATE MAY*
101526*                        BE GIVEN AS CCYYMMDD; CHECKPOINT CARRIES*
101526*                        THE CARD COUNT                          *
101526*  10/15/26   M.ANDREOLI  AGE-HISTORY RECORD NOW CARRIES THE     *
101526*                        BRAND AND ITINERARY FOR THE REVENUE-    *
101526*                        IMPACT REPORT (CSAGFREV)                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  CC-RECORD.
           05  CC-SAILING-ID               PIC X(08).
           05  CC-NEW-DEPART-INTL          PIC X(07).
101526     05  CC-NEW-DEPART-CCYYMMDD      PIC 9(08).
101526     05  FILLER                      PIC X(57).

       FD  PASSENGER-FILE
           RECORDING MODE IS F.
080926     05  CKPT-RECORDS-RECALCULATED    PIC 9(07).
080926     05  CKPT-RECORDS-EXCEPTION       PIC 9(07).
080926     05  CKPT-RECORDS-SKIPPED         PIC 9(07).
101526     05  CKPT-CARD-COUNT              PIC 9(03).
101526     05  FILLER                       PIC X(41).

       WORKING-STORAGE SECTION.

080926         88  WS-RESTART-RUN              VALUE 'Y'.
080926     05  WS-CLEAR-CKPT-SWITCH        PIC X(01) VALUE 'N'.
080926         88  WS-CLEAR-CHECKPOINT         VALUE 'Y'.
101526     05  WS-CARD-EOF-SWITCH          PIC X(01) VALUE 'N'.
101526         88  WS-CARD-EOF                 VALUE 'Y'.

101526*  WS-SAILING-ID IS THE FIRST CARD'S SAILING; WITH THE CARD
101526*  COUNT IT IDENTIFIES THE RUN ON THE CHECKPOINT
       01  WS-CONTROL-AREA.
           05  WS-SAILING-ID               PIC X(08).

101526 77  WS-CARD-COUNT                   PIC 9(03) COMP VALUE ZERO.
101526 77  WS-CARD-IX                      PIC 9(03) COMP VALUE ZERO.
101526 77  WS-CARD-FOUND-IX                PIC 9(03) COMP VALUE ZERO.
101526 77  WS-CARD-MAX                     PIC 9(03) COMP VALUE 200.
101526 77  WS-CARDS-IGNORED                PIC 9(07) COMP VALUE ZERO.

101526 01  WT-CARD-TABLE.
101526     05  WT-CARD-ENTRY OCCURS 200 TIMES.
101526         10  WT-CARD-SAILING-ID      PIC X(08).
101526         10  WT-CARD-DEPART-INTL     PIC X(07).
101526         10  WT-CARD-DEPART-CCYYMMDD PIC 9(08).

       77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
       77  WS-RECORDS-RECALCULATED         PIC 9(07) COMP VALUE ZERO.
080926     05  WS-T-RESTART-SKIPPED         PIC ZZZ,ZZ9.
080926     05  FILLER                      PIC X(105) VALUE SPACES.

101526 01  WS-CARD-LINE.
101526     05  FILLER                      PIC X(20) VALUE
101526         'SAILINGS CARDED ...'.
101526     05  WS-T-CARDS                  PIC ZZZ,ZZ9.
101526     05  FILLER                      PIC X(10) VALUE SPACES.
101526     05  FILLER                      PIC X(20) VALUE
101526         'CARDS IGNORED (>200)'.
101526     05  WS-T-CARDS-IGNORED          PIC ZZZ,ZZ9.
101526     05  FILLER                      PIC X(68) VALUE SPACES.

           COPY CSAGECAL.

080926 77  WC-CSAGBRCO                      PIC X(08) VALUE 'CSAGBRCO'.
       1000-INITIALIZE.

           OPEN INPUT  CONTROL-CARD.
101526     PERFORM 1050-LOAD-CARD         THRU 1050-EXIT
101526         UNTIL WS-CARD-EOF.
           CLOSE CONTROL-CARD.

101526     IF  WS-CARD-COUNT > ZERO
101526         MOVE WT-CARD-SAILING-ID (1) TO WS-SAILING-ID
101526     ELSE
101526         MOVE SPACES                TO WS-SAILING-ID
101526     END-IF.

080926     PERFORM 1300-READ-CHECKPOINT   THRU 1300-EXIT.

           OPEN INPUT  PASSENGER-FILE.
       1000-EXIT.
           EXIT.

101526*----------------------------------------------------------------
101526* 1050-LOAD-CARD - ONE CONTROL CARD INTO THE SAILING TABLE.  A
101526* CARD WITHOUT A NUMERIC CCYYMMDD DATE USES THE INTL FORM, AS
101526* EVERY CARD DID BEFORE.
101526*----------------------------------------------------------------
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
101526     MOVE CC-NEW-DEPART-INTL        TO
101526         WT-CARD-DEPART-INTL (WS-CARD-COUNT).
101526     IF  CC-NEW-DEPART-CCYYMMDD NUMERIC
101526         MOVE CC-NEW-DEPART-CCYYMMDD TO
101526             WT-CARD-DEPART-CCYYMMDD (WS-CARD-COUNT)
101526     ELSE
101526         MOVE ZERO                  TO
101526             WT-CARD-DEPART-CCYYMMDD (WS-CARD-COUNT)
101526     END-IF.

101526 1050-EXIT.
101526     EXIT.

080926*----------------------------------------------------------------
080926* 1100-SKIP-PROCESSED - RESTART ONLY.  RE-READ, BUT DO NOT
080926* REPROCESS OR REWRITE, THE PASSENGER RECORDS THE PRIOR RUN
080926     READ CHECKPOINT-FILE
080926         NOT AT END
080926             IF  CKPT-SAILING-ID = WS-SAILING-ID
101526             AND CKPT-CARD-COUNT = WS-CARD-COUNT
080926                 SET WS-RESTART-RUN      TO TRUE
080926                 MOVE CKPT-RECORDS-READ  TO WS-SKIP-COUNT
080926                 MOVE CKPT-RECORDS-RECALCULATED TO
      *----------------------------------------------------------------*
       2000-PROCESS-PAX.

101526     PERFORM 2050-FIND-CARD         THRU 2050-EXIT.

101526     IF  WS-CARD-FOUND-IX > ZERO
               PERFORM 2100-RECALC-AGE    THRU 2100-EXIT
           ELSE
               ADD 1 TO WS-RECORDS-SKIPPED
       2000-EXIT.
           EXIT.

101526*----------------------------------------------------------------
101526* 2050-FIND-CARD - IS THIS RECORD'S SAILING ON A CONTROL CARD?
101526*----------------------------------------------------------------
101526 2050-FIND-CARD.

101526     MOVE ZERO                      TO WS-CARD-FOUND-IX.

101526     PERFORM 2060-SCAN-ONE-CARD     THRU 2060-EXIT
101526         VARYING WS-CARD-IX FROM 1 BY 1
101526         UNTIL WS-CARD-IX > WS-CARD-COUNT
101526         OR WS-CARD-FOUND-IX > ZERO.

101526 2050-EXIT.
101526     EXIT.

101526*----------------------------------------------------------------
101526* 2060-SCAN-ONE-CARD - MATCH ONE SAILING-TABLE SLOT
101526*----------------------------------------------------------------
101526 2060-SCAN-ONE-CARD.

101526     IF  WT-CARD-SAILING-ID (WS-CARD-IX) = CSPAX-SAILING-ID
101526         MOVE WS-CARD-IX            TO WS-CARD-FOUND-IX
101526     END-IF.

101526 2060-EXIT.
101526     EXIT.

      *----------------------------------------------------------------*
      *  2100-RECALC-AGE - CALL CSAGECAL AGAINST THE NEW DEPART DATE   *
      *                    AND REWRITE THE PASSENGER'S AGE FIELDS      *
       2100-RECALC-AGE.

           MOVE CSPAX-BIRTH-CCYYMMDD      TO CSAGECAL-I-BIRTH-CCYYMMDD.
101526     MOVE WT-CARD-DEPART-INTL (WS-CARD-FOUND-IX) TO
               CSAGECAL-I-DEPART-DATE-INTL.
           MOVE ZERO                      TO
               CSAGECAL-I-DEPART-DATE-GREG.
           MOVE ZERO                      TO
               CSAGECAL-I-MILESTONE-DATE-GREG.

101526*    A CCYYMMDD CARD DATE IS A CALENDAR-EDITED SAILMAST DATE
101526     MOVE ZERO                      TO
101526         CSAGECAL-I-RETURN-CCYYMMDD.
101526     MOVE ZERO                      TO
101526         CSAGECAL-I-MILESTONE-CCYYMMDD.
101526     IF  WT-CARD-DEPART-CCYYMMDD (WS-CARD-FOUND-IX) > ZERO
101526         SET CSAGECAL-I-DATES-PRECONVERTED TO TRUE
101526         MOVE WT-CARD-DEPART-CCYYMMDD (WS-CARD-FOUND-IX) TO
101526             CSAGECAL-I-DEPART-CCYYMMDD
101526     ELSE
101526         MOVE SPACE                 TO CSAGECAL-I-PRECONV-SW
101526         MOVE ZERO                  TO
101526             CSAGECAL-I-DEPART-CCYYMMDD
101526     END-IF.

080926     MOVE CSPAX-BRAND-CODE          TO CSAGBRCO-I-BRAND-CODE.
080926     MOVE CSPAX-ITINERARY-CODE      TO CSAGBRCO-I-ITINERARY-CODE.
080926     CALL WC-CSAGBRCO               USING CSAGBRCO-PARMS.
082226     MOVE CSPAX-PASSENGER-ID        TO AGEHIST-PASSENGER-ID.
082226     MOVE CSPAX-SAILING-ID          TO AGEHIST-SAILING-ID.
082226     MOVE CSAGECAL-O-AGE-BAND       TO AGEHIST-NEW-AGE-BAND.
101526     MOVE CSPAX-BRAND-CODE          TO AGEHIST-BRAND-CODE.
101526     MOVE CSPAX-ITINERARY-CODE      TO AGEHIST-ITINERARY-CODE.

080926     WRITE AGE-HISTORY-RECORD.

080926     MOVE WS-RECORDS-RESTART-SKIPPED TO WS-T-RESTART-SKIPPED.
080926     WRITE RECALC-LINE               FROM WS-RESTART-SKIP-LINE.

101526     MOVE WS-CARD-COUNT              TO WS-T-CARDS.
101526     MOVE WS-CARDS-IGNORED           TO WS-T-CARDS-IGNORED.
101526     WRITE RECALC-LINE               FROM WS-CARD-LINE.

082226     PERFORM 9000-WRITE-RUN-CONTROL THRU 9000-EXIT.

           CLOSE PASSENGER-FILE.
080926     READ CHECKPOINT-FILE
080926         NOT AT END
080926             IF  CKPT-SAILING-ID = WS-SAILING-ID
101526             AND CKPT-CARD-COUNT = WS-CARD-COUNT
080926                 SET WS-CLEAR-CHECKPOINT TO TRUE
080926             END-IF
080926     END-READ.
080926     MOVE WS-RECORDS-RECALCULATED   TO CKPT-RECORDS-RECALCULATED.
080926     MOVE WS-RECORDS-EXCEPTION      TO CKPT-RECORDS-EXCEPTION.
080926     MOVE WS-RECORDS-SKIPPED        TO CKPT-RECORDS-SKIPPED.
101526     MOVE WS-CARD-COUNT             TO CKPT-CARD-COUNT.
080926     WRITE CKPT-RECORD.
080926     CLOSE CHECKPOINT-FILE.

