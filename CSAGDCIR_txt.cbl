      ******************************************************************
      *                                                                *
      *                         "CSAGDCIR"                             *
      *     SAILING DATE-CHANGE IMPACT REPORT (DATE-CHANGE JOB)        *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGDCIR.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  LAST STEP OF THE DATE-CHANGE JOB (CSAGDCEV, CSAGMASS,         *
      *  CSAGREPR, CSAGDCIR).  FOR EVERY SAILING CSAGDCEV PASSED ON    *
      *  (DCHGSAIL) THIS PRINTS ONE IMPACT BLOCK: THE OLD AND NEW      *
      *  DATES, HOW MANY PASSENGERS CSAGMASS RE-AGED AND HOW MANY      *
      *  OF THEM CHANGED AGE (AGEHIST), HOW MANY CROSSED AN AGE BAND   *
      *  AND WENT TO REPRICING (CSAGREPR'S REPRICE FEED), AND WHETHER  *
      *  THE SHIPBOARD EXTRACT MUST BE RE-SENT.                        *
      *                                                                *
      *  AN EXTRACT MUST BE RE-SENT WHEN SHEXLOG (CSAGSHXL) SHOWS ONE  *
      *  WAS CUT FOR THE SAILING AND THE LATEST CUT WAS NOT ALREADY    *
      *  AGED ON THE NEW DEPART AND RETURN DATES -- A RETURN-ONLY MOVE *
      *  IS RE-SENT TOO, SINCE THE BIRTHDAY-IN-SAILING FLAG RIDES ON   *
      *  THE RETURN DATE.  FOR EACH ONE A CSAGSHEX CONTROL CARD IS     *
      *  WRITTEN TO SHEXCARD -- THE SAILING, TODAY AS THE CUT DATE,    *
      *  AND THE NEW SAILMAST DEPART AND RETURN DATES.  ONE CSAGSHEX   *
      *  RUN WITH SHEXCARD AS ITS CTLCARD CUTS EVERY CARD ON IT, EACH  *
      *  AS ITS OWN GROUP ON SHIPEXT; BOTH SIDES HOLD UP TO 200.  THE  *
      *  CARDS WRITTEN ARE COUNTED ON THE REPORT TOTALS LINE.          *
      *                                                                *
      *  THIS JOB DOES NOT MOVE THE MANIFEST'S OWN DATE COPIES         *
      *  (CSPAX-DEPART/RETURN-DATE-GREG; CSDATE CONVERTS ONLY INTO     *
      *  CCYYMMDD, NOT BACK).  CSAGSHEX THEREFORE AGES EVERY CUT ON    *
      *  THE SAILMAST DATES, WHICH CSAGSMLD HAS ALREADY MOVED, SO A    *
      *  SAILING NEVER CUT NEEDS NOTHING HERE: ITS FIRST CUT, AND ANY  *
      *  ORDINARY CUT AFTER A RE-SEND, AGES ON THE NEW DATES.          *
      *                                                                *
      *  A SAILING WHOSE DEPART DATE MOVED BUT HAD NOBODY RE-AGED IS   *
      *  FLAGGED AND COUNTED AS AN EXCEPTION -- EITHER IT HAS NO       *
      *  BOOKINGS OR CSAGMASS DID NOT SEE ITS CARD.                    *
      *                                                                *
      *  INPUT:   SAILING-CHANGES  - MOVED SAILINGS (CSAGDCHE)         *
      *           AGE-HISTORY-FILE - CSAGMASS AGE HISTORY (CSAGHIST)   *
      *           REPRICE-FILE     - CSAGREPR FEED (CSAGRPRC)          *
      *           EXTRACT-LOG      - CSAGSHEX CUT LOG (CSAGSHXL)       *
      *  OUTPUT:  RESEND-CARDS     - CSAGSHEX CONTROL CARDS            *
      *           IMPACT-RPT       - DATE-CHANGE IMPACT REPORT         *
      *           RUN-LOG          - STANDARD RUN-CONTROL RECORD       *
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
           SELECT SAILING-CHANGES   ASSIGN TO DCHGSAIL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT AGE-HISTORY-FILE  ASSIGN TO AGEHIST
                  ORGANIZATION IS SEQUENTIAL.

           SELECT REPRICE-FILE      ASSIGN TO REPRICE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL EXTRACT-LOG ASSIGN TO SHEXLOG
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RESEND-CARDS      ASSIGN TO SHEXCARD
                  ORGANIZATION IS SEQUENTIAL.

           SELECT IMPACT-RPT        ASSIGN TO DCIRRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG           ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  SAILING-CHANGES
           RECORDING MODE IS F.
           COPY CSAGDCHE.

       FD  AGE-HISTORY-FILE
           RECORDING MODE IS F.
           COPY CSAGHIST.

       FD  REPRICE-FILE
           RECORDING MODE IS F.
           COPY CSAGRPRC.

       FD  EXTRACT-LOG
           RECORDING MODE IS F.
           COPY CSAGSHXL.

      *  SAME LAYOUT AS THE CSAGSHEX CONTROL CARD
       FD  RESEND-CARDS
           RECORDING MODE IS F.
       01  RC-RECORD.
           05  RC-SAILING-ID               PIC X(08).
           05  RC-CUT-CCYYMMDD             PIC 9(08).
           05  RC-DEPART-CCYYMMDD          PIC 9(08).
           05  RC-RETURN-CCYYMMDD          PIC 9(08).
           05  FILLER                      PIC X(48).

       FD  IMPACT-RPT
           RECORDING MODE IS F.
       01  IMPACT-LINE                     PIC X(132).

       FD  RUN-LOG
           RECORDING MODE IS F.
           COPY CSAGRUNC.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.

       77  WS-SAILINGS-READ                PIC 9(07) COMP VALUE ZERO.
       77  WS-HISTORY-READ                 PIC 9(07) COMP VALUE ZERO.
       77  WS-REPRICE-READ                 PIC 9(07) COMP VALUE ZERO.
       77  WS-CUTS-READ                    PIC 9(07) COMP VALUE ZERO.
       77  WS-OTHER-SAILING                PIC 9(07) COMP VALUE ZERO.
       77  WS-TOTAL-REAGED                 PIC 9(07) COMP VALUE ZERO.
       77  WS-TOTAL-CROSSINGS              PIC 9(07) COMP VALUE ZERO.
       77  WS-RESENDS                      PIC 9(07) COMP VALUE ZERO.
       77  WS-EXCEPTIONS                   PIC 9(07) COMP VALUE ZERO.
       77  WS-SAILING-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-SAIL-IX                      PIC 9(03) COMP VALUE ZERO.
       77  WS-SAIL-FOUND-IX                PIC 9(03) COMP VALUE ZERO.
       77  WS-SAIL-MAX                     PIC 9(03) COMP VALUE 200.
       77  WS-FIND-SAILING-ID              PIC X(08) VALUE SPACES.
       77  WS-TODAY-CCYYMMDD               PIC 9(08) VALUE ZERO.

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-CCYYMMDD             PIC 9(08).
           05  WS-RUN-HHMMSSHH             PIC 9(08).
           05  WS-RUN-HHMMSS REDEFINES WS-RUN-HHMMSSHH.
               10  WS-RUN-HHMMSS-KEEP      PIC 9(06).
               10  FILLER                  PIC 9(02).

      ******************************************************************
      *  MOVED-SAILING TABLE, LOADED FROM DCHGSAIL (CSAGDCEV NEVER     *
      *  PASSES MORE THAN 200) AND TALLIED FROM THE OTHER INPUTS       *
      ******************************************************************

       01  WT-SAILING-TABLE.
           05  WT-SAILING-ENTRY OCCURS 200 TIMES.
               10  WT-SAIL-ID              PIC X(08).
               10  WT-SAIL-BRAND           PIC X(03).
               10  WT-SAIL-ITINERARY       PIC X(06).
               10  WT-SAIL-SHIP            PIC X(04).
               10  WT-SAIL-OLD-DEPART      PIC 9(08).
               10  WT-SAIL-OLD-RETURN      PIC 9(08).
               10  WT-SAIL-NEW-DEPART      PIC 9(08).
               10  WT-SAIL-NEW-RETURN      PIC 9(08).
               10  WT-SAIL-EVENTS          PIC 9(03).
               10  WT-SAIL-REAGED          PIC 9(07) COMP.
               10  WT-SAIL-AGE-CHANGED     PIC 9(07) COMP.
               10  WT-SAIL-CROSSINGS       PIC 9(07) COMP.
               10  WT-SAIL-CUT-SW          PIC X(01).
                   88  WT-SAIL-CUT             VALUE 'Y'.
               10  WT-SAIL-LAST-CUT        PIC 9(08).
               10  WT-SAIL-CUT-DEPART      PIC 9(08).
               10  WT-SAIL-CUT-RETURN      PIC 9(08).

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               'CSAGDCIR - SAILING DATE-CHANGE IMPACT       '.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE '.
           05  WS-H-RUN-DATE               PIC 9(08).
           05  FILLER                      PIC X(70) VALUE SPACES.

       01  WS-SAIL-LINE-1.
           05  FILLER                      PIC X(08) VALUE 'SAILING '.
           05  WS-S1-SAILING-ID            PIC X(08).
           05  FILLER                      PIC X(09) VALUE '   BRAND '.
           05  WS-S1-BRAND                 PIC X(03).
           05  FILLER                      PIC X(08) VALUE '   ITIN '.
           05  WS-S1-ITINERARY             PIC X(06).
           05  FILLER                      PIC X(08) VALUE '   SHIP '.
           05  WS-S1-SHIP                  PIC X(04).
           05  FILLER                      PIC X(18) VALUE
               '   MAINT EVENTS '.
           05  WS-S1-EVENTS                PIC ZZ9.
           05  FILLER                      PIC X(57) VALUE SPACES.

       01  WS-SAIL-LINE-2.
           05  FILLER                      PIC X(13) VALUE
               '    DEPART '.
           05  WS-S2-OLD-DEPART            PIC 9(08).
           05  FILLER                      PIC X(04) VALUE ' TO '.
           05  WS-S2-NEW-DEPART            PIC 9(08).
           05  FILLER                      PIC X(11) VALUE
               '   RETURN '.
           05  WS-S2-OLD-RETURN            PIC 9(08).
           05  FILLER                      PIC X(04) VALUE ' TO '.
           05  WS-S2-NEW-RETURN            PIC 9(08).
           05  FILLER                      PIC X(68) VALUE SPACES.

       01  WS-SAIL-LINE-3.
           05  FILLER                      PIC X(13) VALUE
               '    RE-AGED '.
           05  WS-S3-REAGED                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(16) VALUE
               '   AGE CHANGED '.
           05  WS-S3-AGE-CHANGED           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(34) VALUE
               '   BAND CROSSINGS TO REPRICING '.
           05  WS-S3-CROSSINGS             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(48) VALUE SPACES.

       01  WS-SAIL-LINE-4.
           05  FILLER                      PIC X(24) VALUE
               '    SHIPBOARD EXTRACT - '.
           05  WS-S4-EXTRACT               PIC X(48).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  WS-S4-FLAG                  PIC X(40).
           05  FILLER                      PIC X(16) VALUE SPACES.

       01  WS-CUT-TEXT.
           05  FILLER                      PIC X(22) VALUE
               'RE-SEND - LAST CUT ON '.
           05  WS-CT-LAST-CUT              PIC 9(08).
           05  FILLER                      PIC X(18) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                      PIC X(20) VALUE
               'SAILINGS MOVED ....'.
           05  WS-T-SAILINGS               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'PASSENGERS RE-AGED .'.
           05  WS-T-REAGED                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'BAND CROSSINGS .....'.
           05  WS-T-CROSSINGS              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                      PIC X(20) VALUE
               'EXTRACT RE-SENDS ..'.
           05  WS-T-RESENDS                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'NOBODY RE-AGED .....'.
           05  WS-T-EXCEPTIONS             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'OTHER-SAILING RECS .'.
           05  WS-T-OTHER                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.

           PERFORM 2000-TALLY-HISTORY   THRU 2000-EXIT.

           PERFORM 2200-TALLY-REPRICE   THRU 2200-EXIT.

           PERFORM 2400-TALLY-CUTS      THRU 2400-EXIT.

           PERFORM 3000-REPORT-SAILING  THRU 3000-EXIT
               VARYING WS-SAIL-IX FROM 1 BY 1
               UNTIL WS-SAIL-IX > WS-SAILING-COUNT.

           PERFORM 8000-TERMINATE       THRU 8000-EXIT.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - OPEN FILES, WRITE HEADING, LOAD THE MOVED   *
      *  SAILINGS                                                      *
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           OPEN INPUT  SAILING-CHANGES.
           OPEN OUTPUT RESEND-CARDS.
           OPEN OUTPUT IMPACT-RPT.

           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD.
           MOVE WS-TODAY-CCYYMMDD         TO WS-H-RUN-DATE.
           WRITE IMPACT-LINE              FROM WS-HEADING-1.
           WRITE IMPACT-LINE              FROM WS-BLANK-LINE.

           MOVE 'N'                       TO WS-EOF-SWITCH.
           PERFORM 1100-LOAD-SAILING      THRU 1100-EXIT
               UNTIL WS-EOF.

           CLOSE SAILING-CHANGES.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1100-LOAD-SAILING - ONE DCHGSAIL RECORD INTO THE TABLE        *
      *----------------------------------------------------------------*
       1100-LOAD-SAILING.

           READ SAILING-CHANGES
               AT END
                   SET WS-EOF             TO TRUE
                   GO TO 1100-EXIT
           END-READ.

           ADD 1 TO WS-SAILINGS-READ.

           IF  WS-SAILING-COUNT NOT < WS-SAIL-MAX
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-SAILING-COUNT.
           MOVE CSDCE-SAILING-ID          TO
               WT-SAIL-ID (WS-SAILING-COUNT).
           MOVE CSDCE-BRAND-CODE          TO
               WT-SAIL-BRAND (WS-SAILING-COUNT).
           MOVE CSDCE-ITINERARY-CODE      TO
               WT-SAIL-ITINERARY (WS-SAILING-COUNT).
           MOVE CSDCE-SHIP-CODE           TO
               WT-SAIL-SHIP (WS-SAILING-COUNT).
           MOVE CSDCE-OLD-DEPART-CCYYMMDD TO
               WT-SAIL-OLD-DEPART (WS-SAILING-COUNT).
           MOVE CSDCE-OLD-RETURN-CCYYMMDD TO
               WT-SAIL-OLD-RETURN (WS-SAILING-COUNT).
           MOVE CSDCE-NEW-DEPART-CCYYMMDD TO
               WT-SAIL-NEW-DEPART (WS-SAILING-COUNT).
           MOVE CSDCE-NEW-RETURN-CCYYMMDD TO
               WT-SAIL-NEW-RETURN (WS-SAILING-COUNT).
           MOVE CSDCE-EVENT-COUNT         TO
               WT-SAIL-EVENTS (WS-SAILING-COUNT).
           MOVE ZERO                      TO
               WT-SAIL-REAGED (WS-SAILING-COUNT).
           MOVE ZERO                      TO
               WT-SAIL-AGE-CHANGED (WS-SAILING-COUNT).
           MOVE ZERO                      TO
               WT-SAIL-CROSSINGS (WS-SAILING-COUNT).
           MOVE 'N'                       TO
               WT-SAIL-CUT-SW (WS-SAILING-COUNT).
           MOVE ZERO                      TO
               WT-SAIL-LAST-CUT (WS-SAILING-COUNT).
           MOVE ZERO                      TO
               WT-SAIL-CUT-DEPART (WS-SAILING-COUNT).
           MOVE ZERO                      TO
               WT-SAIL-CUT-RETURN (WS-SAILING-COUNT).

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1500-FIND-SAILING - SLOT FOR WS-FIND-SAILING-ID, OR ZERO      *
      *----------------------------------------------------------------*
       1500-FIND-SAILING.

           MOVE ZERO                      TO WS-SAIL-FOUND-IX.

           PERFORM 1550-SCAN-ONE-SLOT     THRU 1550-EXIT
               VARYING WS-SAIL-IX FROM 1 BY 1
               UNTIL WS-SAIL-IX > WS-SAILING-COUNT
               OR WS-SAIL-FOUND-IX > ZERO.

       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1550-SCAN-ONE-SLOT - MATCH ONE MOVED-SAILING TABLE SLOT       *
      *----------------------------------------------------------------*
       1550-SCAN-ONE-SLOT.

           IF  WT-SAIL-ID (WS-SAIL-IX) = WS-FIND-SAILING-ID
               MOVE WS-SAIL-IX            TO WS-SAIL-FOUND-IX
           END-IF.

       1550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-TALLY-HISTORY - RE-AGED AND AGE-CHANGED COUNTS FROM THE  *
      *  CSAGMASS AGE HISTORY                                          *
      *----------------------------------------------------------------*
       2000-TALLY-HISTORY.

           OPEN INPUT AGE-HISTORY-FILE.
           MOVE 'N'                       TO WS-EOF-SWITCH.

           PERFORM 2100-TALLY-ONE-HISTORY THRU 2100-EXIT
               UNTIL WS-EOF.

           CLOSE AGE-HISTORY-FILE.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-TALLY-ONE-HISTORY - ONE AGE-HISTORY RECORD               *
      *----------------------------------------------------------------*
       2100-TALLY-ONE-HISTORY.

           READ AGE-HISTORY-FILE
               AT END
                   SET WS-EOF             TO TRUE
                   GO TO 2100-EXIT
           END-READ.

           ADD 1 TO WS-HISTORY-READ.

           MOVE AGEHIST-SAILING-ID        TO WS-FIND-SAILING-ID.
           PERFORM 1500-FIND-SAILING      THRU 1500-EXIT.

           IF  WS-SAIL-FOUND-IX = ZERO
               ADD 1 TO WS-OTHER-SAILING
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WT-SAIL-REAGED (WS-SAIL-FOUND-IX).
           ADD 1 TO WS-TOTAL-REAGED.

           IF  AGEHIST-OLD-AGE-ACTUAL NOT = AGEHIST-NEW-AGE-ACTUAL
           OR  AGEHIST-OLD-AGE-YEARS NOT = AGEHIST-NEW-AGE-YEARS
               ADD 1 TO WT-SAIL-AGE-CHANGED (WS-SAIL-FOUND-IX)
           END-IF.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-TALLY-REPRICE - BAND CROSSINGS FROM THE REPRICING FEED   *
      *----------------------------------------------------------------*
       2200-TALLY-REPRICE.

           OPEN INPUT REPRICE-FILE.
           MOVE 'N'                       TO WS-EOF-SWITCH.

           PERFORM 2300-TALLY-ONE-REPRICE THRU 2300-EXIT
               UNTIL WS-EOF.

           CLOSE REPRICE-FILE.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2300-TALLY-ONE-REPRICE - ONE REPRICING INTERFACE RECORD       *
      *----------------------------------------------------------------*
       2300-TALLY-ONE-REPRICE.

           READ REPRICE-FILE
               AT END
                   SET WS-EOF             TO TRUE
                   GO TO 2300-EXIT
           END-READ.

           ADD 1 TO WS-REPRICE-READ.

           MOVE CSREPR-SAILING-ID         TO WS-FIND-SAILING-ID.
           PERFORM 1500-FIND-SAILING      THRU 1500-EXIT.

           IF  WS-SAIL-FOUND-IX = ZERO
               ADD 1 TO WS-OTHER-SAILING
               GO TO 2300-EXIT
           END-IF.

           ADD 1 TO WT-SAIL-CROSSINGS (WS-SAIL-FOUND-IX).
           ADD 1 TO WS-TOTAL-CROSSINGS.

       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2400-TALLY-CUTS - LATEST SHIPBOARD EXTRACT CUT PER MOVED      *
      *  SAILING (SHEXLOG IS APPENDED IN RUN ORDER, SO THE LAST ONE    *
      *  READ IS THE LATEST)                                           *
      *----------------------------------------------------------------*
       2400-TALLY-CUTS.

           OPEN INPUT EXTRACT-LOG.
           MOVE 'N'                       TO WS-EOF-SWITCH.

           PERFORM 2500-TALLY-ONE-CUT     THRU 2500-EXIT
               UNTIL WS-EOF.

           CLOSE EXTRACT-LOG.

       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2500-TALLY-ONE-CUT - ONE CUT-LOG RECORD                       *
      *----------------------------------------------------------------*
       2500-TALLY-ONE-CUT.

           READ EXTRACT-LOG
               AT END
                   SET WS-EOF             TO TRUE
                   GO TO 2500-EXIT
           END-READ.

           ADD 1 TO WS-CUTS-READ.

           MOVE CSSHXL-SAILING-ID         TO WS-FIND-SAILING-ID.
           PERFORM 1500-FIND-SAILING      THRU 1500-EXIT.

           IF  WS-SAIL-FOUND-IX = ZERO
               GO TO 2500-EXIT
           END-IF.

           SET WT-SAIL-CUT (WS-SAIL-FOUND-IX) TO TRUE.
           MOVE CSSHXL-RUN-CCYYMMDD       TO
               WT-SAIL-LAST-CUT (WS-SAIL-FOUND-IX).
           MOVE CSSHXL-DEPART-CCYYMMDD    TO
               WT-SAIL-CUT-DEPART (WS-SAIL-FOUND-IX).
           MOVE CSSHXL-RETURN-CCYYMMDD    TO
               WT-SAIL-CUT-RETURN (WS-SAIL-FOUND-IX).

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-REPORT-SAILING - ONE IMPACT BLOCK PER MOVED SAILING, AND *
      *  ITS RE-SEND CARD WHEN ONE IS DUE                              *
      *----------------------------------------------------------------*
       3000-REPORT-SAILING.

           MOVE WT-SAIL-ID (WS-SAIL-IX)   TO WS-S1-SAILING-ID.
           MOVE WT-SAIL-BRAND (WS-SAIL-IX) TO WS-S1-BRAND.
           MOVE WT-SAIL-ITINERARY (WS-SAIL-IX) TO WS-S1-ITINERARY.
           MOVE WT-SAIL-SHIP (WS-SAIL-IX) TO WS-S1-SHIP.
           MOVE WT-SAIL-EVENTS (WS-SAIL-IX) TO WS-S1-EVENTS.
           WRITE IMPACT-LINE              FROM WS-SAIL-LINE-1.

           MOVE WT-SAIL-OLD-DEPART (WS-SAIL-IX) TO WS-S2-OLD-DEPART.
           MOVE WT-SAIL-NEW-DEPART (WS-SAIL-IX) TO WS-S2-NEW-DEPART.
           MOVE WT-SAIL-OLD-RETURN (WS-SAIL-IX) TO WS-S2-OLD-RETURN.
           MOVE WT-SAIL-NEW-RETURN (WS-SAIL-IX) TO WS-S2-NEW-RETURN.
           WRITE IMPACT-LINE              FROM WS-SAIL-LINE-2.

           MOVE WT-SAIL-REAGED (WS-SAIL-IX) TO WS-S3-REAGED.
           MOVE WT-SAIL-AGE-CHANGED (WS-SAIL-IX) TO WS-S3-AGE-CHANGED.
           MOVE WT-SAIL-CROSSINGS (WS-SAIL-IX) TO WS-S3-CROSSINGS.
           WRITE IMPACT-LINE              FROM WS-SAIL-LINE-3.

           MOVE SPACES                    TO WS-S4-FLAG.
           IF  WT-SAIL-NEW-DEPART (WS-SAIL-IX) =
               WT-SAIL-OLD-DEPART (WS-SAIL-IX)
               MOVE 'RETURN DATE ONLY - AGES NOT RECALCULATED'
                                          TO WS-S4-FLAG
           ELSE
               IF  WT-SAIL-REAGED (WS-SAIL-IX) = ZERO
                   MOVE '*** DEPART MOVED BUT NOBODY RE-AGED ***'
                                          TO WS-S4-FLAG
                   ADD 1 TO WS-EXCEPTIONS
               END-IF
           END-IF.

           PERFORM 3100-EXTRACT-STATUS    THRU 3100-EXIT.
           WRITE IMPACT-LINE              FROM WS-SAIL-LINE-4.

           WRITE IMPACT-LINE              FROM WS-BLANK-LINE.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3100-EXTRACT-STATUS - NEVER CUT, ALREADY CUT ON THE NEW       *
      *  DATES, OR RE-SEND (AND WRITE ITS CSAGSHEX CARD)               *
      *----------------------------------------------------------------*
       3100-EXTRACT-STATUS.

           IF  NOT WT-SAIL-CUT (WS-SAIL-IX)
               MOVE 'NOT YET CUT - NOTHING TO RE-SEND' TO WS-S4-EXTRACT
               GO TO 3100-EXIT
           END-IF.

           IF  WT-SAIL-CUT-DEPART (WS-SAIL-IX) =
               WT-SAIL-NEW-DEPART (WS-SAIL-IX)
           AND WT-SAIL-CUT-RETURN (WS-SAIL-IX) =
               WT-SAIL-NEW-RETURN (WS-SAIL-IX)
               MOVE 'LAST CUT ALREADY ON THE NEW DATES' TO WS-S4-EXTRACT
               GO TO 3100-EXIT
           END-IF.

           MOVE WT-SAIL-LAST-CUT (WS-SAIL-IX) TO WS-CT-LAST-CUT.
           MOVE WS-CUT-TEXT               TO WS-S4-EXTRACT.

           MOVE SPACES                    TO RC-RECORD.
           MOVE WT-SAIL-ID (WS-SAIL-IX)   TO RC-SAILING-ID.
           MOVE WS-TODAY-CCYYMMDD         TO RC-CUT-CCYYMMDD.
           MOVE WT-SAIL-NEW-DEPART (WS-SAIL-IX) TO RC-DEPART-CCYYMMDD.
           MOVE WT-SAIL-NEW-RETURN (WS-SAIL-IX) TO RC-RETURN-CCYYMMDD.
           WRITE RC-RECORD.
           ADD 1 TO WS-RESENDS.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - TOTALS, RUN-CONTROL RECORD, CLOSE FILES      *
      *----------------------------------------------------------------*
       8000-TERMINATE.

           MOVE WS-SAILINGS-READ           TO WS-T-SAILINGS.
           MOVE WS-TOTAL-REAGED            TO WS-T-REAGED.
           MOVE WS-TOTAL-CROSSINGS         TO WS-T-CROSSINGS.
           WRITE IMPACT-LINE               FROM WS-TOTAL-LINE-1.

           MOVE WS-RESENDS                 TO WS-T-RESENDS.
           MOVE WS-EXCEPTIONS              TO WS-T-EXCEPTIONS.
           MOVE WS-OTHER-SAILING           TO WS-T-OTHER.
           WRITE IMPACT-LINE               FROM WS-TOTAL-LINE-2.

           PERFORM 9000-WRITE-RUN-CONTROL THRU 9000-EXIT.

           CLOSE RESEND-CARDS.
           CLOSE IMPACT-RPT.

       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-WRITE-RUN-CONTROL - ONE STANDARD RUN-CONTROL RECORD ON
      * THE COMMON RUNLOG SO THE MORNING BALANCING REPORT (CSAGRBAL)
      * SEES THIS JOB'S COUNTS WITHOUT OPENING ITS PRINT FILE.  THE
      * EXCEPTIONS ARE MOVED SAILINGS WITH NOBODY RE-AGED.
      *----------------------------------------------------------------*
       9000-WRITE-RUN-CONTROL.

           OPEN EXTEND RUN-LOG.

           ACCEPT WS-RUN-CCYYMMDD         FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-HHMMSSHH         FROM TIME.

           MOVE SPACES                    TO CSRUNC-RECORD.
           MOVE 'CSAGDCIR'                TO CSRUNC-JOB-NAME.
           MOVE WS-RUN-CCYYMMDD           TO CSRUNC-RUN-CCYYMMDD.
           MOVE WS-RUN-HHMMSS-KEEP        TO CSRUNC-RUN-HHMMSS.
           MOVE WS-SAILINGS-READ          TO CSRUNC-RECORDS-READ.
           MOVE WS-RESENDS                TO CSRUNC-RECORDS-WRITTEN.
           MOVE WS-EXCEPTIONS             TO CSRUNC-EXCEPTIONS.
           MOVE '0000'                    TO CSRUNC-RETURN-STATUS.

           WRITE CSRUNC-RECORD.

           CLOSE RUN-LOG.

       9000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
