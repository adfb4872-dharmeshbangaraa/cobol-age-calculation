      ******************************************************************
      *                                                                *
      *                         "CSAGDCEV"                             *
      *      SAILING DATE-CHANGE EVENT COLLECTOR (DATE-CHANGE JOB)     *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGDCEV.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  FIRST STEP OF THE DATE-CHANGE JOB, RELEASED WHEN CSAGSMLD     *
      *  ENDS RC 4.  WHEN SAILMAST MAINTENANCE MOVED A SAILING, SOME-  *
      *  ONE USED TO HAND-BUILD A CSAGMASS CONTROL CARD FOR IT AND     *
      *  REMEMBER CSAGREPR AND THE SHIPBOARD EXTRACT.  THE JOB IS NOW: *
      *                                                                *
      *    CSAGDCEV  COLLECT THE EVENTS, ONE CARD PER MOVED SAILING    *
      *    CSAGMASS  RE-AGE EVERY CARDED SAILING IN ONE MANIFEST PASS  *
      *    CSAGREPR  FEED THE BAND CROSSINGS TO REPRICING              *
      *    CSAGDCIR  PER-SAILING IMPACT REPORT AND EXTRACT RE-SENDS    *
      *                                                                *
      *  THIS STEP READS EVERY DATE-CHANGE EVENT (CSAGDCHE) CSAGSMLD   *
      *  HAS APPENDED TO DCHGEVT AND FOLDS THEM TO ONE ENTRY PER       *
      *  SAILING: THE OLD DATES OF THE FIRST EVENT, THE NEW DATES OF   *
      *  THE LAST (DCHGEVT IS IN THE ORDER CSAGSMLD WROTE IT), AND     *
      *  THE EVENT COUNT.  FOR EACH SAILING IT THEN --                 *
      *                                                                *
      *    NET NO CHANGE - (MOVED AND MOVED BACK) LISTED AND DROPPED   *
      *    DEPART MOVED  - WRITES THE SAILING TO DCHGSAIL AND A        *
      *                    CSAGMASS CARD CARRYING THE NEW DEPART DATE  *
      *                    AS CCYYMMDD                                 *
      *    RETURN ONLY   - WRITES THE SAILING TO DCHGSAIL BUT NO CARD: *
      *                    AGES ARE TAKEN AT DEPARTURE AND DO NOT      *
      *                    MOVE, BUT THE BIRTHDAY-IN-SAILING FLAG ON   *
      *                    THE SHIPBOARD EXTRACT CAN                   *
      *                                                                *
      *  ON A CLEAN FINISH DCHGEVT IS EMPTIED; DCHGSAIL CARRIES THE    *
      *  EVENTS FOR THE REST OF THE JOB, SO A LATER STEP CAN BE        *
      *  RESTARTED WITHOUT RERUNNING THIS ONE.  MORE THAN 200 MOVED    *
      *  SAILINGS REFUSES THE RUN (RC 16, NOTHING WRITTEN, DCHGEVT     *
      *  LEFT AS IT WAS) -- THAT MANY IS A FLEET RESCHEDULE AND GETS   *
      *  LOOKED AT BEFORE ANYTHING IS RE-AGED.                         *
      *                                                                *
      *  INPUT:   DATE-CHANGE-EVENTS - CSAGSMLD EVENTS (CSAGDCHE)      *
      *  OUTPUT:  SAILING-CHANGES    - ONE PER MOVED SAILING (CSAGDCHE)*
      *           MASS-CARDS         - CSAGMASS CONTROL CARDS          *
      *           COLLECT-RPT        - EVENT COLLECTION REPORT         *
      *           RUN-LOG            - STANDARD RUN-CONTROL RECORD     *
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
           SELECT DATE-CHANGE-EVENTS ASSIGN TO DCHGEVT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SAILING-CHANGES   ASSIGN TO DCHGSAIL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT MASS-CARDS        ASSIGN TO MASSCARD
                  ORGANIZATION IS SEQUENTIAL.

           SELECT COLLECT-RPT       ASSIGN TO DCEVRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG           ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  DATE-CHANGE-EVENTS
           RECORDING MODE IS F.
           COPY CSAGDCHE.

       FD  SAILING-CHANGES
           RECORDING MODE IS F.
           COPY CSAGDCHE REPLACING LEADING ==CSDCE-== BY ==DCSAIL-==.

      *  SAME LAYOUT AS THE CSAGMASS CONTROL CARD
       FD  MASS-CARDS
           RECORDING MODE IS F.
       01  MC-RECORD.
           05  MC-SAILING-ID               PIC X(08).
           05  MC-NEW-DEPART-INTL          PIC X(07).
           05  MC-NEW-DEPART-CCYYMMDD      PIC 9(08).
           05  FILLER                      PIC X(57).

       FD  COLLECT-RPT
           RECORDING MODE IS F.
       01  COLLECT-LINE                    PIC X(132).

       FD  RUN-LOG
           RECORDING MODE IS F.
           COPY CSAGRUNC.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.
           05  WS-REFUSE-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-REFUSE-RUN                VALUE 'Y'.

       77  WS-EVENTS-READ                  PIC 9(07) COMP VALUE ZERO.
       77  WS-SAILINGS-WRITTEN             PIC 9(07) COMP VALUE ZERO.
       77  WS-CARDS-WRITTEN                PIC 9(07) COMP VALUE ZERO.
       77  WS-RETURN-ONLY                  PIC 9(07) COMP VALUE ZERO.
       77  WS-NET-NO-CHANGE                PIC 9(07) COMP VALUE ZERO.
       77  WS-SAILING-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-SAIL-IX                      PIC 9(03) COMP VALUE ZERO.
       77  WS-SAIL-FOUND-IX                PIC 9(03) COMP VALUE ZERO.
       77  WS-SAIL-MAX                     PIC 9(03) COMP VALUE 200.

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-CCYYMMDD             PIC 9(08).
           05  WS-RUN-HHMMSSHH             PIC 9(08).
           05  WS-RUN-HHMMSS REDEFINES WS-RUN-HHMMSSHH.
               10  WS-RUN-HHMMSS-KEEP      PIC 9(06).
               10  FILLER                  PIC 9(02).

      ******************************************************************
      *  MOVED-SAILING TABLE.  ONE SLOT PER DISTINCT SAILING SEEN ON   *
      *  DCHGEVT, IN FIRST-SEEN ORDER.                                 *
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
               10  WT-SAIL-EVENT-CCYYMMDD  PIC 9(08).
               10  WT-SAIL-EVENT-HHMMSS    PIC 9(06).
               10  WT-SAIL-EVENTS          PIC 9(03) COMP.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               'CSAGDCEV - SAILING DATE-CHANGE EVENTS       '.
           05  FILLER                      PIC X(88) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(10) VALUE 'SAILING'.
           05  FILLER                      PIC X(06) VALUE 'BRAND'.
           05  FILLER                      PIC X(08) VALUE 'ITIN'.
           05  FILLER                      PIC X(06) VALUE 'SHIP'.
           05  FILLER                      PIC X(10) VALUE 'OLD DEPART'.
           05  FILLER                      PIC X(10) VALUE 'OLD RETURN'.
           05  FILLER                      PIC X(10) VALUE 'NEW DEPART'.
           05  FILLER                      PIC X(10) VALUE 'NEW RETURN'.
           05  FILLER                      PIC X(08) VALUE 'EVENTS'.
           05  FILLER                      PIC X(54) VALUE 'RESULT'.

       01  WS-DETAIL-LINE.
           05  WS-D-SAILING-ID             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-BRAND                  PIC X(03).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-D-ITINERARY              PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-SHIP                   PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-OLD-DEPART             PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-OLD-RETURN             PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-NEW-DEPART             PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-NEW-RETURN             PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-EVENTS                 PIC ZZ9.
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  WS-D-RESULT                 PIC X(40).
           05  FILLER                      PIC X(14) VALUE SPACES.

       01  WS-REFUSE-LINE.
           05  FILLER                      PIC X(44) VALUE
               '*** RUN REFUSED - MORE THAN 200 SAILINGS MOV'.
           05  FILLER                      PIC X(44) VALUE
               'ED; NOTHING WRITTEN, DCHGEVT LEFT AS IT WAS '.
           05  FILLER                      PIC X(44) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                      PIC X(20) VALUE
               'EVENTS READ .......'.
           05  WS-T-EVENTS-READ            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'SAILINGS WRITTEN ...'.
           05  WS-T-SAILINGS               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'CSAGMASS CARDS .....'.
           05  WS-T-CARDS                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                      PIC X(20) VALUE
               'RETURN DATE ONLY ..'.
           05  WS-T-RETURN-ONLY            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'NET NO CHANGE ......'.
           05  WS-T-NET-NO-CHANGE          PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(68) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.

           PERFORM 2000-PROCESS-EVENT   THRU 2000-EXIT
               UNTIL WS-EOF.

           IF  WS-REFUSE-RUN
               WRITE COLLECT-LINE         FROM WS-REFUSE-LINE
           ELSE
               PERFORM 3000-WRITE-SAILING THRU 3000-EXIT
                   VARYING WS-SAIL-IX FROM 1 BY 1
                   UNTIL WS-SAIL-IX > WS-SAILING-COUNT
           END-IF.

           PERFORM 8000-TERMINATE       THRU 8000-EXIT.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - OPEN FILES, WRITE HEADINGS, PRIME THE READ  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           OPEN INPUT  DATE-CHANGE-EVENTS.
           OPEN OUTPUT SAILING-CHANGES.
           OPEN OUTPUT MASS-CARDS.
           OPEN OUTPUT COLLECT-RPT.

           WRITE COLLECT-LINE             FROM WS-HEADING-1.
           WRITE COLLECT-LINE             FROM WS-HEADING-2.

           PERFORM 1200-READ-EVENT        THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1200-READ-EVENT - READ ONE DATE-CHANGE EVENT                  *
      *----------------------------------------------------------------*
       1200-READ-EVENT.

           READ DATE-CHANGE-EVENTS
               AT END
                   SET WS-EOF             TO TRUE
               NOT AT END
                   ADD 1 TO WS-EVENTS-READ
           END-READ.

       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-PROCESS-EVENT - FOLD ONE EVENT INTO ITS SAILING'S SLOT   *
      *----------------------------------------------------------------*
       2000-PROCESS-EVENT.

           MOVE ZERO                      TO WS-SAIL-FOUND-IX.

           PERFORM 2050-SCAN-ONE-SLOT     THRU 2050-EXIT
               VARYING WS-SAIL-IX FROM 1 BY 1
               UNTIL WS-SAIL-IX > WS-SAILING-COUNT
               OR WS-SAIL-FOUND-IX > ZERO.

           IF  WS-SAIL-FOUND-IX > ZERO
               PERFORM 2200-FOLD-EVENT    THRU 2200-EXIT
           ELSE
               PERFORM 2100-NEW-SAILING   THRU 2100-EXIT
           END-IF.

           PERFORM 1200-READ-EVENT        THRU 1200-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2050-SCAN-ONE-SLOT - MATCH ONE MOVED-SAILING TABLE SLOT       *
      *----------------------------------------------------------------*
       2050-SCAN-ONE-SLOT.

           IF  WT-SAIL-ID (WS-SAIL-IX) = CSDCE-SAILING-ID
               MOVE WS-SAIL-IX            TO WS-SAIL-FOUND-IX
           END-IF.

       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-NEW-SAILING - FIRST EVENT FOR A SAILING TAKES A NEW      *
      *  SLOT; PAST THE TABLE LIMIT THE RUN IS REFUSED                 *
      *----------------------------------------------------------------*
       2100-NEW-SAILING.

           IF  WS-SAILING-COUNT NOT < WS-SAIL-MAX
               SET WS-REFUSE-RUN          TO TRUE
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-SAILING-COUNT.
           MOVE WS-SAILING-COUNT          TO WS-SAIL-FOUND-IX.

           MOVE CSDCE-SAILING-ID          TO
               WT-SAIL-ID (WS-SAIL-FOUND-IX).
           MOVE CSDCE-OLD-DEPART-CCYYMMDD TO
               WT-SAIL-OLD-DEPART (WS-SAIL-FOUND-IX).
           MOVE CSDCE-OLD-RETURN-CCYYMMDD TO
               WT-SAIL-OLD-RETURN (WS-SAIL-FOUND-IX).
           MOVE ZERO                      TO
               WT-SAIL-EVENTS (WS-SAIL-FOUND-IX).

           PERFORM 2200-FOLD-EVENT        THRU 2200-EXIT.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-FOLD-EVENT - THE LATEST EVENT'S NEW DATES AND MASTER     *
      *  FIELDS WIN; THE FIRST EVENT'S OLD DATES STAND                 *
      *----------------------------------------------------------------*
       2200-FOLD-EVENT.

           MOVE CSDCE-BRAND-CODE          TO
               WT-SAIL-BRAND (WS-SAIL-FOUND-IX).
           MOVE CSDCE-ITINERARY-CODE      TO
               WT-SAIL-ITINERARY (WS-SAIL-FOUND-IX).
           MOVE CSDCE-SHIP-CODE           TO
               WT-SAIL-SHIP (WS-SAIL-FOUND-IX).
           MOVE CSDCE-NEW-DEPART-CCYYMMDD TO
               WT-SAIL-NEW-DEPART (WS-SAIL-FOUND-IX).
           MOVE CSDCE-NEW-RETURN-CCYYMMDD TO
               WT-SAIL-NEW-RETURN (WS-SAIL-FOUND-IX).
           MOVE CSDCE-EVENT-CCYYMMDD      TO
               WT-SAIL-EVENT-CCYYMMDD (WS-SAIL-FOUND-IX).
           MOVE CSDCE-EVENT-HHMMSS        TO
               WT-SAIL-EVENT-HHMMSS (WS-SAIL-FOUND-IX).
           ADD CSDCE-EVENT-COUNT          TO
               WT-SAIL-EVENTS (WS-SAIL-FOUND-IX).

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-WRITE-SAILING - ONE MOVED SAILING: DCHGSAIL RECORD,      *
      *  CSAGMASS CARD WHEN THE DEPART DATE MOVED, AND A REPORT LINE   *
      *----------------------------------------------------------------*
       3000-WRITE-SAILING.

           MOVE WT-SAIL-ID (WS-SAIL-IX)   TO WS-D-SAILING-ID.
           MOVE WT-SAIL-BRAND (WS-SAIL-IX) TO WS-D-BRAND.
           MOVE WT-SAIL-ITINERARY (WS-SAIL-IX) TO WS-D-ITINERARY.
           MOVE WT-SAIL-SHIP (WS-SAIL-IX) TO WS-D-SHIP.
           MOVE WT-SAIL-OLD-DEPART (WS-SAIL-IX) TO WS-D-OLD-DEPART.
           MOVE WT-SAIL-OLD-RETURN (WS-SAIL-IX) TO WS-D-OLD-RETURN.
           MOVE WT-SAIL-NEW-DEPART (WS-SAIL-IX) TO WS-D-NEW-DEPART.
           MOVE WT-SAIL-NEW-RETURN (WS-SAIL-IX) TO WS-D-NEW-RETURN.
           MOVE WT-SAIL-EVENTS (WS-SAIL-IX) TO WS-D-EVENTS.

           IF  WT-SAIL-NEW-DEPART (WS-SAIL-IX) =
               WT-SAIL-OLD-DEPART (WS-SAIL-IX)
           AND WT-SAIL-NEW-RETURN (WS-SAIL-IX) =
               WT-SAIL-OLD-RETURN (WS-SAIL-IX)
               MOVE 'NET NO CHANGE - DROPPED' TO WS-D-RESULT
               ADD 1 TO WS-NET-NO-CHANGE
               GO TO 3090-WRITE-LINE
           END-IF.

           PERFORM 3100-WRITE-CHANGE      THRU 3100-EXIT.

           IF  WT-SAIL-NEW-DEPART (WS-SAIL-IX) =
               WT-SAIL-OLD-DEPART (WS-SAIL-IX)
               MOVE 'RETURN DATE ONLY - NO RE-AGE' TO WS-D-RESULT
               ADD 1 TO WS-RETURN-ONLY
               GO TO 3090-WRITE-LINE
           END-IF.

           MOVE SPACES                    TO MC-RECORD.
           MOVE WT-SAIL-ID (WS-SAIL-IX)   TO MC-SAILING-ID.
           MOVE WT-SAIL-NEW-DEPART (WS-SAIL-IX) TO
               MC-NEW-DEPART-CCYYMMDD.
           WRITE MC-RECORD.
           ADD 1 TO WS-CARDS-WRITTEN.
           MOVE 'DEPART MOVED - CARDED FOR CSAGMASS' TO WS-D-RESULT.

       3090-WRITE-LINE.

           WRITE COLLECT-LINE             FROM WS-DETAIL-LINE.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3100-WRITE-CHANGE - THE FOLDED EVENT FOR THE REST OF THE JOB  *
      *----------------------------------------------------------------*
       3100-WRITE-CHANGE.

           MOVE SPACES                    TO DCSAIL-RECORD.
           MOVE WT-SAIL-ID (WS-SAIL-IX)   TO DCSAIL-SAILING-ID.
           MOVE WT-SAIL-BRAND (WS-SAIL-IX) TO DCSAIL-BRAND-CODE.
           MOVE WT-SAIL-ITINERARY (WS-SAIL-IX) TO
               DCSAIL-ITINERARY-CODE.
           MOVE WT-SAIL-SHIP (WS-SAIL-IX) TO DCSAIL-SHIP-CODE.
           MOVE WT-SAIL-OLD-DEPART (WS-SAIL-IX) TO
               DCSAIL-OLD-DEPART-CCYYMMDD.
           MOVE WT-SAIL-OLD-RETURN (WS-SAIL-IX) TO
               DCSAIL-OLD-RETURN-CCYYMMDD.
           MOVE WT-SAIL-NEW-DEPART (WS-SAIL-IX) TO
               DCSAIL-NEW-DEPART-CCYYMMDD.
           MOVE WT-SAIL-NEW-RETURN (WS-SAIL-IX) TO
               DCSAIL-NEW-RETURN-CCYYMMDD.
           MOVE WT-SAIL-EVENT-CCYYMMDD (WS-SAIL-IX) TO
               DCSAIL-EVENT-CCYYMMDD.
           MOVE WT-SAIL-EVENT-HHMMSS (WS-SAIL-IX) TO
               DCSAIL-EVENT-HHMMSS.
           MOVE WT-SAIL-EVENTS (WS-SAIL-IX) TO DCSAIL-EVENT-COUNT.

           WRITE DCSAIL-RECORD.
           ADD 1 TO WS-SAILINGS-WRITTEN.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - TOTALS, RUN-CONTROL RECORD, CLOSE FILES, AND *
      *  EMPTY DCHGEVT ON A CLEAN FINISH                               *
      *----------------------------------------------------------------*
       8000-TERMINATE.

           WRITE COLLECT-LINE              FROM WS-BLANK-LINE.
           MOVE WS-EVENTS-READ             TO WS-T-EVENTS-READ.
           MOVE WS-SAILINGS-WRITTEN        TO WS-T-SAILINGS.
           MOVE WS-CARDS-WRITTEN           TO WS-T-CARDS.
           WRITE COLLECT-LINE              FROM WS-TOTAL-LINE-1.

           MOVE WS-RETURN-ONLY             TO WS-T-RETURN-ONLY.
           MOVE WS-NET-NO-CHANGE           TO WS-T-NET-NO-CHANGE.
           WRITE COLLECT-LINE              FROM WS-TOTAL-LINE-2.

           PERFORM 9000-WRITE-RUN-CONTROL THRU 9000-EXIT.

           CLOSE DATE-CHANGE-EVENTS.
           CLOSE SAILING-CHANGES.
           CLOSE MASS-CARDS.
           CLOSE COLLECT-RPT.

           IF  WS-REFUSE-RUN
               MOVE 16                    TO RETURN-CODE
           ELSE
               OPEN OUTPUT DATE-CHANGE-EVENTS
               CLOSE DATE-CHANGE-EVENTS
           END-IF.

       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-WRITE-RUN-CONTROL - ONE STANDARD RUN-CONTROL RECORD ON
      * THE COMMON RUNLOG SO THE MORNING BALANCING REPORT (CSAGRBAL)
      * SEES THIS JOB'S COUNTS WITHOUT OPENING ITS PRINT FILE.  A
      * REFUSED RUN CARRIES STATUS 0016.
      *----------------------------------------------------------------*
       9000-WRITE-RUN-CONTROL.

           OPEN EXTEND RUN-LOG.

           ACCEPT WS-RUN-CCYYMMDD         FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-HHMMSSHH         FROM TIME.

           MOVE SPACES                    TO CSRUNC-RECORD.
           MOVE 'CSAGDCEV'                TO CSRUNC-JOB-NAME.
           MOVE WS-RUN-CCYYMMDD           TO CSRUNC-RUN-CCYYMMDD.
           MOVE WS-RUN-HHMMSS-KEEP        TO CSRUNC-RUN-HHMMSS.
           MOVE WS-EVENTS-READ            TO CSRUNC-RECORDS-READ.
           MOVE WS-SAILINGS-WRITTEN       TO CSRUNC-RECORDS-WRITTEN.
           MOVE ZERO                      TO CSRUNC-EXCEPTIONS.
           IF  WS-REFUSE-RUN
               MOVE '0016'                TO CSRUNC-RETURN-STATUS
           ELSE
               MOVE '0000'                TO CSRUNC-RETURN-STATUS
           END-IF.

           WRITE CSRUNC-RECORD.

           CLOSE RUN-LOG.

       9000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
