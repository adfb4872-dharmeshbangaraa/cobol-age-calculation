      ******************************************************************
      *                                                                *
      *                         "CSAGDRKX"                             *
      *    SHIPBOARD BEVERAGE DRINKING-AGE EXTRACT (CSAGECAL)          *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGDRKX.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  CUT BEFORE DEPARTURE FOR ONE SAILING (CONTROL CARD), THIS     *
      *  JOB WRITES THE EXTRACT THE SHIPBOARD BEVERAGE POINT-OF-SALE   *
      *  LOADS (CSAGDRKI) SO BAR STAFF KNOW WHICH GUESTS ARE UNDER     *
      *  THE LEGAL DRINKING AGE FOR THAT VOYAGE.                       *
      *                                                                *
      *  THE AGE IS THE DRINKING-AGE RULE (CSAGDRKR) IN FORCE FOR THE  *
      *  SAILING'S BRAND/ITINERARY (FROM SAILMAST) ON THE DEPART       *
      *  DATE: THE ITINERARY'S OWN RULE, ELSE THE BRAND DEFAULT, ELSE  *
      *  THE COMPILED SYSTEM DEFAULT OF 21 WITH NO CONSENT PROVISION.  *
      *  A SAILING NOT ON SAILMAST ALSO GETS THE SYSTEM DEFAULT.       *
      *                                                                *
      *  EVERY PASSENGER IS AGED THROUGH CSAGECAL AS OF THE DEPART     *
      *  DATE WITH THE RETURN DATE, WHICH ALSO SAYS WHETHER A          *
      *  BIRTHDAY FALLS DURING THE VOYAGE.  WITHOUT ONE THE AGE HOLDS  *
      *  FOR EVERY DAY OF THE SAILING.  WITH ONE, AND THE GUEST NOT    *
      *  ALREADY OF LEGAL AGE, CSAGECAL IS CALLED AGAIN FOR EACH DAY   *
      *  OF THE VOYAGE WITH THAT DAY AS THE MILESTONE DATE, AND THE    *
      *  FIRST DAY THE GUEST REACHES THE CONSENT AGE AND/OR THE LEGAL  *
      *  AGE GOES ON THE DETAIL.  THE DAYS ARE STEPPED FORWARD FROM    *
      *  THE CSDATE-CONVERTED DEPART DATE AND PASSED PRE-CONVERTED.    *
      *                                                                *
      *  A PASSENGER CSAGECAL CANNOT AGE IS STILL SENT, WITH STATUS X  *
      *  (ASK FOR ID), AND LISTED ON THE REPORT -- UNLIKE THE          *
      *  MANIFEST EXTRACT, LEAVING A GUEST OUT HERE WOULD LEAVE THE    *
      *  BAR WITH NO ANSWER AT ALL.  THE REPORT ALSO LISTS EVERY GUEST *
      *  WHO BECOMES ELIGIBLE MID-VOYAGE.                              *
      *                                                                *
      *  INPUT:   CONTROL-CARD   - SAILING ID(8), CUT DATE CCYYMMDD(8) *
      *           PASSENGER-FILE - FULL MANIFEST, BY SAILING (CSPAXREC)*
      *           SAIL-MASTER    - SAILING MASTER (CSAGSMST KSDS)      *
      *           DRINK-RULE-FILE - DRINKING AGE RULES (CSAGDRKR KSDS) *
      *  OUTPUT:  BEV-EXTRACT    - INTERFACE FILE (CSAGDRKI)           *
      *           EXTRACT-RPT    - EXTRACT BALANCING REPORT            *
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
           SELECT CONTROL-CARD      ASSIGN TO CTLCARD
                  ORGANIZATION IS SEQUENTIAL.

           SELECT PASSENGER-FILE    ASSIGN TO PAXFILE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SAIL-MASTER       ASSIGN TO SAILMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSSMST-KEY
                  FILE STATUS IS WS-MAST-STATUS.

           SELECT OPTIONAL DRINK-RULE-FILE ASSIGN TO DRNKRULE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CSDRKR-KEY
                  FILE STATUS IS WS-RULE-STATUS.

           SELECT BEV-EXTRACT       ASSIGN TO DRKEXT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT EXTRACT-RPT       ASSIGN TO DRKXRPT
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  CONTROL-CARD
           RECORDING MODE IS F.
       01  CC-RECORD.
           05  CC-SAILING-ID               PIC X(08).
           05  CC-CUT-CCYYMMDD             PIC 9(08).
           05  FILLER                      PIC X(64).

       FD  PASSENGER-FILE
           RECORDING MODE IS F.
           COPY CSPAXREC.

       FD  SAIL-MASTER.
           COPY CSAGSMST.

       FD  DRINK-RULE-FILE.
           COPY CSAGDRKR.

       FD  BEV-EXTRACT
           RECORDING MODE IS F.
           COPY CSAGDRKI.

       FD  EXTRACT-RPT
           RECORDING MODE IS F.
       01  EXTRACT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.

       01  WC-CONSTANTS.
           05  WC-DEFAULT-LEGAL-AGE        PIC 9(02) VALUE 21.
           05  WC-DEFAULT-RULE-CODE        PIC X(08) VALUE 'DEFAULT'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.
           05  WS-SAILING-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-SAILING-FOUND             VALUE 'Y'.
           05  WS-RULE-SWITCH              PIC X(01) VALUE 'N'.
               88  WS-RULE-FOUND                VALUE 'Y'.
           05  WS-RULE-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-RULE-EOF                  VALUE 'Y'.
           05  WS-WALK-SWITCH              PIC X(01) VALUE 'N'.
               88  WS-WALK-DONE                 VALUE 'Y'.

       01  WS-MAST-STATUS                  PIC X(02).
           88  WS-MAST-OK                      VALUE '00'.

       01  WS-RULE-STATUS                  PIC X(02).
           88  WS-RULE-OK                      VALUE '00'.

       01  WS-CONTROL-AREA.
           05  WS-SAILING-ID               PIC X(08).
           05  WS-CUT-CCYYMMDD             PIC 9(08).

       01  WS-SAILING-AREA.
           05  WS-SAIL-BRAND-CODE          PIC X(03) VALUE SPACES.
           05  WS-SAIL-ITINERARY-CODE      PIC X(06) VALUE SPACES.
           05  WS-SAIL-DEPART-CCYYMMDD     PIC 9(08) VALUE ZERO.
           05  WS-SAIL-RETURN-CCYYMMDD     PIC 9(08) VALUE ZERO.

       01  WS-RULE-AREA.
           05  WS-MATCH-ITINERARY          PIC X(06).
           05  WS-LEGAL-AGE                PIC 9(02).
           05  WS-CONSENT-AGE              PIC 9(02).
           05  WS-RULE-CODE                PIC X(08).
           05  WS-RULE-DESCRIPTION         PIC X(30).

      ******************************************************************
      *  ONE PASSENGER'S RESULT, BUILT BEFORE THE DETAIL IS WRITTEN    *
      ******************************************************************

       01  WS-PAX-RESULT.
           05  WS-PAX-AGE-YEARS            PIC 9(03).
           05  WS-PAX-STATUS               PIC X(01).
               88  WS-PAX-ELIGIBLE              VALUE 'E'.
               88  WS-PAX-CONSENT               VALUE 'C'.
               88  WS-PAX-UNDER-AGE             VALUE 'U'.
               88  WS-PAX-NOT-AGED              VALUE 'X'.
           05  WS-PAX-ELIGIBLE-CCYYMMDD    PIC 9(08).
           05  WS-PAX-CONSENT-CCYYMMDD     PIC 9(08).
           05  WS-PAX-BDAY-IN-SAIL         PIC X(01).

      ******************************************************************
      *  THE DAY-BY-DAY WALK.  THE PASSENGER'S DEPART AND RETURN       *
      *  DATES ARE CONVERTED THROUGH CSDATE ONCE PER DISTINCT VALUE    *
      *  (THE WHOLE SAILING USUALLY SHARES ONE PAIR); THE DAY BEING    *
      *  AGED IS STEPPED FORWARD WITH THE SAME LEAP-YEAR TEST          *
      *  CSAGEDIT USES.                                                *
      ******************************************************************

       01  WS-DATE-CACHE.
           05  WS-DC-GREG                  PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-DC-CCYYMMDD              PIC 9(08) VALUE ZERO.
           05  WS-RC-GREG                  PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-RC-CCYYMMDD              PIC 9(08) VALUE ZERO.

       01  WS-WALK-DATE.
           05  WS-WALK-CCYY                PIC 9(04).
           05  WS-WALK-MM                  PIC 9(02).
           05  WS-WALK-DD                  PIC 9(02).
       01  WS-WALK-DATE-N REDEFINES WS-WALK-DATE
                                           PIC 9(08).

       01  WS-DAYS-IN-MONTH-TABLE.
           05  FILLER                      PIC X(24) VALUE
               '312831303130313130313031'.
       01  FILLER REDEFINES WS-DAYS-IN-MONTH-TABLE.
           05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
                                           PIC 9(02).

       77  WS-LEAP-DIV                     PIC 9(04) COMP-3.
       77  WS-LEAP-REM4                    PIC 9(02) COMP-3.
       77  WS-LEAP-REM100                  PIC 9(02) COMP-3.
       77  WS-LEAP-REM400                  PIC 9(03) COMP-3.
       77  WS-MONTH-MAX-DD                 PIC 9(02) VALUE ZERO.
       77  WS-DAY-AGE-YEARS                PIC 9(03) VALUE ZERO.

       77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
       77  WS-DETAILS-WRITTEN              PIC 9(07) COMP VALUE ZERO.
       77  WS-OTHER-SAILINGS               PIC 9(07) COMP VALUE ZERO.
       77  WS-ELIGIBLE-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-CONSENT-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-UNDER-AGE-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-NOT-AGED-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-MID-VOYAGE-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-DAYS-AGED                    PIC 9(07) COMP VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(40) VALUE
               'CSAGDRKX - BEVERAGE DRINKING-AGE EXTRACT'.
           05  FILLER                      PIC X(10) VALUE 'SAILING: '.
           05  WS-H-SAILING                PIC X(08).
           05  FILLER                      PIC X(07) VALUE '  CUT: '.
           05  WS-H-CUT                    PIC 9(08).
           05  FILLER                      PIC X(59) VALUE SPACES.

       01  WS-RULE-LINE.
           05  FILLER                      PIC X(07) VALUE 'BRAND: '.
           05  WS-RL-BRAND                 PIC X(03).
           05  FILLER                      PIC X(08) VALUE '  ITIN: '.
           05  WS-RL-ITINERARY             PIC X(06).
           05  FILLER                      PIC X(08) VALUE '  SAIL: '.
           05  WS-RL-DEPART                PIC 9(08).
           05  FILLER                      PIC X(03) VALUE ' - '.
           05  WS-RL-RETURN                PIC 9(08).
           05  FILLER                      PIC X(08) VALUE '  RULE: '.
           05  WS-RL-RULE-CODE             PIC X(08).
           05  FILLER                      PIC X(08) VALUE '  LEGAL '.
           05  WS-RL-LEGAL-AGE             PIC Z9.
           05  FILLER                      PIC X(10) VALUE '  CONSENT '.
           05  WS-RL-CONSENT-AGE           PIC Z9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RL-DESCRIPTION           PIC X(30).
           05  FILLER                      PIC X(11) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(12) VALUE 'BOOKING'.
           05  FILLER                      PIC X(12) VALUE 'PASSENGER'.
           05  FILLER                      PIC X(32) VALUE 'NAME'.
           05  FILLER                      PIC X(10) VALUE 'BIRTH'.
           05  FILLER                      PIC X(05) VALUE 'AGE'.
           05  FILLER                      PIC X(04) VALUE 'ST'.
           05  FILLER                      PIC X(10) VALUE 'CONSENT'.
           05  FILLER                      PIC X(10) VALUE 'ELIGIBLE'.
           05  FILLER                      PIC X(37) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  WS-D-BOOKING-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-PASSENGER-ID           PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-NAME                   PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-BIRTH-CCYYMMDD         PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-AGE-YEARS              PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-STATUS                 PIC X(01).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-D-CONSENT-CCYYMMDD       PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-ELIGIBLE-CCYYMMDD      PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-NOTE                   PIC X(30).
           05  FILLER                      PIC X(07) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  FILLER                      PIC X(04) VALUE '*** '.
           05  WS-M-TEXT                   PIC X(60).
           05  FILLER                      PIC X(68) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                      PIC X(20) VALUE
               'RECORDS READ ......'.
           05  WS-T-RECORDS-READ           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'DETAILS WRITTEN ....'.
           05  WS-T-DETAILS                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'OTHER SAILINGS .....'.
           05  WS-T-OTHER                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                      PIC X(20) VALUE
               'ELIGIBLE AT SAIL ..'.
           05  WS-T-ELIGIBLE               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'CONSENT AT SAIL ....'.
           05  WS-T-CONSENT                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'UNDER AGE AT SAIL ..'.
           05  WS-T-UNDER-AGE              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                      PIC X(20) VALUE
               'NOT AGED (ASK ID) .'.
           05  WS-T-NOT-AGED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'CHANGE MID-VOYAGE ..'.
           05  WS-T-MID-VOYAGE             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'VOYAGE DAYS AGED ...'.
           05  WS-T-DAYS-AGED              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

           COPY CSAGECAL.

       77  WC-CSAGBRCO                      PIC X(08) VALUE 'CSAGBRCO'.

           COPY CSAGBRCO.

           COPY CSDATE.

       77  WC-CSDATE                        PIC X(08) VALUE 'CSDATE'.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.

           PERFORM 2000-PROCESS-PAX     THRU 2000-EXIT
               UNTIL WS-EOF.

           PERFORM 8000-TERMINATE       THRU 8000-EXIT.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - CONTROL CARD, SAILING, RULE IN FORCE,       *
      *  HEADINGS AND THE HEADER RECORD                                *
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           OPEN INPUT  CONTROL-CARD.
           READ CONTROL-CARD.
           MOVE CC-SAILING-ID             TO WS-SAILING-ID.
           MOVE CC-CUT-CCYYMMDD           TO WS-CUT-CCYYMMDD.
           CLOSE CONTROL-CARD.

           OPEN INPUT  PASSENGER-FILE.
           OPEN INPUT  SAIL-MASTER.
           OPEN OUTPUT BEV-EXTRACT.
           OPEN OUTPUT EXTRACT-RPT.

           MOVE WS-SAILING-ID             TO WS-H-SAILING.
           MOVE WS-CUT-CCYYMMDD           TO WS-H-CUT.
           WRITE EXTRACT-LINE             FROM WS-HEADING-1.

           PERFORM 1100-READ-SAILING      THRU 1100-EXIT.

           PERFORM 1300-FIND-RULE         THRU 1300-EXIT.

           MOVE WS-SAIL-BRAND-CODE        TO WS-RL-BRAND.
           MOVE WS-SAIL-ITINERARY-CODE    TO WS-RL-ITINERARY.
           MOVE WS-SAIL-DEPART-CCYYMMDD   TO WS-RL-DEPART.
           MOVE WS-SAIL-RETURN-CCYYMMDD   TO WS-RL-RETURN.
           MOVE WS-RULE-CODE              TO WS-RL-RULE-CODE.
           MOVE WS-LEGAL-AGE              TO WS-RL-LEGAL-AGE.
           MOVE WS-CONSENT-AGE            TO WS-RL-CONSENT-AGE.
           MOVE WS-RULE-DESCRIPTION       TO WS-RL-DESCRIPTION.
           WRITE EXTRACT-LINE             FROM WS-RULE-LINE.

           IF  NOT WS-SAILING-FOUND
               MOVE 'SAILING NOT ON SAILMAST -- SYSTEM DEFAULT AGE'
                                          TO WS-M-TEXT
               WRITE EXTRACT-LINE         FROM WS-MESSAGE-LINE
           ELSE
               IF  NOT WS-RULE-FOUND
                   MOVE 'NO DRINKING AGE RULE ON FILE -- SYSTEM DEFAULT'
                                          TO WS-M-TEXT
                   WRITE EXTRACT-LINE     FROM WS-MESSAGE-LINE
               END-IF
           END-IF.

           WRITE EXTRACT-LINE             FROM WS-BLANK-LINE.
           WRITE EXTRACT-LINE             FROM WS-HEADING-2.

           MOVE SPACES                    TO CSDRKX-RECORD.
           SET CSDRKX-HEADER-REC          TO TRUE.
           MOVE WS-SAILING-ID             TO CSDRKX-H-SAILING-ID.
           MOVE WS-CUT-CCYYMMDD           TO CSDRKX-H-CUT-CCYYMMDD.
           MOVE WS-SAIL-DEPART-CCYYMMDD   TO CSDRKX-H-DEPART-CCYYMMDD.
           MOVE WS-SAIL-RETURN-CCYYMMDD   TO CSDRKX-H-RETURN-CCYYMMDD.
           MOVE WS-LEGAL-AGE              TO CSDRKX-H-LEGAL-AGE.
           MOVE WS-CONSENT-AGE            TO CSDRKX-H-CONSENT-AGE.
           MOVE WS-RULE-CODE              TO CSDRKX-H-RULE-CODE.
           WRITE CSDRKX-RECORD.

           PERFORM 1200-READ-PAX          THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1100-READ-SAILING - BRAND, ITINERARY, AND DATES FROM SAILMAST *
      *----------------------------------------------------------------*
       1100-READ-SAILING.

           MOVE WS-SAILING-ID             TO CSSMST-SAILING-ID.
           READ SAIL-MASTER.

           IF  NOT WS-MAST-OK
               GO TO 1100-EXIT
           END-IF.

           SET WS-SAILING-FOUND           TO TRUE.
           MOVE CSSMST-BRAND-CODE         TO WS-SAIL-BRAND-CODE.
           MOVE CSSMST-ITINERARY-CODE     TO WS-SAIL-ITINERARY-CODE.
           MOVE CSSMST-DEPART-CCYYMMDD    TO WS-SAIL-DEPART-CCYYMMDD.
           MOVE CSSMST-RETURN-CCYYMMDD    TO WS-SAIL-RETURN-CCYYMMDD.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1200-READ-PAX - READ ONE PASSENGER RECORD                    *
      *----------------------------------------------------------------*
       1200-READ-PAX.

           READ PASSENGER-FILE
               AT END
                   SET WS-EOF             TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1300-FIND-RULE - THE RULE IN FORCE ON THE DEPART DATE: THE    *
      *  ITINERARY'S OWN, ELSE THE BRAND DEFAULT (BLANK ITINERARY),    *
      *  ELSE THE COMPILED SYSTEM DEFAULT.  A RULE FILE THAT WON'T     *
      *  OPEN GIVES THE SYSTEM DEFAULT.                                *
      *----------------------------------------------------------------*
       1300-FIND-RULE.

           MOVE WC-DEFAULT-LEGAL-AGE      TO WS-LEGAL-AGE.
           MOVE ZERO                      TO WS-CONSENT-AGE.
           MOVE WC-DEFAULT-RULE-CODE      TO WS-RULE-CODE.
           MOVE SPACES                    TO WS-RULE-DESCRIPTION.

           IF  NOT WS-SAILING-FOUND
               GO TO 1300-EXIT
           END-IF.

           OPEN INPUT DRINK-RULE-FILE.

           IF  NOT WS-RULE-OK
               GO TO 1300-EXIT
           END-IF.

           IF  WS-SAIL-ITINERARY-CODE NOT = SPACES
               MOVE WS-SAIL-ITINERARY-CODE TO WS-MATCH-ITINERARY
               PERFORM 1350-SCAN-RULES    THRU 1350-EXIT
           END-IF.

           IF  NOT WS-RULE-FOUND
               MOVE SPACES                TO WS-MATCH-ITINERARY
               PERFORM 1350-SCAN-RULES    THRU 1350-EXIT
           END-IF.

           CLOSE DRINK-RULE-FILE.

       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1350-SCAN-RULES - READ THIS BRAND/WS-MATCH-ITINERARY'S RULES  *
      *  IN EFFECTIVE-FROM ORDER; THE LAST ONE IN FORCE WINS           *
      *----------------------------------------------------------------*
       1350-SCAN-RULES.

           MOVE 'N'                       TO WS-RULE-EOF-SWITCH.
           MOVE WS-SAIL-BRAND-CODE        TO CSDRKR-BRAND-CODE.
           MOVE WS-MATCH-ITINERARY        TO CSDRKR-ITINERARY-CODE.
           MOVE ZERO                      TO CSDRKR-EFF-FROM-CCYYMMDD.

           START DRINK-RULE-FILE
               KEY NOT < CSDRKR-KEY.

           IF  NOT WS-RULE-OK
               GO TO 1350-EXIT
           END-IF.

           PERFORM 1360-READ-ONE-RULE     THRU 1360-EXIT
               UNTIL WS-RULE-EOF.

       1350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1360-READ-ONE-RULE - ONE RULE RECORD; STOP AT A NEW BRAND/    *
      *  ITINERARY OR AN EFFECTIVE-FROM AFTER THE DEPART DATE          *
      *----------------------------------------------------------------*
       1360-READ-ONE-RULE.

           READ DRINK-RULE-FILE NEXT
               AT END
                   SET WS-RULE-EOF        TO TRUE
                   GO TO 1360-EXIT
           END-READ.

           IF  CSDRKR-BRAND-CODE NOT = WS-SAIL-BRAND-CODE
           OR  CSDRKR-ITINERARY-CODE NOT = WS-MATCH-ITINERARY
           OR  CSDRKR-EFF-FROM-CCYYMMDD > WS-SAIL-DEPART-CCYYMMDD
               SET WS-RULE-EOF            TO TRUE
               GO TO 1360-EXIT
           END-IF.

           IF  CSDRKR-EFF-TO-CCYYMMDD > ZERO
           AND CSDRKR-EFF-TO-CCYYMMDD < WS-SAIL-DEPART-CCYYMMDD
               GO TO 1360-EXIT
           END-IF.

           SET WS-RULE-FOUND              TO TRUE.
           MOVE CSDRKR-LEGAL-AGE          TO WS-LEGAL-AGE.
           MOVE CSDRKR-CONSENT-AGE        TO WS-CONSENT-AGE.
           MOVE CSDRKR-RULE-CODE          TO WS-RULE-CODE.
           MOVE CSDRKR-DESCRIPTION        TO WS-RULE-DESCRIPTION.

           IF  WS-CONSENT-AGE NOT < WS-LEGAL-AGE
               MOVE ZERO                  TO WS-CONSENT-AGE
           END-IF.

       1360-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-PROCESS-PAX - EXTRACT ONLY THE CONTROL-CARD SAILING      *
      *----------------------------------------------------------------*
       2000-PROCESS-PAX.

           IF  CSPAX-SAILING-ID = WS-SAILING-ID
               PERFORM 2100-AGE-ONE-PAX   THRU 2100-EXIT
               PERFORM 2500-WRITE-DETAIL  THRU 2500-EXIT
           ELSE
               ADD 1 TO WS-OTHER-SAILINGS
           END-IF.

           PERFORM 1200-READ-PAX          THRU 1200-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-AGE-ONE-PAX - ONE CSAGECAL CALL WITH DEPART AND RETURN   *
      *  DATES GIVES THE STATUS AT SAIL; A BIRTHDAY DURING THE VOYAGE  *
      *  OF A GUEST NOT YET OF LEGAL AGE SENDS US DAY BY DAY           *
      *----------------------------------------------------------------*
       2100-AGE-ONE-PAX.

           MOVE ZERO                      TO WS-PAX-AGE-YEARS.
           MOVE ZERO                      TO WS-PAX-ELIGIBLE-CCYYMMDD.
           MOVE ZERO                      TO WS-PAX-CONSENT-CCYYMMDD.
           MOVE 'N'                       TO WS-PAX-BDAY-IN-SAIL.
           SET WS-PAX-NOT-AGED            TO TRUE.

           MOVE CSPAX-BIRTH-CCYYMMDD      TO CSAGECAL-I-BIRTH-CCYYMMDD.
           MOVE ZERO                      TO CSAGECAL-I-BIRTH-MMDDCCYY.
           MOVE CSPAX-DEPART-DATE-GREG    TO
               CSAGECAL-I-DEPART-DATE-GREG.
           MOVE SPACES                    TO
               CSAGECAL-I-DEPART-DATE-INTL.
           MOVE SPACES                    TO
               CSAGECAL-I-MILESTONE-DATE-INTL.
           MOVE ZERO                      TO
               CSAGECAL-I-MILESTONE-DATE-GREG.
           MOVE CSPAX-RETURN-DATE-GREG    TO
               CSAGECAL-I-RETURN-DATE-GREG.
           MOVE SPACES                    TO
               CSAGECAL-I-RETURN-DATE-INTL.
           MOVE SPACE                     TO
               CSAGECAL-I-REVERSE-LOOKUP-SW.
           MOVE SPACE                     TO CSAGECAL-I-ONLINE-SW.
           MOVE SPACE                     TO CSAGECAL-I-PRECONV-SW.

           MOVE CSPAX-BRAND-CODE          TO CSAGBRCO-I-BRAND-CODE.
           MOVE CSPAX-ITINERARY-CODE      TO CSAGBRCO-I-ITINERARY-CODE.
           CALL WC-CSAGBRCO               USING CSAGBRCO-PARMS.
           MOVE CSAGBRCO-O-CUTOFF-YEARS   TO
               CSAGECAL-I-CALC-AGE-IN-MONTHS.

           CALL 'CSAGECAL'                USING CSAGECAL-PARMS.

           IF  NOT CSAGECAL-O-RC-OK
               GO TO 2100-EXIT
           END-IF.

           MOVE CSAGECAL-O-AGE-YEARS      TO WS-PAX-AGE-YEARS.

           EVALUATE TRUE
           WHEN WS-PAX-AGE-YEARS NOT < WS-LEGAL-AGE
               SET WS-PAX-ELIGIBLE        TO TRUE
           WHEN WS-CONSENT-AGE > ZERO
            AND WS-PAX-AGE-YEARS NOT < WS-CONSENT-AGE
               SET WS-PAX-CONSENT         TO TRUE
           WHEN OTHER
               SET WS-PAX-UNDER-AGE       TO TRUE
           END-EVALUATE.

           IF  CSAGECAL-O-BIRTHDAY-DURING-SAIL
               MOVE 'Y'                   TO WS-PAX-BDAY-IN-SAIL
               IF  NOT WS-PAX-ELIGIBLE
                   PERFORM 2200-WALK-VOYAGE THRU 2200-EXIT
               END-IF
           END-IF.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-WALK-VOYAGE - AGE THE GUEST AS OF EACH DAY AFTER THE     *
      *  DEPART DATE THROUGH THE RETURN DATE UNTIL THE LEGAL AGE IS    *
      *  REACHED                                                       *
      *----------------------------------------------------------------*
       2200-WALK-VOYAGE.

           PERFORM 2300-CONVERT-DATES     THRU 2300-EXIT.

           IF  WS-DC-CCYYMMDD = ZERO
           OR  WS-RC-CCYYMMDD = ZERO
               GO TO 2200-EXIT
           END-IF.

           MOVE WS-DC-CCYYMMDD            TO WS-WALK-DATE-N.
           MOVE 'N'                       TO WS-WALK-SWITCH.

           PERFORM 2400-AGE-ONE-DAY       THRU 2400-EXIT
               UNTIL WS-WALK-DONE
                  OR WS-WALK-DATE-N NOT < WS-RC-CCYYMMDD.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2300-CONVERT-DATES - THE PASSENGER'S DEPART AND RETURN DATES  *
      *  TO CCYYMMDD, THROUGH CSDATE ONLY WHEN THEY DIFFER FROM THE    *
      *  LAST PASSENGER'S.  ZERO MEANS THE DATE WOULD NOT CONVERT.     *
      *----------------------------------------------------------------*
       2300-CONVERT-DATES.

           IF  CSPAX-DEPART-DATE-GREG NOT = WS-DC-GREG
               MOVE CSPAX-DEPART-DATE-GREG TO WS-DC-GREG
               MOVE ZERO                  TO WS-DC-CCYYMMDD
               MOVE LOW-VALUES            TO CSDATE-PARMS
               MOVE WS-DC-GREG            TO CSDATE-INPUT-GREG
               SET CSDATE-FORMAT-GREG     TO TRUE
               CALL WC-CSDATE             USING CSDATE-PARMS
               IF  CSDATE-RC-OK
                   MOVE CSDATE-OUT-CCYYMMDD TO WS-DC-CCYYMMDD
               END-IF
           END-IF.

           IF  CSPAX-RETURN-DATE-GREG NOT = WS-RC-GREG
               MOVE CSPAX-RETURN-DATE-GREG TO WS-RC-GREG
               MOVE ZERO                  TO WS-RC-CCYYMMDD
               MOVE LOW-VALUES            TO CSDATE-PARMS
               MOVE WS-RC-GREG            TO CSDATE-INPUT-GREG
               SET CSDATE-FORMAT-GREG     TO TRUE
               CALL WC-CSDATE             USING CSDATE-PARMS
               IF  CSDATE-RC-OK
                   MOVE CSDATE-OUT-CCYYMMDD TO WS-RC-CCYYMMDD
               END-IF
           END-IF.

       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2400-AGE-ONE-DAY - STEP ONE DAY AND AGE THE GUEST AS OF IT    *
      *  (MILESTONE DATE), WITH THE DATES PASSED PRE-CONVERTED.  THE   *
      *  FIRST DAY AT THE CONSENT AGE AND AT THE LEGAL AGE ARE KEPT.   *
      *----------------------------------------------------------------*
       2400-AGE-ONE-DAY.

           PERFORM 2450-ADD-ONE-DAY       THRU 2450-EXIT.

           MOVE WS-DC-CCYYMMDD            TO CSAGECAL-I-DEPART-CCYYMMDD.
           MOVE WS-RC-CCYYMMDD            TO CSAGECAL-I-RETURN-CCYYMMDD.
           MOVE WS-WALK-DATE-N            TO
               CSAGECAL-I-MILESTONE-CCYYMMDD.
           SET CSAGECAL-I-DATES-PRECONVERTED TO TRUE.

           CALL 'CSAGECAL'                USING CSAGECAL-PARMS.

           ADD 1 TO WS-DAYS-AGED.

           IF  NOT CSAGECAL-O-RC-OK
           OR  NOT CSAGECAL-O-MILESTONE-RC-OK
               SET WS-WALK-DONE           TO TRUE
               GO TO 2400-EXIT
           END-IF.

           MOVE CSAGECAL-O-MILESTONE-AGE-YEARS TO WS-DAY-AGE-YEARS.

           IF  WS-PAX-UNDER-AGE
           AND WS-CONSENT-AGE > ZERO
           AND WS-PAX-CONSENT-CCYYMMDD = ZERO
           AND WS-DAY-AGE-YEARS NOT < WS-CONSENT-AGE
               MOVE WS-WALK-DATE-N        TO WS-PAX-CONSENT-CCYYMMDD
           END-IF.

           IF  WS-DAY-AGE-YEARS NOT < WS-LEGAL-AGE
               MOVE WS-WALK-DATE-N        TO WS-PAX-ELIGIBLE-CCYYMMDD
               SET WS-WALK-DONE           TO TRUE
           END-IF.

       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2450-ADD-ONE-DAY - ROLL THE WALK DATE FORWARD ONE CALENDAR    *
      *  DAY                                                           *
      *----------------------------------------------------------------*
       2450-ADD-ONE-DAY.

           MOVE WS-DAYS-IN-MONTH (WS-WALK-MM) TO WS-MONTH-MAX-DD.

           IF  WS-WALK-MM = 02
               DIVIDE WS-WALK-CCYY BY 4   GIVING WS-LEAP-DIV
                                          REMAINDER WS-LEAP-REM4
               DIVIDE WS-WALK-CCYY BY 100 GIVING WS-LEAP-DIV
                                          REMAINDER WS-LEAP-REM100
               DIVIDE WS-WALK-CCYY BY 400 GIVING WS-LEAP-DIV
                                          REMAINDER WS-LEAP-REM400
               IF  WS-LEAP-REM4 = 0
               AND (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)
                   MOVE 29                TO WS-MONTH-MAX-DD
               END-IF
           END-IF.

           IF  WS-WALK-DD < WS-MONTH-MAX-DD
               ADD 1 TO WS-WALK-DD
           ELSE
               MOVE 01                    TO WS-WALK-DD
               IF  WS-WALK-MM < 12
                   ADD 1 TO WS-WALK-MM
               ELSE
                   MOVE 01                TO WS-WALK-MM
                   ADD 1 TO WS-WALK-CCYY
               END-IF
           END-IF.

       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2500-WRITE-DETAIL - ONE INTERFACE DETAIL, ITS TALLY, AND A    *
      *  REPORT LINE FOR A MID-VOYAGE CHANGE OR A GUEST NOT AGED       *
      *----------------------------------------------------------------*
       2500-WRITE-DETAIL.

           MOVE SPACES                    TO CSDRKX-RECORD.
           SET CSDRKX-DETAIL-REC          TO TRUE.
           MOVE CSPAX-BOOKING-ID          TO CSDRKX-D-BOOKING-ID.
           MOVE CSPAX-PASSENGER-ID        TO CSDRKX-D-PASSENGER-ID.
           MOVE CSPAX-STATEROOM-NR        TO CSDRKX-D-STATEROOM-NR.
           MOVE WS-PAX-AGE-YEARS          TO CSDRKX-D-AGE-YEARS.
           MOVE WS-PAX-STATUS             TO CSDRKX-D-STATUS.
           MOVE WS-PAX-ELIGIBLE-CCYYMMDD  TO CSDRKX-D-ELIGIBLE-CCYYMMDD.
           MOVE WS-PAX-CONSENT-CCYYMMDD   TO CSDRKX-D-CONSENT-CCYYMMDD.
           MOVE WS-PAX-BDAY-IN-SAIL       TO CSDRKX-D-BDAY-IN-SAIL.

           WRITE CSDRKX-RECORD.

           ADD 1 TO WS-DETAILS-WRITTEN.

           EVALUATE TRUE
           WHEN WS-PAX-ELIGIBLE
               ADD 1 TO WS-ELIGIBLE-COUNT
           WHEN WS-PAX-CONSENT
               ADD 1 TO WS-CONSENT-COUNT
           WHEN WS-PAX-UNDER-AGE
               ADD 1 TO WS-UNDER-AGE-COUNT
           WHEN OTHER
               ADD 1 TO WS-NOT-AGED-COUNT
           END-EVALUATE.

           IF  WS-PAX-NOT-AGED
               MOVE 'NOT AGED - CHECK BIRTH DATE' TO WS-D-NOTE
           ELSE
               IF  WS-PAX-ELIGIBLE-CCYYMMDD > ZERO
               OR  WS-PAX-CONSENT-CCYYMMDD > ZERO
                   ADD 1 TO WS-MID-VOYAGE-COUNT
                   MOVE 'BIRTHDAY ABOARD - AGE CHANGES'
                                          TO WS-D-NOTE
               ELSE
                   GO TO 2500-EXIT
               END-IF
           END-IF.

           MOVE CSPAX-BOOKING-ID          TO WS-D-BOOKING-ID.
           MOVE CSPAX-PASSENGER-ID        TO WS-D-PASSENGER-ID.
           MOVE CSPAX-PASSENGER-NAME      TO WS-D-NAME.
           MOVE CSPAX-BIRTH-CCYYMMDD      TO WS-D-BIRTH-CCYYMMDD.
           MOVE WS-PAX-AGE-YEARS          TO WS-D-AGE-YEARS.
           MOVE WS-PAX-STATUS             TO WS-D-STATUS.
           MOVE WS-PAX-CONSENT-CCYYMMDD   TO WS-D-CONSENT-CCYYMMDD.
           MOVE WS-PAX-ELIGIBLE-CCYYMMDD  TO WS-D-ELIGIBLE-CCYYMMDD.
           WRITE EXTRACT-LINE             FROM WS-DETAIL-LINE.

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - TRAILER WITH CONTROL TOTALS, REPORT TOTALS,  *
      *  CLOSE FILES                                                  *
      *----------------------------------------------------------------*
       8000-TERMINATE.

           MOVE SPACES                    TO CSDRKX-RECORD.
           SET CSDRKX-TRAILER-REC         TO TRUE.
           MOVE WS-DETAILS-WRITTEN        TO CSDRKX-T-DETAIL-COUNT.
           MOVE WS-ELIGIBLE-COUNT         TO CSDRKX-T-ELIGIBLE-COUNT.
           MOVE WS-CONSENT-COUNT          TO CSDRKX-T-CONSENT-COUNT.
           MOVE WS-UNDER-AGE-COUNT        TO CSDRKX-T-UNDER-AGE-COUNT.
           MOVE WS-NOT-AGED-COUNT         TO CSDRKX-T-NOT-AGED-COUNT.
           MOVE WS-MID-VOYAGE-COUNT       TO CSDRKX-T-MID-VOYAGE-COUNT.
           WRITE CSDRKX-RECORD.

           WRITE EXTRACT-LINE              FROM WS-BLANK-LINE.
           MOVE WS-RECORDS-READ            TO WS-T-RECORDS-READ.
           MOVE WS-DETAILS-WRITTEN         TO WS-T-DETAILS.
           MOVE WS-OTHER-SAILINGS          TO WS-T-OTHER.
           WRITE EXTRACT-LINE              FROM WS-TOTAL-LINE-1.

           MOVE WS-ELIGIBLE-COUNT          TO WS-T-ELIGIBLE.
           MOVE WS-CONSENT-COUNT           TO WS-T-CONSENT.
           MOVE WS-UNDER-AGE-COUNT         TO WS-T-UNDER-AGE.
           WRITE EXTRACT-LINE              FROM WS-TOTAL-LINE-2.

           MOVE WS-NOT-AGED-COUNT          TO WS-T-NOT-AGED.
           MOVE WS-MID-VOYAGE-COUNT        TO WS-T-MID-VOYAGE.
           MOVE WS-DAYS-AGED               TO WS-T-DAYS-AGED.
           WRITE EXTRACT-LINE              FROM WS-TOTAL-LINE-3.

           CLOSE PASSENGER-FILE.
           CLOSE SAIL-MASTER.
           CLOSE BEV-EXTRACT.
           CLOSE EXTRACT-RPT.

       8000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
