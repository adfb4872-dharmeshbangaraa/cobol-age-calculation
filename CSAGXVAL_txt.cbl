      ******************************************************************
      *                                                                *
      *                         "CSAGXVAL"                             *
      *     SHORE EXCURSION MINIMUM-AGE AND GUARDIAN VALIDATION        *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGXVAL.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  TOUR OPERATORS TURN AWAY GUESTS UNDER THE EXCURSION'S         *
      *  MINIMUM AGE, AND UNACCOMPANIED MINORS ON TOURS THAT REQUIRE   *
      *  A GUARDIAN, AT THE PIER.  RUN NIGHTLY, THIS JOB READS THE     *
      *  EXCURSION BOOKINGS (EXCBKNG, LOADED BY CSAGXBLD) IN KEY       *
      *  ORDER -- BOOKING, EXCURSION, TOUR DATE, PASSENGER -- SO EACH  *
      *  TOUR PARTY (ONE BOOKING'S GUESTS ON ONE EXCURSION ON ONE      *
      *  DATE) ARRIVES TOGETHER.  EACH GUEST'S PAXVSAM RECORD IS AGED  *
      *  THROUGH CSAGBRCO AND CSAGECAL WITH THE TOUR DATE PASSED       *
      *  PRE-CONVERTED AS THE MILESTONE DATE, SO THE AGE TESTED IS     *
      *  THE AGE ON THE DAY OF THE TOUR, NOT ON SAIL DAY.              *
      *                                                                *
      *  A GUEST YOUNGER THAN THE EXCMAST MINIMUM AGE (CSAGXMLD; ZERO  *
      *  = NO MINIMUM) PRINTS AS UNDER MINIMUM AGE.  A GUEST OLDER     *
      *  THAN THE TEEN BAND IN FORCE ON THE TOUR DATE (CSAGBNDF) IS    *
      *  AN ADULT.  ON A GUARDIAN-REQUIRED EXCURSION, A PARTY WITH     *
      *  NO ADULT PRINTS EACH OF ITS MINORS AS MINOR - NO ADULT ON     *
      *  TOUR; AN ADULT BOOKED ON THE SAME EXCURSION UNDER ANOTHER     *
      *  BOOKING DOES NOT COUNT.  A GUEST WHO CANNOT BE AGED (NOT ON   *
      *  THE MANIFEST, OR A CSAGECAL ERROR) PRINTS AS SUCH AND IS NOT  *
      *  TAKEN AS AN ADULT.  TOURS DATED BEFORE TODAY ARE SKIPPED.     *
      *                                                                *
      *  INPUT:   EXC-BOOKING    - EXCURSION BOOKINGS (CSAGEXBR KSDS)  *
      *           EXC-MASTER     - EXCURSION MASTER (CSAGEXMR KSDS)    *
      *           PAX-VSAM       - KEYED MANIFEST (PAXVSAM KSDS)       *
      *  OUTPUT:  XVAL-RPT       - EXCURSION AGE EXCEPTION REPORT      *
      *           RUN-LOG        - STANDARD RUN-CONTROL RECORD         *
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
           SELECT EXC-BOOKING       ASSIGN TO EXCBKNG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CSEXB-KEY
                  FILE STATUS IS WS-BKNG-STATUS.

           SELECT EXC-MASTER        ASSIGN TO EXCMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSEXM-KEY
                  FILE STATUS IS WS-MAST-STATUS.

           SELECT PAX-VSAM          ASSIGN TO PAXVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PAXV-KEY
                  FILE STATUS IS WS-PAXV-STATUS.

           SELECT XVAL-RPT          ASSIGN TO XVALRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG           ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  EXC-BOOKING.
           COPY CSAGEXBR.

       FD  EXC-MASTER.
           COPY CSAGEXMR.

       FD  PAX-VSAM.
       01  PAXV-RECORD.
           05  PAXV-KEY.
               10  PAXV-BOOKING-ID         PIC X(10).
               10  PAXV-PASSENGER-ID       PIC X(10).
           05  PAXV-DATA                   PIC X(83).

       FD  XVAL-RPT
           RECORDING MODE IS F.
       01  XVAL-LINE                       PIC X(132).

       FD  RUN-LOG
           RECORDING MODE IS F.
           COPY CSAGRUNC.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.
           05  WS-EXCURSION-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-EXCURSION-FOUND           VALUE 'Y'.
           05  WS-TOUR-PAST-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-TOUR-PAST                 VALUE 'Y'.

       01  WS-BKNG-STATUS                  PIC X(02).
           88  WS-BKNG-OK                      VALUE '00'.

       01  WS-MAST-STATUS                  PIC X(02).
           88  WS-MAST-OK                      VALUE '00'.

       01  WS-PAXV-STATUS                  PIC X(02).
           88  WS-PAXV-OK                      VALUE '00'.

           COPY CSPAXREC.

      ******************************************************************
      *  THE TOUR PARTY IN HAND AND THE ONE JUST READ.  THE READ KEY   *
      *  GOES TO HIGH-VALUES AT END OF FILE SO THE LAST PARTY CLOSES.  *
      ******************************************************************

       01  WS-PARTY-KEY.
           05  WS-PARTY-BOOKING-ID         PIC X(10).
           05  WS-PARTY-EXCURSION-CODE     PIC X(08).
           05  WS-PARTY-TOUR-CCYYMMDD      PIC 9(08).

       01  WS-READ-PARTY-KEY               PIC X(26).

      ******************************************************************
      *  THE PARTY'S MINORS, HELD UNTIL THE PARTY CLOSES AND IT IS     *
      *  KNOWN WHETHER AN ADULT IS BOOKED ON THE TOUR WITH THEM        *
      ******************************************************************

       77  WC-MINOR-MAX                    PIC 9(03) COMP VALUE 20.
       77  WS-MINOR-COUNT                  PIC 9(03) COMP VALUE ZERO.
       77  WS-MINOR-IX                     PIC 9(03) COMP VALUE ZERO.
       77  WS-PARTY-ADULTS                 PIC 9(03) COMP VALUE ZERO.

       01  WT-MINOR-TABLE.
           05  WT-MINOR-ENTRY OCCURS 20 TIMES.
               10  WT-M-PASSENGER-ID       PIC X(10).
               10  WT-M-PASSENGER-NAME     PIC X(30).
               10  WT-M-AGE-YEARS          PIC 9(03).

       77  WS-GUESTS-READ                  PIC 9(07) COMP VALUE ZERO.
       77  WS-GUESTS-CHECKED               PIC 9(07) COMP VALUE ZERO.
       77  WS-PAST-TOURS                   PIC 9(07) COMP VALUE ZERO.
       77  WS-UNDER-MINIMUM                PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-ADULT-MINORS              PIC 9(07) COMP VALUE ZERO.
       77  WS-NOT-ON-EXCMAST               PIC 9(07) COMP VALUE ZERO.
       77  WS-NOT-ON-MANIFEST              PIC 9(07) COMP VALUE ZERO.
       77  WS-AGE-ERRORS                   PIC 9(07) COMP VALUE ZERO.
       77  WS-MINOR-OVERFLOW               PIC 9(07) COMP VALUE ZERO.
       77  WS-TODAY-CCYYMMDD               PIC 9(08) VALUE ZERO.
       77  WS-TEEN-MAX                     PIC 9(03) VALUE ZERO.
       77  WS-AGE-YEARS                    PIC 9(03) VALUE ZERO.
       77  WS-GUEST-PASSENGER-ID           PIC X(10) VALUE SPACES.
       77  WS-AGE-EDIT                     PIC ZZ9.
       77  WS-MIN-AGE-EDIT                 PIC Z9.

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-CCYYMMDD             PIC 9(08).
           05  WS-RUN-HHMMSSHH             PIC 9(08).
           05  WS-RUN-HHMMSS REDEFINES WS-RUN-HHMMSSHH.
               10  WS-RUN-HHMMSS-KEEP      PIC 9(06).
               10  FILLER                  PIC 9(02).

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               'CSAGXVAL - SHORE EXCURSION AGE EXCEPTIONS   '.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-H-RUN-DATE               PIC 9(08).
           05  FILLER                      PIC X(70) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(12) VALUE 'BOOKING'.
           05  FILLER                      PIC X(12) VALUE 'PASSENGER'.
           05  FILLER                      PIC X(32) VALUE 'NAME'.
           05  FILLER                      PIC X(10) VALUE 'EXCURSN'.
           05  FILLER                      PIC X(07) VALUE 'PORT'.
           05  FILLER                      PIC X(10) VALUE 'TOUR DATE'.
           05  FILLER                      PIC X(05) VALUE 'AGE'.
           05  FILLER                      PIC X(04) VALUE 'MIN'.
           05  FILLER                      PIC X(30) VALUE 'EXCEPTION'.
           05  FILLER                      PIC X(10) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-D-BOOKING-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-PASSENGER-ID           PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-PASSENGER-NAME         PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-EXCURSION              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-PORT                   PIC X(05).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-TOUR-DATE              PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-AGE                    PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-MIN-AGE                PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-EXCEPTION              PIC X(30).
           05  FILLER                      PIC X(10) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                      PIC X(20) VALUE
               'GUESTS READ .......'.
           05  WS-T-GUESTS-READ            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'UNDER MINIMUM AGE ..'.
           05  WS-T-UNDER-MINIMUM          PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'MINORS NO ADULT ....'.
           05  WS-T-NO-ADULT-MINORS        PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(31) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                      PIC X(20) VALUE
               'GUESTS CHECKED ....'.
           05  WS-T-GUESTS-CHECKED         PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'PAST TOURS SKIPPED .'.
           05  WS-T-PAST-TOURS             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'NOT ON EXCMAST .....'.
           05  WS-T-NOT-ON-EXCMAST         PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(31) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                      PIC X(20) VALUE
               'NOT ON MANIFEST ...'.
           05  WS-T-NOT-ON-MANIFEST        PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'CSAGECAL ERRORS ....'.
           05  WS-T-AGE-ERRORS             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'MINORS NOT HELD ....'.
           05  WS-T-MINOR-OVERFLOW         PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(31) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

           COPY CSAGECAL.

       77  WC-CSAGBRCO                      PIC X(08) VALUE 'CSAGBRCO'.
       77  WC-CSAGBNDF                      PIC X(08) VALUE 'CSAGBNDF'.

           COPY CSAGBRCO.

           COPY CSAGBNDP.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.

           PERFORM 2000-PROCESS-PARTY   THRU 2000-EXIT
               UNTIL WS-EOF.

           PERFORM 8000-TERMINATE       THRU 8000-EXIT.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - OPEN FILES, WRITE HEADINGS, PRIME THE READ  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD.

           OPEN INPUT  EXC-BOOKING.
           OPEN INPUT  EXC-MASTER.
           OPEN INPUT  PAX-VSAM.
           OPEN OUTPUT XVAL-RPT.

           MOVE WS-TODAY-CCYYMMDD         TO WS-H-RUN-DATE.
           WRITE XVAL-LINE                FROM WS-HEADING-1.
           WRITE XVAL-LINE                FROM WS-HEADING-2.

           PERFORM 1200-READ-BOOKING      THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1200-READ-BOOKING - READ THE NEXT EXCURSION BOOKING IN KEY    *
      *  ORDER                                                         *
      *----------------------------------------------------------------*
       1200-READ-BOOKING.

           READ EXC-BOOKING NEXT
               AT END
                   SET WS-EOF             TO TRUE
                   MOVE HIGH-VALUES       TO WS-READ-PARTY-KEY
                   GO TO 1200-EXIT
           END-READ.

           ADD 1 TO WS-GUESTS-READ.
           MOVE CSEXB-TOUR-PARTY          TO WS-READ-PARTY-KEY.

       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-PROCESS-PARTY - ONE BOOKING'S GUESTS ON ONE EXCURSION    *
      *  ON ONE DATE: LOOK UP THE EXCURSION AND THE BANDS FOR THE      *
      *  TOUR DATE, CHECK EACH GUEST, THEN THE GUARDIAN RULE           *
      *----------------------------------------------------------------*
       2000-PROCESS-PARTY.

           MOVE WS-READ-PARTY-KEY         TO WS-PARTY-KEY.
           MOVE ZERO                      TO WS-MINOR-COUNT.
           MOVE ZERO                      TO WS-PARTY-ADULTS.

           IF  WS-PARTY-TOUR-CCYYMMDD < WS-TODAY-CCYYMMDD
               MOVE 'Y'                   TO WS-TOUR-PAST-SWITCH
           ELSE
               MOVE 'N'                   TO WS-TOUR-PAST-SWITCH
               PERFORM 2100-GET-EXCURSION THRU 2100-EXIT
           END-IF.

           PERFORM 2200-CHECK-ONE-GUEST   THRU 2200-EXIT
               UNTIL WS-READ-PARTY-KEY NOT = WS-PARTY-KEY.

           IF  NOT WS-TOUR-PAST
           AND WS-EXCURSION-FOUND
           AND CSEXM-GUARDIAN-REQUIRED
           AND WS-PARTY-ADULTS = ZERO
               PERFORM 2600-LIST-UNACCOMPANIED THRU 2600-EXIT
                   VARYING WS-MINOR-IX FROM 1 BY 1
                   UNTIL WS-MINOR-IX > WS-MINOR-COUNT
           END-IF.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-GET-EXCURSION - EXCMAST RECORD AND THE TEEN-BAND MAXIMUM *
      *  IN FORCE ON THE TOUR DATE                                     *
      *----------------------------------------------------------------*
       2100-GET-EXCURSION.

           MOVE WS-PARTY-EXCURSION-CODE   TO CSEXM-EXCURSION-CODE.
           READ EXC-MASTER.

           IF  WS-MAST-OK
               MOVE 'Y'                   TO WS-EXCURSION-SWITCH
           ELSE
               MOVE 'N'                   TO WS-EXCURSION-SWITCH
               MOVE SPACES                TO CSEXM-PORT-CODE
               MOVE ZERO                  TO CSEXM-MIN-AGE-YEARS
               MOVE 'N'                   TO CSEXM-GUARDIAN-SWITCH
           END-IF.

           MOVE WS-PARTY-TOUR-CCYYMMDD    TO
               CSAGBNDP-I-LOOKUP-CCYYMMDD.
           CALL WC-CSAGBNDF               USING CSAGBNDP-PARMS.
           MOVE CSAGBNDP-O-TEEN-MAX       TO WS-TEEN-MAX.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-CHECK-ONE-GUEST - EDIT THE GUEST IN HAND, THEN READ THE  *
      *  NEXT BOOKING RECORD                                           *
      *----------------------------------------------------------------*
       2200-CHECK-ONE-GUEST.

           IF  WS-TOUR-PAST
               ADD 1 TO WS-PAST-TOURS
           ELSE
               PERFORM 2300-EDIT-GUEST    THRU 2300-EXIT
           END-IF.

           PERFORM 1200-READ-BOOKING      THRU 1200-EXIT.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2300-EDIT-GUEST - AGE ONE GUEST ON THE TOUR DATE AND APPLY    *
      *  THE MINIMUM AGE; HOLD MINORS FOR THE GUARDIAN RULE            *
      *----------------------------------------------------------------*
       2300-EDIT-GUEST.

           MOVE CSEXB-PASSENGER-ID        TO WS-GUEST-PASSENGER-ID.
           MOVE SPACES                    TO WS-D-PASSENGER-NAME.
           MOVE SPACES                    TO WS-D-AGE.

           IF  NOT WS-EXCURSION-FOUND
               ADD 1 TO WS-NOT-ON-EXCMAST
               MOVE 'EXCURSION NOT ON EXCMAST' TO WS-D-EXCEPTION
               PERFORM 7000-WRITE-DETAIL  THRU 7000-EXIT
               GO TO 2300-EXIT
           END-IF.

           MOVE WS-PARTY-BOOKING-ID       TO PAXV-BOOKING-ID.
           MOVE WS-GUEST-PASSENGER-ID     TO PAXV-PASSENGER-ID.
           READ PAX-VSAM.

           IF  NOT WS-PAXV-OK
               ADD 1 TO WS-NOT-ON-MANIFEST
               MOVE 'NOT ON MANIFEST'     TO WS-D-EXCEPTION
               PERFORM 7000-WRITE-DETAIL  THRU 7000-EXIT
               GO TO 2300-EXIT
           END-IF.

           MOVE PAXV-RECORD               TO CSPAX-RECORD.
           MOVE CSPAX-PASSENGER-NAME      TO WS-D-PASSENGER-NAME.

           PERFORM 2400-AGE-ONE-GUEST     THRU 2400-EXIT.

           IF  NOT CSAGECAL-O-RC-OK
           OR  NOT CSAGECAL-O-MILESTONE-RC-OK
               ADD 1 TO WS-AGE-ERRORS
               MOVE 'AGE NOT CALCULATED'  TO WS-D-EXCEPTION
               PERFORM 7000-WRITE-DETAIL  THRU 7000-EXIT
               GO TO 2300-EXIT
           END-IF.

           ADD 1 TO WS-GUESTS-CHECKED.
           MOVE CSAGECAL-O-MILESTONE-AGE-YEARS TO WS-AGE-YEARS.
           MOVE WS-AGE-YEARS              TO WS-AGE-EDIT.
           MOVE WS-AGE-EDIT               TO WS-D-AGE.

           IF  WS-AGE-YEARS > WS-TEEN-MAX
               ADD 1 TO WS-PARTY-ADULTS
           ELSE
               PERFORM 2500-HOLD-MINOR    THRU 2500-EXIT
           END-IF.

           IF  CSEXM-MIN-AGE-YEARS > ZERO
           AND WS-AGE-YEARS < CSEXM-MIN-AGE-YEARS
               ADD 1 TO WS-UNDER-MINIMUM
               MOVE 'UNDER MINIMUM AGE'   TO WS-D-EXCEPTION
               PERFORM 7000-WRITE-DETAIL  THRU 7000-EXIT
           END-IF.

       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2400-AGE-ONE-GUEST - CALL CSAGECAL WITH THE TOUR DATE AS THE  *
      *  PRE-CONVERTED MILESTONE DATE.  THE DEPART DATE STAYS IN ITS   *
      *  GREGORIAN FORM FROM THE MANIFEST.                             *
      *----------------------------------------------------------------*
       2400-AGE-ONE-GUEST.

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
           MOVE ZERO                      TO
               CSAGECAL-I-RETURN-DATE-GREG.
           MOVE SPACES                    TO
               CSAGECAL-I-RETURN-DATE-INTL.
           MOVE SPACE                     TO
               CSAGECAL-I-REVERSE-LOOKUP-SW.
           MOVE SPACE                     TO CSAGECAL-I-ONLINE-SW.
           MOVE ZERO                      TO
               CSAGECAL-I-DEPART-CCYYMMDD.
           MOVE ZERO                      TO
               CSAGECAL-I-RETURN-CCYYMMDD.
           MOVE WS-PARTY-TOUR-CCYYMMDD    TO
               CSAGECAL-I-MILESTONE-CCYYMMDD.
           SET CSAGECAL-I-DATES-PRECONVERTED TO TRUE.

           MOVE CSPAX-BRAND-CODE          TO CSAGBRCO-I-BRAND-CODE.
           MOVE CSPAX-ITINERARY-CODE      TO CSAGBRCO-I-ITINERARY-CODE.
           CALL WC-CSAGBRCO               USING CSAGBRCO-PARMS.
           MOVE CSAGBRCO-O-CUTOFF-YEARS   TO
               CSAGECAL-I-CALC-AGE-IN-MONTHS.

           CALL 'CSAGECAL'                USING CSAGECAL-PARMS.

       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2500-HOLD-MINOR - KEEP THE MINOR UNTIL THE PARTY CLOSES       *
      *----------------------------------------------------------------*
       2500-HOLD-MINOR.

           IF  WS-MINOR-COUNT NOT < WC-MINOR-MAX
               ADD 1 TO WS-MINOR-OVERFLOW
               GO TO 2500-EXIT
           END-IF.

           ADD 1 TO WS-MINOR-COUNT.
           MOVE WS-GUEST-PASSENGER-ID     TO
               WT-M-PASSENGER-ID (WS-MINOR-COUNT).
           MOVE CSPAX-PASSENGER-NAME      TO
               WT-M-PASSENGER-NAME (WS-MINOR-COUNT).
           MOVE WS-AGE-YEARS              TO
               WT-M-AGE-YEARS (WS-MINOR-COUNT).

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2600-LIST-UNACCOMPANIED - ONE LINE FOR A HELD MINOR ON A      *
      *  GUARDIAN-REQUIRED TOUR WITH NO ADULT FROM THE BOOKING         *
      *----------------------------------------------------------------*
       2600-LIST-UNACCOMPANIED.

           ADD 1 TO WS-NO-ADULT-MINORS.
           MOVE WT-M-PASSENGER-ID (WS-MINOR-IX)
                                          TO WS-GUEST-PASSENGER-ID.
           MOVE WT-M-PASSENGER-NAME (WS-MINOR-IX)
                                          TO WS-D-PASSENGER-NAME.
           MOVE WT-M-AGE-YEARS (WS-MINOR-IX) TO WS-AGE-EDIT.
           MOVE WS-AGE-EDIT               TO WS-D-AGE.
           MOVE 'MINOR - NO ADULT ON TOUR' TO WS-D-EXCEPTION.
           PERFORM 7000-WRITE-DETAIL      THRU 7000-EXIT.

       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7000-WRITE-DETAIL - ONE EXCEPTION LINE FOR THE PARTY IN HAND; *
      *  THE CALLER HAS SET THE NAME, AGE, AND EXCEPTION TEXT          *
      *----------------------------------------------------------------*
       7000-WRITE-DETAIL.

           MOVE WS-PARTY-BOOKING-ID       TO WS-D-BOOKING-ID.
           MOVE WS-GUEST-PASSENGER-ID     TO WS-D-PASSENGER-ID.
           MOVE WS-PARTY-EXCURSION-CODE   TO WS-D-EXCURSION.
           MOVE CSEXM-PORT-CODE           TO WS-D-PORT.
           MOVE WS-PARTY-TOUR-CCYYMMDD    TO WS-D-TOUR-DATE.

           IF  CSEXM-MIN-AGE-YEARS > ZERO
               MOVE CSEXM-MIN-AGE-YEARS   TO WS-MIN-AGE-EDIT
               MOVE WS-MIN-AGE-EDIT       TO WS-D-MIN-AGE
           ELSE
               MOVE SPACES                TO WS-D-MIN-AGE
           END-IF.

           WRITE XVAL-LINE                FROM WS-DETAIL-LINE.

       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - WRITE TOTALS, RUN-CONTROL, AND CLOSE FILES   *
      *----------------------------------------------------------------*
       8000-TERMINATE.

           WRITE XVAL-LINE                 FROM WS-BLANK-LINE.

           MOVE WS-GUESTS-READ             TO WS-T-GUESTS-READ.
           MOVE WS-UNDER-MINIMUM           TO WS-T-UNDER-MINIMUM.
           MOVE WS-NO-ADULT-MINORS         TO WS-T-NO-ADULT-MINORS.
           WRITE XVAL-LINE                 FROM WS-TOTAL-LINE-1.

           MOVE WS-GUESTS-CHECKED          TO WS-T-GUESTS-CHECKED.
           MOVE WS-PAST-TOURS              TO WS-T-PAST-TOURS.
           MOVE WS-NOT-ON-EXCMAST          TO WS-T-NOT-ON-EXCMAST.
           WRITE XVAL-LINE                 FROM WS-TOTAL-LINE-2.

           MOVE WS-NOT-ON-MANIFEST         TO WS-T-NOT-ON-MANIFEST.
           MOVE WS-AGE-ERRORS              TO WS-T-AGE-ERRORS.
           MOVE WS-MINOR-OVERFLOW          TO WS-T-MINOR-OVERFLOW.
           WRITE XVAL-LINE                 FROM WS-TOTAL-LINE-3.

           PERFORM 9000-WRITE-RUN-CONTROL THRU 9000-EXIT.

           CLOSE EXC-BOOKING.
           CLOSE EXC-MASTER.
           CLOSE PAX-VSAM.
           CLOSE XVAL-RPT.

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
           MOVE 'CSAGXVAL'                TO CSRUNC-JOB-NAME.
           MOVE WS-RUN-CCYYMMDD           TO CSRUNC-RUN-CCYYMMDD.
           MOVE WS-RUN-HHMMSS-KEEP        TO CSRUNC-RUN-HHMMSS.
           MOVE WS-GUESTS-READ            TO CSRUNC-RECORDS-READ.
           MOVE ZERO                      TO CSRUNC-RECORDS-WRITTEN.
           COMPUTE CSRUNC-EXCEPTIONS = WS-UNDER-MINIMUM
                                     + WS-NO-ADULT-MINORS.
           MOVE '0000'                    TO CSRUNC-RETURN-STATUS.

           WRITE CSRUNC-RECORD.

           CLOSE RUN-LOG.

       9000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
