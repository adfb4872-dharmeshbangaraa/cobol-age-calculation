      ******************************************************************
      *                                                                *
      *                         "CSAGIWRL"                             *
      *      INFANT-QUOTA WAITLIST RELEASE (NIGHTLY, CSAGECAL)         *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGIWRL.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  FAMILIES TURNED AWAY BECAUSE A SAILING WAS AT ITS INFANT      *
      *  QUOTA GO ON THE WAITLIST (CSAGIWLM).  PLACES FREE UP TWO      *
      *  WAYS: A BOOKING WITH AN INFANT IS DROPPED, OR AN INFANT       *
      *  COUNTED TODAY HAS AGED OUT OF THE BAND BY THE TIME THE SHIP   *
      *  SAILS.  RUN NIGHTLY AFTER CSAGDLTA, THIS JOB FINDS THOSE      *
      *  PLACES AND OFFERS THEM TO WAITING FAMILIES IN REQUEST ORDER.  *
      *                                                                *
      *  PASS 1 WALKS THE WAITLIST: OFFERS PAST THEIR EXPIRY LAPSE,    *
      *  ENTRIES ON SAILINGS THAT HAVE LEFT CLOSE, AND EVERY SAILING   *
      *  WITH AN OPEN ENTRY IS TABLED WITH ITS SAILMAST DATES AND ITS  *
      *  QUOTVSAM QUOTA.  TONIGHT'S DROP DELTAS ARE AGED ON THE        *
      *  SAILMAST DEPART DATE TO COUNT THE INFANTS DROPPED.  THE       *
      *  MANIFEST IS THEN AGED TWICE PER PASSENGER -- ON ITS OWN       *
      *  DEPART DATE (THE COUNT CSAGNITE POSTS TO DEMOHIST) AND ON THE *
      *  SAILMAST DEPART DATE -- SO INFANTS AGING OUT BEFORE SAILING   *
      *  ARE SEPARATED FROM THOSE WHO WILL STILL BE INFANTS ABOARD.    *
      *  ROOM IS THE QUOTA LESS THE INFANTS ABOARD AT SAILING LESS THE *
      *  PLACES HELD BY OUTSTANDING OFFERS.                            *
      *                                                                *
      *  PASS 2 OFFERS THE ROOM IN REQUEST (KEY) ORDER.  ORDER IS      *
      *  STRICT: WHEN THE NEXT FAMILY NEEDS MORE PLACES THAN REMAIN,   *
      *  LATER REQUESTS ON THAT SAILING WAIT BEHIND IT.  AN OFFER      *
      *  HOLDS ITS PLACES FOR WC-OFFER-HOLD-DAYS; CSAGIWLM MARKS IT    *
      *  BOOKED, OR PASS 1 OF A LATER RUN LAPSES IT.  PASS 3 LISTS WHO *
      *  IS STILL WAITING AND WHY, AND THE LAST PAGES SUMMARISE EACH   *
      *  WAITLISTED SAILING AND REPEAT THOSE STILL OVER QUOTA.         *
      *                                                                *
      *  INPUT:   DELTA-FILE     - TONIGHT'S DELTAS (CSAGDLTR)         *
      *           PASSENGER-FILE - FULL MANIFEST (CSPAXREC)            *
      *           SAIL-MASTER    - SAILING MASTER (CSAGSMST)           *
      *           QUOTA-VSAM     - INFANT QUOTAS (CSAGQUOR)            *
      *  I/O:     WAIT-LIST      - INFANT WAITLIST (CSAGIWLR)          *
      *  OUTPUT:  OFFER-FILE     - OFFERS MADE TONIGHT (CSAGIWOR)      *
      *           RELEASE-RPT    - OFFERS / WAITING / SAILINGS REPORT  *
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
           SELECT DELTA-FILE        ASSIGN TO DELTAFIL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT PASSENGER-FILE    ASSIGN TO PAXFILE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SAIL-MASTER       ASSIGN TO SAILMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSSMST-KEY
                  FILE STATUS IS WS-SMST-STATUS.

           SELECT QUOTA-VSAM        ASSIGN TO QUOTVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSQUO-KEY
                  FILE STATUS IS WS-QUO-STATUS.

           SELECT WAIT-LIST         ASSIGN TO WAITLIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CSIWL-KEY
                  FILE STATUS IS WS-WAIT-STATUS.

           SELECT OFFER-FILE        ASSIGN TO IWOFFER
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RELEASE-RPT       ASSIGN TO IWRLRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG           ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  DELTA-FILE
           RECORDING MODE IS F.
           COPY CSAGDLTR.

       FD  PASSENGER-FILE
           RECORDING MODE IS F.
           COPY CSPAXREC.

       FD  SAIL-MASTER.
           COPY CSAGSMST.

       FD  QUOTA-VSAM.
           COPY CSAGQUOR.

       FD  WAIT-LIST.
           COPY CSAGIWLR.

       FD  OFFER-FILE
           RECORDING MODE IS F.
           COPY CSAGIWOR.

       FD  RELEASE-RPT
           RECORDING MODE IS F.
       01  RELEASE-LINE                    PIC X(132).

       FD  RUN-LOG
           RECORDING MODE IS F.
           COPY CSAGRUNC.

       WORKING-STORAGE SECTION.

       01  WC-CONSTANTS.
      *    DAYS A FAMILY HAS TO TAKE UP AN OFFER BEFORE IT LAPSES
           05  WC-OFFER-HOLD-DAYS          PIC 9(02) VALUE 03.
           05  WC-JOB-NAME                 PIC X(08) VALUE 'CSAGIWRL'.
           05  WC-MAX-SAILINGS             PIC 9(03) VALUE 300.

       01  WS-SWITCHES.
           05  WS-WAIT-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-WAIT-EOF                  VALUE 'Y'.
           05  WS-DELTA-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-DELTA-EOF                 VALUE 'Y'.
           05  WS-PAX-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-PAX-EOF                   VALUE 'Y'.
           05  WS-HELD-SWITCH              PIC X(01) VALUE 'N'.
               88  WS-HELD-INFANT               VALUE 'Y'.

       01  WS-SMST-STATUS                  PIC X(02).
           88  WS-SMST-OK                      VALUE '00'.

       01  WS-QUO-STATUS                   PIC X(02).
           88  WS-QUO-OK                       VALUE '00'.

       01  WS-WAIT-STATUS                  PIC X(02).
           88  WS-WAIT-OK                      VALUE '00'.

       77  WS-PAX-READ                     PIC 9(07) COMP VALUE ZERO.
       77  WS-DELTAS-READ                  PIC 9(07) COMP VALUE ZERO.
       77  WS-ENTRIES-READ                 PIC 9(07) COMP VALUE ZERO.
       77  WS-INFANT-DROPS                 PIC 9(07) COMP VALUE ZERO.
       77  WS-INFANTS-AGED-OUT             PIC 9(07) COMP VALUE ZERO.
       77  WS-OFFERS-LAPSED                PIC 9(07) COMP VALUE ZERO.
       77  WS-ENTRIES-SAILED               PIC 9(07) COMP VALUE ZERO.
       77  WS-OFFERS-MADE                  PIC 9(07) COMP VALUE ZERO.
       77  WS-PLACES-OFFERED               PIC 9(07) COMP VALUE ZERO.
       77  WS-STILL-WAITING                PIC 9(07) COMP VALUE ZERO.
       77  WS-OVER-QUOTA                   PIC 9(07) COMP VALUE ZERO.
       77  WS-TABLE-OVERFLOW               PIC 9(07) COMP VALUE ZERO.
       77  WS-DAY-COUNT                    PIC 9(03) COMP VALUE ZERO.
       77  WS-TODAY-CCYYMMDD               PIC 9(08) VALUE ZERO.
       77  WS-EXPIRES-CCYYMMDD             PIC 9(08) VALUE ZERO.
       77  WS-OVER-BY                      PIC S9(05) COMP VALUE ZERO.

      ******************************************************************
      *  THE OFFER EXPIRY DATE: TODAY PLUS WC-OFFER-HOLD-DAYS, ROLLED  *
      *  FORWARD ONE DAY AT A TIME AGAINST THE CALENDAR               *
      ******************************************************************

       01  WS-CUTOFF-DATE.
           05  WS-CUT-CCYY                 PIC 9(04).
           05  WS-CUT-MM                   PIC 9(02).
           05  WS-CUT-DD                   PIC 9(02).
       01  WS-CUTOFF-DATE-N REDEFINES WS-CUTOFF-DATE
                                           PIC 9(08).

       01  WS-DAYS-IN-MONTH-TABLE.
           05  FILLER                      PIC X(24) VALUE
               '312831303130313130313031'.
       01  FILLER REDEFINES WS-DAYS-IN-MONTH-TABLE.
           05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
                                           PIC 9(02).

       77  WS-LEAP-CCYY                    PIC 9(04) VALUE ZERO.
       77  WS-LEAP-MM                      PIC 9(02) VALUE ZERO.
       77  WS-LEAP-DIV                     PIC 9(04) COMP-3.
       77  WS-LEAP-REM4                    PIC 9(02) COMP-3.
       77  WS-LEAP-REM100                  PIC 9(02) COMP-3.
       77  WS-LEAP-REM400                  PIC 9(03) COMP-3.
       77  WS-MONTH-MAX-DD                 PIC 9(02) VALUE ZERO.

      ******************************************************************
      *  WAITLISTED SAILINGS, TABLED IN KEY ORDER BY PASS 1.  A ZERO   *
      *  WS-SAIL-IX MEANS THE SAILING IS NOT TABLED (NO OPEN ENTRY,    *
      *  OR THE TABLE WAS FULL)                                        *
      ******************************************************************

       77  WS-SAIL-COUNT                   PIC 9(03) COMP VALUE ZERO.
       77  WS-SAIL-IX                      PIC 9(03) COMP VALUE ZERO.
       77  WS-SCAN-IX                      PIC 9(03) COMP VALUE ZERO.
       77  WS-LOOKUP-SAILING-ID            PIC X(08) VALUE SPACES.
       77  WS-LAST-SAILING-ID              PIC X(08) VALUE SPACES.
       77  WS-LAST-SAIL-IX                 PIC 9(03) COMP VALUE ZERO.

       01  WT-SAIL-TABLE.
           05  WT-SAIL-ENTRY OCCURS 300 TIMES.
               10  WT-S-SAILING-ID         PIC X(08).
               10  WT-S-BRAND-CODE         PIC X(03).
               10  WT-S-ITINERARY-CODE     PIC X(06).
               10  WT-S-DEPART-CCYYMMDD    PIC 9(08).
               10  WT-S-SMST-SW            PIC X(01).
                   88  WT-S-ON-SAILMAST        VALUE 'Y'.
               10  WT-S-QUOTA-SW           PIC X(01).
                   88  WT-S-HAS-QUOTA          VALUE 'Y'.
               10  WT-S-BLOCKED-SW         PIC X(01).
                   88  WT-S-BLOCKED            VALUE 'Y'.
               10  WT-S-BLOCK-STAMP        PIC X(16).
               10  WT-S-QUOTA              PIC S9(05) COMP.
               10  WT-S-INFANTS-HELD       PIC S9(05) COMP.
               10  WT-S-AGED-OUT           PIC S9(05) COMP.
               10  WT-S-DROPPED            PIC S9(05) COMP.
               10  WT-S-NET-INFANTS        PIC S9(05) COMP.
               10  WT-S-OFFER-PLACES       PIC S9(05) COMP.
               10  WT-S-OFFERED-TONIGHT    PIC S9(05) COMP.
               10  WT-S-WAITING            PIC S9(05) COMP.
               10  WT-S-ROOM               PIC S9(05) COMP.

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-CCYYMMDD             PIC 9(08).
           05  WS-RUN-HHMMSSHH             PIC 9(08).
           05  WS-RUN-HHMMSS REDEFINES WS-RUN-HHMMSSHH.
               10  WS-RUN-HHMMSS-KEEP      PIC 9(06).
               10  FILLER                  PIC 9(02).

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               'CSAGIWRL - INFANT WAITLIST RELEASE          '.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE '.
           05  WS-H-RUN-DATE               PIC 9(08).
           05  FILLER                      PIC X(70) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE                PIC X(40).
           05  FILLER                      PIC X(92) VALUE SPACES.

       01  WS-ENTRY-HEADING.
           05  FILLER                      PIC X(10) VALUE 'SAILING'.
           05  FILLER                      PIC X(18) VALUE 'REQUESTED'.
           05  FILLER                      PIC X(32) VALUE 'FAMILY'.
           05  FILLER                      PIC X(17) VALUE 'PHONE'.
           05  FILLER                      PIC X(07) VALUE 'PLACES'.
           05  WS-EH-LAST                  PIC X(24).
           05  FILLER                      PIC X(24) VALUE SPACES.

       01  WS-ENTRY-LINE.
           05  WS-E-SAILING-ID             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-E-REQUEST-STAMP          PIC X(16).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-E-FAMILY-NAME            PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-E-CONTACT-PHONE          PIC X(15).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-E-PLACES                 PIC Z9.
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  WS-E-LAST                   PIC X(24).
           05  FILLER                      PIC X(24) VALUE SPACES.

       01  WS-SAIL-HEADING.
           05  FILLER                      PIC X(10) VALUE 'SAILING'.
           05  FILLER                      PIC X(10) VALUE 'DEPARTS'.
           05  FILLER                      PIC X(07) VALUE ' QUOTA'.
           05  FILLER                      PIC X(07) VALUE ' INFNT'.
           05  FILLER                      PIC X(07) VALUE ' AGED'.
           05  FILLER                      PIC X(07) VALUE ' DROP'.
           05  FILLER                      PIC X(07) VALUE '   NET'.
           05  FILLER                      PIC X(07) VALUE ' HELD'.
           05  FILLER                      PIC X(07) VALUE ' OFFER'.
           05  FILLER                      PIC X(07) VALUE '  WAIT'.
           05  FILLER                      PIC X(07) VALUE '  ROOM'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(12) VALUE 'CONDITION'.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-SAIL-LINE.
           05  WS-S-SAILING-ID             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-S-DEPART                 PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-S-QUOTA                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-S-INFANTS                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-S-AGED-OUT               PIC ZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-S-DROPPED                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-S-NET                    PIC ZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-S-HELD                   PIC ZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-S-OFFERED                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-S-WAITING                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-S-ROOM                   PIC -Z,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-S-CONDITION              PIC X(12).
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-OVER-HEADING.
           05  FILLER                      PIC X(10) VALUE 'SAILING'.
           05  FILLER                      PIC X(10) VALUE 'DEPARTS'.
           05  FILLER                      PIC X(07) VALUE ' QUOTA'.
           05  FILLER                      PIC X(07) VALUE '   NET'.
           05  FILLER                      PIC X(09) VALUE ' OVER BY'.
           05  FILLER                      PIC X(89) VALUE SPACES.

       01  WS-OVER-LINE.
           05  WS-O-SAILING-ID             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-O-DEPART                 PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-O-QUOTA                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-O-NET                    PIC ZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-O-OVER-BY                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(90) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                      PIC X(20) VALUE
               'MANIFEST RECORDS ...'.
           05  WS-T-PAX-READ               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'DELTAS READ ........'.
           05  WS-T-DELTAS-READ            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'WAITLIST ENTRIES ...'.
           05  WS-T-ENTRIES-READ           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                      PIC X(20) VALUE
               'INFANTS DROPPED ....'.
           05  WS-T-INFANT-DROPS           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'INFANTS AGED OUT ...'.
           05  WS-T-AGED-OUT               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'OFFERS LAPSED ......'.
           05  WS-T-LAPSED                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                      PIC X(20) VALUE
               'OFFERS MADE ........'.
           05  WS-T-OFFERS                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'PLACES OFFERED .....'.
           05  WS-T-PLACES                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'STILL WAITING ......'.
           05  WS-T-WAITING                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER                      PIC X(20) VALUE
               'CLOSED - SAILED ....'.
           05  WS-T-SAILED                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'OVER QUOTA .........'.
           05  WS-T-OVER-QUOTA             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'TABLE FULL - SKIP ..'.
           05  WS-T-OVERFLOW               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

           COPY CSAGECAL.

       77  WC-CSAGBRCO                      PIC X(08) VALUE 'CSAGBRCO'.

           COPY CSAGBRCO.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.

           PERFORM 2000-REVIEW-WAITLIST THRU 2000-EXIT.

           PERFORM 3000-COUNT-DROPS     THRU 3000-EXIT
               UNTIL WS-DELTA-EOF.

           PERFORM 4000-COUNT-MANIFEST  THRU 4000-EXIT
               UNTIL WS-PAX-EOF.

           PERFORM 5000-FIGURE-ROOM     THRU 5000-EXIT
               VARYING WS-SAIL-IX FROM 1 BY 1
               UNTIL WS-SAIL-IX > WS-SAIL-COUNT.

           PERFORM 6000-MAKE-OFFERS     THRU 6000-EXIT.

           PERFORM 6500-LIST-WAITING    THRU 6500-EXIT.

           PERFORM 7000-SAILING-SUMMARY THRU 7000-EXIT.

           PERFORM 8000-TERMINATE       THRU 8000-EXIT.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - OFFER EXPIRY DATE, FILES, HEADING, PRIME    *
      *  THE SEQUENTIAL READS                                          *
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD.
           MOVE WS-TODAY-CCYYMMDD         TO WS-CUTOFF-DATE-N.
           PERFORM 1100-ADD-ONE-DAY       THRU 1100-EXIT
               VARYING WS-DAY-COUNT FROM 1 BY 1
               UNTIL WS-DAY-COUNT > WC-OFFER-HOLD-DAYS.
           MOVE WS-CUTOFF-DATE-N          TO WS-EXPIRES-CCYYMMDD.

           OPEN INPUT  DELTA-FILE.
           OPEN INPUT  PASSENGER-FILE.
           OPEN INPUT  SAIL-MASTER.
           OPEN INPUT  QUOTA-VSAM.
           OPEN I-O    WAIT-LIST.
           OPEN OUTPUT OFFER-FILE.
           OPEN OUTPUT RELEASE-RPT.

           MOVE WS-TODAY-CCYYMMDD         TO WS-H-RUN-DATE.
           WRITE RELEASE-LINE             FROM WS-HEADING-1.

           PERFORM 1200-READ-DELTA        THRU 1200-EXIT.
           PERFORM 1300-READ-PAX          THRU 1300-EXIT.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1100-ADD-ONE-DAY - ROLL THE CUTOFF DATE FORWARD ONE CALENDAR  *
      *  DAY, WITH THE SAME LEAP-YEAR TEST CSAGEDIT USES               *
      *----------------------------------------------------------------*
       1100-ADD-ONE-DAY.

           MOVE WS-CUT-CCYY               TO WS-LEAP-CCYY.
           MOVE WS-CUT-MM                 TO WS-LEAP-MM.
           PERFORM 1150-MONTH-LENGTH      THRU 1150-EXIT.

           IF  WS-CUT-DD < WS-MONTH-MAX-DD
               ADD 1 TO WS-CUT-DD
           ELSE
               MOVE 01                    TO WS-CUT-DD
               IF  WS-CUT-MM < 12
                   ADD 1 TO WS-CUT-MM
               ELSE
                   MOVE 01                TO WS-CUT-MM
                   ADD 1 TO WS-CUT-CCYY
               END-IF
           END-IF.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1150-MONTH-LENGTH - DAYS IN MONTH WS-LEAP-MM OF YEAR          *
      *  WS-LEAP-CCYY INTO WS-MONTH-MAX-DD                             *
      *----------------------------------------------------------------*
       1150-MONTH-LENGTH.

           MOVE WS-DAYS-IN-MONTH (WS-LEAP-MM) TO WS-MONTH-MAX-DD.

           IF  WS-LEAP-MM = 02
               DIVIDE WS-LEAP-CCYY BY 4   GIVING WS-LEAP-DIV
                                          REMAINDER WS-LEAP-REM4
               DIVIDE WS-LEAP-CCYY BY 100 GIVING WS-LEAP-DIV
                                          REMAINDER WS-LEAP-REM100
               DIVIDE WS-LEAP-CCYY BY 400 GIVING WS-LEAP-DIV
                                          REMAINDER WS-LEAP-REM400
               IF  WS-LEAP-REM4 = 0
               AND (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)
                   MOVE 29                TO WS-MONTH-MAX-DD
               END-IF
           END-IF.

       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1200-READ-DELTA - READ ONE OF TONIGHT'S DELTA RECORDS         *
      *----------------------------------------------------------------*
       1200-READ-DELTA.

           READ DELTA-FILE
               AT END
                   SET WS-DELTA-EOF       TO TRUE
               NOT AT END
                   ADD 1 TO WS-DELTAS-READ
           END-READ.

       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1300-READ-PAX - READ ONE MANIFEST RECORD                      *
      *----------------------------------------------------------------*
       1300-READ-PAX.

           READ PASSENGER-FILE
               AT END
                   SET WS-PAX-EOF         TO TRUE
               NOT AT END
                   ADD 1 TO WS-PAX-READ
           END-READ.

       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1400-START-WAITLIST - POSITION AT THE FRONT OF THE WAITLIST   *
      *  FOR ONE PASS                                                  *
      *----------------------------------------------------------------*
       1400-START-WAITLIST.

           MOVE 'N'                       TO WS-WAIT-EOF-SWITCH.
           MOVE LOW-VALUES                TO CSIWL-KEY.
           MOVE SPACES                    TO WS-LAST-SAILING-ID.
           MOVE ZERO                      TO WS-LAST-SAIL-IX.

           START WAIT-LIST
               KEY IS NOT LESS THAN CSIWL-KEY.

           IF  NOT WS-WAIT-OK
               SET WS-WAIT-EOF            TO TRUE
           END-IF.

       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1500-READ-WAITLIST - NEXT WAITLIST ENTRY IN KEY ORDER         *
      *----------------------------------------------------------------*
       1500-READ-WAITLIST.

           READ WAIT-LIST NEXT RECORD
               AT END
                   SET WS-WAIT-EOF        TO TRUE
           END-READ.

       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-REVIEW-WAITLIST - PASS 1: LAPSE STALE OFFERS, CLOSE      *
      *  ENTRIES ON DEPARTED SAILINGS, TABLE EVERY SAILING WITH AN     *
      *  OPEN ENTRY                                                    *
      *----------------------------------------------------------------*
       2000-REVIEW-WAITLIST.

           PERFORM 1400-START-WAITLIST    THRU 1400-EXIT.

           PERFORM 2100-REVIEW-ONE-ENTRY  THRU 2100-EXIT
               UNTIL WS-WAIT-EOF.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-REVIEW-ONE-ENTRY - ONE WAITLIST ENTRY.  CLOSED ENTRIES   *
      *  (BOOKED, LAPSED, CANCELLED, SAILED) ARE PASSED OVER           *
      *----------------------------------------------------------------*
       2100-REVIEW-ONE-ENTRY.

           PERFORM 1500-READ-WAITLIST     THRU 1500-EXIT.

           IF  WS-WAIT-EOF
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-ENTRIES-READ.

           IF  NOT CSIWL-STILL-OPEN
               GO TO 2100-EXIT
           END-IF.

           IF  CSIWL-SAILING-ID NOT = WS-LAST-SAILING-ID
               MOVE CSIWL-SAILING-ID      TO WS-LAST-SAILING-ID
               PERFORM 2200-TABLE-SAILING THRU 2200-EXIT
               MOVE WS-SAIL-IX            TO WS-LAST-SAIL-IX
           END-IF.

           MOVE WS-LAST-SAIL-IX           TO WS-SAIL-IX.

           IF  WS-SAIL-IX = ZERO
               ADD 1 TO WS-TABLE-OVERFLOW
               GO TO 2100-EXIT
           END-IF.

           IF  WT-S-ON-SAILMAST (WS-SAIL-IX)
           AND WT-S-DEPART-CCYYMMDD (WS-SAIL-IX) NOT > WS-TODAY-CCYYMMDD
               SET CSIWL-SAILED           TO TRUE
               PERFORM 2500-REWRITE-ENTRY THRU 2500-EXIT
               ADD 1 TO WS-ENTRIES-SAILED
               GO TO 2100-EXIT
           END-IF.

           IF  CSIWL-OFFERED
           AND CSIWL-OFFER-EXPIRES-CCYYMMDD < WS-TODAY-CCYYMMDD
               SET CSIWL-LAPSED           TO TRUE
               PERFORM 2500-REWRITE-ENTRY THRU 2500-EXIT
               ADD 1 TO WS-OFFERS-LAPSED
               GO TO 2100-EXIT
           END-IF.

           IF  CSIWL-OFFERED
               ADD CSIWL-PLACES-REQUESTED TO
                   WT-S-OFFER-PLACES (WS-SAIL-IX)
           END-IF.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-TABLE-SAILING - THE WAITLIST IS IN SAILING ORDER, SO A   *
      *  NEW SAILING ID IS A NEW TABLE SLOT.  ITS SAILMAST DATES AND   *
      *  QUOTVSAM QUOTA ARE PICKED UP HERE.  ZERO WS-SAIL-IX WHEN FULL *
      *----------------------------------------------------------------*
       2200-TABLE-SAILING.

           MOVE ZERO                      TO WS-SAIL-IX.

           IF  WS-SAIL-COUNT NOT < WC-MAX-SAILINGS
               GO TO 2200-EXIT
           END-IF.

           ADD 1 TO WS-SAIL-COUNT.
           MOVE WS-SAIL-COUNT             TO WS-SAIL-IX.

           MOVE CSIWL-SAILING-ID          TO
               WT-S-SAILING-ID (WS-SAIL-IX).
           MOVE SPACES                    TO
               WT-S-BRAND-CODE (WS-SAIL-IX).
           MOVE SPACES                    TO
               WT-S-ITINERARY-CODE (WS-SAIL-IX).
           MOVE ZERO                      TO
               WT-S-DEPART-CCYYMMDD (WS-SAIL-IX).
           MOVE 'N'                       TO WT-S-SMST-SW (WS-SAIL-IX).
           MOVE 'N'                       TO WT-S-QUOTA-SW (WS-SAIL-IX).
           MOVE 'N'                       TO
               WT-S-BLOCKED-SW (WS-SAIL-IX).
           MOVE SPACES                    TO
               WT-S-BLOCK-STAMP (WS-SAIL-IX).
           MOVE ZERO                      TO WT-S-QUOTA (WS-SAIL-IX).
           MOVE ZERO                      TO
               WT-S-INFANTS-HELD (WS-SAIL-IX).
           MOVE ZERO                      TO WT-S-AGED-OUT (WS-SAIL-IX).
           MOVE ZERO                      TO WT-S-DROPPED (WS-SAIL-IX).
           MOVE ZERO                      TO
               WT-S-NET-INFANTS (WS-SAIL-IX).
           MOVE ZERO                      TO
               WT-S-OFFER-PLACES (WS-SAIL-IX).
           MOVE ZERO                      TO
               WT-S-OFFERED-TONIGHT (WS-SAIL-IX).
           MOVE ZERO                      TO WT-S-WAITING (WS-SAIL-IX).
           MOVE ZERO                      TO WT-S-ROOM (WS-SAIL-IX).

           MOVE CSIWL-SAILING-ID          TO CSSMST-SAILING-ID.
           READ SAIL-MASTER.

           IF  WS-SMST-OK
               SET WT-S-ON-SAILMAST (WS-SAIL-IX) TO TRUE
               MOVE CSSMST-BRAND-CODE TO
                   WT-S-BRAND-CODE (WS-SAIL-IX)
               MOVE CSSMST-ITINERARY-CODE TO
                   WT-S-ITINERARY-CODE (WS-SAIL-IX)
               MOVE CSSMST-DEPART-CCYYMMDD TO
                   WT-S-DEPART-CCYYMMDD (WS-SAIL-IX)
           END-IF.

           MOVE CSIWL-SAILING-ID          TO CSQUO-SAILING-ID.
           READ QUOTA-VSAM.

           IF  WS-QUO-OK
               SET WT-S-HAS-QUOTA (WS-SAIL-IX) TO TRUE
               MOVE CSQUO-INFANT-QUOTA    TO WT-S-QUOTA (WS-SAIL-IX)
           END-IF.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2500-REWRITE-ENTRY - PUT BACK A WAITLIST ENTRY THIS JOB HAS   *
      *  CHANGED, STAMPED WITH THE JOB NAME                            *
      *----------------------------------------------------------------*
       2500-REWRITE-ENTRY.

           MOVE WC-JOB-NAME               TO CSIWL-UPDATED-BY.
           MOVE WS-TODAY-CCYYMMDD         TO CSIWL-UPDATED-CCYYMMDD.

           REWRITE CSIWL-RECORD.

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-COUNT-DROPS - ONE DELTA.  A DROP ON A WAITLISTED SAILING *
      *  IS AGED ON THE SAILMAST DEPART DATE; AN INFANT FREED A PLACE  *
      *----------------------------------------------------------------*
       3000-COUNT-DROPS.

           IF  NOT CSDLT-DROP
               GO TO 3000-READ-NEXT
           END-IF.

           MOVE CSDLT-SAILING-ID          TO WS-LOOKUP-SAILING-ID.
           PERFORM 3900-FIND-SAILING      THRU 3900-EXIT.

           IF  WS-SAIL-IX = ZERO
               GO TO 3000-READ-NEXT
           END-IF.

           IF  NOT WT-S-ON-SAILMAST (WS-SAIL-IX)
               GO TO 3000-READ-NEXT
           END-IF.

           MOVE WT-S-BRAND-CODE (WS-SAIL-IX) TO CSAGBRCO-I-BRAND-CODE.
           MOVE WT-S-ITINERARY-CODE (WS-SAIL-IX) TO
               CSAGBRCO-I-ITINERARY-CODE.
           CALL WC-CSAGBRCO               USING CSAGBRCO-PARMS.

           PERFORM 3600-INIT-CSAGECAL     THRU 3600-EXIT.
           SET CSAGECAL-I-DATES-PRECONVERTED TO TRUE.
           MOVE WT-S-DEPART-CCYYMMDD (WS-SAIL-IX) TO
               CSAGECAL-I-DEPART-CCYYMMDD.
           MOVE CSDLT-OLD-BIRTH-CCYYMMDD  TO CSAGECAL-I-BIRTH-CCYYMMDD.
           CALL 'CSAGECAL'                USING CSAGECAL-PARMS.

           IF  CSAGECAL-O-RC-OK
           AND CSAGECAL-O-AGE-BAND-INFANT
               ADD 1 TO WT-S-DROPPED (WS-SAIL-IX)
               ADD 1 TO WS-INFANT-DROPS
           END-IF.

       3000-READ-NEXT.

           PERFORM 1200-READ-DELTA        THRU 1200-EXIT.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3600-INIT-CSAGECAL - CLEAR THE CALL AREA FOR ONE AGING CALL;  *
      *  THE CALLER SETS THE DEPART DATE IN THE FORM IT HAS            *
      *----------------------------------------------------------------*
       3600-INIT-CSAGECAL.

           MOVE ZERO                      TO CSAGECAL-I-BIRTH-MMDDCCYY.
           MOVE ZERO                      TO
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
           MOVE ZERO                      TO
               CSAGECAL-I-DEPART-CCYYMMDD.
           MOVE ZERO                      TO
               CSAGECAL-I-RETURN-CCYYMMDD.
           MOVE ZERO                      TO
               CSAGECAL-I-MILESTONE-CCYYMMDD.
           MOVE SPACE                     TO CSAGECAL-I-ONLINE-SW.
           MOVE SPACE                     TO CSAGECAL-I-PRECONV-SW.
           MOVE CSAGBRCO-O-CUTOFF-YEARS   TO
               CSAGECAL-I-CALC-AGE-IN-MONTHS.

       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3900-FIND-SAILING - WS-LOOKUP-SAILING-ID IN THE TABLE; ZERO   *
      *  WS-SAIL-IX WHEN IT IS NOT THERE                               *
      *----------------------------------------------------------------*
       3900-FIND-SAILING.

           MOVE ZERO                      TO WS-SAIL-IX.

           PERFORM 3950-MATCH-ONE-SAILING THRU 3950-EXIT
               VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > WS-SAIL-COUNT
               OR WS-SAIL-IX NOT = ZERO.

       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3950-MATCH-ONE-SAILING - COMPARE ONE TABLE SLOT               *
      *----------------------------------------------------------------*
       3950-MATCH-ONE-SAILING.

           IF  WT-S-SAILING-ID (WS-SCAN-IX) = WS-LOOKUP-SAILING-ID
               MOVE WS-SCAN-IX            TO WS-SAIL-IX
           END-IF.

       3950-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-COUNT-MANIFEST - ONE MANIFEST PASSENGER ON A WAITLISTED  *
      *  SAILING, AGED ON THE MANIFEST DEPART DATE (THE COUNT HELD     *
      *  AGAINST QUOTA TODAY) AND ON THE SAILMAST DEPART DATE (THE     *
      *  INFANTS WHO WILL ACTUALLY BE ABOARD)                          *
      *----------------------------------------------------------------*
       4000-COUNT-MANIFEST.

           IF  CSPAX-SAILING-ID NOT = WS-LAST-SAILING-ID
               MOVE CSPAX-SAILING-ID      TO WS-LAST-SAILING-ID
               MOVE CSPAX-SAILING-ID      TO WS-LOOKUP-SAILING-ID
               PERFORM 3900-FIND-SAILING  THRU 3900-EXIT
               MOVE WS-SAIL-IX            TO WS-LAST-SAIL-IX
           END-IF.

           MOVE WS-LAST-SAIL-IX           TO WS-SAIL-IX.

           IF  WS-SAIL-IX = ZERO
               GO TO 4000-READ-NEXT
           END-IF.

           MOVE CSPAX-BRAND-CODE          TO CSAGBRCO-I-BRAND-CODE.
           MOVE CSPAX-ITINERARY-CODE      TO CSAGBRCO-I-ITINERARY-CODE.
           CALL WC-CSAGBRCO               USING CSAGBRCO-PARMS.

           MOVE 'N'                       TO WS-HELD-SWITCH.
           PERFORM 3600-INIT-CSAGECAL     THRU 3600-EXIT.
           MOVE CSPAX-DEPART-DATE-GREG    TO
               CSAGECAL-I-DEPART-DATE-GREG.
           MOVE CSPAX-BIRTH-CCYYMMDD      TO CSAGECAL-I-BIRTH-CCYYMMDD.
           CALL 'CSAGECAL'                USING CSAGECAL-PARMS.

           IF  CSAGECAL-O-RC-OK
           AND CSAGECAL-O-AGE-BAND-INFANT
               SET WS-HELD-INFANT         TO TRUE
               ADD 1 TO WT-S-INFANTS-HELD (WS-SAIL-IX)
           END-IF.

      *    NO SAILMAST RECORD: NOTHING TO AGE AGAINST, SO EVERY INFANT
      *    HELD TODAY IS TAKEN TO BE ABOARD
           IF  NOT WT-S-ON-SAILMAST (WS-SAIL-IX)
               IF  WS-HELD-INFANT
                   ADD 1 TO WT-S-NET-INFANTS (WS-SAIL-IX)
               END-IF
               GO TO 4000-READ-NEXT
           END-IF.

           PERFORM 3600-INIT-CSAGECAL     THRU 3600-EXIT.
           SET CSAGECAL-I-DATES-PRECONVERTED TO TRUE.
           MOVE WT-S-DEPART-CCYYMMDD (WS-SAIL-IX) TO
               CSAGECAL-I-DEPART-CCYYMMDD.
           MOVE CSPAX-BIRTH-CCYYMMDD      TO CSAGECAL-I-BIRTH-CCYYMMDD.
           CALL 'CSAGECAL'                USING CSAGECAL-PARMS.

           IF  CSAGECAL-O-RC-OK
           AND CSAGECAL-O-AGE-BAND-INFANT
               ADD 1 TO WT-S-NET-INFANTS (WS-SAIL-IX)
           ELSE
               IF  WS-HELD-INFANT
                   ADD 1 TO WT-S-AGED-OUT (WS-SAIL-IX)
                   ADD 1 TO WS-INFANTS-AGED-OUT
               END-IF
           END-IF.

       4000-READ-NEXT.

           PERFORM 1300-READ-PAX          THRU 1300-EXIT.

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-FIGURE-ROOM - PLACES FREE ON ONE SAILING: QUOTA LESS     *
      *  INFANTS ABOARD AT SAILING LESS PLACES HELD BY OPEN OFFERS.    *
      *  NEGATIVE WHEN THE SAILING IS STILL OVER QUOTA                 *
      *----------------------------------------------------------------*
       5000-FIGURE-ROOM.

           COMPUTE WT-S-ROOM (WS-SAIL-IX) =
                   WT-S-QUOTA (WS-SAIL-IX)
                 - WT-S-NET-INFANTS (WS-SAIL-IX)
                 - WT-S-OFFER-PLACES (WS-SAIL-IX).

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6000-MAKE-OFFERS - PASS 2: OFFER THE ROOM TO WAITING FAMILIES *
      *  IN REQUEST ORDER                                              *
      *----------------------------------------------------------------*
       6000-MAKE-OFFERS.

           MOVE 'OFFERS MADE'             TO WS-SEC-TITLE.
           MOVE 'OFFER EXPIRES'           TO WS-EH-LAST.
           WRITE RELEASE-LINE             FROM WS-BLANK-LINE.
           WRITE RELEASE-LINE             FROM WS-SECTION-LINE.
           WRITE RELEASE-LINE             FROM WS-ENTRY-HEADING.

           PERFORM 1400-START-WAITLIST    THRU 1400-EXIT.

           PERFORM 6100-OFFER-ONE-ENTRY   THRU 6100-EXIT
               UNTIL WS-WAIT-EOF.

       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6100-OFFER-ONE-ENTRY - ONE WAITING FAMILY.  THE FIRST FAMILY  *
      *  ON A SAILING THAT DOES NOT FIT BLOCKS THE REST OF IT          *
      *----------------------------------------------------------------*
       6100-OFFER-ONE-ENTRY.

           PERFORM 1500-READ-WAITLIST     THRU 1500-EXIT.

           IF  WS-WAIT-EOF
               GO TO 6100-EXIT
           END-IF.

           IF  NOT CSIWL-WAITING
               GO TO 6100-EXIT
           END-IF.

           PERFORM 6800-LOCATE-SAILING    THRU 6800-EXIT.

           IF  WS-SAIL-IX = ZERO
               GO TO 6100-EXIT
           END-IF.

           IF  NOT WT-S-ON-SAILMAST (WS-SAIL-IX)
           OR  NOT WT-S-HAS-QUOTA (WS-SAIL-IX)
           OR  WT-S-BLOCKED (WS-SAIL-IX)
               GO TO 6100-EXIT
           END-IF.

           IF  CSIWL-PLACES-REQUESTED > WT-S-ROOM (WS-SAIL-IX)
               SET WT-S-BLOCKED (WS-SAIL-IX) TO TRUE
               MOVE CSIWL-REQUEST-STAMP   TO
                   WT-S-BLOCK-STAMP (WS-SAIL-IX)
               GO TO 6100-EXIT
           END-IF.

           SET CSIWL-OFFERED              TO TRUE.
           MOVE WS-TODAY-CCYYMMDD         TO CSIWL-OFFER-CCYYMMDD.
           MOVE WS-EXPIRES-CCYYMMDD       TO
               CSIWL-OFFER-EXPIRES-CCYYMMDD.
           PERFORM 2500-REWRITE-ENTRY     THRU 2500-EXIT.

           SUBTRACT CSIWL-PLACES-REQUESTED FROM WT-S-ROOM (WS-SAIL-IX).
           ADD CSIWL-PLACES-REQUESTED     TO
               WT-S-OFFERED-TONIGHT (WS-SAIL-IX).
           ADD 1 TO WS-OFFERS-MADE.
           ADD CSIWL-PLACES-REQUESTED     TO WS-PLACES-OFFERED.

           MOVE SPACES                    TO CSIWO-RECORD.
           MOVE CSIWL-SAILING-ID          TO CSIWO-SAILING-ID.
           MOVE CSIWL-REQUEST-STAMP       TO CSIWO-REQUEST-STAMP.
           MOVE CSIWL-FAMILY-NAME         TO CSIWO-FAMILY-NAME.
           MOVE CSIWL-CONTACT-PHONE       TO CSIWO-CONTACT-PHONE.
           MOVE CSIWL-BOOKING-ID          TO CSIWO-BOOKING-ID.
           MOVE CSIWL-PLACES-REQUESTED    TO CSIWO-PLACES-OFFERED.
           MOVE WT-S-DEPART-CCYYMMDD (WS-SAIL-IX) TO
               CSIWO-DEPART-CCYYMMDD.
           MOVE WS-TODAY-CCYYMMDD         TO CSIWO-OFFER-CCYYMMDD.
           MOVE WS-EXPIRES-CCYYMMDD       TO
               CSIWO-OFFER-EXPIRES-CCYYMMDD.
           WRITE CSIWO-RECORD.

           PERFORM 6900-FORMAT-ENTRY-LINE THRU 6900-EXIT.
           MOVE WS-EXPIRES-CCYYMMDD       TO WS-E-LAST.
           WRITE RELEASE-LINE             FROM WS-ENTRY-LINE.

       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6500-LIST-WAITING - PASS 3: EVERY FAMILY STILL WAITING, WITH  *
      *  THE REASON NO OFFER WAS MADE TONIGHT                          *
      *----------------------------------------------------------------*
       6500-LIST-WAITING.

           MOVE 'STILL WAITING'           TO WS-SEC-TITLE.
           MOVE 'REASON'                  TO WS-EH-LAST.
           WRITE RELEASE-LINE             FROM WS-BLANK-LINE.
           WRITE RELEASE-LINE             FROM WS-SECTION-LINE.
           WRITE RELEASE-LINE             FROM WS-ENTRY-HEADING.

           PERFORM 1400-START-WAITLIST    THRU 1400-EXIT.

           PERFORM 6600-LIST-ONE-WAITING  THRU 6600-EXIT
               UNTIL WS-WAIT-EOF.

       6500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6600-LIST-ONE-WAITING - ONE FAMILY STILL WAITING              *
      *----------------------------------------------------------------*
       6600-LIST-ONE-WAITING.

           PERFORM 1500-READ-WAITLIST     THRU 1500-EXIT.

           IF  WS-WAIT-EOF
               GO TO 6600-EXIT
           END-IF.

           IF  NOT CSIWL-WAITING
               GO TO 6600-EXIT
           END-IF.

           ADD 1 TO WS-STILL-WAITING.
           PERFORM 6800-LOCATE-SAILING    THRU 6800-EXIT.
           PERFORM 6900-FORMAT-ENTRY-LINE THRU 6900-EXIT.

           EVALUATE TRUE
               WHEN WS-SAIL-IX = ZERO
                   MOVE 'SAILING TABLE FULL'  TO WS-E-LAST
               WHEN NOT WT-S-ON-SAILMAST (WS-SAIL-IX)
                   MOVE 'NO SAILMAST'         TO WS-E-LAST
               WHEN NOT WT-S-HAS-QUOTA (WS-SAIL-IX)
                   MOVE 'NO QUOTA'            TO WS-E-LAST
               WHEN WT-S-ROOM (WS-SAIL-IX) NOT > ZERO
                   MOVE 'NO ROOM'             TO WS-E-LAST
               WHEN CSIWL-REQUEST-STAMP =
                    WT-S-BLOCK-STAMP (WS-SAIL-IX)
                   MOVE 'NOT ENOUGH ROOM'     TO WS-E-LAST
               WHEN OTHER
                   MOVE 'BEHIND EARLIER REQUEST' TO WS-E-LAST
           END-EVALUATE.

           IF  WS-SAIL-IX NOT = ZERO
               ADD 1 TO WT-S-WAITING (WS-SAIL-IX)
           END-IF.

           WRITE RELEASE-LINE             FROM WS-ENTRY-LINE.

       6600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6800-LOCATE-SAILING - TABLE SLOT FOR THE CURRENT ENTRY'S      *
      *  SAILING, LOOKED UP ONCE PER SAILING                           *
      *----------------------------------------------------------------*
       6800-LOCATE-SAILING.

           IF  CSIWL-SAILING-ID NOT = WS-LAST-SAILING-ID
               MOVE CSIWL-SAILING-ID      TO WS-LAST-SAILING-ID
               MOVE CSIWL-SAILING-ID      TO WS-LOOKUP-SAILING-ID
               PERFORM 3900-FIND-SAILING  THRU 3900-EXIT
               MOVE WS-SAIL-IX            TO WS-LAST-SAIL-IX
           END-IF.

           MOVE WS-LAST-SAIL-IX           TO WS-SAIL-IX.

       6800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6900-FORMAT-ENTRY-LINE - THE COMMON COLUMNS OF AN OFFER OR A  *
      *  STILL-WAITING LINE                                            *
      *----------------------------------------------------------------*
       6900-FORMAT-ENTRY-LINE.

           MOVE CSIWL-SAILING-ID          TO WS-E-SAILING-ID.
           MOVE CSIWL-REQUEST-STAMP       TO WS-E-REQUEST-STAMP.
           MOVE CSIWL-FAMILY-NAME         TO WS-E-FAMILY-NAME.
           MOVE CSIWL-CONTACT-PHONE       TO WS-E-CONTACT-PHONE.
           MOVE CSIWL-PLACES-REQUESTED    TO WS-E-PLACES.
           MOVE SPACES                    TO WS-E-LAST.

       6900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7000-SAILING-SUMMARY - ONE LINE PER WAITLISTED SAILING, THEN  *
      *  THE SAILINGS STILL OVER QUOTA REPEATED ON THEIR OWN           *
      *----------------------------------------------------------------*
       7000-SAILING-SUMMARY.

           MOVE 'WAITLISTED SAILINGS'     TO WS-SEC-TITLE.
           WRITE RELEASE-LINE             FROM WS-BLANK-LINE.
           WRITE RELEASE-LINE             FROM WS-SECTION-LINE.
           WRITE RELEASE-LINE             FROM WS-SAIL-HEADING.

           PERFORM 7100-ONE-SAILING-LINE  THRU 7100-EXIT
               VARYING WS-SAIL-IX FROM 1 BY 1
               UNTIL WS-SAIL-IX > WS-SAIL-COUNT.

           MOVE 'SAILINGS STILL OVER QUOTA' TO WS-SEC-TITLE.
           WRITE RELEASE-LINE             FROM WS-BLANK-LINE.
           WRITE RELEASE-LINE             FROM WS-SECTION-LINE.
           WRITE RELEASE-LINE             FROM WS-OVER-HEADING.

           PERFORM 7200-ONE-OVER-LINE     THRU 7200-EXIT
               VARYING WS-SAIL-IX FROM 1 BY 1
               UNTIL WS-SAIL-IX > WS-SAIL-COUNT.

       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7100-ONE-SAILING-LINE - ONE SAILING'S COUNTS AND CONDITION    *
      *----------------------------------------------------------------*
       7100-ONE-SAILING-LINE.

           MOVE WT-S-SAILING-ID (WS-SAIL-IX) TO WS-S-SAILING-ID.
           IF  WT-S-ON-SAILMAST (WS-SAIL-IX)
               MOVE WT-S-DEPART-CCYYMMDD (WS-SAIL-IX) TO WS-S-DEPART
           ELSE
               MOVE SPACES                TO WS-S-DEPART
           END-IF.
           MOVE WT-S-QUOTA (WS-SAIL-IX)   TO WS-S-QUOTA.
           MOVE WT-S-INFANTS-HELD (WS-SAIL-IX) TO WS-S-INFANTS.
           MOVE WT-S-AGED-OUT (WS-SAIL-IX) TO WS-S-AGED-OUT.
           MOVE WT-S-DROPPED (WS-SAIL-IX) TO WS-S-DROPPED.
           MOVE WT-S-NET-INFANTS (WS-SAIL-IX) TO WS-S-NET.
           MOVE WT-S-OFFER-PLACES (WS-SAIL-IX) TO WS-S-HELD.
           MOVE WT-S-OFFERED-TONIGHT (WS-SAIL-IX) TO WS-S-OFFERED.
           MOVE WT-S-WAITING (WS-SAIL-IX) TO WS-S-WAITING.
           MOVE WT-S-ROOM (WS-SAIL-IX)    TO WS-S-ROOM.

           EVALUATE TRUE
               WHEN NOT WT-S-ON-SAILMAST (WS-SAIL-IX)
                   MOVE 'NO SAILMAST'     TO WS-S-CONDITION
               WHEN WT-S-ON-SAILMAST (WS-SAIL-IX)
               AND  WT-S-DEPART-CCYYMMDD (WS-SAIL-IX)
                    NOT > WS-TODAY-CCYYMMDD
                   MOVE 'SAILED'          TO WS-S-CONDITION
               WHEN NOT WT-S-HAS-QUOTA (WS-SAIL-IX)
                   MOVE 'NO QUOTA'        TO WS-S-CONDITION
               WHEN WT-S-NET-INFANTS (WS-SAIL-IX) >
                    WT-S-QUOTA (WS-SAIL-IX)
                   MOVE 'OVER QUOTA'      TO WS-S-CONDITION
                   ADD 1 TO WS-OVER-QUOTA
               WHEN WT-S-ROOM (WS-SAIL-IX) > ZERO
                   MOVE 'ROOM'            TO WS-S-CONDITION
               WHEN OTHER
                   MOVE 'FULL'            TO WS-S-CONDITION
           END-EVALUATE.

           WRITE RELEASE-LINE             FROM WS-SAIL-LINE.

       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7200-ONE-OVER-LINE - A SAILING WHOSE INFANTS ABOARD AT        *
      *  SAILING STILL EXCEED ITS QUOTA                                *
      *----------------------------------------------------------------*
       7200-ONE-OVER-LINE.

           IF  NOT WT-S-ON-SAILMAST (WS-SAIL-IX)
           OR  NOT WT-S-HAS-QUOTA (WS-SAIL-IX)
           OR  WT-S-DEPART-CCYYMMDD (WS-SAIL-IX) NOT > WS-TODAY-CCYYMMDD
           OR  WT-S-NET-INFANTS (WS-SAIL-IX) NOT >
               WT-S-QUOTA (WS-SAIL-IX)
               GO TO 7200-EXIT
           END-IF.

           COMPUTE WS-OVER-BY = WT-S-NET-INFANTS (WS-SAIL-IX)
                              - WT-S-QUOTA (WS-SAIL-IX).

           MOVE WT-S-SAILING-ID (WS-SAIL-IX) TO WS-O-SAILING-ID.
           MOVE WT-S-DEPART-CCYYMMDD (WS-SAIL-IX) TO WS-O-DEPART.
           MOVE WT-S-QUOTA (WS-SAIL-IX)   TO WS-O-QUOTA.
           MOVE WT-S-NET-INFANTS (WS-SAIL-IX) TO WS-O-NET.
           MOVE WS-OVER-BY                TO WS-O-OVER-BY.

           WRITE RELEASE-LINE             FROM WS-OVER-LINE.

       7200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - TOTALS, RUN CONTROL, CLOSE FILES             *
      *----------------------------------------------------------------*
       8000-TERMINATE.

           MOVE WS-PAX-READ               TO WS-T-PAX-READ.
           MOVE WS-DELTAS-READ            TO WS-T-DELTAS-READ.
           MOVE WS-ENTRIES-READ           TO WS-T-ENTRIES-READ.
           MOVE WS-INFANT-DROPS           TO WS-T-INFANT-DROPS.
           MOVE WS-INFANTS-AGED-OUT       TO WS-T-AGED-OUT.
           MOVE WS-OFFERS-LAPSED          TO WS-T-LAPSED.
           MOVE WS-OFFERS-MADE            TO WS-T-OFFERS.
           MOVE WS-PLACES-OFFERED         TO WS-T-PLACES.
           MOVE WS-STILL-WAITING          TO WS-T-WAITING.
           MOVE WS-ENTRIES-SAILED         TO WS-T-SAILED.
           MOVE WS-OVER-QUOTA             TO WS-T-OVER-QUOTA.
           MOVE WS-TABLE-OVERFLOW         TO WS-T-OVERFLOW.

           WRITE RELEASE-LINE             FROM WS-BLANK-LINE.
           WRITE RELEASE-LINE             FROM WS-TOTAL-LINE-1.
           WRITE RELEASE-LINE             FROM WS-TOTAL-LINE-2.
           WRITE RELEASE-LINE             FROM WS-TOTAL-LINE-3.
           WRITE RELEASE-LINE             FROM WS-TOTAL-LINE-4.

           PERFORM 9000-WRITE-RUN-CONTROL THRU 9000-EXIT.

           CLOSE DELTA-FILE.
           CLOSE PASSENGER-FILE.
           CLOSE SAIL-MASTER.
           CLOSE QUOTA-VSAM.
           CLOSE WAIT-LIST.
           CLOSE OFFER-FILE.
           CLOSE RELEASE-RPT.

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
           MOVE WC-JOB-NAME               TO CSRUNC-JOB-NAME.
           MOVE WS-RUN-CCYYMMDD           TO CSRUNC-RUN-CCYYMMDD.
           MOVE WS-RUN-HHMMSS-KEEP        TO CSRUNC-RUN-HHMMSS.
           MOVE WS-PAX-READ               TO CSRUNC-RECORDS-READ.
           MOVE WS-OFFERS-MADE            TO CSRUNC-RECORDS-WRITTEN.
           MOVE WS-OVER-QUOTA             TO CSRUNC-EXCEPTIONS.
           MOVE '0000'                    TO CSRUNC-RETURN-STATUS.

           WRITE CSRUNC-RECORD.

           CLOSE RUN-LOG.

       9000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
