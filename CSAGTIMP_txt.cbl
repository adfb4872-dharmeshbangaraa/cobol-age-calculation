      ******************************************************************
      *                                                                *
      *                         "CSAGTIMP"                             *
      *    AGENT-FLAG PENDING-CHANGE IMPACT SIMULATION (PRE-APPROVAL)  *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGTIMP.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  A CHECKER ON CSAGTAPR SEES ONLY THE LIVE AND PENDING VALUES   *
      *  OF ONE AGTFLAG ENTRY -- NOT HOW MANY BOOKINGS THE CHANGE      *
      *  WOULD MOVE TO ANOTHER COMMISSION PROGRAM.  THIS JOB RUNS THE  *
      *  BOOKING ACTIVITY FILE THROUGH THE SHARED BATCH RULESET        *
      *  (CSAGTBDV) TWICE PER RECORD: ONCE WITH THE LIVE AGTFLAG       *
      *  VALUES AND ONCE WITH EVERY PENDING CHANGE APPLIED AS IF       *
      *  APPROVED (CSAGTTYP-I-USE-PENDING).  A BOOKING WHOSE FLAG      *
      *  DIFFERS BETWEEN THE TWO IS CHARGED TO THE PENDING ENTRY FOR   *
      *  ITS AGENT COMPANY + TYPE SALES PROGRAM -- THE ONLY ENTRY      *
      *  CSAGTBDV CONSULTS FOR IT.                                     *
      *                                                                *
      *  BOTH CALLS USE THE SAME EFFECTIVE DATE: THE AS-OF DATE        *
      *  (TIMPCARD COLUMNS 1-8, CCYYMMDD; NO CARD OR BLANK = TODAY),   *
      *  OR THE PENDING CHANGE'S OWN EFFECTIVE-FROM DATE WHEN THAT IS  *
      *  LATER -- A CHANGE KEYED AHEAD OF A SEASON BOUNDARY IS         *
      *  MEASURED ON THE DAY IT WOULD START, NOT TODAY, WHEN IT WOULD  *
      *  SHOW NO IMPACT AT ALL.                                        *
      *                                                                *
      *  CONSECUTIVE ACTIVITY RECORDS FOR THE SAME BOOKING AND AGENT   *
      *  KEY ARE ONE BOOKING (THE FILE IS IN BOOKING ORDER).  A        *
      *  BOOKING THE RULESET REJECTS (UNKNOWN AGENT, EXPIRED           *
      *  PLACEHOLDER, INVALID INPUT) IS REJECTED IDENTICALLY IN BOTH   *
      *  PASSES AND IS ONLY COUNTED.                                   *
      *                                                                *
      *  PER PENDING ENTRY THE REPORT GIVES THE LIVE AND PENDING       *
      *  VALUES, THE BOOKINGS ON THE ENTRY, HOW MANY WOULD CHANGE      *
      *  FLAG, FROM WHAT TO WHAT (THREE MOVES, THE REST AS OTHER),     *
      *  AND THE FIRST FIVE BOOKING IDS THAT WOULD CHANGE.  THE SAME   *
      *  FIGURES ARE RELOADED INTO AGTIMPCT (CSAGTIMR), WHICH CSAGTAPR *
      *  SHOWS NEXT TO THE PENDING VALUES.  AGTIMPCT IS A REUSE        *
      *  CLUSTER: EACH RUN REPLACES THE LAST, AND THE JCL CLOSES IT    *
      *  TO CICS AROUND THIS STEP.                                     *
      *                                                                *
      *  A TIMPCARD WITH A BAD DATE, OR MORE PENDING ENTRIES THAN THE  *
      *  TABLE HOLDS, REFUSES THE RUN: AGTIMPCT KEEPS THE LAST RUN'S   *
      *  FIGURES, THE RUNLOG STATUS IS 0016 AND THE STEP ENDS WITH     *
      *  RETURN CODE 16.                                               *
      *                                                                *
      *  INPUT:   TIMP-CARD     - OPTIONAL AS-OF DATE CARD             *
      *           AGT-FLAG-FILE - AGTFLAG (CSAGTVSM KSDS), BROWSED     *
      *                           FOR THE PENDING ENTRIES              *
      *           ACTIVITY-FILE - BOOKING ACTIVITY (CSAGACTR)          *
      *           (CSAGTBDV READS AGTFLAG AND AGYMAST ITSELF)          *
      *  OUTPUT:  IMPACT-FILE   - AGTIMPCT (CSAGTIMR KSDS)             *
      *           TIMP-RPT      - IMPACT REPORT                        *
      *           RUN-LOG       - STANDARD RUN-CONTROL RECORD          *
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
           SELECT OPTIONAL TIMP-CARD ASSIGN TO TIMPCARD
                  ORGANIZATION IS SEQUENTIAL.

           SELECT AGT-FLAG-FILE     ASSIGN TO AGTFLAG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CSAGT-V-KEY
                  FILE STATUS IS WS-OVR-STATUS.

           SELECT ACTIVITY-FILE     ASSIGN TO ACTFILE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT IMPACT-FILE       ASSIGN TO AGTIMPCT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CSTIM-KEY
                  FILE STATUS IS WS-IMP-STATUS.

           SELECT TIMP-RPT          ASSIGN TO TIMPRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG           ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  TIMP-CARD
           RECORDING MODE IS F.
       01  TC-RECORD.
           05  TC-AS-OF-CCYYMMDD           PIC X(08).
           05  TC-AS-OF-CCYYMMDD-N REDEFINES TC-AS-OF-CCYYMMDD
                                           PIC 9(08).
           05  FILLER                      PIC X(72).

       FD  AGT-FLAG-FILE.
           COPY CSAGTVSM.

       FD  ACTIVITY-FILE
           RECORDING MODE IS F.
           COPY CSAGACTR.

       FD  IMPACT-FILE.
           COPY CSAGTIMR.

       FD  TIMP-RPT
           RECORDING MODE IS F.
       01  TIMP-LINE                       PIC X(132).

       FD  RUN-LOG
           RECORDING MODE IS F.
           COPY CSAGRUNC.

       WORKING-STORAGE SECTION.

       01  WC-CONSTANTS.
           05  WC-JOB-NAME                 PIC X(08) VALUE 'CSAGTIMP'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.
           05  WS-REFUSED-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-RUN-REFUSED               VALUE 'Y'.

       01  WS-OVR-STATUS                   PIC X(02).
           88  WS-OVR-OK                       VALUE '00'.

       01  WS-IMP-STATUS                   PIC X(02).
           88  WS-IMP-OK                       VALUE '00'.

       77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
       77  WS-REPEATS                      PIC 9(07) COMP VALUE ZERO.
       77  WS-BOOKINGS                     PIC 9(07) COMP VALUE ZERO.
       77  WS-BOOKINGS-CHANGING            PIC 9(07) COMP VALUE ZERO.
       77  WS-REJECTED                     PIC 9(07) COMP VALUE ZERO.
       77  WS-UNATTRIBUTED                 PIC 9(07) COMP VALUE ZERO.
       77  WS-IMPACT-WRITTEN               PIC 9(07) COMP VALUE ZERO.
       77  WS-AS-OF-CCYYMMDD               PIC 9(08) VALUE ZERO.
       77  WS-LIVE-FLAG                    PIC X(04) VALUE SPACES.
       77  WS-PENDING-FLAG                 PIC X(04) VALUE SPACES.
       77  WS-PEND-COUNT                   PIC 9(03) COMP VALUE ZERO.
       77  WS-PEND-IX                      PIC 9(03) COMP VALUE ZERO.
       77  WS-PEND-FOUND-IX                PIC 9(03) COMP VALUE ZERO.
       77  WS-MOVE-IX                      PIC 9(03) COMP VALUE ZERO.
       77  WS-MOVE-FOUND-IX                PIC 9(03) COMP VALUE ZERO.
       77  WS-SAMPLE-IX                    PIC 9(03) COMP VALUE ZERO.
       77  WC-PEND-MAX                     PIC 9(03) COMP VALUE 100.

       77  WC-CSAGTBDV                     PIC X(08) VALUE 'CSAGTBDV'.

           COPY CSAGTTYP.

      *  THE PREVIOUS ACTIVITY RECORD'S BOOKING AND AGENT KEY, TO
      *  COUNT EACH BOOKING ONCE
       01  WS-PREV-KEY.
           05  WS-PREV-BOOKING-ID          PIC X(10) VALUE SPACES.
           05  WS-PREV-AGENT-COMPANY       PIC X(01) VALUE SPACES.
           05  WS-PREV-AGENT-NR            PIC X(08) VALUE SPACES.
           05  WS-PREV-TSP                 PIC X(02) VALUE SPACES.

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-CCYYMMDD             PIC 9(08).
           05  WS-RUN-HHMMSSHH             PIC 9(08).
           05  WS-RUN-HHMMSS REDEFINES WS-RUN-HHMMSSHH.
               10  WS-RUN-HHMMSS-KEEP      PIC 9(06).
               10  FILLER                  PIC 9(02).

      ******************************************************************
      *  ONE SLOT PER AGTFLAG ENTRY WITH A CHANGE PENDING, IN KEY      *
      *  ORDER AS BROWSED, WITH ITS SIMULATION COUNTS                  *
      ******************************************************************

       01  WT-PENDING-TABLE.
           05  WT-PEND-ENTRY OCCURS 100 TIMES.
               10  WT-P-KEY.
                   15  WT-P-AGENT-LOCATION PIC X(01).
                   15  WT-P-TSP            PIC X(02).
               10  WT-P-LIVE-FLAG          PIC X(04).
               10  WT-P-LIVE-STATUS        PIC X(01).
               10  WT-P-LIVE-EFF-FROM      PIC 9(08).
               10  WT-P-LIVE-EFF-TO        PIC 9(08).
               10  WT-P-PEND-FLAG          PIC X(04).
               10  WT-P-PEND-STATUS        PIC X(01).
               10  WT-P-PEND-EFF-FROM      PIC 9(08).
               10  WT-P-PEND-EFF-TO        PIC 9(08).
               10  WT-P-CHANGED-CCYYMMDD   PIC 9(08).
               10  WT-P-CHANGED-BY         PIC X(08).
               10  WT-P-AS-OF              PIC 9(08).
               10  WT-P-EXAMINED           PIC 9(07) COMP.
               10  WT-P-CHANGED            PIC 9(07) COMP.
               10  WT-P-MOVE OCCURS 3 TIMES.
                   15  WT-P-MOVE-FROM      PIC X(04).
                   15  WT-P-MOVE-TO        PIC X(04).
                   15  WT-P-MOVE-COUNT     PIC 9(07) COMP.
               10  WT-P-OTHER              PIC 9(07) COMP.
               10  WT-P-SAMPLE-COUNT       PIC 9(01) COMP.
               10  WT-P-SAMPLE OCCURS 5 TIMES
                                           PIC X(10).

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               'CSAGTIMP - AGENT-FLAG CHANGE IMPACT         '.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE '.
           05  WS-H-RUN-DATE               PIC 9(08).
           05  FILLER                      PIC X(10) VALUE
               '   AS OF '.
           05  WS-H-AS-OF                  PIC 9(08).
           05  FILLER                      PIC X(52) VALUE SPACES.

       01  WS-REFUSE-LINE.
           05  FILLER                      PIC X(16) VALUE
               'RUN REFUSED -   '.
           05  WS-RL-TEXT                  PIC X(60).
           05  FILLER                      PIC X(56) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                      PIC X(40) VALUE
               'NO AGENT-FLAG CHANGES PENDING'.
           05  FILLER                      PIC X(92) VALUE SPACES.

       01  WS-KEY-LINE.
           05  FILLER                      PIC X(04) VALUE 'LOC '.
           05  WS-K-LOCATION               PIC X(01).
           05  FILLER                      PIC X(06) VALUE '  TSP '.
           05  WS-K-TSP                    PIC X(02).
           05  FILLER                      PIC X(08) VALUE
               '   LIVE '.
           05  WS-K-LIVE-FLAG              PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-K-LIVE-STATUS            PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-K-LIVE-FROM              PIC 9(08).
           05  FILLER                      PIC X(01) VALUE '-'.
           05  WS-K-LIVE-TO                PIC 9(08).
           05  FILLER                      PIC X(11) VALUE
               '   PENDING '.
           05  WS-K-PEND-FLAG              PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-K-PEND-STATUS            PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-K-PEND-FROM              PIC 9(08).
           05  FILLER                      PIC X(01) VALUE '-'.
           05  WS-K-PEND-TO                PIC 9(08).
           05  FILLER                      PIC X(12) VALUE
               '   KEYED BY '.
           05  WS-K-CHANGED-BY             PIC X(08).
           05  FILLER                      PIC X(04) VALUE ' ON '.
           05  WS-K-CHANGED-DATE           PIC 9(08).
           05  FILLER                      PIC X(10) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                      PIC X(26) VALUE
               '    BOOKINGS ON ENTRY ....'.
           05  WS-C-EXAMINED               PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(26) VALUE
               '    WOULD CHANGE FLAG ....'.
           05  WS-C-CHANGED                PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(18) VALUE
               '    SIMULATED AS '.
           05  FILLER                      PIC X(03) VALUE 'OF '.
           05  WS-C-AS-OF                  PIC 9(08).
           05  FILLER                      PIC X(33) VALUE SPACES.

       01  WS-MOVE-LINE.
           05  FILLER                      PIC X(10) VALUE
               '    FROM '.
           05  WS-M-FROM                   PIC X(04).
           05  FILLER                      PIC X(04) VALUE ' TO '.
           05  WS-M-TO                     PIC X(04).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  WS-M-COUNT                  PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(97) VALUE SPACES.

       01  WS-OTHER-LINE.
           05  FILLER                      PIC X(26) VALUE
               '    OTHER FLAG MOVES .....'.
           05  WS-O-COUNT                  PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(97) VALUE SPACES.

       01  WS-SAMPLE-LINE.
           05  FILLER                      PIC X(22) VALUE
               '    SAMPLE BOOKINGS   '.
           05  WS-SAMPLE-SLOT OCCURS 5 TIMES.
               10  WS-S-BOOKING-ID         PIC X(10).
               10  FILLER                  PIC X(02).
           05  FILLER                      PIC X(50) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                      PIC X(20) VALUE
               'ACTIVITY READ ......'.
           05  WS-T-RECORDS-READ           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'BOOKINGS ...........'.
           05  WS-T-BOOKINGS               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'BOOKINGS CHANGING ..'.
           05  WS-T-CHANGING               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                      PIC X(20) VALUE
               'PENDING ENTRIES ....'.
           05  WS-T-PENDING                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'RULESET REJECTS ....'.
           05  WS-T-REJECTED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'UNATTRIBUTED .......'.
           05  WS-T-UNATTRIBUTED           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                      PIC X(20) VALUE
               'REPEAT ACTIVITY ....'.
           05  WS-T-REPEATS                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'AGTIMPCT WRITTEN ...'.
           05  WS-T-IMPACT-WRITTEN         PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(68) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.

           IF  NOT WS-RUN-REFUSED
               PERFORM 2000-PROCESS-ACTIVITY THRU 2000-EXIT
                   UNTIL WS-EOF
           END-IF.

           PERFORM 8000-TERMINATE       THRU 8000-EXIT.

           IF  WS-RUN-REFUSED
               MOVE 16                  TO RETURN-CODE
           END-IF.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - AS-OF DATE, LOAD THE PENDING ENTRIES, OPEN  *
      *  THE ACTIVITY FILE AND PRIME THE READ                          *
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           ACCEPT WS-RUN-CCYYMMDD         FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-HHMMSSHH         FROM TIME.

           OPEN OUTPUT TIMP-RPT.

           PERFORM 1100-READ-TIMP-CARD    THRU 1100-EXIT.

           MOVE WS-RUN-CCYYMMDD           TO WS-H-RUN-DATE.
           MOVE WS-AS-OF-CCYYMMDD         TO WS-H-AS-OF.
           WRITE TIMP-LINE                FROM WS-HEADING-1.
           WRITE TIMP-LINE                FROM WS-BLANK-LINE.

           IF  WS-RUN-REFUSED
               WRITE TIMP-LINE            FROM WS-REFUSE-LINE
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1200-LOAD-PENDING      THRU 1200-EXIT.

           IF  WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT  ACTIVITY-FILE.

           PERFORM 1500-READ-ACTIVITY     THRU 1500-EXIT.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1100-READ-TIMP-CARD - OPTIONAL AS-OF DATE; TODAY WITHOUT ONE  *
      *----------------------------------------------------------------*
       1100-READ-TIMP-CARD.

           MOVE WS-RUN-CCYYMMDD           TO WS-AS-OF-CCYYMMDD.

           OPEN INPUT TIMP-CARD.
           READ TIMP-CARD
               AT END
                   MOVE SPACES            TO TC-RECORD
           END-READ.
           CLOSE TIMP-CARD.

           IF  TC-AS-OF-CCYYMMDD = SPACES
               GO TO 1100-EXIT
           END-IF.

           IF  TC-AS-OF-CCYYMMDD NOT NUMERIC
               MOVE 'AS-OF DATE MUST BE CCYYMMDD OR BLANK'
                                          TO WS-RL-TEXT
               SET WS-RUN-REFUSED         TO TRUE
               GO TO 1100-EXIT
           END-IF.

           IF  TC-AS-OF-CCYYMMDD-N > ZERO
               MOVE TC-AS-OF-CCYYMMDD-N   TO WS-AS-OF-CCYYMMDD
           END-IF.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1200-LOAD-PENDING - BROWSE AGTFLAG AND KEEP EVERY ENTRY WITH  *
      *  A CHANGE PENDING.  CLOSED AGAIN BEFORE THE FIRST CSAGTBDV     *
      *  CALL OPENS ITS OWN RANDOM VIEW OF THE SAME CLUSTER            *
      *----------------------------------------------------------------*
       1200-LOAD-PENDING.

           MOVE ZERO                      TO WS-PEND-COUNT.
           MOVE 'N'                       TO WS-EOF-SWITCH.

           OPEN INPUT AGT-FLAG-FILE.
           IF  NOT WS-OVR-OK
               MOVE 'AGTFLAG WILL NOT OPEN' TO WS-RL-TEXT
               SET WS-RUN-REFUSED         TO TRUE
               WRITE TIMP-LINE            FROM WS-REFUSE-LINE
               GO TO 1200-EXIT
           END-IF.

           PERFORM 1250-LOAD-ONE-ENTRY    THRU 1250-EXIT
               UNTIL WS-EOF
               OR WS-RUN-REFUSED.

           CLOSE AGT-FLAG-FILE.
           MOVE 'N'                       TO WS-EOF-SWITCH.

           IF  WS-RUN-REFUSED
               MOVE 'MORE THAN 100 AGTFLAG CHANGES PENDING'
                                          TO WS-RL-TEXT
               WRITE TIMP-LINE            FROM WS-REFUSE-LINE
           END-IF.

       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-ENTRY.

           READ AGT-FLAG-FILE NEXT
               AT END
                   SET WS-EOF             TO TRUE
                   GO TO 1250-EXIT
           END-READ.

           IF  NOT CSAGT-V-PENDING
               GO TO 1250-EXIT
           END-IF.

           IF  WS-PEND-COUNT NOT < WC-PEND-MAX
               SET WS-RUN-REFUSED         TO TRUE
               GO TO 1250-EXIT
           END-IF.

           ADD 1 TO WS-PEND-COUNT.
           MOVE WS-PEND-COUNT             TO WS-PEND-IX.

           MOVE ZERO                      TO WT-P-EXAMINED (WS-PEND-IX).
           MOVE ZERO                      TO WT-P-CHANGED (WS-PEND-IX).
           MOVE ZERO                      TO WT-P-OTHER (WS-PEND-IX).
           MOVE ZERO                      TO
               WT-P-SAMPLE-COUNT (WS-PEND-IX).
           PERFORM 1260-CLEAR-ONE-MOVE    THRU 1260-EXIT
               VARYING WS-MOVE-IX FROM 1 BY 1
               UNTIL WS-MOVE-IX > 3.
           PERFORM 1270-CLEAR-ONE-SAMPLE  THRU 1270-EXIT
               VARYING WS-SAMPLE-IX FROM 1 BY 1
               UNTIL WS-SAMPLE-IX > 5.

           MOVE CSAGT-V-KEY               TO WT-P-KEY (WS-PEND-IX).
           MOVE CSAGT-V-AGENT-FLAG TO
               WT-P-LIVE-FLAG (WS-PEND-IX).
           MOVE CSAGT-V-STATUS-SWITCH     TO
               WT-P-LIVE-STATUS (WS-PEND-IX).
           MOVE CSAGT-V-EFFECTIVE-FROM-CCYYMMDD TO
               WT-P-LIVE-EFF-FROM (WS-PEND-IX).
           MOVE CSAGT-V-EFFECTIVE-TO-CCYYMMDD TO
               WT-P-LIVE-EFF-TO (WS-PEND-IX).
           MOVE CSAGT-V-PEND-AGENT-FLAG TO
               WT-P-PEND-FLAG (WS-PEND-IX).
           MOVE CSAGT-V-PEND-STATUS-SWITCH TO
               WT-P-PEND-STATUS (WS-PEND-IX).
           MOVE CSAGT-V-PEND-EFF-FROM-CCYYMMDD TO
               WT-P-PEND-EFF-FROM (WS-PEND-IX).
           MOVE CSAGT-V-PEND-EFF-TO-CCYYMMDD TO
               WT-P-PEND-EFF-TO (WS-PEND-IX).
           MOVE CSAGT-V-LAST-CHANGED-CCYYMMDD TO
               WT-P-CHANGED-CCYYMMDD (WS-PEND-IX).
           MOVE CSAGT-V-LAST-CHANGED-BY   TO
               WT-P-CHANGED-BY (WS-PEND-IX).

      *    A CHANGE THAT STARTS LATER IS MEASURED ON ITS START DATE
           MOVE WS-AS-OF-CCYYMMDD         TO WT-P-AS-OF (WS-PEND-IX).
           IF  CSAGT-V-PEND-EFF-FROM-CCYYMMDD NUMERIC
           AND CSAGT-V-PEND-EFF-FROM-CCYYMMDD > WS-AS-OF-CCYYMMDD
               MOVE CSAGT-V-PEND-EFF-FROM-CCYYMMDD TO
                   WT-P-AS-OF (WS-PEND-IX)
           END-IF.

       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1260-CLEAR-ONE-MOVE - EMPTY ONE FLAG-MOVE SLOT OF THE ENTRY   *
      *----------------------------------------------------------------*
       1260-CLEAR-ONE-MOVE.

           MOVE SPACES                    TO
               WT-P-MOVE-FROM (WS-PEND-IX, WS-MOVE-IX).
           MOVE SPACES                    TO
               WT-P-MOVE-TO (WS-PEND-IX, WS-MOVE-IX).
           MOVE ZERO                      TO
               WT-P-MOVE-COUNT (WS-PEND-IX, WS-MOVE-IX).

       1260-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1270-CLEAR-ONE-SAMPLE - EMPTY ONE SAMPLE BOOKING SLOT         *
      *----------------------------------------------------------------*
       1270-CLEAR-ONE-SAMPLE.

           MOVE SPACES                    TO
               WT-P-SAMPLE (WS-PEND-IX, WS-SAMPLE-IX).

       1270-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1500-READ-ACTIVITY - READ ONE BOOKING ACTIVITY RECORD         *
      *----------------------------------------------------------------*
       1500-READ-ACTIVITY.

           READ ACTIVITY-FILE
               AT END
                   SET WS-EOF             TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-PROCESS-ACTIVITY - DERIVE ONE BOOKING'S FLAG LIVE AND    *
      *  WITH THE PENDING CHANGES, AND CHARGE ANY DIFFERENCE TO ITS    *
      *  PENDING ENTRY                                                 *
      *----------------------------------------------------------------*
       2000-PROCESS-ACTIVITY.

           IF  CSACT-BOOKING-ID         = WS-PREV-BOOKING-ID
           AND CSACT-AGENT-COMPANY      = WS-PREV-AGENT-COMPANY
           AND CSACT-AGENT-NR           = WS-PREV-AGENT-NR
           AND CSACT-TYPE-SALES-PROGRAM = WS-PREV-TSP
               ADD 1 TO WS-REPEATS
               GO TO 2000-READ-NEXT
           END-IF.

           MOVE CSACT-BOOKING-ID          TO WS-PREV-BOOKING-ID.
           MOVE CSACT-AGENT-COMPANY       TO WS-PREV-AGENT-COMPANY.
           MOVE CSACT-AGENT-NR            TO WS-PREV-AGENT-NR.
           MOVE CSACT-TYPE-SALES-PROGRAM  TO WS-PREV-TSP.
           ADD 1 TO WS-BOOKINGS.

           PERFORM 2100-FIND-PENDING      THRU 2100-EXIT.

           MOVE CSACT-AGENT-COMPANY       TO CSAGTTYP-I-AGENT-COMPANY.
           MOVE CSACT-AGENT-NR            TO CSAGTTYP-I-AGENT-NR.
           MOVE CSACT-TYPE-SALES-PROGRAM  TO
               CSAGTTYP-I-TYPE-SALES-PROGRAM.
           IF  WS-PEND-FOUND-IX > ZERO
               MOVE WT-P-AS-OF (WS-PEND-FOUND-IX) TO
                   CSAGTTYP-I-EFFECTIVE-DATE
           ELSE
               MOVE WS-AS-OF-CCYYMMDD     TO CSAGTTYP-I-EFFECTIVE-DATE
           END-IF.

           MOVE SPACE                     TO CSAGTTYP-I-FLAG-SOURCE.
           CALL WC-CSAGTBDV               USING CSAGTTYP-PARMS.

           IF  NOT CSAGTTYP-O-RC-OK
               ADD 1 TO WS-REJECTED
               GO TO 2000-READ-NEXT
           END-IF.

           MOVE CSAGTTYP-O-AGENT-FLAG     TO WS-LIVE-FLAG.

           SET CSAGTTYP-I-USE-PENDING     TO TRUE.
           CALL WC-CSAGTBDV               USING CSAGTTYP-PARMS.
           MOVE CSAGTTYP-O-AGENT-FLAG     TO WS-PENDING-FLAG.

           IF  WS-PEND-FOUND-IX > ZERO
               ADD 1 TO WT-P-EXAMINED (WS-PEND-FOUND-IX)
           END-IF.

           IF  WS-PENDING-FLAG = WS-LIVE-FLAG
               GO TO 2000-READ-NEXT
           END-IF.

           ADD 1 TO WS-BOOKINGS-CHANGING.

      *    CSAGTBDV ONLY READS THE BOOKING'S OWN LOCATION + TSP ENTRY,
      *    SO A CHANGE WITH NO PENDING ENTRY TO CHARGE SHOULD NOT
      *    HAPPEN; IT IS COUNTED RATHER THAN LOST
           IF  WS-PEND-FOUND-IX = ZERO
               ADD 1 TO WS-UNATTRIBUTED
               GO TO 2000-READ-NEXT
           END-IF.

           PERFORM 2200-CHARGE-CHANGE     THRU 2200-EXIT.

       2000-READ-NEXT.

           PERFORM 1500-READ-ACTIVITY     THRU 1500-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-FIND-PENDING - THE PENDING SLOT FOR THIS BOOKING'S       *
      *  AGENT COMPANY + TYPE SALES PROGRAM, ZERO IF NONE              *
      *----------------------------------------------------------------*
       2100-FIND-PENDING.

           MOVE ZERO                      TO WS-PEND-FOUND-IX.

           PERFORM 2150-SCAN-ONE-PENDING  THRU 2150-EXIT
               VARYING WS-PEND-IX FROM 1 BY 1
               UNTIL WS-PEND-IX > WS-PEND-COUNT
               OR WS-PEND-FOUND-IX > ZERO.

       2100-EXIT.
           EXIT.

       2150-SCAN-ONE-PENDING.

           IF  WT-P-AGENT-LOCATION (WS-PEND-IX) = CSACT-AGENT-COMPANY
           AND WT-P-TSP (WS-PEND-IX) = CSACT-TYPE-SALES-PROGRAM
               MOVE WS-PEND-IX            TO WS-PEND-FOUND-IX
           END-IF.

       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-CHARGE-CHANGE - COUNT THE CHANGE, ITS FROM/TO MOVE AND   *
      *  KEEP THE BOOKING AS A SAMPLE WHILE THERE IS ROOM              *
      *----------------------------------------------------------------*
       2200-CHARGE-CHANGE.

           MOVE WS-PEND-FOUND-IX          TO WS-PEND-IX.
           ADD 1 TO WT-P-CHANGED (WS-PEND-IX).

           MOVE ZERO                      TO WS-MOVE-FOUND-IX.
           PERFORM 2250-SCAN-ONE-MOVE     THRU 2250-EXIT
               VARYING WS-MOVE-IX FROM 1 BY 1
               UNTIL WS-MOVE-IX > 3
               OR WS-MOVE-FOUND-IX > ZERO.

           IF  WS-MOVE-FOUND-IX > ZERO
               ADD 1 TO WT-P-MOVE-COUNT (WS-PEND-IX, WS-MOVE-FOUND-IX)
           ELSE
               ADD 1 TO WT-P-OTHER (WS-PEND-IX)
           END-IF.

           IF  WT-P-SAMPLE-COUNT (WS-PEND-IX) < 5
               ADD 1 TO WT-P-SAMPLE-COUNT (WS-PEND-IX)
               MOVE WT-P-SAMPLE-COUNT (WS-PEND-IX) TO WS-SAMPLE-IX
               MOVE CSACT-BOOKING-ID      TO
                   WT-P-SAMPLE (WS-PEND-IX, WS-SAMPLE-IX)
           END-IF.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2250-SCAN-ONE-MOVE - MATCH ONE FROM/TO SLOT, OR TAKE THE      *
      *  FIRST EMPTY ONE                                               *
      *----------------------------------------------------------------*
       2250-SCAN-ONE-MOVE.

           IF  WT-P-MOVE-COUNT (WS-PEND-IX, WS-MOVE-IX) = ZERO
               MOVE WS-LIVE-FLAG          TO
                   WT-P-MOVE-FROM (WS-PEND-IX, WS-MOVE-IX)
               MOVE WS-PENDING-FLAG       TO
                   WT-P-MOVE-TO (WS-PEND-IX, WS-MOVE-IX)
               MOVE WS-MOVE-IX            TO WS-MOVE-FOUND-IX
               GO TO 2250-EXIT
           END-IF.

           IF  WT-P-MOVE-FROM (WS-PEND-IX, WS-MOVE-IX) = WS-LIVE-FLAG
           AND WT-P-MOVE-TO (WS-PEND-IX, WS-MOVE-IX) = WS-PENDING-FLAG
               MOVE WS-MOVE-IX            TO WS-MOVE-FOUND-IX
           END-IF.

       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - ONE BLOCK PER PENDING ENTRY, RELOAD          *
      *  AGTIMPCT, TOTALS, RUN-CONTROL RECORD, CLOSE FILES             *
      *----------------------------------------------------------------*
       8000-TERMINATE.

           IF  WS-RUN-REFUSED
               GO TO 8000-TOTALS
           END-IF.

           CLOSE ACTIVITY-FILE.

           OPEN OUTPUT IMPACT-FILE.

           IF  WS-PEND-COUNT = ZERO
               WRITE TIMP-LINE            FROM WS-NONE-LINE
           END-IF.

           PERFORM 8100-REPORT-ONE-ENTRY  THRU 8100-EXIT
               VARYING WS-PEND-IX FROM 1 BY 1
               UNTIL WS-PEND-IX > WS-PEND-COUNT.

           CLOSE IMPACT-FILE.

       8000-TOTALS.

           WRITE TIMP-LINE                 FROM WS-BLANK-LINE.
           MOVE WS-RECORDS-READ            TO WS-T-RECORDS-READ.
           MOVE WS-BOOKINGS                TO WS-T-BOOKINGS.
           MOVE WS-BOOKINGS-CHANGING       TO WS-T-CHANGING.
           WRITE TIMP-LINE                 FROM WS-TOTAL-LINE-1.

           MOVE WS-PEND-COUNT              TO WS-T-PENDING.
           MOVE WS-REJECTED                TO WS-T-REJECTED.
           MOVE WS-UNATTRIBUTED            TO WS-T-UNATTRIBUTED.
           WRITE TIMP-LINE                 FROM WS-TOTAL-LINE-2.

           MOVE WS-REPEATS                 TO WS-T-REPEATS.
           MOVE WS-IMPACT-WRITTEN          TO WS-T-IMPACT-WRITTEN.
           WRITE TIMP-LINE                 FROM WS-TOTAL-LINE-3.

           PERFORM 9000-WRITE-RUN-CONTROL THRU 9000-EXIT.

           CLOSE TIMP-RPT.

       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8100-REPORT-ONE-ENTRY - PRINT ONE PENDING ENTRY'S BLOCK AND   *
      *  WRITE ITS AGTIMPCT RECORD                                     *
      *----------------------------------------------------------------*
       8100-REPORT-ONE-ENTRY.

           WRITE TIMP-LINE                FROM WS-BLANK-LINE.

           MOVE WT-P-AGENT-LOCATION (WS-PEND-IX) TO WS-K-LOCATION.
           MOVE WT-P-TSP (WS-PEND-IX)     TO WS-K-TSP.
           MOVE WT-P-LIVE-FLAG (WS-PEND-IX) TO WS-K-LIVE-FLAG.
           MOVE WT-P-LIVE-STATUS (WS-PEND-IX) TO WS-K-LIVE-STATUS.
           MOVE WT-P-LIVE-EFF-FROM (WS-PEND-IX) TO WS-K-LIVE-FROM.
           MOVE WT-P-LIVE-EFF-TO (WS-PEND-IX) TO WS-K-LIVE-TO.
           MOVE WT-P-PEND-FLAG (WS-PEND-IX) TO WS-K-PEND-FLAG.
           MOVE WT-P-PEND-STATUS (WS-PEND-IX) TO WS-K-PEND-STATUS.
           MOVE WT-P-PEND-EFF-FROM (WS-PEND-IX) TO WS-K-PEND-FROM.
           MOVE WT-P-PEND-EFF-TO (WS-PEND-IX) TO WS-K-PEND-TO.
           MOVE WT-P-CHANGED-BY (WS-PEND-IX) TO WS-K-CHANGED-BY.
           MOVE WT-P-CHANGED-CCYYMMDD (WS-PEND-IX) TO
               WS-K-CHANGED-DATE.
           WRITE TIMP-LINE                FROM WS-KEY-LINE.

           MOVE WT-P-EXAMINED (WS-PEND-IX) TO WS-C-EXAMINED.
           MOVE WT-P-CHANGED (WS-PEND-IX) TO WS-C-CHANGED.
           MOVE WT-P-AS-OF (WS-PEND-IX)   TO WS-C-AS-OF.
           WRITE TIMP-LINE                FROM WS-COUNT-LINE.

           PERFORM 8150-PRINT-ONE-MOVE    THRU 8150-EXIT
               VARYING WS-MOVE-IX FROM 1 BY 1
               UNTIL WS-MOVE-IX > 3.

           IF  WT-P-OTHER (WS-PEND-IX) > ZERO
               MOVE WT-P-OTHER (WS-PEND-IX) TO WS-O-COUNT
               WRITE TIMP-LINE            FROM WS-OTHER-LINE
           END-IF.

           IF  WT-P-SAMPLE-COUNT (WS-PEND-IX) > ZERO
               MOVE SPACES                TO WS-SAMPLE-LINE (23:110)
               PERFORM 8170-MOVE-ONE-SAMPLE THRU 8170-EXIT
                   VARYING WS-SAMPLE-IX FROM 1 BY 1
                   UNTIL WS-SAMPLE-IX > WT-P-SAMPLE-COUNT (WS-PEND-IX)
               WRITE TIMP-LINE            FROM WS-SAMPLE-LINE
           END-IF.

           PERFORM 8200-WRITE-IMPACT      THRU 8200-EXIT.

       8100-EXIT.
           EXIT.

       8150-PRINT-ONE-MOVE.

           IF  WT-P-MOVE-COUNT (WS-PEND-IX, WS-MOVE-IX) = ZERO
               GO TO 8150-EXIT
           END-IF.

           MOVE WT-P-MOVE-FROM (WS-PEND-IX, WS-MOVE-IX) TO WS-M-FROM.
           MOVE WT-P-MOVE-TO (WS-PEND-IX, WS-MOVE-IX)   TO WS-M-TO.
           MOVE WT-P-MOVE-COUNT (WS-PEND-IX, WS-MOVE-IX) TO WS-M-COUNT.
           WRITE TIMP-LINE                FROM WS-MOVE-LINE.

       8150-EXIT.
           EXIT.

       8170-MOVE-ONE-SAMPLE.

           MOVE WT-P-SAMPLE (WS-PEND-IX, WS-SAMPLE-IX) TO
               WS-S-BOOKING-ID (WS-SAMPLE-IX).

       8170-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8200-WRITE-IMPACT - THE AGTIMPCT RECORD CSAGTAPR SHOWS, WITH  *
      *  THE PENDING VALUES IT WAS MEASURED AGAINST                    *
      *----------------------------------------------------------------*
       8200-WRITE-IMPACT.

           MOVE SPACES                    TO CSTIM-RECORD.
           MOVE WT-P-KEY (WS-PEND-IX)     TO CSTIM-KEY.
           MOVE WS-RUN-CCYYMMDD           TO CSTIM-SIM-CCYYMMDD.
           MOVE WS-RUN-HHMMSS-KEEP        TO CSTIM-SIM-HHMMSS.
           MOVE WT-P-AS-OF (WS-PEND-IX)   TO CSTIM-AS-OF-CCYYMMDD.
           MOVE WT-P-LIVE-FLAG (WS-PEND-IX) TO CSTIM-LIVE-AGENT-FLAG.
           MOVE WT-P-PEND-FLAG (WS-PEND-IX) TO CSTIM-PEND-AGENT-FLAG.
           MOVE WT-P-PEND-STATUS (WS-PEND-IX) TO
               CSTIM-PEND-STATUS-SWITCH.
           MOVE WT-P-PEND-EFF-FROM (WS-PEND-IX) TO
               CSTIM-PEND-EFF-FROM-CCYYMMDD.
           MOVE WT-P-PEND-EFF-TO (WS-PEND-IX) TO
               CSTIM-PEND-EFF-TO-CCYYMMDD.
           MOVE WT-P-CHANGED-CCYYMMDD (WS-PEND-IX) TO
               CSTIM-PEND-CHANGED-CCYYMMDD.
           MOVE WT-P-CHANGED-BY (WS-PEND-IX) TO CSTIM-PEND-CHANGED-BY.
           MOVE WT-P-EXAMINED (WS-PEND-IX) TO CSTIM-BOOKINGS-EXAMINED.
           MOVE WT-P-CHANGED (WS-PEND-IX) TO CSTIM-BOOKINGS-CHANGED.
           MOVE WT-P-OTHER (WS-PEND-IX)   TO CSTIM-OTHER-CHANGED.

           PERFORM 8250-MOVE-ONE-TRANSITION THRU 8250-EXIT
               VARYING WS-MOVE-IX FROM 1 BY 1
               UNTIL WS-MOVE-IX > 3.

           PERFORM 8270-MOVE-ONE-IMPACT-SAMPLE THRU 8270-EXIT
               VARYING WS-SAMPLE-IX FROM 1 BY 1
               UNTIL WS-SAMPLE-IX > WT-P-SAMPLE-COUNT (WS-PEND-IX).

           WRITE CSTIM-RECORD.

           IF  WS-IMP-OK
               ADD 1 TO WS-IMPACT-WRITTEN
           END-IF.

       8200-EXIT.
           EXIT.

       8250-MOVE-ONE-TRANSITION.

           MOVE WT-P-MOVE-FROM (WS-PEND-IX, WS-MOVE-IX) TO
               CSTIM-FROM-AGENT-FLAG (WS-MOVE-IX).
           MOVE WT-P-MOVE-TO (WS-PEND-IX, WS-MOVE-IX) TO
               CSTIM-TO-AGENT-FLAG (WS-MOVE-IX).
           MOVE WT-P-MOVE-COUNT (WS-PEND-IX, WS-MOVE-IX) TO
               CSTIM-TRANSITION-COUNT (WS-MOVE-IX).

       8250-EXIT.
           EXIT.

       8270-MOVE-ONE-IMPACT-SAMPLE.

           MOVE WT-P-SAMPLE (WS-PEND-IX, WS-SAMPLE-IX) TO
               CSTIM-SAMPLE-BOOKING-ID (WS-SAMPLE-IX).

       8270-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-WRITE-RUN-CONTROL - ONE STANDARD RUN-CONTROL RECORD ON
      * THE COMMON RUNLOG SO THE MORNING BALANCING REPORT (CSAGRBAL)
      * SEES THIS JOB'S COUNTS.  READ IS ACTIVITY RECORDS, WRITTEN IS
      * AGTIMPCT RECORDS, EXCEPTIONS ARE FLAG CHANGES WITH NO PENDING
      * ENTRY TO CHARGE THEM TO.  0016 WHEN THE RUN WAS REFUSED.
      *----------------------------------------------------------------*
       9000-WRITE-RUN-CONTROL.

           OPEN EXTEND RUN-LOG.

           ACCEPT WS-RUN-CCYYMMDD         FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-HHMMSSHH         FROM TIME.

           MOVE SPACES                    TO CSRUNC-RECORD.
           MOVE WC-JOB-NAME               TO CSRUNC-JOB-NAME.
           MOVE WS-RUN-CCYYMMDD           TO CSRUNC-RUN-CCYYMMDD.
           MOVE WS-RUN-HHMMSS-KEEP        TO CSRUNC-RUN-HHMMSS.
           MOVE WS-RECORDS-READ           TO CSRUNC-RECORDS-READ.
           MOVE WS-IMPACT-WRITTEN         TO CSRUNC-RECORDS-WRITTEN.
           MOVE WS-UNATTRIBUTED           TO CSRUNC-EXCEPTIONS.

           IF  WS-RUN-REFUSED
               MOVE '0016'                TO CSRUNC-RETURN-STATUS
           ELSE
               MOVE '0000'                TO CSRUNC-RETURN-STATUS
           END-IF.

           WRITE CSRUNC-RECORD.

           CLOSE RUN-LOG.

       9000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
