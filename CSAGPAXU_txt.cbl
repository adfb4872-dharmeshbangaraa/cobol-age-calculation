      ******************************************************************
      *                                                                *
      *                         "CSAGPAXU"                             *
      *    IN-PLACE APPLY OF THE MANIFEST DELTA TO PAXVSAM (KSDS)      *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGPAXU.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  RELOADING THE WHOLE PAXVSAM KSDS EVERY NIGHT (CSAGPAXL)       *
      *  REWRITES EVERY PASSENGER TO PICK UP THE FEW THOUSAND THAT     *
      *  ACTUALLY MOVED, AND KEEPS THE INQUIRY TRANSACTIONS OFF THE    *
      *  FILE FOR THE WHOLE LOAD.  CSAGDLTA ALREADY KNOWS WHICH KEYS   *
      *  WERE ADDED, DROPPED, OR CHANGED SINCE LAST NIGHT AND WRITES   *
      *  AN AFTER-IMAGE FOR EACH (CSAGDLTI).  THIS JOB APPLIES THOSE   *
      *  IMAGES TO THE LIVE KSDS -- WRITE FOR AN ADD, DELETE FOR A     *
      *  DROP, READ AND REWRITE FOR A CHANGE -- AND TOUCHES NOTHING    *
      *  ELSE.  RUN AFTER CSAGDLTA.                                    *
      *                                                                *
      *  BEFORE ANYTHING IS APPLIED THE IMAGE FILE MUST END IN ITS     *
      *  TRAILER, ITS IMAGE COUNTS MUST AGREE WITH THE TRAILER, AND    *
      *  PAXVSAM MUST HOLD EXACTLY LAST NIGHT'S RECORD COUNT FROM THE  *
      *  TRAILER.  IF NOT, THE FILE IS NOT WHAT THE DELTA WAS TAKEN    *
      *  AGAINST (A MISSED NIGHT, A RERUN, A RESTORE): THE RUN IS      *
      *  REFUSED WITH THE REASON ON THE REPORT, PAXVSAM IS NOT         *
      *  OPENED FOR UPDATE, THE RUNLOG STATUS IS 0016 AND THE STEP     *
      *  ENDS WITH RETURN CODE 16.  RUN A FULL RELOAD TO RECOVER.      *
      *                                                                *
      *  AFTER THE APPLY THE KSDS IS COUNTED AGAIN AND THE BALANCING   *
      *  REPORT PROVES:                                                *
      *    BEFORE COUNT + ADDS APPLIED - DROPS APPLIED = AFTER COUNT   *
      *    AFTER COUNT = TONIGHT'S RECORD COUNT FROM THE TRAILER       *
      *    ADDS, DROPS AND REWRITES APPLIED = THE TRAILER'S COUNTS     *
      *  AN IMAGE THAT WILL NOT APPLY (ADD ALREADY ON FILE, DROP OR    *
      *  REWRITE NOT ON FILE) IS LISTED AND COUNTED.  ANY APPLY ERROR  *
      *  OR ANY CHECK OUT OF BALANCE GIVES RUNLOG STATUS 0008 AND      *
      *  RETURN CODE 8.                                                *
      *                                                                *
      *  FULL RELOAD FALLBACK: A PAXUCARD CONTROL CARD WITH F IN       *
      *  COLUMN 1 LOADS PAXVSAM FROM THE WHOLE PAXFILE INSTEAD, AS     *
      *  CSAGPAXL DOES, AGAINST A FRESHLY DEFINED CLUSTER, AND         *
      *  BALANCES THE AFTER COUNT TO THE RECORDS LOADED.  NO CARD, OR  *
      *  D IN COLUMN 1, IS THE NORMAL DELTA APPLY.  ANY OTHER MODE IS  *
      *  REFUSED.                                                      *
      *                                                                *
101526*  IN THE DELTA APPLY EVERY WRITE, DELETE AND REWRITE ALSO       *
101526*  UPGRADES THE PAXVSAM ALTERNATE INDEX ON PASSENGER ID (SEE     *
101526*  CSAGPAXL).  THE FULL RELOAD IS A LOAD INTO AN EMPTY CLUSTER,  *
101526*  WHICH VSAM DOES NOT UPGRADE, SO AFTER AN F RUN THE NEXT STEP  *
101526*  MUST BE AN IDCAMS BLDINDEX FROM THE CLUSTER TO THE AIX, AS    *
101526*  AFTER CSAGPAXL.  THE PATH MUST BE ALLOCATED TO DD PAXVSAM1 IN *
101526*  EITHER MODE.                                                  *
101526*                                                                *
      *  INPUT:   PAXU-CARD      - OPTIONAL MODE CARD (D OR F)         *
      *           DELTA-IMAGE    - AFTER-IMAGES (CSAGDLTI) - DELTA     *
      *           PASSENGER-FILE - FULL MANIFEST (CSPAXREC) - FULL     *
      *  I/O:     PAX-VSAM       - KEYED MANIFEST (PAXVSAM KSDS)       *
      *  OUTPUT:  APPLY-RPT      - APPLY AND BALANCING REPORT          *
      *           RUN-LOG        - STANDARD RUN-CONTROL RECORD         *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26   M.ANDREOLI  PROGRAM CREATED                        *
101526*  10/15/26   M.ANDREOLI  ALTERNATE KEY ON PASSENGER ID, SO THE  *
101526*                        DELTA APPLY KEEPS THE PAXVSAM AIX       *
101526*                        CURRENT; A FULL RELOAD NEEDS BLDINDEX   *
      ******************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.     IBM-370.
       OBJECT-COMPUTER.     IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAXU-CARD ASSIGN TO PAXUCARD
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DELTA-IMAGE       ASSIGN TO DLTIMAGE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT PASSENGER-FILE    ASSIGN TO PAXFILE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT PAX-VSAM          ASSIGN TO PAXVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PAXV-KEY
101526            ALTERNATE RECORD KEY IS PAXV-PASSENGER-ID
101526                WITH DUPLICATES
                  FILE STATUS IS WS-VSAM-STATUS.

           SELECT APPLY-RPT         ASSIGN TO PAXURPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG           ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  PAXU-CARD
           RECORDING MODE IS F.
       01  UCARD-RECORD.
           05  UCARD-MODE                  PIC X(01).
               88  UCARD-DELTA-MODE            VALUE 'D' ' '.
               88  UCARD-FULL-MODE             VALUE 'F'.
           05  FILLER                      PIC X(79).

       FD  DELTA-IMAGE
           RECORDING MODE IS F.
           COPY CSAGDLTI.

       FD  PASSENGER-FILE
           RECORDING MODE IS F.
           COPY CSPAXREC.

       FD  PAX-VSAM.
       01  PAXV-RECORD.
           05  PAXV-KEY.
               10  PAXV-BOOKING-ID         PIC X(10).
               10  PAXV-PASSENGER-ID       PIC X(10).
           05  PAXV-DATA                   PIC X(83).

       FD  APPLY-RPT
           RECORDING MODE IS F.
       01  APPLY-LINE                      PIC X(132).

       FD  RUN-LOG
           RECORDING MODE IS F.
           COPY CSAGRUNC.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-MODE-SWITCH              PIC X(01) VALUE 'D'.
               88  WS-DELTA-MODE                VALUE 'D'.
               88  WS-FULL-MODE                 VALUE 'F'.
           05  WS-REFUSED-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-APPLY-REFUSED             VALUE 'Y'.
           05  WS-BALANCE-SWITCH           PIC X(01) VALUE 'Y'.
               88  WS-IN-BALANCE                VALUE 'Y'.
               88  WS-OUT-OF-BALANCE            VALUE 'N'.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.
           05  WS-TRAILER-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-TRAILER-SEEN              VALUE 'Y'.
           05  WS-COUNT-SWITCH             PIC X(01) VALUE 'Y'.
               88  WS-COUNT-OK                  VALUE 'Y'.
               88  WS-COUNT-FAILED              VALUE 'N'.

       01  WS-VSAM-STATUS                  PIC X(02).
           88  WS-VSAM-OK                      VALUE '00'.
           88  WS-VSAM-DUPLICATE               VALUE '22'.
           88  WS-VSAM-NOT-FOUND               VALUE '23'.
           88  WS-VSAM-END-OF-FILE             VALUE '10'.

      *    IMAGE FILE AS READ IN THE PRE-CHECK, AND ITS TRAILER
       77  WS-IMAGE-ADDS                   PIC 9(07) COMP VALUE ZERO.
       77  WS-IMAGE-DROPS                  PIC 9(07) COMP VALUE ZERO.
       77  WS-IMAGE-REWRITES               PIC 9(07) COMP VALUE ZERO.
       77  WS-IMAGE-UNKNOWN                PIC 9(07) COMP VALUE ZERO.
       77  WS-IMAGES-AFTER-TRAILER         PIC 9(07) COMP VALUE ZERO.
       77  WS-TR-PREV-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-TR-CURR-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-TR-ADD-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  WS-TR-DROP-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-TR-REWRITE-COUNT             PIC 9(07) COMP VALUE ZERO.

      *    APPLY AND BALANCING COUNTS
       77  WS-IMAGES-READ                  PIC 9(07) COMP VALUE ZERO.
       77  WS-ADDS-APPLIED                 PIC 9(07) COMP VALUE ZERO.
       77  WS-DROPS-APPLIED                PIC 9(07) COMP VALUE ZERO.
       77  WS-REWRITES-APPLIED             PIC 9(07) COMP VALUE ZERO.
       77  WS-APPLY-ERRORS                 PIC 9(07) COMP VALUE ZERO.
       77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
       77  WS-RECORDS-LOADED               PIC 9(07) COMP VALUE ZERO.
       77  WS-DUPLICATES                   PIC 9(07) COMP VALUE ZERO.
       77  WS-VSAM-COUNT                   PIC 9(07) COMP VALUE ZERO.
       77  WS-BEFORE-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  WS-AFTER-COUNT                  PIC 9(07) COMP VALUE ZERO.
       77  WS-EXPECTED-COUNT               PIC S9(08) COMP VALUE ZERO.
       77  WS-RUN-READ                     PIC 9(07) COMP VALUE ZERO.
       77  WS-RUN-WRITTEN                  PIC 9(07) COMP VALUE ZERO.
       77  WS-RUN-EXCEPTIONS               PIC 9(07) COMP VALUE ZERO.

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-CCYYMMDD             PIC 9(08).
           05  WS-RUN-HHMMSSHH             PIC 9(08).
           05  WS-RUN-HHMMSS REDEFINES WS-RUN-HHMMSSHH.
               10  WS-RUN-HHMMSS-KEEP      PIC 9(06).
               10  FILLER                  PIC 9(02).

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               'CSAGPAXU - PAXVSAM DELTA APPLY AND BALANCE  '.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE '.
           05  WS-H-RUN-DATE               PIC 9(08).
           05  FILLER                      PIC X(70) VALUE SPACES.

       01  WS-MODE-LINE.
           05  FILLER                      PIC X(06) VALUE 'MODE: '.
           05  WS-M-TEXT                   PIC X(50).
           05  FILLER                      PIC X(76) VALUE SPACES.

       01  WS-REFUSE-LINE.
           05  FILLER                      PIC X(16) VALUE
               'APPLY REFUSED - '.
           05  WS-RL-TEXT                  PIC X(60).
           05  FILLER                      PIC X(56) VALUE SPACES.

       01  WS-ERROR-HEADING.
           05  FILLER                      PIC X(06) VALUE 'IMAGE'.
           05  FILLER                      PIC X(12) VALUE 'BOOKING'.
           05  FILLER                      PIC X(12) VALUE 'PASSENGER'.
           05  FILLER                      PIC X(08) VALUE 'STATUS'.
           05  FILLER                      PIC X(40) VALUE
               'APPLY ERROR'.
           05  FILLER                      PIC X(54) VALUE SPACES.

       01  WS-ERROR-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-E-IMAGE-TYPE             PIC X(01).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-E-BOOKING-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-E-PASSENGER-ID           PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-E-VSAM-STATUS            PIC X(02).
           05  FILLER                      PIC X(06) VALUE SPACES.
           05  WS-E-TEXT                   PIC X(40).
           05  FILLER                      PIC X(54) VALUE SPACES.

       01  WS-BAL-HEADING.
           05  FILLER                      PIC X(40) VALUE
               'BALANCING'.
           05  FILLER                      PIC X(92) VALUE SPACES.

       01  WS-BAL-LINE.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  WS-B-LABEL                  PIC X(30).
           05  WS-B-COUNT                  PIC -Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-B-NOTE                   PIC X(40).
           05  FILLER                      PIC X(45) VALUE SPACES.

       01  WS-RESULT-LINE.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  WS-R-TEXT                   PIC X(60).
           05  FILLER                      PIC X(68) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.

           IF  NOT WS-APPLY-REFUSED
               IF  WS-FULL-MODE
                   PERFORM 5000-FULL-RELOAD THRU 5000-EXIT
               ELSE
                   PERFORM 2000-APPLY-DELTA THRU 2000-EXIT
               END-IF
               PERFORM 3000-COUNT-VSAM  THRU 3000-EXIT
               MOVE WS-VSAM-COUNT       TO WS-AFTER-COUNT
               PERFORM 4000-BALANCE     THRU 4000-EXIT
           END-IF.

           PERFORM 8000-TERMINATE       THRU 8000-EXIT.

           IF  WS-APPLY-REFUSED
               MOVE 16                  TO RETURN-CODE
           ELSE
               IF  WS-OUT-OF-BALANCE
               OR  WS-APPLY-ERRORS > ZERO
                   MOVE 8               TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - OPEN THE REPORT, TAKE THE MODE FROM THE     *
      *  CARD, AND FOR A DELTA APPLY PROVE THE IMAGE FILE AND THE      *
      *  KSDS BELONG TOGETHER BEFORE ANYTHING IS TOUCHED               *
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           ACCEPT WS-RUN-CCYYMMDD         FROM DATE YYYYMMDD.

           OPEN OUTPUT APPLY-RPT.

           MOVE WS-RUN-CCYYMMDD           TO WS-H-RUN-DATE.
           WRITE APPLY-LINE               FROM WS-HEADING-1.
           WRITE APPLY-LINE               FROM WS-BLANK-LINE.

           PERFORM 1100-READ-MODE-CARD    THRU 1100-EXIT.

           IF  WS-APPLY-REFUSED
           OR  WS-FULL-MODE
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1200-CHECK-IMAGES      THRU 1200-EXIT.

           IF  WS-APPLY-REFUSED
               GO TO 1000-EXIT
           END-IF.

           PERFORM 3000-COUNT-VSAM        THRU 3000-EXIT.
           MOVE WS-VSAM-COUNT             TO WS-BEFORE-COUNT.

           IF  WS-COUNT-FAILED
               MOVE 'PAXVSAM WILL NOT OPEN TO BE COUNTED'
                                          TO WS-RL-TEXT
               PERFORM 1900-REFUSE        THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF.

           IF  WS-BEFORE-COUNT NOT = WS-TR-PREV-COUNT
               MOVE 'BEFORE COUNT OF PAXVSAM' TO WS-B-LABEL
               MOVE WS-BEFORE-COUNT       TO WS-B-COUNT
               MOVE SPACES                TO WS-B-NOTE
               WRITE APPLY-LINE           FROM WS-BAL-LINE
               MOVE 'LAST NIGHT ON THE TRAILER' TO WS-B-LABEL
               MOVE WS-TR-PREV-COUNT      TO WS-B-COUNT
               WRITE APPLY-LINE           FROM WS-BAL-LINE
               MOVE 'PAXVSAM IS NOT LAST NIGHT''S - RUN FULL RELOAD'
                                          TO WS-RL-TEXT
               PERFORM 1900-REFUSE        THRU 1900-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1100-READ-MODE-CARD - NO CARD, OR D, IS A DELTA APPLY; F IS   *
      *  THE FULL RELOAD FALLBACK                                      *
      *----------------------------------------------------------------*
       1100-READ-MODE-CARD.

           SET WS-DELTA-MODE              TO TRUE.

           OPEN INPUT PAXU-CARD.
           READ PAXU-CARD
               NOT AT END
                   IF  UCARD-FULL-MODE
                       SET WS-FULL-MODE   TO TRUE
                   ELSE
                       IF  NOT UCARD-DELTA-MODE
                           MOVE 'PAXUCARD MODE IS NOT D OR F'
                                          TO WS-RL-TEXT
                           PERFORM 1900-REFUSE THRU 1900-EXIT
                       END-IF
                   END-IF
           END-READ.
           CLOSE PAXU-CARD.

           IF  WS-FULL-MODE
               MOVE 'FULL RELOAD OF PAXVSAM FROM PAXFILE'
                                          TO WS-M-TEXT
           ELSE
               MOVE 'DELTA APPLY OF CSAGDLTA IMAGES TO PAXVSAM'
                                          TO WS-M-TEXT
           END-IF.
           WRITE APPLY-LINE               FROM WS-MODE-LINE.
           WRITE APPLY-LINE               FROM WS-BLANK-LINE.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1200-CHECK-IMAGES - READ THE WHOLE IMAGE FILE ONCE: IT MUST   *
      *  END IN ITS TRAILER, AND THE IMAGES OF EACH TYPE MUST BE THE   *
      *  TRAILER'S COUNTS, WHICH MUST THEMSELVES FOOT                  *
      *----------------------------------------------------------------*
       1200-CHECK-IMAGES.

           MOVE 'N'                       TO WS-EOF-SWITCH.
           OPEN INPUT DELTA-IMAGE.

           PERFORM 1250-COUNT-ONE-IMAGE   THRU 1250-EXIT
               UNTIL WS-EOF.

           CLOSE DELTA-IMAGE.

           IF  NOT WS-TRAILER-SEEN
               MOVE 'DLTIMAGE HAS NO TRAILER - FILE INCOMPLETE'
                                          TO WS-RL-TEXT
               PERFORM 1900-REFUSE        THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF.

           IF  WS-IMAGES-AFTER-TRAILER > ZERO
               MOVE 'DLTIMAGE HAS RECORDS AFTER ITS TRAILER'
                                          TO WS-RL-TEXT
               PERFORM 1900-REFUSE        THRU 1900-EXIT
           END-IF.

           IF  WS-IMAGE-UNKNOWN > ZERO
               MOVE 'DLTIMAGE HAS IMAGES THAT ARE NOT A, D, C OR T'
                                          TO WS-RL-TEXT
               PERFORM 1900-REFUSE        THRU 1900-EXIT
           END-IF.

           IF  WS-IMAGE-ADDS     NOT = WS-TR-ADD-COUNT
           OR  WS-IMAGE-DROPS    NOT = WS-TR-DROP-COUNT
           OR  WS-IMAGE-REWRITES NOT = WS-TR-REWRITE-COUNT
               MOVE 'DLTIMAGE IMAGE COUNTS DISAGREE WITH ITS TRAILER'
                                          TO WS-RL-TEXT
               PERFORM 1900-REFUSE        THRU 1900-EXIT
           END-IF.

           COMPUTE WS-EXPECTED-COUNT = WS-TR-PREV-COUNT
                                     + WS-TR-ADD-COUNT
                                     - WS-TR-DROP-COUNT.

           IF  WS-EXPECTED-COUNT NOT = WS-TR-CURR-COUNT
               MOVE 'DLTIMAGE TRAILER COUNTS DO NOT FOOT'
                                          TO WS-RL-TEXT
               PERFORM 1900-REFUSE        THRU 1900-EXIT
           END-IF.

       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1250-COUNT-ONE-IMAGE - TALLY ONE IMAGE BY TYPE; KEEP THE      *
      *  TRAILER'S COUNTS                                              *
      *----------------------------------------------------------------*
       1250-COUNT-ONE-IMAGE.

           READ DELTA-IMAGE
               AT END
                   SET WS-EOF             TO TRUE
                   GO TO 1250-EXIT
           END-READ.

           IF  WS-TRAILER-SEEN
               ADD 1 TO WS-IMAGES-AFTER-TRAILER
               GO TO 1250-EXIT
           END-IF.

           EVALUATE TRUE
           WHEN CSDLI-ADD
               ADD 1 TO WS-IMAGE-ADDS
           WHEN CSDLI-DROP
               ADD 1 TO WS-IMAGE-DROPS
           WHEN CSDLI-REWRITE
               ADD 1 TO WS-IMAGE-REWRITES
           WHEN CSDLI-TRAILER-REC
               SET WS-TRAILER-SEEN        TO TRUE
               MOVE CSDLI-T-PREV-COUNT    TO WS-TR-PREV-COUNT
               MOVE CSDLI-T-CURR-COUNT    TO WS-TR-CURR-COUNT
               MOVE CSDLI-T-ADD-COUNT     TO WS-TR-ADD-COUNT
               MOVE CSDLI-T-DROP-COUNT    TO WS-TR-DROP-COUNT
               MOVE CSDLI-T-REWRITE-COUNT TO WS-TR-REWRITE-COUNT
           WHEN OTHER
               ADD 1 TO WS-IMAGE-UNKNOWN
           END-EVALUATE.

       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1900-REFUSE - ONE REASON LINE (WS-RL-TEXT) ON THE REPORT;     *
      *  ANY ONE REASON IS ENOUGH TO STOP THE APPLY                    *
      *----------------------------------------------------------------*
       1900-REFUSE.

           SET WS-APPLY-REFUSED           TO TRUE.
           WRITE APPLY-LINE               FROM WS-REFUSE-LINE.

       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-APPLY-DELTA - EVERY IMAGE AGAINST THE LIVE KSDS          *
      *----------------------------------------------------------------*
       2000-APPLY-DELTA.

           OPEN I-O   PAX-VSAM.
           OPEN INPUT DELTA-IMAGE.

           WRITE APPLY-LINE               FROM WS-ERROR-HEADING.

           MOVE 'N'                       TO WS-EOF-SWITCH.
           PERFORM 2100-READ-IMAGE        THRU 2100-EXIT.

           PERFORM 2200-APPLY-ONE-IMAGE   THRU 2200-EXIT
               UNTIL WS-EOF.

           CLOSE DELTA-IMAGE.
           CLOSE PAX-VSAM.

           WRITE APPLY-LINE               FROM WS-BLANK-LINE.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-READ-IMAGE - READ ONE IMAGE; THE TRAILER ENDS THE APPLY  *
      *----------------------------------------------------------------*
       2100-READ-IMAGE.

           READ DELTA-IMAGE
               AT END
                   SET WS-EOF             TO TRUE
               NOT AT END
                   IF  CSDLI-TRAILER-REC
                       SET WS-EOF         TO TRUE
                   ELSE
                       ADD 1 TO WS-IMAGES-READ
                   END-IF
           END-READ.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-APPLY-ONE-IMAGE - ROUTE THE IMAGE BY ITS TYPE            *
      *----------------------------------------------------------------*
       2200-APPLY-ONE-IMAGE.

           EVALUATE TRUE
           WHEN CSDLI-ADD
               PERFORM 2300-APPLY-ADD     THRU 2300-EXIT
           WHEN CSDLI-DROP
               PERFORM 2400-APPLY-DROP    THRU 2400-EXIT
           WHEN CSDLI-REWRITE
               PERFORM 2500-APPLY-REWRITE THRU 2500-EXIT
           END-EVALUATE.

           PERFORM 2100-READ-IMAGE        THRU 2100-EXIT.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2300-APPLY-ADD - WRITE TONIGHT'S RECORD UNDER A NEW KEY       *
      *----------------------------------------------------------------*
       2300-APPLY-ADD.

           MOVE CSDLI-IMAGE               TO PAXV-RECORD.

           WRITE PAXV-RECORD.

           IF  WS-VSAM-OK
               ADD 1 TO WS-ADDS-APPLIED
               GO TO 2300-EXIT
           END-IF.

           IF  WS-VSAM-DUPLICATE
               MOVE 'ADD - KEY ALREADY ON PAXVSAM' TO WS-E-TEXT
           ELSE
               MOVE 'ADD - WRITE FAILED'  TO WS-E-TEXT
           END-IF.
           PERFORM 2900-APPLY-ERROR       THRU 2900-EXIT.

       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2400-APPLY-DROP - DELETE LAST NIGHT'S KEY                     *
      *----------------------------------------------------------------*
       2400-APPLY-DROP.

           MOVE CSDLI-BOOKING-ID          TO PAXV-BOOKING-ID.
           MOVE CSDLI-PASSENGER-ID        TO PAXV-PASSENGER-ID.

           DELETE PAX-VSAM RECORD.

           IF  WS-VSAM-OK
               ADD 1 TO WS-DROPS-APPLIED
               GO TO 2400-EXIT
           END-IF.

           IF  WS-VSAM-NOT-FOUND
               MOVE 'DROP - KEY NOT ON PAXVSAM' TO WS-E-TEXT
           ELSE
               MOVE 'DROP - DELETE FAILED' TO WS-E-TEXT
           END-IF.
           PERFORM 2900-APPLY-ERROR       THRU 2900-EXIT.

       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2500-APPLY-REWRITE - READ THE KEY FOR UPDATE, THEN REPLACE    *
      *  THE WHOLE RECORD WITH TONIGHT'S IMAGE                         *
      *----------------------------------------------------------------*
       2500-APPLY-REWRITE.

           MOVE CSDLI-BOOKING-ID          TO PAXV-BOOKING-ID.
           MOVE CSDLI-PASSENGER-ID        TO PAXV-PASSENGER-ID.

           READ PAX-VSAM.

           IF  NOT WS-VSAM-OK
               IF  WS-VSAM-NOT-FOUND
                   MOVE 'REWRITE - KEY NOT ON PAXVSAM' TO WS-E-TEXT
               ELSE
                   MOVE 'REWRITE - READ FAILED' TO WS-E-TEXT
               END-IF
               PERFORM 2900-APPLY-ERROR   THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF.

           MOVE CSDLI-IMAGE               TO PAXV-RECORD.

           REWRITE PAXV-RECORD.

           IF  WS-VSAM-OK
               ADD 1 TO WS-REWRITES-APPLIED
           ELSE
               MOVE 'REWRITE - REWRITE FAILED' TO WS-E-TEXT
               PERFORM 2900-APPLY-ERROR   THRU 2900-EXIT
           END-IF.

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2900-APPLY-ERROR - LIST AND COUNT AN IMAGE THAT WOULD NOT     *
      *  APPLY (WS-E-TEXT SET BY THE CALLER)                           *
      *----------------------------------------------------------------*
       2900-APPLY-ERROR.

           ADD 1 TO WS-APPLY-ERRORS.

           MOVE CSDLI-IMAGE-TYPE          TO WS-E-IMAGE-TYPE.
           MOVE CSDLI-BOOKING-ID          TO WS-E-BOOKING-ID.
           MOVE CSDLI-PASSENGER-ID        TO WS-E-PASSENGER-ID.
           MOVE WS-VSAM-STATUS            TO WS-E-VSAM-STATUS.
           WRITE APPLY-LINE               FROM WS-ERROR-LINE.

       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-COUNT-VSAM - BROWSE THE WHOLE KSDS INTO WS-VSAM-COUNT;   *
      *  WS-COUNT-FAILED IF IT WILL NOT OPEN                           *
      *----------------------------------------------------------------*
       3000-COUNT-VSAM.

           MOVE ZERO                      TO WS-VSAM-COUNT.
           SET WS-COUNT-OK                TO TRUE.

           OPEN INPUT PAX-VSAM.

           IF  NOT WS-VSAM-OK
               SET WS-COUNT-FAILED        TO TRUE
               GO TO 3000-EXIT
           END-IF.

           MOVE LOW-VALUES                TO PAXV-KEY.
           MOVE 'N'                       TO WS-EOF-SWITCH.

           START PAX-VSAM KEY IS NOT LESS THAN PAXV-KEY
               INVALID KEY
                   SET WS-EOF             TO TRUE
           END-START.

           PERFORM 3100-COUNT-ONE         THRU 3100-EXIT
               UNTIL WS-EOF.

           CLOSE PAX-VSAM.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3100-COUNT-ONE - READ NEXT AND COUNT                          *
      *----------------------------------------------------------------*
       3100-COUNT-ONE.

           READ PAX-VSAM NEXT RECORD
               AT END
                   SET WS-EOF             TO TRUE
               NOT AT END
                   ADD 1 TO WS-VSAM-COUNT
           END-READ.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-BALANCE - PROVE THE AFTER COUNT; ANY FAILED CHECK PUTS   *
      *  THE RUN OUT OF BALANCE                                        *
      *----------------------------------------------------------------*
       4000-BALANCE.

           WRITE APPLY-LINE               FROM WS-BAL-HEADING.
           MOVE SPACES                    TO WS-B-NOTE.

           IF  WS-FULL-MODE
               PERFORM 4200-BALANCE-FULL  THRU 4200-EXIT
           ELSE
               PERFORM 4100-BALANCE-DELTA THRU 4100-EXIT
           END-IF.

           IF  WS-COUNT-FAILED
               SET WS-OUT-OF-BALANCE      TO TRUE
               MOVE 'PAXVSAM WOULD NOT OPEN FOR THE AFTER COUNT'
                                          TO WS-R-TEXT
               WRITE APPLY-LINE           FROM WS-RESULT-LINE
           END-IF.

           WRITE APPLY-LINE               FROM WS-BLANK-LINE.

           IF  WS-IN-BALANCE
               MOVE 'PAXVSAM IN BALANCE'  TO WS-R-TEXT
           ELSE
               MOVE '*** PAXVSAM OUT OF BALANCE ***' TO WS-R-TEXT
           END-IF.
           WRITE APPLY-LINE               FROM WS-RESULT-LINE.

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4100-BALANCE-DELTA - BEFORE + ADDS - DROPS = AFTER = TONIGHT, *
      *  AND EVERY IMAGE ON THE TRAILER APPLIED                        *
      *----------------------------------------------------------------*
       4100-BALANCE-DELTA.

           COMPUTE WS-EXPECTED-COUNT = WS-BEFORE-COUNT
                                     + WS-ADDS-APPLIED
                                     - WS-DROPS-APPLIED.

           MOVE 'BEFORE COUNT OF PAXVSAM'  TO WS-B-LABEL.
           MOVE WS-BEFORE-COUNT           TO WS-B-COUNT.
           PERFORM 4900-WRITE-BAL-LINE    THRU 4900-EXIT.

           MOVE 'ADDS APPLIED'            TO WS-B-LABEL.
           MOVE WS-ADDS-APPLIED           TO WS-B-COUNT.
           IF  WS-ADDS-APPLIED NOT = WS-TR-ADD-COUNT
               MOVE '*** NOT THE TRAILER ADD COUNT' TO WS-B-NOTE
           END-IF.
           PERFORM 4900-WRITE-BAL-LINE    THRU 4900-EXIT.

           MOVE 'DROPS APPLIED'           TO WS-B-LABEL.
           MOVE WS-DROPS-APPLIED          TO WS-B-COUNT.
           IF  WS-DROPS-APPLIED NOT = WS-TR-DROP-COUNT
               MOVE '*** NOT THE TRAILER DROP COUNT' TO WS-B-NOTE
           END-IF.
           PERFORM 4900-WRITE-BAL-LINE    THRU 4900-EXIT.

           MOVE 'REWRITES APPLIED'        TO WS-B-LABEL.
           MOVE WS-REWRITES-APPLIED       TO WS-B-COUNT.
           IF  WS-REWRITES-APPLIED NOT = WS-TR-REWRITE-COUNT
               MOVE '*** NOT THE TRAILER REWRITE COUNT' TO WS-B-NOTE
           END-IF.
           PERFORM 4900-WRITE-BAL-LINE    THRU 4900-EXIT.

           MOVE 'APPLY ERRORS'            TO WS-B-LABEL.
           MOVE WS-APPLY-ERRORS           TO WS-B-COUNT.
           IF  WS-APPLY-ERRORS > ZERO
               MOVE '*** IMAGES DID NOT APPLY' TO WS-B-NOTE
           END-IF.
           PERFORM 4900-WRITE-BAL-LINE    THRU 4900-EXIT.

           MOVE 'EXPECTED AFTER COUNT'    TO WS-B-LABEL.
           MOVE WS-EXPECTED-COUNT         TO WS-B-COUNT.
           PERFORM 4900-WRITE-BAL-LINE    THRU 4900-EXIT.

           MOVE 'AFTER COUNT OF PAXVSAM'  TO WS-B-LABEL.
           MOVE WS-AFTER-COUNT            TO WS-B-COUNT.
           IF  WS-AFTER-COUNT NOT = WS-EXPECTED-COUNT
               MOVE '*** NOT THE EXPECTED AFTER COUNT' TO WS-B-NOTE
           END-IF.
           PERFORM 4900-WRITE-BAL-LINE    THRU 4900-EXIT.

           MOVE 'TONIGHT ON THE TRAILER'  TO WS-B-LABEL.
           MOVE WS-TR-CURR-COUNT          TO WS-B-COUNT.
           IF  WS-AFTER-COUNT NOT = WS-TR-CURR-COUNT
               MOVE '*** AFTER COUNT IS NOT TONIGHT''S' TO WS-B-NOTE
           END-IF.
           PERFORM 4900-WRITE-BAL-LINE    THRU 4900-EXIT.

       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4200-BALANCE-FULL - THE RELOADED KSDS HOLDS EXACTLY WHAT WAS  *
      *  LOADED, AND EVERY PAXFILE RECORD IS LOADED OR ACCOUNTED FOR   *
      *----------------------------------------------------------------*
       4200-BALANCE-FULL.

           MOVE 'PAXFILE RECORDS READ'    TO WS-B-LABEL.
           MOVE WS-RECORDS-READ           TO WS-B-COUNT.
           PERFORM 4900-WRITE-BAL-LINE    THRU 4900-EXIT.

           MOVE 'DUPLICATES SKIPPED'      TO WS-B-LABEL.
           MOVE WS-DUPLICATES             TO WS-B-COUNT.
           PERFORM 4900-WRITE-BAL-LINE    THRU 4900-EXIT.

           MOVE 'WRITE ERRORS'            TO WS-B-LABEL.
           MOVE WS-APPLY-ERRORS           TO WS-B-COUNT.
           IF  WS-APPLY-ERRORS > ZERO
               MOVE '*** RECORDS DID NOT LOAD' TO WS-B-NOTE
           END-IF.
           PERFORM 4900-WRITE-BAL-LINE    THRU 4900-EXIT.

           MOVE 'RECORDS LOADED'          TO WS-B-LABEL.
           MOVE WS-RECORDS-LOADED         TO WS-B-COUNT.
           PERFORM 4900-WRITE-BAL-LINE    THRU 4900-EXIT.

           MOVE 'AFTER COUNT OF PAXVSAM'  TO WS-B-LABEL.
           MOVE WS-AFTER-COUNT            TO WS-B-COUNT.
           IF  WS-AFTER-COUNT NOT = WS-RECORDS-LOADED
               MOVE '*** NOT THE RECORDS LOADED' TO WS-B-NOTE
           END-IF.
           PERFORM 4900-WRITE-BAL-LINE    THRU 4900-EXIT.

       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4900-WRITE-BAL-LINE - ONE BALANCING LINE; A NOTE ON IT MEANS  *
      *  THE CHECK FAILED                                              *
      *----------------------------------------------------------------*
       4900-WRITE-BAL-LINE.

           IF  WS-B-NOTE NOT = SPACES
               SET WS-OUT-OF-BALANCE      TO TRUE
           END-IF.

           WRITE APPLY-LINE               FROM WS-BAL-LINE.
           MOVE SPACES                    TO WS-B-NOTE.

       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-FULL-RELOAD - FALLBACK: LOAD THE WHOLE MANIFEST INTO A   *
      *  FRESHLY DEFINED CLUSTER, AS CSAGPAXL DOES.  THE AIX IS NOT    *
      *  UPGRADED BY THIS LOAD; THE FOLLOWING BLDINDEX STEP BUILDS IT  *
      *----------------------------------------------------------------*
       5000-FULL-RELOAD.

           OPEN INPUT  PASSENGER-FILE.
           OPEN OUTPUT PAX-VSAM.

           WRITE APPLY-LINE               FROM WS-ERROR-HEADING.

           MOVE 'N'                       TO WS-EOF-SWITCH.
           PERFORM 5100-READ-PAX          THRU 5100-EXIT.

           PERFORM 5200-LOAD-ONE-PAX      THRU 5200-EXIT
               UNTIL WS-EOF.

           CLOSE PASSENGER-FILE.
           CLOSE PAX-VSAM.

           WRITE APPLY-LINE               FROM WS-BLANK-LINE.

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5100-READ-PAX - READ ONE PASSENGER RECORD                     *
      *----------------------------------------------------------------*
       5100-READ-PAX.

           READ PASSENGER-FILE
               AT END
                   SET WS-EOF             TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5200-LOAD-ONE-PAX - WRITE ONE MANIFEST RECORD TO THE KSDS;    *
      *  A DUPLICATE IS LISTED AND SKIPPED, AS IN CSAGPAXL             *
      *----------------------------------------------------------------*
       5200-LOAD-ONE-PAX.

           MOVE CSPAX-RECORD              TO PAXV-RECORD.

           WRITE PAXV-RECORD.

           EVALUATE TRUE
           WHEN WS-VSAM-OK
               ADD 1 TO WS-RECORDS-LOADED
           WHEN WS-VSAM-DUPLICATE
               ADD 1 TO WS-DUPLICATES
               MOVE 'LOAD - DUPLICATE KEY SKIPPED' TO WS-E-TEXT
               PERFORM 5300-LIST-LOAD-LINE THRU 5300-EXIT
           WHEN OTHER
               ADD 1 TO WS-APPLY-ERRORS
               MOVE 'LOAD - WRITE FAILED' TO WS-E-TEXT
               PERFORM 5300-LIST-LOAD-LINE THRU 5300-EXIT
           END-EVALUATE.

           PERFORM 5100-READ-PAX          THRU 5100-EXIT.

       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5300-LIST-LOAD-LINE - ONE LINE FOR A RECORD THAT DID NOT LOAD *
      *----------------------------------------------------------------*
       5300-LIST-LOAD-LINE.

           MOVE 'F'                       TO WS-E-IMAGE-TYPE.
           MOVE PAXV-BOOKING-ID           TO WS-E-BOOKING-ID.
           MOVE PAXV-PASSENGER-ID         TO WS-E-PASSENGER-ID.
           MOVE WS-VSAM-STATUS            TO WS-E-VSAM-STATUS.
           WRITE APPLY-LINE               FROM WS-ERROR-LINE.

       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - RUN-CONTROL RECORD, CLOSE THE REPORT         *
      *----------------------------------------------------------------*
       8000-TERMINATE.

           PERFORM 9000-WRITE-RUN-CONTROL THRU 9000-EXIT.

           CLOSE APPLY-RPT.

       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-WRITE-RUN-CONTROL - ONE STANDARD RUN-CONTROL RECORD ON
      * THE COMMON RUNLOG: IMAGES (OR PAXFILE RECORDS) READ, RECORDS
      * APPLIED (OR LOADED), IMAGES THAT WOULD NOT APPLY.  0016 WHEN
      * REFUSED, 0008 WHEN ANYTHING FAILED OR WILL NOT BALANCE, SO
      * THE MORNING BALANCING REPORT (CSAGRBAL) FLAGS THE NIGHT.
      *----------------------------------------------------------------*
       9000-WRITE-RUN-CONTROL.

           OPEN EXTEND RUN-LOG.

           ACCEPT WS-RUN-CCYYMMDD         FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-HHMMSSHH         FROM TIME.

           IF  WS-FULL-MODE
               MOVE WS-RECORDS-READ       TO WS-RUN-READ
               MOVE WS-RECORDS-LOADED     TO WS-RUN-WRITTEN
           ELSE
               MOVE WS-IMAGES-READ        TO WS-RUN-READ
               COMPUTE WS-RUN-WRITTEN = WS-ADDS-APPLIED
                                      + WS-DROPS-APPLIED
                                      + WS-REWRITES-APPLIED
           END-IF.
           MOVE WS-APPLY-ERRORS           TO WS-RUN-EXCEPTIONS.

           MOVE SPACES                    TO CSRUNC-RECORD.
           MOVE 'CSAGPAXU'                TO CSRUNC-JOB-NAME.
           MOVE WS-RUN-CCYYMMDD           TO CSRUNC-RUN-CCYYMMDD.
           MOVE WS-RUN-HHMMSS-KEEP        TO CSRUNC-RUN-HHMMSS.
           MOVE WS-RUN-READ               TO CSRUNC-RECORDS-READ.
           MOVE WS-RUN-WRITTEN            TO CSRUNC-RECORDS-WRITTEN.
           MOVE WS-RUN-EXCEPTIONS         TO CSRUNC-EXCEPTIONS.

           EVALUATE TRUE
           WHEN WS-APPLY-REFUSED
               MOVE '0016'                TO CSRUNC-RETURN-STATUS
           WHEN WS-OUT-OF-BALANCE
           WHEN WS-APPLY-ERRORS > ZERO
               MOVE '0008'                TO CSRUNC-RETURN-STATUS
           WHEN OTHER
               MOVE '0000'                TO CSRUNC-RETURN-STATUS
           END-EVALUATE.

           WRITE CSRUNC-RECORD.

           CLOSE RUN-LOG.

       9000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
