      ******************************************************************
      *                                                                *
      *                         "CSAGRETN"                             *
      *   PRIVACY RETENTION - MASK NAMES AND BIRTH DATES OF GUESTS     *
      *   ON SAILINGS COMPLETED PAST THE RETENTION PERIOD              *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGRETN.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  NOTHING IN THE SYSTEM EVER REMOVED A GUEST'S NAME OR BIRTH    *
      *  DATE ONCE THE SAILING WAS OVER.  THIS JOB, RUN ON THE         *
      *  PRIVACY OFFICE'S SCHEDULE, MASKS THEM FOR EVERY SAILING WHOSE *
      *  SAILMAST RETURN DATE IS OLDER THAN THE RETENTION PERIOD:      *
      *  THE NAME BECOMES WC-MASKED-NAME AND EVERY BIRTH DATE BECOMES  *
      *  ZERO.  KEYS, SAILING, BRAND, DATES OF TRAVEL, AGES AND BANDS  *
      *  ARE LEFT AS THEY ARE, AND THE AGGREGATE FILES (DEMOHIST,      *
      *  DEMOSNAP) ARE NOT OPENED, SO CSAGYOYR, CSAGPACE AND THE       *
      *  HISTORY REPORTS KEEP WORKING.                                 *
      *                                                                *
      *  THE RETNCARD CONTROL CARD CARRIES THE RETENTION PERIOD IN     *
      *  YEARS (COLUMNS 1-2, 01-99) AND AN OPTIONAL AS-OF DATE         *
      *  (CCYYMMDD, COLUMNS 3-10; BLANK OR ZERO IS TODAY).  A SAILING  *
      *  IS PAST RETENTION WHEN IT RETURNED BEFORE THE AS-OF DATE      *
      *  LESS THAT MANY YEARS (29 FEBRUARY STEPS BACK TO THE 28TH).    *
      *  NO CARD, OR A CARD WITH NO VALID PERIOD, REFUSES THE RUN:     *
      *  NOTHING IS OPENED FOR UPDATE, THE RUNLOG STATUS IS 0016 AND   *
      *  THE STEP ENDS WITH RETURN CODE 16.                            *
      *                                                                *
      *  FILES AND WHAT IS MASKED:                                     *
      *    PAXFILE   - NAME, BIRTH DATE.  COPIED TO PAXMASK            *
      *    DELTAFIL  - OLD AND NEW BIRTH DATES.  COPIED TO DLTRMASK    *
      *    DLTIMAGE  - NAME, BIRTH DATE IN EACH AFTER-IMAGE (THE       *
      *                TRAILER PASSES UNCHANGED).  COPIED TO DLTIMASK  *
      *    PAXVSAM   - NAME, BIRTH DATE.  REWRITTEN IN PLACE           *
      *    REJVSAM   - NAME, BIRTH DATE IN THE REJECTED IMAGE.         *
      *                REWRITTEN IN PLACE                              *
      *    PENDCOR   - OLD AND NEW BIRTH DATES.  REWRITTEN IN PLACE    *
      *    TRAVDOCS  - NAME ON DOCUMENT, BIRTH DATE.  REWRITTEN IN     *
      *                PLACE                                           *
      *  AGEHIST AND VERIFSTS HOLD NEITHER A NAME NOR A BIRTH DATE     *
      *  AND ARE NOT CHANGED; THE REPORT SAYS SO.                      *
      *                                                                *
      *  THE THREE SEQUENTIAL FILES ARE OPTIONAL: THE JCL RUNS THE     *
      *  STEP ONCE FOR EACH GENERATION TO BE CLEANSED AND CATALOGS     *
      *  THE MASKED COPY IN ITS PLACE, AS CSAGYMLD'S NEW MASTER IS     *
      *  SWAPPED IN.  THE SAILING COMES FROM THE RECORD ITSELF, OR --  *
      *  FOR PENDCOR AND TRAVDOCS, WHICH DO NOT CARRY ONE -- FROM THE  *
      *  PAXVSAM RECORD WITH THE SAME KEY.  A RECORD WHOSE SAILING     *
      *  CANNOT BE FOUND (NOT ON SAILMAST, OR NO PAXVSAM RECORD) IS    *
      *  LEFT ALONE AND COUNTED AS NOT DATED.  A RECORD ALREADY        *
      *  MASKED BY AN EARLIER RUN IS COUNTED BUT NOT TOUCHED, SO THE   *
      *  JOB CAN BE RERUN SAFELY.                                      *
      *                                                                *
      *  THE REPORT GIVES, PER FILE, RECORDS READ, MASKED THIS RUN,    *
      *  ALREADY MASKED, NOT DATED, AND REWRITE ERRORS.  THE RUNLOG    *
      *  RECORD CARRIES THE TOTAL READ AND TOTAL MASKED, WITH STATUS   *
      *  0008 AND RETURN CODE 8 IF ANY REWRITE FAILED.                 *
      *                                                                *
      *  INPUT:   RETN-CARD      - RETENTION CONTROL CARD              *
      *           SAIL-MASTER    - SAILING MASTER (CSAGSMST KSDS)      *
      *           PASSENGER-FILE - PAXFILE GENERATION (CSPAXREC)       *
      *           DELTA-FILE     - DELTA GENERATION (CSAGDLTR)         *
      *           IMAGE-FILE     - AFTER-IMAGE GENERATION (CSAGDLTI)   *
      *  I/O:     PAX-VSAM       - KEYED MANIFEST (PAXVSAM KSDS)       *
      *           REJECT-VSAM    - KEYED REJECTS (CSAGREJR KSDS)       *
      *           PENDING-CORR   - PENDING CORRECTIONS (CSAGBCOR KSDS) *
      *           TRAVEL-DOCS    - TRAVEL DOCUMENTS (CSAGDOCR KSDS)    *
      *  OUTPUT:  MASKED-PAX-FILE   - MASKED PAXFILE (CSPAXREC)        *
      *           MASKED-DELTA-FILE - MASKED DELTA FILE (CSAGDLTR)     *
      *           MASKED-IMAGE-FILE - MASKED IMAGE FILE (CSAGDLTI)     *
      *           RETN-RPT       - PER-FILE MASKING REPORT             *
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
           SELECT OPTIONAL RETN-CARD ASSIGN TO RETNCARD
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SAIL-MASTER       ASSIGN TO SAILMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSSMST-KEY
                  FILE STATUS IS WS-MAST-STATUS.

           SELECT OPTIONAL PASSENGER-FILE ASSIGN TO PAXFILE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL DELTA-FILE ASSIGN TO DELTAFIL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL IMAGE-FILE ASSIGN TO DLTIMAGE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT PAX-VSAM          ASSIGN TO PAXVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PAXV-KEY
                  FILE STATUS IS WS-PAXV-STATUS.

           SELECT REJECT-VSAM       ASSIGN TO REJVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CSREJ-KEY
                  FILE STATUS IS WS-REJ-STATUS.

           SELECT PENDING-CORR      ASSIGN TO PENDCOR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CSBCOR-KEY
                  FILE STATUS IS WS-COR-STATUS.

           SELECT TRAVEL-DOCS       ASSIGN TO TRAVDOCS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CSDOC-KEY
                  FILE STATUS IS WS-DOC-STATUS.

           SELECT MASKED-PAX-FILE   ASSIGN TO PAXMASK
                  ORGANIZATION IS SEQUENTIAL.

           SELECT MASKED-DELTA-FILE ASSIGN TO DLTRMASK
                  ORGANIZATION IS SEQUENTIAL.

           SELECT MASKED-IMAGE-FILE ASSIGN TO DLTIMASK
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RETN-RPT          ASSIGN TO RETNRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG           ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  RETN-CARD
           RECORDING MODE IS F.
       01  RC-RECORD.
           05  RC-RETENTION-YEARS          PIC X(02).
           05  RC-RETENTION-YEARS-N REDEFINES RC-RETENTION-YEARS
                                           PIC 9(02).
           05  RC-AS-OF-CCYYMMDD           PIC X(08).
           05  RC-AS-OF-CCYYMMDD-N REDEFINES RC-AS-OF-CCYYMMDD
                                           PIC 9(08).
           05  FILLER                      PIC X(70).

       FD  SAIL-MASTER.
           COPY CSAGSMST.

       FD  PASSENGER-FILE
           RECORDING MODE IS F.
       01  PAXIN-RECORD                    PIC X(103).

       FD  DELTA-FILE
           RECORDING MODE IS F.
           COPY CSAGDLTR.

       FD  IMAGE-FILE
           RECORDING MODE IS F.
           COPY CSAGDLTI.

       FD  PAX-VSAM.
       01  PAXV-RECORD.
           05  PAXV-KEY.
               10  PAXV-BOOKING-ID         PIC X(10).
               10  PAXV-PASSENGER-ID       PIC X(10).
           05  PAXV-DATA                   PIC X(83).

       FD  REJECT-VSAM.
           COPY CSAGREJR.

       FD  PENDING-CORR.
           COPY CSAGBCOR.

       FD  TRAVEL-DOCS.
           COPY CSAGDOCR.

       FD  MASKED-PAX-FILE
           RECORDING MODE IS F.
       01  PAXOUT-RECORD                   PIC X(103).

       FD  MASKED-DELTA-FILE
           RECORDING MODE IS F.
       01  DLTROUT-RECORD                  PIC X(60).

       FD  MASKED-IMAGE-FILE
           RECORDING MODE IS F.
       01  DLTIOUT-RECORD                  PIC X(104).

       FD  RETN-RPT
           RECORDING MODE IS F.
       01  RETN-LINE                       PIC X(132).

       FD  RUN-LOG
           RECORDING MODE IS F.
           COPY CSAGRUNC.

       WORKING-STORAGE SECTION.

       01  WC-CONSTANTS.
           05  WC-JOB-NAME                 PIC X(08) VALUE 'CSAGRETN'.
           05  WC-MASKED-NAME              PIC X(30) VALUE
               '*** REMOVED FOR RETENTION ***'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.
           05  WS-REFUSED-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-RUN-REFUSED               VALUE 'Y'.
           05  WS-SAILING-SWITCH           PIC X(01) VALUE SPACE.
               88  WS-SAILING-EXPIRED           VALUE 'E'.
               88  WS-SAILING-RETAINED          VALUE 'R'.
               88  WS-SAILING-NOT-KNOWN         VALUE 'U'.
           05  WS-MASK-SWITCH              PIC X(01) VALUE SPACE.
               88  WS-MASK-NOW                  VALUE 'M'.
               88  WS-MASK-DONE-BEFORE          VALUE 'A'.
               88  WS-MASK-NOT-DUE              VALUE 'K'.
               88  WS-MASK-NOT-DATED            VALUE 'U'.

       01  WS-MAST-STATUS                  PIC X(02).
           88  WS-MAST-OK                      VALUE '00'.

       01  WS-PAXV-STATUS                  PIC X(02).
           88  WS-PAXV-OK                      VALUE '00'.

       01  WS-REJ-STATUS                   PIC X(02).
           88  WS-REJ-OK                       VALUE '00'.

       01  WS-COR-STATUS                   PIC X(02).
           88  WS-COR-OK                       VALUE '00'.

       01  WS-DOC-STATUS                   PIC X(02).
           88  WS-DOC-OK                       VALUE '00'.

       77  WS-RETENTION-YEARS              PIC 9(02) VALUE ZERO.
       77  WS-AS-OF-CCYYMMDD               PIC 9(08) VALUE ZERO.
       77  WS-CHECK-SAILING-ID             PIC X(08) VALUE SPACES.
       77  WS-LAST-SAILING-ID              PIC X(08) VALUE SPACES.
       77  WS-LAST-SAILING-SWITCH          PIC X(01) VALUE SPACE.
       77  WS-FILE-IX                      PIC 9(02) COMP VALUE ZERO.
       77  WS-TOTAL-READ                   PIC 9(07) COMP VALUE ZERO.
       77  WS-TOTAL-MASKED                 PIC 9(07) COMP VALUE ZERO.
       77  WS-TOTAL-ERRORS                 PIC 9(07) COMP VALUE ZERO.

      *  A SAILING IS PAST RETENTION WHEN IT RETURNED BEFORE THIS DATE
       01  WS-CUTOFF-CCYYMMDD              PIC 9(08) VALUE ZERO.
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-CCYYMMDD.
           05  WS-CUTOFF-CCYY              PIC 9(04).
           05  WS-CUTOFF-MMDD              PIC 9(04).

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-CCYYMMDD             PIC 9(08).
           05  WS-RUN-HHMMSSHH             PIC 9(08).
           05  WS-RUN-HHMMSS REDEFINES WS-RUN-HHMMSSHH.
               10  WS-RUN-HHMMSS-KEEP      PIC 9(06).
               10  FILLER                  PIC 9(02).

      *  WORK COPY OF ONE PASSENGER IMAGE FROM ANY OF THE FILES THAT
      *  CARRY ONE, MASKED HERE BY 2900-MASK-PAX-IMAGE
           COPY CSPAXREC.

      ******************************************************************
      *  PER-FILE COUNTS, IN REPORT ORDER.  THE LAST TWO FILES HOLD NO *
      *  NAME OR BIRTH DATE AND ARE LISTED WITH THEIR NOTE ONLY.       *
      ******************************************************************

       01  WC-FILE-NAMES.
           05  FILLER                      PIC X(10) VALUE 'PAXFILE'.
           05  FILLER                      PIC X(10) VALUE 'DELTAFIL'.
           05  FILLER                      PIC X(10) VALUE 'DLTIMAGE'.
           05  FILLER                      PIC X(10) VALUE 'PAXVSAM'.
           05  FILLER                      PIC X(10) VALUE 'REJVSAM'.
           05  FILLER                      PIC X(10) VALUE 'PENDCOR'.
           05  FILLER                      PIC X(10) VALUE 'TRAVDOCS'.
           05  FILLER                      PIC X(10) VALUE 'AGEHIST'.
           05  FILLER                      PIC X(10) VALUE 'VERIFSTS'.
       01  FILLER REDEFINES WC-FILE-NAMES.
           05  WC-FILE-NAME OCCURS 9 TIMES PIC X(10).

       77  WC-FILES-MASKED                 PIC 9(02) COMP VALUE 7.
       77  WC-FILES-LISTED                 PIC 9(02) COMP VALUE 9.
       77  WC-PAXFILE-IX                   PIC 9(02) COMP VALUE 1.
       77  WC-DELTAFIL-IX                  PIC 9(02) COMP VALUE 2.
       77  WC-DLTIMAGE-IX                  PIC 9(02) COMP VALUE 3.
       77  WC-PAXVSAM-IX                   PIC 9(02) COMP VALUE 4.
       77  WC-REJVSAM-IX                   PIC 9(02) COMP VALUE 5.
       77  WC-PENDCOR-IX                   PIC 9(02) COMP VALUE 6.
       77  WC-TRAVDOCS-IX                  PIC 9(02) COMP VALUE 7.

       01  WT-FILE-STATS.
           05  WT-FILE-ENTRY OCCURS 9 TIMES.
               10  WT-F-READ               PIC 9(07) COMP.
               10  WT-F-MASKED             PIC 9(07) COMP.
               10  WT-F-ALREADY            PIC 9(07) COMP.
               10  WT-F-NOT-DATED          PIC 9(07) COMP.
               10  WT-F-ERRORS             PIC 9(07) COMP.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               'CSAGRETN - PRIVACY RETENTION MASKING        '.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE '.
           05  WS-H-RUN-DATE               PIC 9(08).
           05  FILLER                      PIC X(70) VALUE SPACES.

       01  WS-PERIOD-LINE.
           05  FILLER                      PIC X(17) VALUE
               'RETENTION YEARS '.
           05  WS-P-YEARS                  PIC Z9.
           05  FILLER                      PIC X(11) VALUE
               '   AS OF  '.
           05  WS-P-AS-OF                  PIC 9(08).
           05  FILLER                      PIC X(35) VALUE
               '   MASKING SAILINGS RETURNED BEFORE'.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-P-CUTOFF                 PIC 9(08).
           05  FILLER                      PIC X(58) VALUE SPACES.

       01  WS-REFUSE-LINE.
           05  FILLER                      PIC X(16) VALUE
               'RUN REFUSED -   '.
           05  WS-RL-TEXT                  PIC X(60).
           05  FILLER                      PIC X(56) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                      PIC X(10) VALUE 'FILE'.
           05  FILLER                      PIC X(10) VALUE
               '      READ'.
           05  FILLER                      PIC X(10) VALUE
               '    MASKED'.
           05  FILLER                      PIC X(10) VALUE
               '   ALREADY'.
           05  FILLER                      PIC X(10) VALUE
               ' NOT DATED'.
           05  FILLER                      PIC X(10) VALUE
               '    ERRORS'.
           05  FILLER                      PIC X(72) VALUE SPACES.

       01  WS-FILE-LINE.
           05  WS-FL-FILE-NAME             PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-FL-READ                  PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-FL-MASKED                PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-FL-ALREADY               PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-FL-NOT-DATED             PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-FL-ERRORS                PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(72) VALUE SPACES.

       01  WS-NOTE-LINE.
           05  WS-NL-FILE-NAME             PIC X(10).
           05  FILLER                      PIC X(50) VALUE
               '  HOLDS NO NAME OR BIRTH DATE - NOT CHANGED       '.
           05  FILLER                      PIC X(72) VALUE SPACES.

       01  WS-ERROR-LINE.
           05  FILLER                      PIC X(20) VALUE
               'REWRITE ERROR ......'.
           05  WS-E-FILE-NAME              PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-E-BOOKING-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-E-PASSENGER-ID           PIC X(10).
           05  FILLER                      PIC X(09) VALUE
               '  STATUS '.
           05  WS-E-STATUS                 PIC X(02).
           05  FILLER                      PIC X(67) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(20) VALUE
               'RECORDS READ .......'.
           05  WS-T-TOTAL-READ             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'RECORDS MASKED .....'.
           05  WS-T-TOTAL-MASKED           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'REWRITE ERRORS .....'.
           05  WS-T-TOTAL-ERRORS           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.

           IF  NOT WS-RUN-REFUSED
               PERFORM 2000-MASK-PAXFILE   THRU 2000-EXIT
               PERFORM 2100-MASK-DELTAFIL  THRU 2100-EXIT
               PERFORM 2200-MASK-DLTIMAGE  THRU 2200-EXIT
               PERFORM 3000-MASK-PAXVSAM   THRU 3000-EXIT
               PERFORM 3100-MASK-REJVSAM   THRU 3100-EXIT
               PERFORM 3200-MASK-PENDCOR   THRU 3200-EXIT
               PERFORM 3300-MASK-TRAVDOCS  THRU 3300-EXIT
           END-IF.

           PERFORM 8000-TERMINATE       THRU 8000-EXIT.

           IF  WS-RUN-REFUSED
               MOVE 16                  TO RETURN-CODE
           ELSE
               IF  WS-TOTAL-ERRORS > ZERO
                   MOVE 8               TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - OPEN THE REPORT, TAKE THE PERIOD FROM THE   *
      *  CARD, WORK OUT THE CUTOFF, AND OPEN THE REST ONLY IF THE RUN  *
      *  CAN GO AHEAD                                                  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           ACCEPT WS-RUN-CCYYMMDD         FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-HHMMSSHH         FROM TIME.

           OPEN OUTPUT RETN-RPT.

           MOVE WS-RUN-CCYYMMDD           TO WS-H-RUN-DATE.
           WRITE RETN-LINE                FROM WS-HEADING-1.
           WRITE RETN-LINE                FROM WS-BLANK-LINE.

           PERFORM 1050-CLEAR-FILE-STATS  THRU 1050-EXIT
               VARYING WS-FILE-IX FROM 1 BY 1
               UNTIL WS-FILE-IX > WC-FILES-LISTED.

           PERFORM 1100-READ-RETN-CARD    THRU 1100-EXIT.

           IF  WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1200-SET-CUTOFF        THRU 1200-EXIT.

           MOVE WS-RETENTION-YEARS        TO WS-P-YEARS.
           MOVE WS-AS-OF-CCYYMMDD         TO WS-P-AS-OF.
           MOVE WS-CUTOFF-CCYYMMDD        TO WS-P-CUTOFF.
           WRITE RETN-LINE                FROM WS-PERIOD-LINE.
           WRITE RETN-LINE                FROM WS-BLANK-LINE.

           OPEN INPUT  SAIL-MASTER.
           IF  NOT WS-MAST-OK
               MOVE 'SAILMAST WILL NOT OPEN' TO WS-RL-TEXT
               PERFORM 1900-REFUSE        THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT  PASSENGER-FILE.
           OPEN INPUT  DELTA-FILE.
           OPEN INPUT  IMAGE-FILE.
           OPEN I-O    PAX-VSAM.
           OPEN I-O    REJECT-VSAM.
           OPEN I-O    PENDING-CORR.
           OPEN I-O    TRAVEL-DOCS.
           OPEN OUTPUT MASKED-PAX-FILE.
           OPEN OUTPUT MASKED-DELTA-FILE.
           OPEN OUTPUT MASKED-IMAGE-FILE.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1050-CLEAR-FILE-STATS - ZERO ONE FILE'S COUNTS                *
      *----------------------------------------------------------------*
       1050-CLEAR-FILE-STATS.

           MOVE ZERO                      TO WT-F-READ (WS-FILE-IX).
           MOVE ZERO                      TO WT-F-MASKED (WS-FILE-IX).
           MOVE ZERO                      TO WT-F-ALREADY (WS-FILE-IX).
           MOVE ZERO                      TO
               WT-F-NOT-DATED (WS-FILE-IX).
           MOVE ZERO                      TO WT-F-ERRORS (WS-FILE-IX).

       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1100-READ-RETN-CARD - THE RETENTION PERIOD IS REQUIRED; THE   *
      *  AS-OF DATE DEFAULTS TO TODAY                                  *
      *----------------------------------------------------------------*
       1100-READ-RETN-CARD.

           MOVE WS-RUN-CCYYMMDD           TO WS-AS-OF-CCYYMMDD.

           OPEN INPUT RETN-CARD.
           READ RETN-CARD
               AT END
                   MOVE 'NO RETNCARD CONTROL CARD' TO WS-RL-TEXT
                   PERFORM 1900-REFUSE    THRU 1900-EXIT
           END-READ.
           CLOSE RETN-CARD.

           IF  WS-RUN-REFUSED
               GO TO 1100-EXIT
           END-IF.

           IF  RC-RETENTION-YEARS NOT NUMERIC
           OR  RC-RETENTION-YEARS-N = ZERO
               MOVE 'RETENTION YEARS MUST BE 01-99 IN COLUMNS 1-2'
                                          TO WS-RL-TEXT
               PERFORM 1900-REFUSE        THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF.

           MOVE RC-RETENTION-YEARS-N      TO WS-RETENTION-YEARS.

           IF  RC-AS-OF-CCYYMMDD = SPACES
               GO TO 1100-EXIT
           END-IF.

           IF  RC-AS-OF-CCYYMMDD NOT NUMERIC
               MOVE 'AS-OF DATE MUST BE CCYYMMDD OR BLANK'
                                          TO WS-RL-TEXT
               PERFORM 1900-REFUSE        THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF.

           IF  RC-AS-OF-CCYYMMDD-N > ZERO
               MOVE RC-AS-OF-CCYYMMDD-N   TO WS-AS-OF-CCYYMMDD
           END-IF.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1200-SET-CUTOFF - THE AS-OF DATE LESS THE RETENTION YEARS; A  *
      *  29 FEBRUARY THAT LANDS IN A COMMON YEAR BECOMES THE 28TH      *
      *----------------------------------------------------------------*
       1200-SET-CUTOFF.

           MOVE WS-AS-OF-CCYYMMDD         TO WS-CUTOFF-CCYYMMDD.
           SUBTRACT WS-RETENTION-YEARS    FROM WS-CUTOFF-CCYY.

           IF  WS-CUTOFF-MMDD = 0229
               MOVE 0228                  TO WS-CUTOFF-MMDD
           END-IF.

       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1900-REFUSE - ONE REASON LINE (WS-RL-TEXT) ON THE REPORT;     *
      *  NOTHING IS OPENED FOR UPDATE                                  *
      *----------------------------------------------------------------*
       1900-REFUSE.

           SET WS-RUN-REFUSED             TO TRUE.
           WRITE RETN-LINE                FROM WS-REFUSE-LINE.

       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-MASK-PAXFILE - COPY THE PAXFILE GENERATION, MASKING      *
      *  PASSENGERS ON SAILINGS PAST RETENTION                         *
      *----------------------------------------------------------------*
       2000-MASK-PAXFILE.

           MOVE WC-PAXFILE-IX             TO WS-FILE-IX.
           MOVE 'N'                       TO WS-EOF-SWITCH.

           PERFORM 2010-MASK-ONE-PAXFILE  THRU 2010-EXIT
               UNTIL WS-EOF.

       2000-EXIT.
           EXIT.

       2010-MASK-ONE-PAXFILE.

           READ PASSENGER-FILE
               AT END
                   SET WS-EOF             TO TRUE
                   GO TO 2010-EXIT
           END-READ.

           ADD 1 TO WT-F-READ (WS-FILE-IX).

           MOVE PAXIN-RECORD              TO CSPAX-RECORD.
           MOVE CSPAX-SAILING-ID          TO WS-CHECK-SAILING-ID.
           PERFORM 2900-MASK-PAX-IMAGE    THRU 2900-EXIT.
           PERFORM 2950-COUNT-RESULT      THRU 2950-EXIT.

           MOVE CSPAX-RECORD              TO PAXOUT-RECORD.
           WRITE PAXOUT-RECORD.

       2010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-MASK-DELTAFIL - COPY THE DELTA GENERATION, ZEROING BOTH  *
      *  BIRTH DATES FOR SAILINGS PAST RETENTION                       *
      *----------------------------------------------------------------*
       2100-MASK-DELTAFIL.

           MOVE WC-DELTAFIL-IX            TO WS-FILE-IX.
           MOVE 'N'                       TO WS-EOF-SWITCH.

           PERFORM 2110-MASK-ONE-DELTA    THRU 2110-EXIT
               UNTIL WS-EOF.

       2100-EXIT.
           EXIT.

       2110-MASK-ONE-DELTA.

           READ DELTA-FILE
               AT END
                   SET WS-EOF             TO TRUE
                   GO TO 2110-EXIT
           END-READ.

           ADD 1 TO WT-F-READ (WS-FILE-IX).

           MOVE CSDLT-SAILING-ID          TO WS-CHECK-SAILING-ID.
           PERFORM 2800-CHECK-SAILING     THRU 2800-EXIT.

           EVALUATE TRUE
           WHEN WS-SAILING-NOT-KNOWN
               SET WS-MASK-NOT-DATED      TO TRUE
           WHEN WS-SAILING-RETAINED
               SET WS-MASK-NOT-DUE        TO TRUE
           WHEN CSDLT-OLD-BIRTH-CCYYMMDD = ZERO
           AND  CSDLT-NEW-BIRTH-CCYYMMDD = ZERO
               SET WS-MASK-DONE-BEFORE    TO TRUE
           WHEN OTHER
               MOVE ZERO                  TO CSDLT-OLD-BIRTH-CCYYMMDD
               MOVE ZERO                  TO CSDLT-NEW-BIRTH-CCYYMMDD
               SET WS-MASK-NOW            TO TRUE
           END-EVALUATE.

           PERFORM 2950-COUNT-RESULT      THRU 2950-EXIT.

           MOVE CSDLT-RECORD              TO DLTROUT-RECORD.
           WRITE DLTROUT-RECORD.

       2110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-MASK-DLTIMAGE - COPY THE AFTER-IMAGE GENERATION,         *
      *  MASKING EACH IMAGE ON A SAILING PAST RETENTION; THE TRAILER   *
      *  PASSES THROUGH UNCOUNTED SO CSAGPAXU STILL BALANCES           *
      *----------------------------------------------------------------*
       2200-MASK-DLTIMAGE.

           MOVE WC-DLTIMAGE-IX            TO WS-FILE-IX.
           MOVE 'N'                       TO WS-EOF-SWITCH.

           PERFORM 2210-MASK-ONE-IMAGE    THRU 2210-EXIT
               UNTIL WS-EOF.

       2200-EXIT.
           EXIT.

       2210-MASK-ONE-IMAGE.

           READ IMAGE-FILE
               AT END
                   SET WS-EOF             TO TRUE
                   GO TO 2210-EXIT
           END-READ.

           IF  NOT CSDLI-TRAILER-REC
               ADD 1 TO WT-F-READ (WS-FILE-IX)
               MOVE CSDLI-IMAGE           TO CSPAX-RECORD
               MOVE CSPAX-SAILING-ID      TO WS-CHECK-SAILING-ID
               PERFORM 2900-MASK-PAX-IMAGE THRU 2900-EXIT
               PERFORM 2950-COUNT-RESULT  THRU 2950-EXIT
               MOVE CSPAX-RECORD          TO CSDLI-IMAGE
           END-IF.

           MOVE CSDLI-RECORD              TO DLTIOUT-RECORD.
           WRITE DLTIOUT-RECORD.

       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2800-CHECK-SAILING - IS WS-CHECK-SAILING-ID ON SAILMAST, AND  *
      *  DID IT RETURN BEFORE THE CUTOFF.  THE LAST ANSWER IS KEPT;    *
      *  MOST FILES ARRIVE IN SAILING OR BOOKING ORDER                 *
      *----------------------------------------------------------------*
       2800-CHECK-SAILING.

           IF  WS-CHECK-SAILING-ID = WS-LAST-SAILING-ID
           AND WS-LAST-SAILING-SWITCH NOT = SPACE
               MOVE WS-LAST-SAILING-SWITCH TO WS-SAILING-SWITCH
               GO TO 2800-EXIT
           END-IF.

           MOVE WS-CHECK-SAILING-ID       TO CSSMST-SAILING-ID.
           READ SAIL-MASTER.

           EVALUATE TRUE
           WHEN NOT WS-MAST-OK
               SET WS-SAILING-NOT-KNOWN   TO TRUE
           WHEN CSSMST-RETURN-CCYYMMDD > ZERO
           AND  CSSMST-RETURN-CCYYMMDD < WS-CUTOFF-CCYYMMDD
               SET WS-SAILING-EXPIRED     TO TRUE
           WHEN OTHER
               SET WS-SAILING-RETAINED    TO TRUE
           END-EVALUATE.

           MOVE WS-CHECK-SAILING-ID       TO WS-LAST-SAILING-ID.
           MOVE WS-SAILING-SWITCH         TO WS-LAST-SAILING-SWITCH.

       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2900-MASK-PAX-IMAGE - MASK THE NAME AND BIRTH DATE IN THE     *
      *  CSPAX-RECORD WORK COPY IF ITS SAILING IS PAST RETENTION       *
      *  (WS-CHECK-SAILING-ID SET BY THE CALLER)                       *
      *----------------------------------------------------------------*
       2900-MASK-PAX-IMAGE.

           PERFORM 2800-CHECK-SAILING     THRU 2800-EXIT.

           EVALUATE TRUE
           WHEN WS-SAILING-NOT-KNOWN
               SET WS-MASK-NOT-DATED      TO TRUE
           WHEN WS-SAILING-RETAINED
               SET WS-MASK-NOT-DUE        TO TRUE
           WHEN CSPAX-PASSENGER-NAME = WC-MASKED-NAME
           AND  CSPAX-BIRTH-CCYYMMDD = ZERO
               SET WS-MASK-DONE-BEFORE    TO TRUE
           WHEN OTHER
               MOVE WC-MASKED-NAME        TO CSPAX-PASSENGER-NAME
               MOVE ZERO                  TO CSPAX-BIRTH-CCYYMMDD
               SET WS-MASK-NOW            TO TRUE
           END-EVALUATE.

       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2950-COUNT-RESULT - ADD THE MASKING RESULT TO THE CURRENT     *
      *  FILE'S COUNTS                                                 *
      *----------------------------------------------------------------*
       2950-COUNT-RESULT.

           EVALUATE TRUE
           WHEN WS-MASK-NOW
               ADD 1 TO WT-F-MASKED (WS-FILE-IX)
           WHEN WS-MASK-DONE-BEFORE
               ADD 1 TO WT-F-ALREADY (WS-FILE-IX)
           WHEN WS-MASK-NOT-DATED
               ADD 1 TO WT-F-NOT-DATED (WS-FILE-IX)
           END-EVALUATE.

       2950-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-MASK-PAXVSAM - BROWSE THE KEYED MANIFEST AND REWRITE     *
      *  EVERY PASSENGER ON A SAILING PAST RETENTION                   *
      *----------------------------------------------------------------*
       3000-MASK-PAXVSAM.

           MOVE WC-PAXVSAM-IX             TO WS-FILE-IX.
           MOVE 'N'                       TO WS-EOF-SWITCH.

           MOVE LOW-VALUES                TO PAXV-KEY.
           START PAX-VSAM KEY IS NOT LESS THAN PAXV-KEY.
           IF  NOT WS-PAXV-OK
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3010-MASK-ONE-PAXVSAM  THRU 3010-EXIT
               UNTIL WS-EOF.

       3000-EXIT.
           EXIT.

       3010-MASK-ONE-PAXVSAM.

           READ PAX-VSAM NEXT
               AT END
                   SET WS-EOF             TO TRUE
                   GO TO 3010-EXIT
           END-READ.

           ADD 1 TO WT-F-READ (WS-FILE-IX).

           MOVE PAXV-RECORD               TO CSPAX-RECORD.
           MOVE CSPAX-SAILING-ID          TO WS-CHECK-SAILING-ID.
           PERFORM 2900-MASK-PAX-IMAGE    THRU 2900-EXIT.
           PERFORM 2950-COUNT-RESULT      THRU 2950-EXIT.

           IF  NOT WS-MASK-NOW
               GO TO 3010-EXIT
           END-IF.

           MOVE CSPAX-RECORD              TO PAXV-RECORD.
           REWRITE PAXV-RECORD.

           IF  NOT WS-PAXV-OK
               MOVE PAXV-BOOKING-ID       TO WS-E-BOOKING-ID
               MOVE PAXV-PASSENGER-ID     TO WS-E-PASSENGER-ID
               MOVE WS-PAXV-STATUS        TO WS-E-STATUS
               PERFORM 3900-REWRITE-ERROR THRU 3900-EXIT
           END-IF.

       3010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3100-MASK-REJVSAM - MASK THE REJECTED PASSENGER IMAGE; THE    *
      *  SAILING IS TAKEN FROM THE IMAGE ITSELF                        *
      *----------------------------------------------------------------*
       3100-MASK-REJVSAM.

           MOVE WC-REJVSAM-IX             TO WS-FILE-IX.
           MOVE 'N'                       TO WS-EOF-SWITCH.

           MOVE LOW-VALUES                TO CSREJ-KEY.
           START REJECT-VSAM KEY IS NOT LESS THAN CSREJ-KEY.
           IF  NOT WS-REJ-OK
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3110-MASK-ONE-REJECT   THRU 3110-EXIT
               UNTIL WS-EOF.

       3100-EXIT.
           EXIT.

       3110-MASK-ONE-REJECT.

           READ REJECT-VSAM NEXT
               AT END
                   SET WS-EOF             TO TRUE
                   GO TO 3110-EXIT
           END-READ.

           ADD 1 TO WT-F-READ (WS-FILE-IX).

           MOVE CSREJ-PAX-IMAGE           TO CSPAX-RECORD.
           MOVE CSPAX-SAILING-ID          TO WS-CHECK-SAILING-ID.
           PERFORM 2900-MASK-PAX-IMAGE    THRU 2900-EXIT.
           PERFORM 2950-COUNT-RESULT      THRU 2950-EXIT.

           IF  NOT WS-MASK-NOW
               GO TO 3110-EXIT
           END-IF.

           MOVE CSPAX-RECORD              TO CSREJ-PAX-IMAGE.
           REWRITE CSREJ-RECORD.

           IF  NOT WS-REJ-OK
               MOVE CSREJ-BOOKING-ID      TO WS-E-BOOKING-ID
               MOVE CSREJ-PASSENGER-ID    TO WS-E-PASSENGER-ID
               MOVE WS-REJ-STATUS         TO WS-E-STATUS
               PERFORM 3900-REWRITE-ERROR THRU 3900-EXIT
           END-IF.

       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3200-MASK-PENDCOR - ZERO BOTH BIRTH DATES ON A CORRECTION     *
      *  WHOSE PASSENGER'S SAILING IS PAST RETENTION                   *
      *----------------------------------------------------------------*
       3200-MASK-PENDCOR.

           MOVE WC-PENDCOR-IX             TO WS-FILE-IX.
           MOVE 'N'                       TO WS-EOF-SWITCH.

           MOVE LOW-VALUES                TO CSBCOR-KEY.
           START PENDING-CORR KEY IS NOT LESS THAN CSBCOR-KEY.
           IF  NOT WS-COR-OK
               GO TO 3200-EXIT
           END-IF.

           PERFORM 3210-MASK-ONE-CORR     THRU 3210-EXIT
               UNTIL WS-EOF.

       3200-EXIT.
           EXIT.

       3210-MASK-ONE-CORR.

           READ PENDING-CORR NEXT
               AT END
                   SET WS-EOF             TO TRUE
                   GO TO 3210-EXIT
           END-READ.

           ADD 1 TO WT-F-READ (WS-FILE-IX).

           MOVE CSBCOR-BOOKING-ID         TO PAXV-BOOKING-ID.
           MOVE CSBCOR-PASSENGER-ID       TO PAXV-PASSENGER-ID.
           PERFORM 3800-SAILING-FROM-PAXVSAM THRU 3800-EXIT.

           EVALUATE TRUE
           WHEN WS-SAILING-NOT-KNOWN
               SET WS-MASK-NOT-DATED      TO TRUE
           WHEN WS-SAILING-RETAINED
               SET WS-MASK-NOT-DUE        TO TRUE
           WHEN CSBCOR-NEW-BIRTH-CCYYMMDD = ZERO
           AND  CSBCOR-OLD-BIRTH-CCYYMMDD = ZERO
               SET WS-MASK-DONE-BEFORE    TO TRUE
           WHEN OTHER
               MOVE ZERO                  TO CSBCOR-NEW-BIRTH-CCYYMMDD
               MOVE ZERO                  TO CSBCOR-OLD-BIRTH-CCYYMMDD
               SET WS-MASK-NOW            TO TRUE
           END-EVALUATE.

           PERFORM 2950-COUNT-RESULT      THRU 2950-EXIT.

           IF  NOT WS-MASK-NOW
               GO TO 3210-EXIT
           END-IF.

           REWRITE CSBCOR-RECORD.

           IF  NOT WS-COR-OK
               MOVE CSBCOR-BOOKING-ID     TO WS-E-BOOKING-ID
               MOVE CSBCOR-PASSENGER-ID   TO WS-E-PASSENGER-ID
               MOVE WS-COR-STATUS         TO WS-E-STATUS
               PERFORM 3900-REWRITE-ERROR THRU 3900-EXIT
           END-IF.

       3210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3300-MASK-TRAVDOCS - MASK THE NAME ON THE DOCUMENT AND THE    *
      *  BIRTH DATE FOR A PASSENGER WHOSE SAILING IS PAST RETENTION    *
      *----------------------------------------------------------------*
       3300-MASK-TRAVDOCS.

           MOVE WC-TRAVDOCS-IX            TO WS-FILE-IX.
           MOVE 'N'                       TO WS-EOF-SWITCH.

           MOVE LOW-VALUES                TO CSDOC-KEY.
           START TRAVEL-DOCS KEY IS NOT LESS THAN CSDOC-KEY.
           IF  NOT WS-DOC-OK
               GO TO 3300-EXIT
           END-IF.

           PERFORM 3310-MASK-ONE-DOC      THRU 3310-EXIT
               UNTIL WS-EOF.

       3300-EXIT.
           EXIT.

       3310-MASK-ONE-DOC.

           READ TRAVEL-DOCS NEXT
               AT END
                   SET WS-EOF             TO TRUE
                   GO TO 3310-EXIT
           END-READ.

           ADD 1 TO WT-F-READ (WS-FILE-IX).

           MOVE CSDOC-BOOKING-ID          TO PAXV-BOOKING-ID.
           MOVE CSDOC-PASSENGER-ID        TO PAXV-PASSENGER-ID.
           PERFORM 3800-SAILING-FROM-PAXVSAM THRU 3800-EXIT.

           EVALUATE TRUE
           WHEN WS-SAILING-NOT-KNOWN
               SET WS-MASK-NOT-DATED      TO TRUE
           WHEN WS-SAILING-RETAINED
               SET WS-MASK-NOT-DUE        TO TRUE
           WHEN CSDOC-NAME-ON-DOCUMENT = WC-MASKED-NAME
           AND  CSDOC-BIRTH-CCYYMMDD = ZERO
               SET WS-MASK-DONE-BEFORE    TO TRUE
           WHEN OTHER
               MOVE WC-MASKED-NAME        TO CSDOC-NAME-ON-DOCUMENT
               MOVE ZERO                  TO CSDOC-BIRTH-CCYYMMDD
               SET WS-MASK-NOW            TO TRUE
           END-EVALUATE.

           PERFORM 2950-COUNT-RESULT      THRU 2950-EXIT.

           IF  NOT WS-MASK-NOW
               GO TO 3310-EXIT
           END-IF.

           REWRITE CSDOC-RECORD.

           IF  NOT WS-DOC-OK
               MOVE CSDOC-BOOKING-ID      TO WS-E-BOOKING-ID
               MOVE CSDOC-PASSENGER-ID    TO WS-E-PASSENGER-ID
               MOVE WS-DOC-STATUS         TO WS-E-STATUS
               PERFORM 3900-REWRITE-ERROR THRU 3900-EXIT
           END-IF.

       3310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3800-SAILING-FROM-PAXVSAM - FOR THE FILES THAT CARRY NO       *
      *  SAILING: READ THE PAXVSAM RECORD FOR THE KEY IN PAXV-KEY AND  *
      *  CHECK ITS SAILING.  NO PAXVSAM RECORD MEANS NOT DATED         *
      *----------------------------------------------------------------*
       3800-SAILING-FROM-PAXVSAM.

           READ PAX-VSAM.

           IF  NOT WS-PAXV-OK
               SET WS-SAILING-NOT-KNOWN   TO TRUE
               GO TO 3800-EXIT
           END-IF.

           MOVE PAXV-RECORD               TO CSPAX-RECORD.
           MOVE CSPAX-SAILING-ID          TO WS-CHECK-SAILING-ID.
           PERFORM 2800-CHECK-SAILING     THRU 2800-EXIT.

       3800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3900-REWRITE-ERROR - LIST AND COUNT A FAILED REWRITE          *
      *  (KEY AND STATUS SET BY THE CALLER)                            *
      *----------------------------------------------------------------*
       3900-REWRITE-ERROR.

           ADD 1 TO WT-F-ERRORS (WS-FILE-IX).
           SUBTRACT 1 FROM WT-F-MASKED (WS-FILE-IX).
           MOVE WC-FILE-NAME (WS-FILE-IX) TO WS-E-FILE-NAME.
           WRITE RETN-LINE                FROM WS-ERROR-LINE.

       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - PER-FILE COUNTS, TOTALS, RUN-CONTROL         *
      *  RECORD, CLOSE FILES                                           *
      *----------------------------------------------------------------*
       8000-TERMINATE.

           IF  NOT WS-RUN-REFUSED
               WRITE RETN-LINE            FROM WS-BLANK-LINE
               WRITE RETN-LINE            FROM WS-COLUMN-HEADING
               PERFORM 8100-PRINT-FILE    THRU 8100-EXIT
                   VARYING WS-FILE-IX FROM 1 BY 1
                   UNTIL WS-FILE-IX > WC-FILES-LISTED
           END-IF.

           WRITE RETN-LINE                 FROM WS-BLANK-LINE.
           MOVE WS-TOTAL-READ              TO WS-T-TOTAL-READ.
           MOVE WS-TOTAL-MASKED            TO WS-T-TOTAL-MASKED.
           MOVE WS-TOTAL-ERRORS            TO WS-T-TOTAL-ERRORS.
           WRITE RETN-LINE                 FROM WS-TOTAL-LINE.

           PERFORM 9000-WRITE-RUN-CONTROL THRU 9000-EXIT.

           CLOSE RETN-RPT.

           IF  WS-RUN-REFUSED
               GO TO 8000-EXIT
           END-IF.

           CLOSE SAIL-MASTER.
           CLOSE PASSENGER-FILE.
           CLOSE DELTA-FILE.
           CLOSE IMAGE-FILE.
           CLOSE PAX-VSAM.
           CLOSE REJECT-VSAM.
           CLOSE PENDING-CORR.
           CLOSE TRAVEL-DOCS.
           CLOSE MASKED-PAX-FILE.
           CLOSE MASKED-DELTA-FILE.
           CLOSE MASKED-IMAGE-FILE.

       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8100-PRINT-FILE - ONE LINE PER FILE, AND ADD IT TO THE TOTALS *
      *----------------------------------------------------------------*
       8100-PRINT-FILE.

           IF  WS-FILE-IX > WC-FILES-MASKED
               MOVE WC-FILE-NAME (WS-FILE-IX) TO WS-NL-FILE-NAME
               WRITE RETN-LINE            FROM WS-NOTE-LINE
               GO TO 8100-EXIT
           END-IF.

           MOVE WC-FILE-NAME (WS-FILE-IX) TO WS-FL-FILE-NAME.
           MOVE WT-F-READ (WS-FILE-IX)    TO WS-FL-READ.
           MOVE WT-F-MASKED (WS-FILE-IX)  TO WS-FL-MASKED.
           MOVE WT-F-ALREADY (WS-FILE-IX) TO WS-FL-ALREADY.
           MOVE WT-F-NOT-DATED (WS-FILE-IX) TO WS-FL-NOT-DATED.
           MOVE WT-F-ERRORS (WS-FILE-IX)  TO WS-FL-ERRORS.
           WRITE RETN-LINE                FROM WS-FILE-LINE.

           ADD WT-F-READ (WS-FILE-IX)     TO WS-TOTAL-READ.
           ADD WT-F-MASKED (WS-FILE-IX)   TO WS-TOTAL-MASKED.
           ADD WT-F-ERRORS (WS-FILE-IX)   TO WS-TOTAL-ERRORS.

       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-WRITE-RUN-CONTROL - ONE STANDARD RUN-CONTROL RECORD ON
      * THE COMMON RUNLOG SO THE MORNING BALANCING REPORT (CSAGRBAL)
      * SEES THIS JOB'S COUNTS -- AND THE AUDITORS CAN SEE THE PURGE
      * RAN.  READ IS EVERY RECORD EXAMINED, WRITTEN IS EVERY RECORD
      * MASKED THIS RUN, EXCEPTIONS ARE FAILED REWRITES.  0016 WHEN
      * REFUSED, 0008 WHEN ANY REWRITE FAILED.
      *----------------------------------------------------------------*
       9000-WRITE-RUN-CONTROL.

           OPEN EXTEND RUN-LOG.

           ACCEPT WS-RUN-CCYYMMDD         FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-HHMMSSHH         FROM TIME.

           MOVE SPACES                    TO CSRUNC-RECORD.
           MOVE WC-JOB-NAME               TO CSRUNC-JOB-NAME.
           MOVE WS-RUN-CCYYMMDD           TO CSRUNC-RUN-CCYYMMDD.
           MOVE WS-RUN-HHMMSS-KEEP        TO CSRUNC-RUN-HHMMSS.
           MOVE WS-TOTAL-READ             TO CSRUNC-RECORDS-READ.
           MOVE WS-TOTAL-MASKED           TO CSRUNC-RECORDS-WRITTEN.
           MOVE WS-TOTAL-ERRORS           TO CSRUNC-EXCEPTIONS.

           EVALUATE TRUE
           WHEN WS-RUN-REFUSED
               MOVE '0016'                TO CSRUNC-RETURN-STATUS
           WHEN WS-TOTAL-ERRORS > ZERO
               MOVE '0008'                TO CSRUNC-RETURN-STATUS
           WHEN OTHER
               MOVE '0000'                TO CSRUNC-RETURN-STATUS
           END-EVALUATE.

           WRITE CSRUNC-RECORD.

           CLOSE RUN-LOG.

       9000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
