      ******************************************************************
      *                                                                *
      *                         "CSAGAGDM"                             *
      *   AGENCY-LEVEL PASSENGER DEMOGRAPHICS (ACTIVITY + MANIFEST)    *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGAGDM.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  THE AGENT SIDE OF A BOOKING (ACTFILE, AGENT FLAG, AGYMAST)    *
      *  AND THE AGE SIDE (PAXFILE, CSAGECAL BANDS) ARE CHECKED BY     *
      *  SEPARATE JOBS AND HAVE NEVER BEEN SEEN TOGETHER.  RUN         *
      *  MONTHLY, THIS JOB SORTS BOTH FILES ON BOOKING ID AND MATCHES  *
      *  THEM.  A BOOKING'S AGENCY AND AGENT FLAG ARE TAKEN FROM ITS   *
      *  LATEST ACTIVITY EVENT (THE SORT KEEPS EVENTS IN FILE ORDER).  *
      *  EVERY PASSENGER OF A MATCHED BOOKING IS AGED THROUGH          *
      *  CSAGBRCO AND CSAGECAL AND COUNTED BY AGE BAND, AND AGAINST    *
      *  THE THREE NIGHTLY EXCEPTION CRITERIA:                         *
      *                                                                *
      *    INFEXC  - AGE BELOW THE INFANT MINIMUM FOR THE BRAND/       *
      *              ITINERARY ON THE SAIL DATE (CSAGINFF), AS         *
      *              CSAGEXCP TESTS IT                                 *
      *    NOADL   - PASSENGER ON A BOOKING WITH NO ADULT OR SENIOR    *
      *              PASSENGER, AS CSAGNADL TESTS IT (A PASSENGER      *
      *              CSAGECAL CANNOT AGE IS NOT AN ADULT)              *
      *    UNVER   - INFANT, CHILD, OR SENIOR WITH NO SIGHTED PROOF    *
      *              OF AGE ON VERIFSTS, AS CSAGVEXC TESTS IT.  THE    *
      *              NIGHTLY JOB'S DAYS-BEFORE-SAILING WINDOW IS NOT   *
      *              APPLIED -- THIS IS A WHOLE-MANIFEST VIEW          *
      *                                                                *
      *  ONE WORK RECORD PER MATCHED BOOKING (CSAGDEMW) IS SORTED BY   *
      *  AGENT COMPANY + AGENCY NUMBER FOR THE FIRST SECTION OF THE    *
      *  REPORT (AGENCY NAME FROM AGYMAST) AND THEN BY AGENT FLAG FOR  *
      *  THE SECOND.  BOOKINGS FOUND ON ONLY ONE OF THE TWO FILES ARE  *
      *  LISTED ON THEIR OWN REPORT AND ARE NOT IN THE COUNTS.         *
      *                                                                *
      *  INPUT:   ACTIVITY-FILE  - BOOKING ACTIVITY (CSAGACTR)         *
      *           PASSENGER-FILE - FULL MANIFEST (CSPAXREC)            *
      *           AGY-MASTER     - AGENCY MASTER (CSAGAGMR KSDS)       *
      *           VERIF-STATUS   - PROOF-OF-AGE FILE (CSAGVRFR KSDS)   *
      *           (CSAGINFF READS INFRULES ITSELF)                     *
      *  OUTPUT:  SORTED-ACT-FILE  - ACTIVITY IN BOOKING-ID ORDER      *
      *           SORTED-PAX-FILE  - MANIFEST IN BOOKING-ID ORDER      *
      *           DEMO-WORK-FILE   - ONE RECORD PER MATCHED BOOKING    *
      *           SORTED-DEMO-FILE - WORK FILE IN REPORT ORDER         *
      *           DEMO-RPT         - AGENCY / AGENT FLAG REPORT        *
      *           UNMATCHED-RPT    - BOOKINGS NOT ON BOTH FILES        *
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
           SELECT ACTIVITY-FILE     ASSIGN TO ACTFILE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT PASSENGER-FILE    ASSIGN TO PAXFILE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ACT-SORT-WORK     ASSIGN TO SORTWK01.

           SELECT PAX-SORT-WORK     ASSIGN TO SORTWK01.

           SELECT DEMO-SORT-WORK    ASSIGN TO SORTWK01.

           SELECT SORTED-ACT-FILE   ASSIGN TO SRTACT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORTED-PAX-FILE   ASSIGN TO SRTPAX
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEMO-WORK-FILE    ASSIGN TO DEMOWORK
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORTED-DEMO-FILE  ASSIGN TO DEMOSRT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT AGY-MASTER        ASSIGN TO AGYMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AGMR-AGENT-KEY
                  FILE STATUS IS WS-AGY-STATUS.

           SELECT VERIF-STATUS      ASSIGN TO VERIFSTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSVRF-KEY
                  FILE STATUS IS WS-VRF-STATUS.

           SELECT DEMO-RPT          ASSIGN TO DEMORPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT UNMATCHED-RPT     ASSIGN TO DEMOXRPT
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  ACTIVITY-FILE
           RECORDING MODE IS F.
           COPY CSAGACTR.

       FD  PASSENGER-FILE
           RECORDING MODE IS F.
           COPY CSPAXREC.

       SD  ACT-SORT-WORK.
           COPY CSAGACTR REPLACING LEADING ==CSACT-== BY ==SORTACT-==.

       SD  PAX-SORT-WORK.
           COPY CSPAXREC REPLACING LEADING ==CSPAX-== BY ==SORTPAX-==.

       SD  DEMO-SORT-WORK.
           COPY CSAGDEMW REPLACING LEADING ==CSDMW-== BY ==SORTDMW-==.

       FD  SORTED-ACT-FILE
           RECORDING MODE IS F.
           COPY CSAGACTR REPLACING LEADING ==CSACT-== BY ==SRTACT-==.

       FD  SORTED-PAX-FILE
           RECORDING MODE IS F.
           COPY CSPAXREC REPLACING LEADING ==CSPAX-== BY ==SRTPAX-==.

       FD  DEMO-WORK-FILE
           RECORDING MODE IS F.
           COPY CSAGDEMW.

       FD  SORTED-DEMO-FILE
           RECORDING MODE IS F.
           COPY CSAGDEMW REPLACING LEADING ==CSDMW-== BY ==SRTDMW-==.

       FD  AGY-MASTER.
           COPY CSAGAGMR.

       FD  VERIF-STATUS.
           COPY CSAGVRFR.

       FD  DEMO-RPT
           RECORDING MODE IS F.
       01  DEMO-LINE                       PIC X(132).

       FD  UNMATCHED-RPT
           RECORDING MODE IS F.
       01  UNMATCHED-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-DEMO-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-DEMO-EOF                  VALUE 'Y'.
           05  WS-ADULT-FOUND-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-ADULT-FOUND               VALUE 'Y'.

       01  WS-AGY-STATUS                   PIC X(02).
           88  WS-AGY-OK                       VALUE '00'.

       01  WS-VRF-STATUS                   PIC X(02).
           88  WS-VRF-OK                       VALUE '00'.

       01  WC-CONSTANTS.
           05  WC-MONTHS-SUFFIX            PIC X(01) VALUE 'M'.
           05  WC-ACTIVITY-ONLY            PIC X(14) VALUE
               'ACTIVITY ONLY'.
           05  WC-MANIFEST-ONLY            PIC X(14) VALUE
               'MANIFEST ONLY'.
           05  WC-NOT-ON-AGYMAST           PIC X(30) VALUE
               '*** NOT ON AGYMAST ***'.

      ******************************************************************
      *  MATCH KEYS: THE BOOKING ID OF THE RECORD IN HAND ON EACH      *
      *  SORTED FILE, HIGH-VALUES ONCE THAT FILE IS EXHAUSTED          *
      ******************************************************************

       01  WS-ACT-KEY                      PIC X(10) VALUE LOW-VALUES.
       01  WS-PAX-KEY                      PIC X(10) VALUE LOW-VALUES.
       01  WS-CURRENT-BOOKING-ID           PIC X(10) VALUE SPACES.
       01  WS-CURRENT-SAILING-ID           PIC X(08) VALUE SPACES.

       01  WS-CURRENT-AGENCY.
           05  WS-CUR-AGENT-COMPANY        PIC X(01).
           05  WS-CUR-AGENT-NR             PIC X(08).
           05  WS-CUR-AGENT-FLAG           PIC X(04).

       01  WS-BREAK-AGENT-KEY.
           05  WS-BRK-AGENT-COMPANY        PIC X(01).
           05  WS-BRK-AGENT-NR             PIC X(08).
       01  WS-BREAK-AGENT-FLAG             PIC X(04).

       77  WS-ACT-RECORDS-READ             PIC 9(07) COMP VALUE ZERO.
       77  WS-PAX-RECORDS-READ             PIC 9(07) COMP VALUE ZERO.
       77  WS-MATCHED-BOOKINGS             PIC 9(07) COMP VALUE ZERO.
       77  WS-ACTIVITY-ONLY                PIC 9(07) COMP VALUE ZERO.
       77  WS-MANIFEST-ONLY                PIC 9(07) COMP VALUE ZERO.
       77  WS-AGENCIES-REPORTED            PIC 9(07) COMP VALUE ZERO.
       77  WS-FLAGS-REPORTED               PIC 9(07) COMP VALUE ZERO.
       77  WS-AGENCIES-NOT-FOUND           PIC 9(07) COMP VALUE ZERO.
       77  WS-BOOKING-RECORDS              PIC 9(03) COMP VALUE ZERO.
       77  WS-AGE-MONTHS-N                 PIC 9(02).
       77  WS-AGE-IN-MONTHS                PIC 9(05) COMP VALUE ZERO.
       77  WS-LAST-DEPART-GREG             PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-SAIL-DEPART-CCYYMMDD         PIC 9(08) VALUE ZERO.
       77  WS-RUN-CCYYMMDD                 PIC 9(08) VALUE ZERO.

      ******************************************************************
      *  ONE AGENCY'S (OR ONE AGENT FLAG'S) TOTALS, AND THE WHOLE RUN  *
      *  -- SAME LAYOUT, SO THE GRAND TOTAL PRINTS THROUGH THE SAME    *
      *  FORMATTING PARAGRAPH                                          *
      ******************************************************************

       01  WS-BREAK-TOTALS.
           05  WS-B-BOOKINGS               PIC 9(07) COMP.
           05  WS-B-PAX                    PIC 9(07) COMP.
           05  WS-B-INFANT                 PIC 9(07) COMP.
           05  WS-B-CHILD                  PIC 9(07) COMP.
           05  WS-B-TEEN                   PIC 9(07) COMP.
           05  WS-B-ADULT                  PIC 9(07) COMP.
           05  WS-B-SENIOR                 PIC 9(07) COMP.
           05  WS-B-AGE-ERRORS             PIC 9(07) COMP.
           05  WS-B-INFANT-EXC             PIC 9(07) COMP.
           05  WS-B-NO-ADULT               PIC 9(07) COMP.
           05  WS-B-UNVERIFIED             PIC 9(07) COMP.

       01  WS-GRAND-TOTALS.
           05  WS-G-BOOKINGS               PIC 9(07) COMP VALUE ZERO.
           05  WS-G-PAX                    PIC 9(07) COMP VALUE ZERO.
           05  WS-G-INFANT                 PIC 9(07) COMP VALUE ZERO.
           05  WS-G-CHILD                  PIC 9(07) COMP VALUE ZERO.
           05  WS-G-TEEN                   PIC 9(07) COMP VALUE ZERO.
           05  WS-G-ADULT                  PIC 9(07) COMP VALUE ZERO.
           05  WS-G-SENIOR                 PIC 9(07) COMP VALUE ZERO.
           05  WS-G-AGE-ERRORS             PIC 9(07) COMP VALUE ZERO.
           05  WS-G-INFANT-EXC             PIC 9(07) COMP VALUE ZERO.
           05  WS-G-NO-ADULT               PIC 9(07) COMP VALUE ZERO.
           05  WS-G-UNVERIFIED             PIC 9(07) COMP VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               'CSAGAGDM - AGENCY PASSENGER DEMOGRAPHICS    '.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-H-RUN-DATE               PIC 9(08).
           05  FILLER                      PIC X(70) VALUE SPACES.

       01  WS-SECTION-AGENCY.
           05  FILLER                      PIC X(40) VALUE
               'BY AGENT COMPANY + AGENCY NUMBER'.
           05  FILLER                      PIC X(92) VALUE SPACES.

       01  WS-SECTION-FLAG.
           05  FILLER                      PIC X(40) VALUE
               'BY AGENT FLAG'.
           05  FILLER                      PIC X(92) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  WS-CH-LABEL                 PIC X(42).
           05  FILLER                      PIC X(08) VALUE '    BKGS'.
           05  FILLER                      PIC X(08) VALUE '     PAX'.
           05  FILLER                      PIC X(08) VALUE '  INFANT'.
           05  FILLER                      PIC X(08) VALUE '   CHILD'.
           05  FILLER                      PIC X(08) VALUE '    TEEN'.
           05  FILLER                      PIC X(08) VALUE '   ADULT'.
           05  FILLER                      PIC X(08) VALUE '  SENIOR'.
           05  FILLER                      PIC X(08) VALUE ' AGE ERR'.
           05  FILLER                      PIC X(08) VALUE '  INFEXC'.
           05  FILLER                      PIC X(08) VALUE '   NOADL'.
           05  FILLER                      PIC X(08) VALUE '   UNVER'.
           05  FILLER                      PIC X(02) VALUE SPACES.

       01  WC-AGENCY-LABEL                 PIC X(42) VALUE
           'AGENCY      NAME'.
       01  WC-FLAG-LABEL                   PIC X(42) VALUE
           'AGENT FLAG'.

       01  WS-DEMO-DETAIL.
           05  WS-L-LABEL                  PIC X(42).
           05  WS-L-AGENCY-VIEW REDEFINES WS-L-LABEL.
               10  WS-L-AGENT-COMPANY      PIC X(01).
               10  FILLER                  PIC X(01).
               10  WS-L-AGENT-NR           PIC X(08).
               10  FILLER                  PIC X(02).
               10  WS-L-AGENT-NAME         PIC X(30).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-L-BOOKINGS               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-L-PAX                    PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-L-INFANT                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-L-CHILD                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-L-TEEN                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-L-ADULT                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-L-SENIOR                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-L-AGE-ERRORS             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-L-INFANT-EXC             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-L-NO-ADULT               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-L-UNVERIFIED             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.

       01  WC-GRAND-LABEL                  PIC X(42) VALUE
           'ALL MATCHED BOOKINGS'.

       01  WS-LEGEND-1.
           05  FILLER                      PIC X(50) VALUE
               'INFEXC = UNDER THE INFANT MINIMUM (CSAGEXCP)      '.
           05  FILLER                      PIC X(50) VALUE
               'NOADL = ON A BOOKING WITH NO ADULT (CSAGNADL)     '.
           05  FILLER                      PIC X(32) VALUE SPACES.

       01  WS-LEGEND-2.
           05  FILLER                      PIC X(50) VALUE
               'UNVER = DISCOUNT BAND, NO PROOF OF AGE (CSAGVEXC) '.
           05  FILLER                      PIC X(50) VALUE
               'AGE ERR = CSAGECAL COULD NOT AGE THE PASSENGER    '.
           05  FILLER                      PIC X(32) VALUE SPACES.

       01  WS-UNMATCHED-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               'CSAGAGDM - BOOKINGS NOT ON BOTH FILES       '.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-XH-RUN-DATE              PIC 9(08).
           05  FILLER                      PIC X(70) VALUE SPACES.

       01  WS-UNMATCHED-HEADING-2.
           05  FILLER                      PIC X(12) VALUE 'BOOKING'.
           05  FILLER                      PIC X(16) VALUE 'FOUND ON'.
           05  FILLER                      PIC X(12) VALUE 'AGENCY'.
           05  FILLER                      PIC X(06) VALUE 'FLAG'.
           05  FILLER                      PIC X(10) VALUE 'SAILING'.
           05  FILLER                      PIC X(08) VALUE 'RECORDS'.
           05  FILLER                      PIC X(68) VALUE SPACES.

       01  WS-UNMATCHED-DETAIL.
           05  WS-X-BOOKING-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-X-FOUND-ON               PIC X(14).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-X-AGENT-COMPANY          PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-X-AGENT-NR               PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-X-AGENT-FLAG             PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-X-SAILING-ID             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-X-RECORDS                PIC ZZ9.
           05  FILLER                      PIC X(73) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                      PIC X(20) VALUE
               'ACTIVITY RECORDS ...'.
           05  WS-T-ACT-READ               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'MANIFEST RECORDS ...'.
           05  WS-T-PAX-READ               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'MATCHED BOOKINGS ...'.
           05  WS-T-MATCHED                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(31) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                      PIC X(20) VALUE
               'ACTIVITY ONLY ......'.
           05  WS-T-ACTIVITY-ONLY          PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'MANIFEST ONLY ......'.
           05  WS-T-MANIFEST-ONLY          PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'AGENCIES REPORTED ..'.
           05  WS-T-AGENCIES               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(31) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                      PIC X(20) VALUE
               'AGENT FLAGS ........'.
           05  WS-T-FLAGS                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'NOT ON AGYMAST .....'.
           05  WS-T-NOT-FOUND              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(68) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

           COPY CSAGECAL.

           COPY CSDATE.

       77  WC-CSDATE                        PIC X(08) VALUE 'CSDATE'.
       77  WC-CSAGBRCO                      PIC X(08) VALUE 'CSAGBRCO'.
       77  WC-CSAGINFF                      PIC X(08) VALUE 'CSAGINFF'.

           COPY CSAGBRCO.

           COPY CSAGINFP.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

       PROCEDURE DIVISION.

       0000-MAINLINE.

           SORT ACT-SORT-WORK
               ON ASCENDING KEY SORTACT-BOOKING-ID
               WITH DUPLICATES IN ORDER
               USING  ACTIVITY-FILE
               GIVING SORTED-ACT-FILE.

           SORT PAX-SORT-WORK
               ON ASCENDING KEY SORTPAX-BOOKING-ID
               USING  PASSENGER-FILE
               GIVING SORTED-PAX-FILE.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.

           PERFORM 2000-MATCH-BOOKING   THRU 2000-EXIT
               UNTIL WS-ACT-KEY = HIGH-VALUES
               AND   WS-PAX-KEY = HIGH-VALUES.

           PERFORM 3000-END-MATCH       THRU 3000-EXIT.

           SORT DEMO-SORT-WORK
               ON ASCENDING KEY SORTDMW-AGENT-COMPANY
                                SORTDMW-AGENT-NR
               USING  DEMO-WORK-FILE
               GIVING SORTED-DEMO-FILE.

           PERFORM 4000-AGENCY-SECTION  THRU 4000-EXIT.

           SORT DEMO-SORT-WORK
               ON ASCENDING KEY SORTDMW-AGENT-FLAG
               USING  DEMO-WORK-FILE
               GIVING SORTED-DEMO-FILE.

           PERFORM 5000-FLAG-SECTION    THRU 5000-EXIT.

           PERFORM 8000-TERMINATE       THRU 8000-EXIT.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - OPEN FILES, WRITE HEADINGS, PRIME BOTH      *
      *  SORTED FILES                                                  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           ACCEPT WS-RUN-CCYYMMDD         FROM DATE YYYYMMDD.

           OPEN INPUT  SORTED-ACT-FILE.
           OPEN INPUT  SORTED-PAX-FILE.
           OPEN INPUT  VERIF-STATUS.
           OPEN OUTPUT DEMO-WORK-FILE.
           OPEN OUTPUT UNMATCHED-RPT.

           MOVE WS-RUN-CCYYMMDD           TO WS-XH-RUN-DATE.
           WRITE UNMATCHED-LINE           FROM WS-UNMATCHED-HEADING-1.
           WRITE UNMATCHED-LINE           FROM WS-UNMATCHED-HEADING-2.

           PERFORM 1100-READ-ACT          THRU 1100-EXIT.
           PERFORM 1200-READ-PAX          THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1100-READ-ACT - READ ONE SORTED ACTIVITY RECORD               *
      *----------------------------------------------------------------*
       1100-READ-ACT.

           READ SORTED-ACT-FILE
               AT END
                   MOVE HIGH-VALUES       TO WS-ACT-KEY
               NOT AT END
                   ADD 1 TO WS-ACT-RECORDS-READ
                   MOVE SRTACT-BOOKING-ID TO WS-ACT-KEY
           END-READ.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1200-READ-PAX - READ ONE SORTED MANIFEST RECORD               *
      *----------------------------------------------------------------*
       1200-READ-PAX.

           READ SORTED-PAX-FILE
               AT END
                   MOVE HIGH-VALUES       TO WS-PAX-KEY
               NOT AT END
                   ADD 1 TO WS-PAX-RECORDS-READ
                   MOVE SRTPAX-BOOKING-ID TO WS-PAX-KEY
           END-READ.

       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-MATCH-BOOKING - TAKE THE LOWER BOOKING ID OF THE TWO     *
      *  FILES; ONE SIDE ONLY IS AN UNMATCHED BOOKING                  *
      *----------------------------------------------------------------*
       2000-MATCH-BOOKING.

           IF  WS-ACT-KEY < WS-PAX-KEY
               PERFORM 2100-ACTIVITY-ONLY THRU 2100-EXIT
           ELSE
               IF  WS-ACT-KEY > WS-PAX-KEY
                   PERFORM 2200-MANIFEST-ONLY THRU 2200-EXIT
               ELSE
                   PERFORM 2300-MATCHED-BOOKING THRU 2300-EXIT
               END-IF
           END-IF.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-ACTIVITY-ONLY - BOOKING ACTIVITY WITH NO PASSENGERS ON   *
      *  THE MANIFEST                                                  *
      *----------------------------------------------------------------*
       2100-ACTIVITY-ONLY.

           ADD 1 TO WS-ACTIVITY-ONLY.
           MOVE WS-ACT-KEY                TO WS-CURRENT-BOOKING-ID.
           PERFORM 2500-LOAD-ACTIVITY     THRU 2500-EXIT.

           MOVE SPACES                    TO WS-CURRENT-SAILING-ID.
           MOVE WC-ACTIVITY-ONLY          TO WS-X-FOUND-ON.
           PERFORM 2400-WRITE-UNMATCHED   THRU 2400-EXIT.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-MANIFEST-ONLY - PASSENGERS WITH NO BOOKING ACTIVITY      *
      *----------------------------------------------------------------*
       2200-MANIFEST-ONLY.

           ADD 1 TO WS-MANIFEST-ONLY.
           MOVE WS-PAX-KEY                TO WS-CURRENT-BOOKING-ID.
           MOVE SRTPAX-SAILING-ID         TO WS-CURRENT-SAILING-ID.
           MOVE SPACES                    TO WS-CURRENT-AGENCY.
           MOVE ZERO                      TO WS-BOOKING-RECORDS.

           PERFORM 2600-SKIP-PAX          THRU 2600-EXIT
               UNTIL WS-PAX-KEY NOT = WS-CURRENT-BOOKING-ID.

           MOVE WC-MANIFEST-ONLY          TO WS-X-FOUND-ON.
           PERFORM 2400-WRITE-UNMATCHED   THRU 2400-EXIT.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2300-MATCHED-BOOKING - AGENCY FROM THE LATEST ACTIVITY EVENT, *
      *  THEN AGE AND COUNT EVERY PASSENGER; ONE WORK RECORD OUT       *
      *----------------------------------------------------------------*
       2300-MATCHED-BOOKING.

           ADD 1 TO WS-MATCHED-BOOKINGS.
           MOVE WS-ACT-KEY                TO WS-CURRENT-BOOKING-ID.
           PERFORM 2500-LOAD-ACTIVITY     THRU 2500-EXIT.

           MOVE SPACES                    TO CSDMW-RECORD.
           MOVE WS-CUR-AGENT-FLAG         TO CSDMW-AGENT-FLAG.
           MOVE WS-CUR-AGENT-COMPANY      TO CSDMW-AGENT-COMPANY.
           MOVE WS-CUR-AGENT-NR           TO CSDMW-AGENT-NR.
           MOVE WS-CURRENT-BOOKING-ID     TO CSDMW-BOOKING-ID.
           MOVE SRTPAX-SAILING-ID         TO CSDMW-SAILING-ID.
           MOVE ZERO                      TO CSDMW-PAX-COUNT
                                             CSDMW-INFANT-PAX
                                             CSDMW-CHILD-PAX
                                             CSDMW-TEEN-PAX
                                             CSDMW-ADULT-PAX
                                             CSDMW-SENIOR-PAX
                                             CSDMW-AGE-ERROR-PAX
                                             CSDMW-INFANT-EXC-PAX
                                             CSDMW-NO-ADULT-PAX
                                             CSDMW-UNVERIFIED-PAX.
           MOVE 'N'                       TO WS-ADULT-FOUND-SWITCH.

           PERFORM 2700-AGE-ONE-PAX       THRU 2700-EXIT
               UNTIL WS-PAX-KEY NOT = WS-CURRENT-BOOKING-ID.

           IF  NOT WS-ADULT-FOUND
               MOVE CSDMW-PAX-COUNT       TO CSDMW-NO-ADULT-PAX
           END-IF.

           WRITE CSDMW-RECORD.

       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2400-WRITE-UNMATCHED - ONE LINE ON THE UNMATCHED REPORT       *
      *----------------------------------------------------------------*
       2400-WRITE-UNMATCHED.

           MOVE WS-CURRENT-BOOKING-ID     TO WS-X-BOOKING-ID.
           MOVE WS-CUR-AGENT-COMPANY      TO WS-X-AGENT-COMPANY.
           MOVE WS-CUR-AGENT-NR           TO WS-X-AGENT-NR.
           MOVE WS-CUR-AGENT-FLAG         TO WS-X-AGENT-FLAG.
           MOVE WS-CURRENT-SAILING-ID     TO WS-X-SAILING-ID.
           MOVE WS-BOOKING-RECORDS        TO WS-X-RECORDS.

           WRITE UNMATCHED-LINE           FROM WS-UNMATCHED-DETAIL.

       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2500-LOAD-ACTIVITY - READ PAST ALL OF THE BOOKING'S ACTIVITY  *
      *  EVENTS, KEEPING THE AGENT FIELDS OF THE LAST ONE              *
      *----------------------------------------------------------------*
       2500-LOAD-ACTIVITY.

           MOVE ZERO                      TO WS-BOOKING-RECORDS.

           PERFORM 2510-TAKE-ACT-EVENT    THRU 2510-EXIT
               UNTIL WS-ACT-KEY NOT = WS-CURRENT-BOOKING-ID.

       2500-EXIT.
           EXIT.

       2510-TAKE-ACT-EVENT.

           ADD 1 TO WS-BOOKING-RECORDS.
           MOVE SRTACT-AGENT-COMPANY      TO WS-CUR-AGENT-COMPANY.
           MOVE SRTACT-AGENT-NR           TO WS-CUR-AGENT-NR.
           MOVE SRTACT-AGENT-FLAG         TO WS-CUR-AGENT-FLAG.

           PERFORM 1100-READ-ACT          THRU 1100-EXIT.

       2510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2600-SKIP-PAX - COUNT PAST ONE PASSENGER OF A MANIFEST-ONLY   *
      *  BOOKING                                                       *
      *----------------------------------------------------------------*
       2600-SKIP-PAX.

           ADD 1 TO WS-BOOKING-RECORDS.

           PERFORM 1200-READ-PAX          THRU 1200-EXIT.

       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2700-AGE-ONE-PAX - CALL CSAGECAL, COUNT THE BAND, AND APPLY   *
      *  THE INFANT AND PROOF-OF-AGE CRITERIA.  ADULT OR SENIOR        *
      *  SATISFIES THE NO-ADULT CRITERION FOR THE WHOLE BOOKING.       *
      *----------------------------------------------------------------*
       2700-AGE-ONE-PAX.

           ADD 1 TO CSDMW-PAX-COUNT.

           MOVE SRTPAX-BIRTH-CCYYMMDD     TO CSAGECAL-I-BIRTH-CCYYMMDD.
           MOVE ZERO                      TO CSAGECAL-I-BIRTH-MMDDCCYY.
           MOVE SRTPAX-DEPART-DATE-GREG   TO
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
           MOVE SPACE                     TO CSAGECAL-I-PRECONV-SW.

           MOVE SRTPAX-BRAND-CODE         TO CSAGBRCO-I-BRAND-CODE.
           MOVE SRTPAX-ITINERARY-CODE     TO CSAGBRCO-I-ITINERARY-CODE.
           CALL WC-CSAGBRCO               USING CSAGBRCO-PARMS.
           MOVE CSAGBRCO-O-CUTOFF-YEARS   TO
               CSAGECAL-I-CALC-AGE-IN-MONTHS.

           CALL 'CSAGECAL'                USING CSAGECAL-PARMS.

           IF  NOT CSAGECAL-O-RC-OK
               ADD 1 TO CSDMW-AGE-ERROR-PAX
               GO TO 2700-READ-NEXT
           END-IF.

           EVALUATE TRUE
               WHEN CSAGECAL-O-AGE-BAND-INFANT
                   ADD 1 TO CSDMW-INFANT-PAX
               WHEN CSAGECAL-O-AGE-BAND-CHILD
                   ADD 1 TO CSDMW-CHILD-PAX
               WHEN CSAGECAL-O-AGE-BAND-TEEN
                   ADD 1 TO CSDMW-TEEN-PAX
               WHEN CSAGECAL-O-AGE-BAND-ADULT
                   ADD 1 TO CSDMW-ADULT-PAX
                   SET WS-ADULT-FOUND     TO TRUE
               WHEN CSAGECAL-O-AGE-BAND-SENIOR
                   ADD 1 TO CSDMW-SENIOR-PAX
                   SET WS-ADULT-FOUND     TO TRUE
           END-EVALUATE.

           PERFORM 2710-CHECK-INFANT      THRU 2710-EXIT.

           IF  CSAGECAL-O-AGE-BAND-INFANT
           OR  CSAGECAL-O-AGE-BAND-CHILD
           OR  CSAGECAL-O-AGE-BAND-SENIOR
               PERFORM 2730-CHECK-VERIFICATION THRU 2730-EXIT
           END-IF.

       2700-READ-NEXT.

           PERFORM 1200-READ-PAX          THRU 1200-EXIT.

       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2710-CHECK-INFANT - AGE BELOW THE MINIMUM IN FORCE FOR THE    *
      *  PASSENGER'S BRAND/ITINERARY.  AN AGE IN YEARS IS TAKEN AS     *
      *  WHOLE YEARS TIMES 12 (SAME TEST AS CSAGEXCP).                 *
      *----------------------------------------------------------------*
       2710-CHECK-INFANT.

           MOVE ZERO                      TO WS-AGE-MONTHS-N.
           PERFORM 2720-GET-INFANT-RULE   THRU 2720-EXIT.

           IF  CSAGECAL-O-AGE-ACTUAL (3:1) = WC-MONTHS-SUFFIX
               MOVE CSAGECAL-O-AGE-ACTUAL (1:2) TO WS-AGE-MONTHS-N
               MOVE WS-AGE-MONTHS-N       TO WS-AGE-IN-MONTHS
           ELSE
               COMPUTE WS-AGE-IN-MONTHS = CSAGECAL-O-AGE-YEARS * 12
           END-IF.

           IF  WS-AGE-IN-MONTHS < CSAGINFP-O-MIN-AGE-MONTHS
               ADD 1 TO CSDMW-INFANT-EXC-PAX
           END-IF.

       2710-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2720-GET-INFANT-RULE - MINIMUM INFANT AGE FOR THIS BRAND/     *
      *  ITINERARY ON THE SAIL DATE.  THE DEPART DATE IS ONLY          *
      *  CONVERTED WHEN IT CHANGES.                                    *
      *----------------------------------------------------------------*
       2720-GET-INFANT-RULE.

           IF  SRTPAX-DEPART-DATE-GREG NOT = WS-LAST-DEPART-GREG
               MOVE SRTPAX-DEPART-DATE-GREG TO WS-LAST-DEPART-GREG
               MOVE ZERO                  TO WS-SAIL-DEPART-CCYYMMDD
               MOVE LOW-VALUES            TO CSDATE-PARMS
               MOVE SRTPAX-DEPART-DATE-GREG TO CSDATE-INPUT-GREG
               SET CSDATE-FORMAT-GREG     TO TRUE
               CALL WC-CSDATE             USING CSDATE-PARMS
               IF  CSDATE-RC-OK
                   MOVE CSDATE-OUT-CCYYMMDD TO WS-SAIL-DEPART-CCYYMMDD
               END-IF
           END-IF.

           MOVE SRTPAX-BRAND-CODE         TO CSAGINFP-I-BRAND-CODE.
           MOVE SRTPAX-ITINERARY-CODE     TO CSAGINFP-I-ITINERARY-CODE.
           MOVE WS-SAIL-DEPART-CCYYMMDD   TO CSAGINFP-I-LOOKUP-CCYYMMDD.
           CALL WC-CSAGINFF               USING CSAGINFP-PARMS.

       2720-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2730-CHECK-VERIFICATION - IS A SIGHTED DOCUMENT ON FILE FOR   *
      *  THIS DISCOUNT-BAND PASSENGER?                                 *
      *----------------------------------------------------------------*
       2730-CHECK-VERIFICATION.

           MOVE SRTPAX-BOOKING-ID         TO CSVRF-BOOKING-ID.
           MOVE SRTPAX-PASSENGER-ID       TO CSVRF-PASSENGER-ID.

           READ VERIF-STATUS.

           IF  WS-VRF-OK
           AND CSVRF-VERIFIED
               GO TO 2730-EXIT
           END-IF.

           ADD 1 TO CSDMW-UNVERIFIED-PAX.

       2730-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-END-MATCH - CLOSE THE MATCH STEP'S FILES SO THE WORK     *
      *  FILE CAN BE SORTED                                            *
      *----------------------------------------------------------------*
       3000-END-MATCH.

           CLOSE SORTED-ACT-FILE.
           CLOSE SORTED-PAX-FILE.
           CLOSE VERIF-STATUS.
           CLOSE DEMO-WORK-FILE.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-AGENCY-SECTION - WORK FILE IN AGENCY ORDER: ONE LINE PER *
      *  AGENT COMPANY + AGENCY NUMBER, THEN THE GRAND TOTAL           *
      *----------------------------------------------------------------*
       4000-AGENCY-SECTION.

           OPEN INPUT  SORTED-DEMO-FILE.
           OPEN INPUT  AGY-MASTER.
           OPEN OUTPUT DEMO-RPT.

           MOVE WS-RUN-CCYYMMDD           TO WS-H-RUN-DATE.
           WRITE DEMO-LINE                FROM WS-HEADING-1.
           WRITE DEMO-LINE                FROM WS-BLANK-LINE.
           WRITE DEMO-LINE                FROM WS-SECTION-AGENCY.
           MOVE WC-AGENCY-LABEL           TO WS-CH-LABEL.
           WRITE DEMO-LINE                FROM WS-COLUMN-HEADING.

           MOVE 'N'                       TO WS-DEMO-EOF-SWITCH.
           MOVE LOW-VALUES                TO WS-BREAK-AGENT-KEY.
           PERFORM 4400-CLEAR-BREAK       THRU 4400-EXIT.
           PERFORM 4700-READ-DEMO         THRU 4700-EXIT.

           PERFORM 4100-PROCESS-AGENCY    THRU 4100-EXIT
               UNTIL WS-DEMO-EOF.

           IF  WS-B-BOOKINGS > ZERO
               PERFORM 4200-WRITE-AGENCY  THRU 4200-EXIT
           END-IF.

           PERFORM 4800-WRITE-GRAND       THRU 4800-EXIT.

           CLOSE SORTED-DEMO-FILE.
           CLOSE AGY-MASTER.

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4100-PROCESS-AGENCY - BREAK ON AGENT COMPANY + AGENCY NUMBER  *
      *----------------------------------------------------------------*
       4100-PROCESS-AGENCY.

           IF  SRTDMW-AGENT-KEY NOT = WS-BREAK-AGENT-KEY
               IF  WS-B-BOOKINGS > ZERO
                   PERFORM 4200-WRITE-AGENCY THRU 4200-EXIT
               END-IF
               MOVE SRTDMW-AGENT-KEY      TO WS-BREAK-AGENT-KEY
               PERFORM 4400-CLEAR-BREAK   THRU 4400-EXIT
           END-IF.

           PERFORM 4500-ADD-TO-BREAK      THRU 4500-EXIT.

           PERFORM 4700-READ-DEMO         THRU 4700-EXIT.

       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4200-WRITE-AGENCY - NAME FROM AGYMAST, ONE AGENCY LINE, AND   *
      *  THE AGENCY'S COUNTS INTO THE GRAND TOTAL                      *
      *----------------------------------------------------------------*
       4200-WRITE-AGENCY.

           ADD 1 TO WS-AGENCIES-REPORTED.

           MOVE WS-BREAK-AGENT-KEY        TO AGMR-AGENT-KEY.
           READ AGY-MASTER.

           MOVE SPACES                    TO WS-L-LABEL.
           MOVE WS-BRK-AGENT-COMPANY      TO WS-L-AGENT-COMPANY.
           MOVE WS-BRK-AGENT-NR           TO WS-L-AGENT-NR.
           IF  WS-AGY-OK
               MOVE AGMR-AGENT-NAME       TO WS-L-AGENT-NAME
           ELSE
               ADD 1 TO WS-AGENCIES-NOT-FOUND
               MOVE WC-NOT-ON-AGYMAST     TO WS-L-AGENT-NAME
           END-IF.

           PERFORM 4600-FORMAT-COUNTS     THRU 4600-EXIT.
           WRITE DEMO-LINE                FROM WS-DEMO-DETAIL.

           ADD WS-B-BOOKINGS              TO WS-G-BOOKINGS.
           ADD WS-B-PAX                   TO WS-G-PAX.
           ADD WS-B-INFANT                TO WS-G-INFANT.
           ADD WS-B-CHILD                 TO WS-G-CHILD.
           ADD WS-B-TEEN                  TO WS-G-TEEN.
           ADD WS-B-ADULT                 TO WS-G-ADULT.
           ADD WS-B-SENIOR                TO WS-G-SENIOR.
           ADD WS-B-AGE-ERRORS            TO WS-G-AGE-ERRORS.
           ADD WS-B-INFANT-EXC            TO WS-G-INFANT-EXC.
           ADD WS-B-NO-ADULT              TO WS-G-NO-ADULT.
           ADD WS-B-UNVERIFIED            TO WS-G-UNVERIFIED.

       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4400-CLEAR-BREAK - ZERO THE BREAK TOTALS                      *
      *----------------------------------------------------------------*
       4400-CLEAR-BREAK.

           MOVE ZERO                      TO WS-B-BOOKINGS
                                             WS-B-PAX
                                             WS-B-INFANT
                                             WS-B-CHILD
                                             WS-B-TEEN
                                             WS-B-ADULT
                                             WS-B-SENIOR
                                             WS-B-AGE-ERRORS
                                             WS-B-INFANT-EXC
                                             WS-B-NO-ADULT
                                             WS-B-UNVERIFIED.

       4400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4500-ADD-TO-BREAK - ONE BOOKING'S COUNTS INTO THE BREAK       *
      *----------------------------------------------------------------*
       4500-ADD-TO-BREAK.

           ADD 1                          TO WS-B-BOOKINGS.
           ADD SRTDMW-PAX-COUNT           TO WS-B-PAX.
           ADD SRTDMW-INFANT-PAX          TO WS-B-INFANT.
           ADD SRTDMW-CHILD-PAX           TO WS-B-CHILD.
           ADD SRTDMW-TEEN-PAX            TO WS-B-TEEN.
           ADD SRTDMW-ADULT-PAX           TO WS-B-ADULT.
           ADD SRTDMW-SENIOR-PAX          TO WS-B-SENIOR.
           ADD SRTDMW-AGE-ERROR-PAX       TO WS-B-AGE-ERRORS.
           ADD SRTDMW-INFANT-EXC-PAX      TO WS-B-INFANT-EXC.
           ADD SRTDMW-NO-ADULT-PAX        TO WS-B-NO-ADULT.
           ADD SRTDMW-UNVERIFIED-PAX      TO WS-B-UNVERIFIED.

       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4600-FORMAT-COUNTS - BREAK TOTALS TO THE PRINT LINE           *
      *----------------------------------------------------------------*
       4600-FORMAT-COUNTS.

           MOVE WS-B-BOOKINGS             TO WS-L-BOOKINGS.
           MOVE WS-B-PAX                  TO WS-L-PAX.
           MOVE WS-B-INFANT               TO WS-L-INFANT.
           MOVE WS-B-CHILD                TO WS-L-CHILD.
           MOVE WS-B-TEEN                 TO WS-L-TEEN.
           MOVE WS-B-ADULT                TO WS-L-ADULT.
           MOVE WS-B-SENIOR               TO WS-L-SENIOR.
           MOVE WS-B-AGE-ERRORS           TO WS-L-AGE-ERRORS.
           MOVE WS-B-INFANT-EXC           TO WS-L-INFANT-EXC.
           MOVE WS-B-NO-ADULT             TO WS-L-NO-ADULT.
           MOVE WS-B-UNVERIFIED           TO WS-L-UNVERIFIED.

       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4700-READ-DEMO - READ ONE SORTED WORK RECORD                  *
      *----------------------------------------------------------------*
       4700-READ-DEMO.

           READ SORTED-DEMO-FILE
               AT END
                   SET WS-DEMO-EOF        TO TRUE
           END-READ.

       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4800-WRITE-GRAND - WHOLE-RUN TOTAL LINE AND THE LEGEND        *
      *----------------------------------------------------------------*
       4800-WRITE-GRAND.

           MOVE WS-GRAND-TOTALS           TO WS-BREAK-TOTALS.
           MOVE WC-GRAND-LABEL            TO WS-L-LABEL.
           PERFORM 4600-FORMAT-COUNTS     THRU 4600-EXIT.

           WRITE DEMO-LINE                FROM WS-BLANK-LINE.
           WRITE DEMO-LINE                FROM WS-DEMO-DETAIL.
           WRITE DEMO-LINE                FROM WS-BLANK-LINE.
           WRITE DEMO-LINE                FROM WS-LEGEND-1.
           WRITE DEMO-LINE                FROM WS-LEGEND-2.

       4800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-FLAG-SECTION - WORK FILE IN AGENT-FLAG ORDER: ONE LINE   *
      *  PER AGENT FLAG, THEN THE SAME GRAND TOTAL                     *
      *----------------------------------------------------------------*
       5000-FLAG-SECTION.

           OPEN INPUT  SORTED-DEMO-FILE.

           WRITE DEMO-LINE                FROM WS-BLANK-LINE.
           WRITE DEMO-LINE                FROM WS-BLANK-LINE.
           WRITE DEMO-LINE                FROM WS-SECTION-FLAG.
           MOVE WC-FLAG-LABEL             TO WS-CH-LABEL.
           WRITE DEMO-LINE                FROM WS-COLUMN-HEADING.

           MOVE 'N'                       TO WS-DEMO-EOF-SWITCH.
           MOVE LOW-VALUES                TO WS-BREAK-AGENT-FLAG.
           PERFORM 4400-CLEAR-BREAK       THRU 4400-EXIT.
           PERFORM 4700-READ-DEMO         THRU 4700-EXIT.

           PERFORM 5100-PROCESS-FLAG      THRU 5100-EXIT
               UNTIL WS-DEMO-EOF.

           IF  WS-B-BOOKINGS > ZERO
               PERFORM 5200-WRITE-FLAG    THRU 5200-EXIT
           END-IF.

           PERFORM 4800-WRITE-GRAND       THRU 4800-EXIT.

           CLOSE SORTED-DEMO-FILE.

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5100-PROCESS-FLAG - BREAK ON AGENT FLAG                       *
      *----------------------------------------------------------------*
       5100-PROCESS-FLAG.

           IF  SRTDMW-AGENT-FLAG NOT = WS-BREAK-AGENT-FLAG
               IF  WS-B-BOOKINGS > ZERO
                   PERFORM 5200-WRITE-FLAG THRU 5200-EXIT
               END-IF
               MOVE SRTDMW-AGENT-FLAG     TO WS-BREAK-AGENT-FLAG
               PERFORM 4400-CLEAR-BREAK   THRU 4400-EXIT
           END-IF.

           PERFORM 4500-ADD-TO-BREAK      THRU 4500-EXIT.

           PERFORM 4700-READ-DEMO         THRU 4700-EXIT.

       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5200-WRITE-FLAG - ONE AGENT-FLAG LINE                         *
      *----------------------------------------------------------------*
       5200-WRITE-FLAG.

           ADD 1 TO WS-FLAGS-REPORTED.

           MOVE SPACES                    TO WS-L-LABEL.
           MOVE WS-BREAK-AGENT-FLAG       TO WS-L-LABEL.

           PERFORM 4600-FORMAT-COUNTS     THRU 4600-EXIT.
           WRITE DEMO-LINE                FROM WS-DEMO-DETAIL.

       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - RUN TOTALS ON THE UNMATCHED REPORT, CLOSE    *
      *----------------------------------------------------------------*
       8000-TERMINATE.

           WRITE UNMATCHED-LINE            FROM WS-BLANK-LINE.
           MOVE WS-ACT-RECORDS-READ        TO WS-T-ACT-READ.
           MOVE WS-PAX-RECORDS-READ        TO WS-T-PAX-READ.
           MOVE WS-MATCHED-BOOKINGS        TO WS-T-MATCHED.
           WRITE UNMATCHED-LINE            FROM WS-TOTAL-LINE-1.

           MOVE WS-ACTIVITY-ONLY           TO WS-T-ACTIVITY-ONLY.
           MOVE WS-MANIFEST-ONLY           TO WS-T-MANIFEST-ONLY.
           MOVE WS-AGENCIES-REPORTED       TO WS-T-AGENCIES.
           WRITE UNMATCHED-LINE            FROM WS-TOTAL-LINE-2.

           MOVE WS-FLAGS-REPORTED          TO WS-T-FLAGS.
           MOVE WS-AGENCIES-NOT-FOUND      TO WS-T-NOT-FOUND.
           WRITE UNMATCHED-LINE            FROM WS-TOTAL-LINE-3.

           CLOSE DEMO-RPT.
           CLOSE UNMATCHED-RPT.

       8000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
