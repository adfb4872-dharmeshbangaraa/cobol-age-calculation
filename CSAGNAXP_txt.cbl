      ******************************************************************
      *                                                                *
      *                         "CSAGNAXP"                             *
      *   RE-POINT NEWAGENT PLACEHOLDER BOOKINGS TO THE REAL AGENCY    *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGNAXP.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  AN ONBOARDING AGENCY'S BOOKINGS GO IN UNDER A NEWAGENT        *
      *  PLACEHOLDER ID (CSAGTNEW).  ONCE THE AGENCY IS REGISTERED     *
      *  ON AGYMAST THOSE BOOKINGS STAYED ON THE PLACEHOLDER FOR GOOD  *
      *  -- COMMISSION AND AGENCY PRODUCTION NEVER SAW THEM, AND WHEN  *
      *  THE WINDOW CLOSED THEY BECAME RC-EXPIRED-NEW-AGENT ITEMS ON   *
      *  THE WRKQUEUE WORK QUEUE.                                      *
      *                                                                *
      *  RUN NIGHTLY AHEAD OF CSAGTSWP AND CSAGTEXC, THIS JOB COPIES   *
      *  THE ACTIVITY FILE AND, FOR EVERY RECORD STILL UNDER A         *
      *  PLACEHOLDER, LOOKS UP THE NAGTXREF CROSS-REFERENCE (CSAGNAXR, *
      *  KEYED BY SALES SUPPORT THROUGH CSAGNAXM) -- FIRST FOR THE     *
      *  BOOKING ITSELF, THEN FOR THE PLACEHOLDER AS A WHOLE.  WHEN A  *
      *  MAPPING IS FOUND THE TARGET AGENCY IS RUN THROUGH CSAGTBDV    *
      *  WITH TODAY AS THE EFFECTIVE DATE:                             *
      *                                                                *
      *    DERIVES     - THE RECORD IS REWRITTEN WITH THE TARGET       *
      *                  COMPANY, AGENT NUMBER, AND DERIVED FLAG; A    *
      *                  BEFORE/AFTER AUDIT RECORD (CSAGNAXA) AND A    *
      *                  REPORT LINE ARE WRITTEN; THE MAPPING'S        *
      *                  LAST-APPLIED DATE AND COUNT ARE STAMPED; AND  *
      *                  AN OPEN WRKQUEUE ITEM FOR THE PLACEHOLDER     *
      *                  KEY (COMPANY + PLACEHOLDER + TYPE SALES       *
      *                  PROGRAM) IS CLOSED BY CSAGNAXP                *
      *    REJECTED    - (TARGET GONE INACTIVE OR OFF AGYMAST SINCE    *
      *                  IT WAS KEYED) THE RECORD PASSES THROUGH       *
      *                  UNCHANGED AND IS LISTED AS AN EXCEPTION       *
      *                                                                *
      *  A PLACEHOLDER RECORD WITH NO MAPPING, AND EVERY NON-          *
      *  PLACEHOLDER RECORD, PASSES THROUGH UNCHANGED.  A CLOSED       *
      *  WORK ITEM THAT KEEPS TAKING HITS (OTHER, STILL UNMAPPED       *
      *  BOOKINGS ON THE PLACEHOLDER) IS REOPENED BY CSAGTWKQ AS       *
      *  EVER.  THE NEW ACTIVITY FILE IS SWAPPED IN FOR ACTFILE BY     *
      *  THE FOLLOWING JCL STEP, AS CSAGYMLD'S NEW MASTER IS.          *
      *                                                                *
      *  INPUT:   ACTIVITY-FILE  - BOOKING ACTIVITY (CSAGACTR)         *
      *           (CSAGTBDV READS AGTFLAG AND AGYMAST ITSELF)          *
      *  I/O:     XREF-FILE      - PLACEHOLDER XREF (CSAGNAXR KSDS)    *
      *           WORK-QUEUE     - REJECTED LOOKUPS (CSAGWKQR KSDS)    *
      *  OUTPUT:  NEW-ACTIVITY-FILE - RE-POINTED ACTIVITY (CSAGACTR)   *
      *           AUDIT-FILE     - BEFORE/AFTER AUDIT (CSAGNAXA)       *
      *           REPOINT-RPT    - RE-POINT REPORT                     *
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
           SELECT ACTIVITY-FILE     ASSIGN TO ACTFILE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT XREF-FILE         ASSIGN TO NAGTXREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSNAXR-KEY
                  FILE STATUS IS WS-XREF-STATUS.

           SELECT WORK-QUEUE        ASSIGN TO WRKQUEUE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSAWQ-KEY
                  FILE STATUS IS WS-WKQ-STATUS.

           SELECT NEW-ACTIVITY-FILE ASSIGN TO ACTNEW
                  ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-FILE        ASSIGN TO NAXAUDIT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT REPOINT-RPT       ASSIGN TO NAXPRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG           ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  ACTIVITY-FILE
           RECORDING MODE IS F.
           COPY CSAGACTR.

       FD  XREF-FILE.
           COPY CSAGNAXR.

       FD  WORK-QUEUE.
           COPY CSAGWKQR.

       FD  NEW-ACTIVITY-FILE
           RECORDING MODE IS F.
           COPY CSAGACTR REPLACING LEADING ==CSACT-== BY ==NEWACT-==.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY CSAGNAXA.

       FD  REPOINT-RPT
           RECORDING MODE IS F.
       01  REPOINT-LINE                    PIC X(132).

       FD  RUN-LOG
           RECORDING MODE IS F.
           COPY CSAGRUNC.

       WORKING-STORAGE SECTION.

       01  WC-CONSTANTS.
           05  WC-JOB-NAME                 PIC X(08) VALUE 'CSAGNAXP'.
           COPY CSAGTNEW.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.
           05  WS-PLACEHOLDER-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-IS-PLACEHOLDER            VALUE 'Y'.
           05  WS-MAPPED-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-MAPPING-FOUND             VALUE 'Y'.
           05  WS-SCOPE-SWITCH             PIC X(01) VALUE SPACE.
               88  WS-BOOKING-SCOPE             VALUE 'B'.
               88  WS-PLACEHOLDER-SCOPE         VALUE 'P'.
           05  WS-WKQ-CLOSED-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-WKQ-CLOSED                VALUE 'Y'.

       01  WS-XREF-STATUS                  PIC X(02).
           88  WS-XREF-OK                      VALUE '00'.

       01  WS-WKQ-STATUS                   PIC X(02).
           88  WS-WKQ-OK                       VALUE '00'.

       77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
       77  WS-RECORDS-WRITTEN              PIC 9(07) COMP VALUE ZERO.
       77  WS-PLACEHOLDER-RECORDS          PIC 9(07) COMP VALUE ZERO.
       77  WS-REPOINTED                    PIC 9(07) COMP VALUE ZERO.
       77  WS-UNMAPPED                     PIC 9(07) COMP VALUE ZERO.
       77  WS-TARGETS-REJECTED             PIC 9(07) COMP VALUE ZERO.
       77  WS-WORK-ITEMS-CLOSED            PIC 9(07) COMP VALUE ZERO.
       77  WS-XREF-ERRORS                  PIC 9(07) COMP VALUE ZERO.
       77  WS-TODAY-CCYYMMDD               PIC 9(08) VALUE ZERO.

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-CCYYMMDD             PIC 9(08).
           05  WS-RUN-HHMMSSHH             PIC 9(08).
           05  WS-RUN-HHMMSS REDEFINES WS-RUN-HHMMSSHH.
               10  WS-RUN-HHMMSS-KEEP      PIC 9(06).
               10  FILLER                  PIC 9(02).

       01  WS-ANNOTATION.
           05  FILLER                      PIC X(14) VALUE
               'RE-POINTED TO '.
           05  WS-A-AGENT-COMPANY          PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-A-AGENT-NR               PIC X(08).
           05  FILLER                      PIC X(06) VALUE SPACES.

           COPY CSAGTTYP.

       77  WC-CSAGTBDV                     PIC X(08) VALUE 'CSAGTBDV'.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               'CSAGNAXP - NEWAGENT PLACEHOLDER RE-POINT    '.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE '.
           05  WS-H-RUN-DATE               PIC 9(08).
           05  FILLER                      PIC X(70) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(12) VALUE 'BOOKING'.
           05  FILLER                      PIC X(05) VALUE 'TSP'.
           05  FILLER                      PIC X(21) VALUE
               'BEFORE CO/NR/FLAG'.
           05  FILLER                      PIC X(21) VALUE
               'AFTER CO/NR/FLAG'.
           05  FILLER                      PIC X(07) VALUE 'XREF'.
           05  FILLER                      PIC X(66) VALUE 'RESULT'.

       01  WS-DETAIL-LINE.
           05  WS-D-BOOKING-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-TSP                    PIC X(02).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-D-OLD-COMPANY            PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-D-OLD-AGENT-NR           PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-D-OLD-FLAG               PIC X(04).
           05  FILLER                      PIC X(06) VALUE SPACES.
           05  WS-D-NEW-COMPANY            PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-D-NEW-AGENT-NR           PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-D-NEW-FLAG               PIC X(04).
           05  FILLER                      PIC X(06) VALUE SPACES.
           05  WS-D-SCOPE                  PIC X(05).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-RESULT                 PIC X(40).
           05  FILLER                      PIC X(26) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                      PIC X(20) VALUE
               'RECORDS READ ......'.
           05  WS-T-RECORDS-READ           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'RECORDS WRITTEN ....'.
           05  WS-T-RECORDS-WRITTEN        PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'ON A PLACEHOLDER ...'.
           05  WS-T-PLACEHOLDER            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                      PIC X(20) VALUE
               'RE-POINTED ........'.
           05  WS-T-REPOINTED              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'NO MAPPING .........'.
           05  WS-T-UNMAPPED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'TARGET REJECTED ....'.
           05  WS-T-REJECTED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                      PIC X(20) VALUE
               'WORK ITEMS CLOSED .'.
           05  WS-T-ITEMS-CLOSED           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'XREF STAMP ERRORS ..'.
           05  WS-T-XREF-ERRORS            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(68) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.

           PERFORM 2000-PROCESS-ACTIVITY THRU 2000-EXIT
               UNTIL WS-EOF.

           PERFORM 8000-TERMINATE       THRU 8000-EXIT.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - OPEN FILES, WRITE HEADINGS, PRIME THE READ  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           OPEN INPUT  ACTIVITY-FILE.
           OPEN I-O    XREF-FILE.
           OPEN I-O    WORK-QUEUE.
           OPEN OUTPUT NEW-ACTIVITY-FILE.
           OPEN OUTPUT AUDIT-FILE.
           OPEN OUTPUT REPOINT-RPT.

           ACCEPT WS-RUN-CCYYMMDD         FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-HHMMSSHH         FROM TIME.
           MOVE WS-RUN-CCYYMMDD           TO WS-TODAY-CCYYMMDD.

           MOVE WS-TODAY-CCYYMMDD         TO WS-H-RUN-DATE.
           WRITE REPOINT-LINE             FROM WS-HEADING-1.
           WRITE REPOINT-LINE             FROM WS-HEADING-2.

           PERFORM 1200-READ-ACTIVITY     THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1200-READ-ACTIVITY - READ ONE BOOKING ACTIVITY RECORD         *
      *----------------------------------------------------------------*
       1200-READ-ACTIVITY.

           READ ACTIVITY-FILE
               AT END
                   SET WS-EOF             TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-PROCESS-ACTIVITY - COPY ONE RECORD, RE-POINTING IT IF    *
      *  IT IS ON A MAPPED PLACEHOLDER                                 *
      *----------------------------------------------------------------*
       2000-PROCESS-ACTIVITY.

           MOVE CSACT-RECORD              TO NEWACT-RECORD.

           PERFORM 2100-CHECK-PLACEHOLDER THRU 2100-EXIT.

           IF  WS-IS-PLACEHOLDER
               ADD 1 TO WS-PLACEHOLDER-RECORDS
               PERFORM 2200-FIND-MAPPING  THRU 2200-EXIT
               IF  WS-MAPPING-FOUND
                   PERFORM 3000-REPOINT   THRU 3000-EXIT
               ELSE
                   ADD 1 TO WS-UNMAPPED
               END-IF
           END-IF.

           WRITE NEWACT-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.

           PERFORM 1200-READ-ACTIVITY     THRU 1200-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-CHECK-PLACEHOLDER - IS THE AGENT NUMBER ONE OF THE       *
      *  CSAGTNEW PLACEHOLDER IDS                                      *
      *----------------------------------------------------------------*
       2100-CHECK-PLACEHOLDER.

           MOVE 'N'                       TO WS-PLACEHOLDER-SWITCH.

           SET NEWAGENT-IX                TO 1.
           SEARCH WT-NEWAGENT-ENTRY
               AT END
                   GO TO 2100-EXIT
               WHEN WT-NEWAGENT-ID (NEWAGENT-IX) = CSACT-AGENT-NR
                   SET WS-IS-PLACEHOLDER  TO TRUE
           END-SEARCH.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-FIND-MAPPING - A MAPPING FOR THIS BOOKING WINS; FAILING  *
      *  THAT, ONE FOR THE PLACEHOLDER AS A WHOLE                      *
      *----------------------------------------------------------------*
       2200-FIND-MAPPING.

           MOVE 'N'                       TO WS-MAPPED-SWITCH.

           MOVE CSACT-AGENT-COMPANY       TO CSNAXR-PH-AGENT-COMPANY.
           MOVE CSACT-AGENT-NR            TO CSNAXR-PH-AGENT-NR.
           MOVE CSACT-BOOKING-ID          TO CSNAXR-BOOKING-ID.

           READ XREF-FILE.

           IF  WS-XREF-OK
               SET WS-MAPPING-FOUND       TO TRUE
               SET WS-BOOKING-SCOPE       TO TRUE
               GO TO 2200-EXIT
           END-IF.

           MOVE CSACT-AGENT-COMPANY       TO CSNAXR-PH-AGENT-COMPANY.
           MOVE CSACT-AGENT-NR            TO CSNAXR-PH-AGENT-NR.
           MOVE SPACES                    TO CSNAXR-BOOKING-ID.

           READ XREF-FILE.

           IF  WS-XREF-OK
               SET WS-MAPPING-FOUND       TO TRUE
               SET WS-PLACEHOLDER-SCOPE   TO TRUE
           END-IF.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-REPOINT - DERIVE THE TARGET'S FLAG; ON A CLEAN           *
      *  DERIVATION MOVE THE RECORD, AUDIT IT, STAMP THE MAPPING AND   *
      *  CLOSE THE PLACEHOLDER'S WORK ITEM                             *
      *----------------------------------------------------------------*
       3000-REPOINT.

           MOVE CSNAXR-NEW-AGENT-COMPANY  TO CSAGTTYP-I-AGENT-COMPANY.
           MOVE CSNAXR-NEW-AGENT-NR       TO CSAGTTYP-I-AGENT-NR.
           MOVE CSACT-TYPE-SALES-PROGRAM  TO
               CSAGTTYP-I-TYPE-SALES-PROGRAM.
           MOVE WS-TODAY-CCYYMMDD         TO
               CSAGTTYP-I-EFFECTIVE-DATE.
           MOVE SPACE                     TO CSAGTTYP-I-FLAG-SOURCE.

           CALL WC-CSAGTBDV               USING CSAGTTYP-PARMS.

           MOVE SPACES                    TO WS-D-NEW-FLAG.

           EVALUATE TRUE
           WHEN CSAGTTYP-O-RC-UNKNOWN-AGENT
               MOVE 'TARGET NOT ACTIVE ON AGYMAST - NOT MOVED'
                                          TO WS-D-RESULT
           WHEN CSAGTTYP-O-RC-EXPIRED-NEW-AGENT
               MOVE 'EXPIRED PLACEHOLDER TARGET - NOT MOVED'
                                          TO WS-D-RESULT
           WHEN CSAGTTYP-O-RC-INVALID-INPUT
               MOVE 'TARGET AGENT NUMBER INVALID - NOT MOVED'
                                          TO WS-D-RESULT
           WHEN OTHER
               GO TO 3050-MOVE-RECORD
           END-EVALUATE.

           ADD 1 TO WS-TARGETS-REJECTED.
           PERFORM 3900-WRITE-DETAIL      THRU 3900-EXIT.
           GO TO 3000-EXIT.

       3050-MOVE-RECORD.

           MOVE CSNAXR-NEW-AGENT-COMPANY  TO NEWACT-AGENT-COMPANY.
           MOVE CSNAXR-NEW-AGENT-NR       TO NEWACT-AGENT-NR.
           MOVE CSAGTTYP-O-AGENT-FLAG     TO NEWACT-AGENT-FLAG.
           ADD 1 TO WS-REPOINTED.

           PERFORM 3200-STAMP-MAPPING     THRU 3200-EXIT.
           PERFORM 3300-CLOSE-WORK-ITEM   THRU 3300-EXIT.
           PERFORM 3400-WRITE-AUDIT       THRU 3400-EXIT.

           MOVE NEWACT-AGENT-FLAG         TO WS-D-NEW-FLAG.
           IF  WS-WKQ-CLOSED
               MOVE 'RE-POINTED - WORK ITEM CLOSED' TO WS-D-RESULT
           ELSE
               MOVE 'RE-POINTED'          TO WS-D-RESULT
           END-IF.
           PERFORM 3900-WRITE-DETAIL      THRU 3900-EXIT.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3200-STAMP-MAPPING - LAST-APPLIED DATE AND RUNNING COUNT ON   *
      *  THE CROSS-REFERENCE RECORD JUST READ                          *
      *----------------------------------------------------------------*
       3200-STAMP-MAPPING.

           MOVE WS-TODAY-CCYYMMDD         TO
               CSNAXR-LAST-APPLIED-CCYYMMDD.
           ADD 1                          TO CSNAXR-APPLIED-COUNT.

           REWRITE CSNAXR-RECORD.

           IF  NOT WS-XREF-OK
               ADD 1 TO WS-XREF-ERRORS
           END-IF.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3300-CLOSE-WORK-ITEM - AN OPEN WRKQUEUE ITEM FOR THE          *
      *  PLACEHOLDER KEY IS CLOSED; NONE, OR ONE ALREADY CLOSED, IS    *
      *  LEFT ALONE                                                    *
      *----------------------------------------------------------------*
       3300-CLOSE-WORK-ITEM.

           MOVE 'N'                       TO WS-WKQ-CLOSED-SWITCH.

           MOVE CSACT-AGENT-COMPANY       TO CSAWQ-AGENT-COMPANY.
           MOVE CSACT-AGENT-NR            TO CSAWQ-AGENT-NR.
           MOVE CSACT-TYPE-SALES-PROGRAM  TO CSAWQ-TYPE-SALES-PROGRAM.

           READ WORK-QUEUE.

           IF  NOT WS-WKQ-OK
               GO TO 3300-EXIT
           END-IF.

           IF  NOT CSAWQ-OPEN
               GO TO 3300-EXIT
           END-IF.

           SET CSAWQ-CLOSED               TO TRUE.
           MOVE WC-JOB-NAME               TO CSAWQ-CLOSED-BY.
           MOVE WS-TODAY-CCYYMMDD         TO CSAWQ-CLOSED-CCYYMMDD.
           MOVE CSNAXR-NEW-AGENT-COMPANY  TO WS-A-AGENT-COMPANY.
           MOVE CSNAXR-NEW-AGENT-NR       TO WS-A-AGENT-NR.
           MOVE WS-ANNOTATION             TO CSAWQ-ANNOTATION.

           REWRITE CSAWQ-RECORD.

           IF  WS-WKQ-OK
               SET WS-WKQ-CLOSED          TO TRUE
               ADD 1 TO WS-WORK-ITEMS-CLOSED
           END-IF.

       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3400-WRITE-AUDIT - BEFORE AND AFTER IMAGE OF THE AGENT FIELDS *
      *----------------------------------------------------------------*
       3400-WRITE-AUDIT.

           MOVE SPACES                    TO CSNAXA-RECORD.
           MOVE WS-RUN-CCYYMMDD           TO CSNAXA-RUN-CCYYMMDD.
           MOVE WS-RUN-HHMMSS-KEEP        TO CSNAXA-RUN-HHMMSS.
           MOVE CSACT-BOOKING-ID          TO CSNAXA-BOOKING-ID.
           MOVE CSACT-TYPE-SALES-PROGRAM  TO
               CSNAXA-TYPE-SALES-PROGRAM.
           MOVE CSACT-AGENT-COMPANY       TO CSNAXA-OLD-AGENT-COMPANY.
           MOVE CSACT-AGENT-NR            TO CSNAXA-OLD-AGENT-NR.
           MOVE CSACT-AGENT-FLAG          TO CSNAXA-OLD-AGENT-FLAG.
           MOVE NEWACT-AGENT-COMPANY      TO CSNAXA-NEW-AGENT-COMPANY.
           MOVE NEWACT-AGENT-NR           TO CSNAXA-NEW-AGENT-NR.
           MOVE NEWACT-AGENT-FLAG         TO CSNAXA-NEW-AGENT-FLAG.
           MOVE WS-SCOPE-SWITCH           TO CSNAXA-XREF-SCOPE.
           IF  WS-WKQ-CLOSED
               SET CSNAXA-WORKQ-CLOSED    TO TRUE
           ELSE
               SET CSNAXA-WORKQ-NOT-CLOSED TO TRUE
           END-IF.

           WRITE CSNAXA-RECORD.

       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3900-WRITE-DETAIL - ONE REPORT LINE (WS-D-RESULT AND          *
      *  WS-D-NEW-FLAG SET BY THE CALLER)                              *
      *----------------------------------------------------------------*
       3900-WRITE-DETAIL.

           MOVE CSACT-BOOKING-ID          TO WS-D-BOOKING-ID.
           MOVE CSACT-TYPE-SALES-PROGRAM  TO WS-D-TSP.
           MOVE CSACT-AGENT-COMPANY       TO WS-D-OLD-COMPANY.
           MOVE CSACT-AGENT-NR            TO WS-D-OLD-AGENT-NR.
           MOVE CSACT-AGENT-FLAG          TO WS-D-OLD-FLAG.
           MOVE CSNAXR-NEW-AGENT-COMPANY  TO WS-D-NEW-COMPANY.
           MOVE CSNAXR-NEW-AGENT-NR       TO WS-D-NEW-AGENT-NR.

           IF  WS-BOOKING-SCOPE
               MOVE 'BKG'                 TO WS-D-SCOPE
           ELSE
               MOVE 'ALL'                 TO WS-D-SCOPE
           END-IF.

           WRITE REPOINT-LINE             FROM WS-DETAIL-LINE.

       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - TOTALS, RUN-CONTROL RECORD, CLOSE FILES      *
      *----------------------------------------------------------------*
       8000-TERMINATE.

           WRITE REPOINT-LINE              FROM WS-BLANK-LINE.
           MOVE WS-RECORDS-READ            TO WS-T-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN         TO WS-T-RECORDS-WRITTEN.
           MOVE WS-PLACEHOLDER-RECORDS     TO WS-T-PLACEHOLDER.
           WRITE REPOINT-LINE              FROM WS-TOTAL-LINE-1.

           MOVE WS-REPOINTED               TO WS-T-REPOINTED.
           MOVE WS-UNMAPPED                TO WS-T-UNMAPPED.
           MOVE WS-TARGETS-REJECTED        TO WS-T-REJECTED.
           WRITE REPOINT-LINE              FROM WS-TOTAL-LINE-2.

           MOVE WS-WORK-ITEMS-CLOSED       TO WS-T-ITEMS-CLOSED.
           MOVE WS-XREF-ERRORS             TO WS-T-XREF-ERRORS.
           WRITE REPOINT-LINE              FROM WS-TOTAL-LINE-3.

           PERFORM 9000-WRITE-RUN-CONTROL THRU 9000-EXIT.

           CLOSE ACTIVITY-FILE.
           CLOSE XREF-FILE.
           CLOSE WORK-QUEUE.
           CLOSE NEW-ACTIVITY-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REPOINT-RPT.

       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-WRITE-RUN-CONTROL - ONE STANDARD RUN-CONTROL RECORD ON
      * THE COMMON RUNLOG SO THE MORNING BALANCING REPORT (CSAGRBAL)
      * SEES THIS JOB'S COUNTS WITHOUT OPENING ITS PRINT FILE.  THE
      * EXCEPTIONS ARE MAPPINGS WHOSE TARGET NO LONGER DERIVES.
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
           MOVE WS-RECORDS-WRITTEN        TO CSRUNC-RECORDS-WRITTEN.
           MOVE WS-TARGETS-REJECTED       TO CSRUNC-EXCEPTIONS.
           MOVE '0000'                    TO CSRUNC-RETURN-STATUS.

           WRITE CSRUNC-RECORD.

           CLOSE RUN-LOG.

       9000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
