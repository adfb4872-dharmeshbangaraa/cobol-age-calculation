090226*                        JOIN THE CROSS-CHECK.  TABLE AND LOOPS  *
090226*                        GROW 7 TO 15; THE WEEKLY CSAGSNAP IS    *
090226*                        CARRIED AS OPTIONAL                     *
101526*  10/15/26   M.ANDREOLI  CSAGSTCK (STATEROOM BERTH/CRIB CHECK)  *
101526*                        ADDED TO THE EXPECTED-JOB TABLE; IT     *
101526*                        SORTS THE FULL PAXFILE, SO IT JOINS THE *
101526*                        CROSS-CHECK.  TABLE GROWS 15 TO 16      *
101526*  10/15/26   M.ANDREOLI  CSAGDOCX (TRAVEL DOCUMENT CHECK)       *
101526*                        ADDED; FULL-PAXFILE READER.  TABLE      *
101526*                        GROWS TO 17                             *
101526*  10/15/26   M.ANDREOLI  CSAGCAGE (COMPLIANCE CASE AGING)       *
101526*                        ADDED; IT READS CASEFILE, NOT PAXFILE,  *
101526*                        SO IT STAYS OUT OF THE CROSS-CHECK.     *
101526*                        TABLE GROWS TO 18                       *
101526*  10/15/26   M.ANDREOLI  CSAGIWRL (INFANT WAITLIST RELEASE)     *
101526*                        ADDED; FULL-PAXFILE READER.  TABLE      *
101526*                        GROWS TO 19                             *
101526*  10/15/26   M.ANDREOLI  CSAGPAXU (PAXVSAM DELTA APPLY) ADDED;  *
101526*                        IT READS DELTA IMAGES, NOT PAXFILE, SO  *
101526*                        IT STAYS OUT OF THE CROSS-CHECK.  TABLE *
101526*                        GROWS TO 20                             *
101526*  10/15/26   M.ANDREOLI  CSAGNAXP (NEWAGENT RE-POINT) ADDED;    *
101526*                        IT READS ACTFILE, NOT PAXFILE, SO IT    *
101526*                        STAYS OUT OF THE CROSS-CHECK.  TABLE    *
101526*                        GROWS TO 21                             *
101526*  10/15/26   M.ANDREOLI  DATE-CHANGE JOB ADDED: CSAGSMLD,       *
101526*                        CSAGDCEV, CSAGREPR AND CSAGDCIR, ALL    *
101526*                        OPTIONAL -- THEY ONLY RUN ON NIGHTS A   *
101526*                        SAILING DATE MOVED.  TABLE GROWS TO 25  *
101526*  10/15/26   M.ANDREOLI  CSAGRETN (PRIVACY RETENTION MASKING)   *
101526*                        ADDED, OPTIONAL -- IT RUNS ONLY ON THE  *
101526*                        PRIVACY OFFICE'S SCHEDULE.  TABLE GROWS *
101526*                        TO 26                                   *
101526*  10/15/26   M.ANDREOLI  CSAGTIMP (AGENT-FLAG CHANGE IMPACT)    *
101526*                        ADDED, OPTIONAL -- IT RUNS ONLY WHILE   *
101526*                        CHANGES ARE PENDING.  TABLE GROWS TO 27 *
101526*  10/15/26   M.ANDREOLI  CSAGXVAL (SHORE EXCURSION AGE          *
101526*                        VALIDATION) ADDED, REQUIRED -- IT RUNS  *
101526*                        NIGHTLY.  TABLE GROWS TO 28             *
      ******************************************************************

       ENVIRONMENT DIVISION.
090226         'CSAGSNAPO '.
090226     05  FILLER                      PIC X(10) VALUE
090226         'CSAGVEXCRP'.
101526     05  FILLER                      PIC X(10) VALUE
101526         'CSAGSTCKRP'.
101526     05  FILLER                      PIC X(10) VALUE
101526         'CSAGDOCXRP'.
101526     05  FILLER                      PIC X(10) VALUE
101526         'CSAGCAGER '.
101526     05  FILLER                      PIC X(10) VALUE
101526         'CSAGIWRLRP'.
101526     05  FILLER                      PIC X(10) VALUE
101526         'CSAGPAXUR '.
101526     05  FILLER                      PIC X(10) VALUE
101526         'CSAGNAXPR '.
101526     05  FILLER                      PIC X(10) VALUE
101526         'CSAGSMLDO '.
101526     05  FILLER                      PIC X(10) VALUE
101526         'CSAGDCEVO '.
101526     05  FILLER                      PIC X(10) VALUE
101526         'CSAGREPRO '.
101526     05  FILLER                      PIC X(10) VALUE
101526         'CSAGDCIRO '.
101526     05  FILLER                      PIC X(10) VALUE
101526         'CSAGRETNO '.
101526     05  FILLER                      PIC X(10) VALUE
101526         'CSAGTIMPO '.
101526     05  FILLER                      PIC X(10) VALUE
101526         'CSAGXVALR '.

       01  FILLER REDEFINES WT-EXPECTED-JOBS.
101526     05  WT-EXPECTED-ENTRY OCCURS 28 TIMES.
               10  WT-E-JOB-NAME           PIC X(08).
               10  WT-E-REQUIRED-SW        PIC X(01).
               10  WT-E-PAXFILE-SW         PIC X(01).
      ******************************************************************

       01  WT-SEEN-JOBS.
101526     05  WT-SEEN-ENTRY OCCURS 28 TIMES.
               10  WT-S-PRESENT-SW         PIC X(01).
               10  WT-S-RUN-CCYYMMDD       PIC 9(08).
               10  WT-S-RUN-HHMMSS         PIC 9(06).

           PERFORM 1100-CLEAR-ONE-SLOT    THRU 1100-EXIT
               VARYING WS-JOB-IX FROM 1 BY 1
101526         UNTIL WS-JOB-IX > 28.

           PERFORM 1200-READ-LOG          THRU 1200-EXIT.

           ELSE
               PERFORM 2100-MATCH-ONE-JOB THRU 2100-EXIT
                   VARYING WS-JOB-IX FROM 1 BY 1
101526             UNTIL WS-JOB-IX > 28
           END-IF.

           PERFORM 1200-READ-LOG          THRU 1200-EXIT.

           PERFORM 3100-REPORT-ONE-JOB    THRU 3100-EXIT
               VARYING WS-JOB-IX FROM 1 BY 1
101526         UNTIL WS-JOB-IX > 28.

           WRITE BAL-LINE                 FROM WS-BLANK-LINE.
           WRITE BAL-LINE                 FROM WS-PAX-HEADING.

           PERFORM 3200-CROSS-CHECK-PAX   THRU 3200-EXIT
               VARYING WS-JOB-IX FROM 1 BY 1
101526         UNTIL WS-JOB-IX > 28.

           IF  WS-PAXFILE-MISMATCH
               ADD 1 TO WS-PROBLEMS-FLAGGED
