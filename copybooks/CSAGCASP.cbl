      ******************************************************************
      *                         "CSAGCASP"                             *
      *         CALLING PARAMETERS FOR THE COMPLIANCE CASE FILE        *
      *         WRITER SUBROUTINE.                                     *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  CALLED BY EACH NIGHTLY COMPLIANCE JOB (CSAGEXCP, CSAGNITE,    *
      *  CSAGNADL, CSAGCBIN, CSAGINFQ, CSAGVEXC, CSAGSMRC, CSAGB2B,    *
      *  AND CSAGNMRG, WHICH REPLAYS A PARTITIONED CSAGNITE NIGHT'S    *
      *  SAVED HITS):                                                  *
      *                                                                *
      *    FUNCTION H - ONCE PER EXCEPTION THE JOB PRINTS.  OPENS,     *
      *                 COUNTS UP, OR REOPENS THE CASE (CSAGCASR).     *
      *    FUNCTION E - ONCE AT END OF JOB, EVEN WHEN NOTHING WAS      *
      *                 RAISED.  AUTO-CLOSES EVERY CASE OF THE TYPES   *
      *                 IN I-SWEEP-TYPE NOT SEEN ON THE RUN DATE, THEN *
      *                 CLOSES THE FILE.  UNUSED SLOTS ARE SPACES.     *
      *                                                                *
      *  I-RUN-CCYYMMDD ZERO MEANS TODAY; A JOB THAT CAN BE RESTARTED  *
      *  ACROSS MIDNIGHT PASSES ITS OWN ORIGINAL RUN DATE SO THE       *
      *  SWEEP DOES NOT CLOSE CASES RAISED BEFORE THE RESTART.         *
      *  THE DEPART DATE MAY COME AS CCYYMMDD OR, WHEN THAT IS ZERO,   *
      *  AS THE MANIFEST'S GREG DATE, CONVERTED HERE.                  *
      *                                                                *
      *  O-RETURN-CODE IS ERROR ONLY WHEN CASEFILE WILL NOT OPEN OR    *
      *  TAKE A WRITE.  THE CALLING JOB'S REPORT IS STILL THE RECORD   *
      *  OF THE NIGHT, SO CALLERS CARRY ON REGARDLESS.                 *
      *                                                                *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR THE COMMON COMPLIANCE CASE  *
      *                        FILE                                    *
      *  10/15/26  M.ANDREOLI  NAMES CSAGNMRG AS A CALLER (NO LAYOUT   *
      *                        CHANGE)                                 *
      ******************************************************************
       01  CSAGCASP-PARMS.
           05  CSAGCASP-I-FUNCTION         PIC X(01).
               88  CSAGCASP-I-HIT              VALUE 'H'.
               88  CSAGCASP-I-END-OF-RUN       VALUE 'E'.
           05  CSAGCASP-I-SOURCE-PGM       PIC X(08).
           05  CSAGCASP-I-RUN-CCYYMMDD     PIC 9(08).
           05  CSAGCASP-I-CASE-TYPE        PIC X(06).
           05  CSAGCASP-I-BOOKING-ID       PIC X(10).
           05  CSAGCASP-I-PASSENGER-ID     PIC X(10).
           05  CSAGCASP-I-SAILING-ID       PIC X(08).
           05  CSAGCASP-I-DEPART-CCYYMMDD  PIC 9(08).
           05  CSAGCASP-I-DEPART-DATE-GREG PIC S9(07) COMP-3.
           05  CSAGCASP-I-DETAIL-TEXT      PIC X(40).
           05  CSAGCASP-I-SWEEP-TYPE       PIC X(06) OCCURS 4 TIMES.
           05  CSAGCASP-O-RETURN-CODE      PIC X(01).
               88  CSAGCASP-O-RC-OK            VALUE X'00' ' '.
               88  CSAGCASP-O-RC-ERROR         VALUE X'01'.
