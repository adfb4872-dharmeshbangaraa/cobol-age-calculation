      ******************************************************************
      *                         "CSAGDEMW"                             *
      *         AGENCY DEMOGRAPHIC WORK RECORD LAYOUT.                 *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  ONE RECORD PER BOOKING FOUND ON BOTH THE ACTIVITY FILE AND    *
      *  THE MANIFEST: THE BOOKING'S AGENCY AND AGENT FLAG (FROM ITS   *
      *  LATEST ACTIVITY EVENT) WITH ITS PASSENGERS COUNTED BY         *
      *  CSAGECAL AGE BAND AND BY EXCEPTION CRITERION.  WRITTEN BY     *
      *  CSAGAGDM'S MATCH STEP AND SORTED TWICE -- BY AGENCY, THEN BY  *
      *  AGENT FLAG -- FOR THE TWO SECTIONS OF THE MONTHLY REPORT.     *
      *                                                                *
      *  INFANT-EXC-PAX  - UNDER THE INFANT MINIMUM (CSAGEXCP RULE)    *
      *  NO-ADULT-PAX    - ALL PASSENGERS OF A BOOKING WITH NO ADULT   *
      *                    OR SENIOR PASSENGER (CSAGNADL RULE)         *
      *  UNVERIFIED-PAX  - INFANT, CHILD, OR SENIOR WITH NO SIGHTED    *
      *                    PROOF OF AGE ON VERIFSTS (CSAGVEXC RULE)    *
      *                                                                *
      *                         LENGTH=80                              *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR THE AGENCY DEMOGRAPHIC      *
      *                        REPORT                                  *
      ******************************************************************
       01  CSDMW-RECORD.
           05  CSDMW-AGENT-FLAG            PIC X(04).
           05  CSDMW-AGENT-KEY.
               10  CSDMW-AGENT-COMPANY     PIC X(01).
               10  CSDMW-AGENT-NR          PIC X(08).
           05  CSDMW-BOOKING-ID            PIC X(10).
           05  CSDMW-SAILING-ID            PIC X(08).
           05  CSDMW-PAX-COUNT             PIC 9(03).
           05  CSDMW-BAND-COUNTS.
               10  CSDMW-INFANT-PAX        PIC 9(03).
               10  CSDMW-CHILD-PAX         PIC 9(03).
               10  CSDMW-TEEN-PAX          PIC 9(03).
               10  CSDMW-ADULT-PAX         PIC 9(03).
               10  CSDMW-SENIOR-PAX        PIC 9(03).
           05  CSDMW-AGE-ERROR-PAX         PIC 9(03).
           05  CSDMW-INFANT-EXC-PAX        PIC 9(03).
           05  CSDMW-NO-ADULT-PAX          PIC 9(03).
           05  CSDMW-UNVERIFIED-PAX        PIC 9(03).
           05  FILLER                      PIC X(19).
