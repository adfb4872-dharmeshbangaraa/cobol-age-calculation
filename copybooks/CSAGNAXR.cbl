      ******************************************************************
      *                         "CSAGNAXR"                             *
      *         NEW-AGENT PLACEHOLDER CROSS-REFERENCE RECORD LAYOUT.   *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  WHILE AN AGENCY IS ONBOARDING ITS BOOKINGS GO IN UNDER A      *
      *  NEWAGENT PLACEHOLDER ID (CSAGTNEW).  ONCE THE AGENCY IS ON    *
      *  AGYMAST, SALES SUPPORT KEYS ONE RECORD HERE PER PLACEHOLDER   *
      *  (BOOKING ID BLANK -- EVERY BOOKING UNDER THAT PLACEHOLDER)    *
      *  OR PER BOOKING (ONE BOOKING ONLY; WINS OVER THE PLACEHOLDER   *
      *  RECORD), GIVING THE REGISTERED AGENT COMPANY AND NUMBER THE   *
      *  BOOKINGS BELONG TO.  CSAGNAXP RE-POINTS THE ACTIVITY FILE     *
      *  FROM IT EVERY NIGHT AND STAMPS THE LAST-APPLIED DATE AND      *
      *  RUNNING COUNT, SO A MAPPING THAT NEVER FIRES SHOWS UP ON THE  *
      *  CSAGNAXM LISTING.                                             *
      *                                                                *
      *  MAINTAINED AND LISTED BY CSAGNAXM; READ BY CSAGNAXP.          *
      *                                                                *
      *  FILE: NAGTXREF, VSAM KSDS,                                    *
      *        KEY = PLACEHOLDER COMPANY + PLACEHOLDER ID + BOOKING    *
      *                                                                *
      *                         LENGTH=80                              *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR THE NEWAGENT RE-POINT JOB   *
      ******************************************************************
       01  CSNAXR-RECORD.
           05  CSNAXR-KEY.
               10  CSNAXR-PH-AGENT-COMPANY PIC X(01).
               10  CSNAXR-PH-AGENT-NR      PIC X(08).
               10  CSNAXR-BOOKING-ID       PIC X(10).
                   88  CSNAXR-ALL-BOOKINGS     VALUE SPACES.
           05  CSNAXR-NEW-AGENT-COMPANY    PIC X(01).
           05  CSNAXR-NEW-AGENT-NR         PIC X(08).
           05  CSNAXR-ENTERED-BY           PIC X(08).
           05  CSNAXR-ENTERED-CCYYMMDD     PIC 9(08).
           05  CSNAXR-LAST-APPLIED-CCYYMMDD PIC 9(08).
           05  CSNAXR-APPLIED-COUNT        PIC 9(07).
           05  FILLER                      PIC X(21).
