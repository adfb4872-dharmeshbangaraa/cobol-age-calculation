      ******************************************************************
      *                         "CSAGEXMR"                             *
      *         SHORE EXCURSION MASTER RECORD LAYOUT.                  *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  ONE RECORD PER SHORE EXCURSION OFFERED -- THE PORT IT RUNS    *
      *  FROM, THE TOUR OPERATOR'S MINIMUM AGE IN YEARS ON THE DAY OF  *
      *  THE TOUR (ZERO = NO MINIMUM), AND WHETHER A GUEST UNDER 18    *
      *  MUST BE ACCOMPANIED BY AN ADULT FROM THE SAME BOOKING ON THE  *
      *  SAME TOUR.  LOADED AND MAINTAINED BY CSAGXMLD; READ BY        *
      *  CSAGXBLD AND THE NIGHTLY VALIDATION JOB CSAGXVAL.             *
      *                                                                *
      *  FILE: EXCMAST, VSAM KSDS, KEY = EXCURSION CODE                *
      *                                                                *
      *                         LENGTH=80                              *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR SHORE-EXCURSION MINIMUM     *
      *                        AGE VALIDATION                          *
      ******************************************************************
       01  CSEXM-RECORD.
           05  CSEXM-KEY.
               10  CSEXM-EXCURSION-CODE    PIC X(08).
           05  CSEXM-PORT-CODE             PIC X(05).
           05  CSEXM-DESCRIPTION           PIC X(30).
           05  CSEXM-MIN-AGE-YEARS         PIC 9(02).
           05  CSEXM-GUARDIAN-SWITCH       PIC X(01).
               88  CSEXM-GUARDIAN-REQUIRED     VALUE 'Y'.
               88  CSEXM-NO-GUARDIAN           VALUE 'N'.
           05  FILLER                      PIC X(34).
