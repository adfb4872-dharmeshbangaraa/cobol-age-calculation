      ******************************************************************
      *                         "CSAGNAXA"                             *
      *         NEW-AGENT RE-POINT AUDIT RECORD LAYOUT.                *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  ONE RECORD PER ACTIVITY RECORD CSAGNAXP MOVED OFF A NEWAGENT  *
      *  PLACEHOLDER: THE AGENT COMPANY, NUMBER, AND FLAG BEFORE AND   *
      *  AFTER, WHICH CROSS-REFERENCE RECORD DID IT (BOOKING OR        *
      *  PLACEHOLDER SCOPE), AND WHETHER A WRKQUEUE ITEM WAS CLOSED    *
      *  WITH IT.  THE TRAIL COMMISSION AND AGENCY PRODUCTION USE TO   *
      *  EXPLAIN A BOOKING THAT CHANGED AGENCY OVERNIGHT.              *
      *                                                                *
      *                         LENGTH=80                              *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR THE NEWAGENT RE-POINT JOB   *
      ******************************************************************
       01  CSNAXA-RECORD.
           05  CSNAXA-RUN-CCYYMMDD         PIC 9(08).
           05  CSNAXA-RUN-HHMMSS           PIC 9(06).
           05  CSNAXA-BOOKING-ID           PIC X(10).
           05  CSNAXA-TYPE-SALES-PROGRAM   PIC X(02).
           05  CSNAXA-BEFORE.
               10  CSNAXA-OLD-AGENT-COMPANY PIC X(01).
               10  CSNAXA-OLD-AGENT-NR     PIC X(08).
               10  CSNAXA-OLD-AGENT-FLAG   PIC X(04).
           05  CSNAXA-AFTER.
               10  CSNAXA-NEW-AGENT-COMPANY PIC X(01).
               10  CSNAXA-NEW-AGENT-NR     PIC X(08).
               10  CSNAXA-NEW-AGENT-FLAG   PIC X(04).
           05  CSNAXA-XREF-SCOPE           PIC X(01).
               88  CSNAXA-BOOKING-SCOPE        VALUE 'B'.
               88  CSNAXA-PLACEHOLDER-SCOPE    VALUE 'P'.
           05  CSNAXA-WORKQ-CLOSED-SW      PIC X(01).
               88  CSNAXA-WORKQ-CLOSED         VALUE 'Y'.
               88  CSNAXA-WORKQ-NOT-CLOSED     VALUE 'N'.
           05  FILLER                      PIC X(26).
