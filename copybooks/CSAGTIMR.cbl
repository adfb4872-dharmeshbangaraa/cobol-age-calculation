      ******************************************************************
      *                         "CSAGTIMR"                             *
      *         AGENT-FLAG PENDING-CHANGE IMPACT RECORD LAYOUT.        *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  ONE RECORD PER AGTFLAG ENTRY THAT HAD A CHANGE PENDING WHEN   *
      *  CSAGTIMP LAST RAN: HOW MANY BOOKINGS ON THAT LOCATION + TYPE  *
      *  SALES PROGRAM WOULD CHANGE AGENT FLAG IF THE CHANGE WERE      *
      *  APPROVED, FROM WHAT TO WHAT, AND A FEW SAMPLE BOOKING IDS.    *
      *                                                                *
      *  THE PENDING VALUES THAT WERE SIMULATED ARE CARRIED WITH THE   *
      *  COUNTS.  CSAGTAPR SHOWS THE COUNTS ONLY WHILE THEY STILL      *
      *  MATCH THE PENDING FIELDS ON AGTFLAG; A CHANGE RE-KEYED SINCE  *
      *  THE RUN IS SHOWN AS NOT YET SIMULATED.                        *
      *                                                                *
      *  WRITTEN (RELOADED) BY CSAGTIMP; READ BY CSAGTAPR.             *
      *                                                                *
      *  FILE: AGTIMPCT, VSAM KSDS (REUSE),                            *
      *        KEY = AGENT LOCATION + TYPE SALES PROGRAM               *
      *                                                                *
      *                         LENGTH=200                             *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR THE AGENT-FLAG CHANGE       *
      *                        IMPACT SIMULATION                       *
      ******************************************************************
       01  CSTIM-RECORD.
           05  CSTIM-KEY.
               10  CSTIM-AGENT-LOCATION    PIC X(01).
               10  CSTIM-TYPE-SALES-PROGRAM PIC X(02).
           05  CSTIM-SIM-CCYYMMDD          PIC 9(08).
           05  CSTIM-SIM-HHMMSS            PIC 9(06).
           05  CSTIM-AS-OF-CCYYMMDD        PIC 9(08).
           05  CSTIM-LIVE-AGENT-FLAG       PIC X(04).
           05  CSTIM-PEND-AGENT-FLAG       PIC X(04).
           05  CSTIM-PEND-STATUS-SWITCH    PIC X(01).
           05  CSTIM-PEND-EFF-FROM-CCYYMMDD PIC 9(08).
           05  CSTIM-PEND-EFF-TO-CCYYMMDD  PIC 9(08).
           05  CSTIM-PEND-CHANGED-CCYYMMDD PIC 9(08).
           05  CSTIM-PEND-CHANGED-BY       PIC X(08).
           05  CSTIM-BOOKINGS-EXAMINED     PIC 9(07).
           05  CSTIM-BOOKINGS-CHANGED      PIC 9(07).
           05  CSTIM-TRANSITION OCCURS 3 TIMES.
               10  CSTIM-FROM-AGENT-FLAG   PIC X(04).
               10  CSTIM-TO-AGENT-FLAG     PIC X(04).
               10  CSTIM-TRANSITION-COUNT  PIC 9(07).
           05  CSTIM-OTHER-CHANGED         PIC 9(07).
           05  CSTIM-SAMPLE-BOOKING-ID OCCURS 5 TIMES
                                           PIC X(10).
           05  FILLER                      PIC X(18).
