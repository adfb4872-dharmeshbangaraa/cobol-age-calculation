      ******************************************************************
      *                         "CSAGCASR"                             *
      *         COMPLIANCE EXCEPTION CASE RECORD LAYOUT.               *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  ONE RECORD PER BOOKING / PASSENGER / EXCEPTION TYPE RAISED    *
      *  BY ANY OF THE NIGHTLY COMPLIANCE JOBS.  EACH JOB STILL PRINTS *
      *  ITS OWN REPORT; EVERY EXCEPTION LINE IS ALSO LANDED HERE BY   *
      *  CSAGCASW SO ONE TEAM CAN WORK ALL OF THEM FROM ONE QUEUE      *
      *  (CICS SCREEN CSAGCASM) AND SEE HOW LONG EACH HAS BEEN         *
      *  STANDING (NIGHTLY AGING REPORT CSAGCAGE).                     *
      *                                                                *
      *  CASE TYPES, THE JOB THAT RAISES THEM, AND THE KEY USED:       *
      *    INFMIN  CSAGEXCP/CSAGNITE  INFANT UNDER THE SAILING MINIMUM *
      *                               - BOOKING + PASSENGER            *
      *    NOADLT  CSAGNADL  NO ADULT ON THE BOOKING                   *
      *                      - BOOKING, BLANK PASSENGER                *
      *    CABNAD  CSAGCBIN  CABIN WITH NO ADULT                       *
      *    CABINF  CSAGCBIN  CABIN OVER THE INFANT LIMIT               *
      *                      - SAILING IN THE BOOKING SLOT, STATEROOM  *
      *                        IN THE PASSENGER SLOT                   *
      *    INFQTA  CSAGINFQ  SAILING OVER ITS INFANT QUOTA             *
      *    INFNOQ  CSAGINFQ  INFANTS BOOKED, NO QUOTA ON FILE          *
      *                      - SAILING IN THE BOOKING SLOT, BLANK      *
      *                        PASSENGER                               *
      *    NOPROF  CSAGVEXC  DISCOUNT FARE, NO PROOF OF AGE            *
      *                      - BOOKING + PASSENGER                     *
      *    SMMISM  CSAGSMRC  MANIFEST DISAGREES WITH SAILMAST          *
      *                      - BOOKING + PASSENGER                     *
      *    SMNOMS  CSAGSMRC  SAILING NOT ON SAILMAST                   *
      *                      - SAILING IN THE BOOKING SLOT, BLANK      *
      *                        PASSENGER                               *
      *    B2BOVL  CSAGB2B   OVERLAPPING BACK-TO-BACK SAILINGS         *
      *                      - LATER BOOKING + PASSENGER               *
      *                                                                *
      *  LIFE OF A CASE:                                               *
      *    - THE FIRST HIT OPENS IT; FIRST-SEEN = LAST-SEEN = THE RUN  *
      *      DATE, HIT COUNT 1.                                        *
      *    - EACH LATER RUN THAT RAISES IT AGAIN MOVES LAST-SEEN UP    *
      *      AND COUNTS ONE MORE HIT (ONE PER RUN DATE, NOT PER LINE). *
      *    - AT THE END OF EACH RUN, A CASE OF THAT JOB'S TYPES NOT    *
      *      SEEN ON THE RUN DATE IS AUTO-CLOSED (REASON A).           *
      *    - AN AUTO-CLOSED CASE THAT COMES BACK IS REOPENED AND ITS   *
      *      REOPEN COUNT GOES UP.                                     *
      *    - A CASE CLOSED ON THE SCREEN (REASON M) STAYS CLOSED WHILE *
      *      THE JOB KEEPS RAISING IT -- THE ANALYST HAS ACCEPTED IT.  *
      *      ONCE IT STOPS APPEARING ITS REASON BECOMES A, SO IF IT    *
      *      EVER COMES BACK IT REOPENS LIKE ANY OTHER.                *
      *                                                                *
      *  FILE: CASEFILE, VSAM KSDS,                                    *
      *        KEY = BOOKING + PASSENGER + CASE TYPE                   *
      *                                                                *
      *                         LENGTH=250                             *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR THE COMMON COMPLIANCE CASE  *
      *                        FILE                                    *
      ******************************************************************
       01  CSCASE-RECORD.
           05  CSCASE-KEY.
               10  CSCASE-BOOKING-ID       PIC X(10).
               10  CSCASE-PASSENGER-ID     PIC X(10).
               10  CSCASE-CASE-TYPE        PIC X(06).
           05  CSCASE-SOURCE-PGM           PIC X(08).
           05  CSCASE-SAILING-ID           PIC X(08).
           05  CSCASE-DEPART-CCYYMMDD      PIC 9(08).
           05  CSCASE-STATUS-SWITCH        PIC X(01).
               88  CSCASE-OPEN                 VALUE 'O'.
               88  CSCASE-CLOSED               VALUE 'C'.
           05  CSCASE-CLOSE-REASON         PIC X(01).
               88  CSCASE-CLOSED-AUTO          VALUE 'A'.
               88  CSCASE-CLOSED-MANUAL        VALUE 'M'.
           05  CSCASE-FIRST-SEEN-CCYYMMDD  PIC 9(08).
           05  CSCASE-LAST-SEEN-CCYYMMDD   PIC 9(08).
           05  CSCASE-HIT-COUNT            PIC 9(05).
           05  CSCASE-REOPEN-COUNT         PIC 9(03).
           05  CSCASE-REOPENED-CCYYMMDD    PIC 9(08).
           05  CSCASE-CLOSED-CCYYMMDD      PIC 9(08).
           05  CSCASE-CLOSED-BY            PIC X(08).
           05  CSCASE-DETAIL-TEXT          PIC X(40).
           05  CSCASE-ASSIGNED-TO          PIC X(08).
           05  CSCASE-NOTE                 PIC X(60).
           05  CSCASE-UPDATED-BY           PIC X(08).
           05  CSCASE-UPDATED-CCYYMMDD     PIC 9(08).
           05  FILLER                      PIC X(26).
