      ******************************************************************
      *                         "CSAGIWOR"                             *
      *         INFANT WAITLIST OFFER RECORD LAYOUT.                   *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  WRITTEN BY THE NIGHTLY CSAGIWRL RELEASE JOB, ONE RECORD PER   *
      *  WAITLISTED FAMILY OFFERED INFANT PLACES THAT NIGHT.           *
      *  RESERVATIONS WORKS THE FILE THE NEXT MORNING: THE FAMILY IS   *
      *  CALLED, AND THE PLACES ARE HELD FOR THEM UNTIL THE EXPIRY     *
      *  DATE.  THE KEY FIELDS MATCH THE WAITLIST RECORD (CSAGIWLR).   *
      *                                                                *
      *                         LENGTH=110                             *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR THE INFANT-QUOTA WAITLIST   *
      ******************************************************************
       01  CSIWO-RECORD.
           05  CSIWO-SAILING-ID            PIC X(08).
           05  CSIWO-REQUEST-STAMP.
               10  CSIWO-REQUEST-CCYYMMDD  PIC 9(08).
               10  CSIWO-REQUEST-HHMMSS    PIC 9(06).
               10  CSIWO-REQUEST-SEQ       PIC 9(02).
           05  CSIWO-FAMILY-NAME           PIC X(30).
           05  CSIWO-CONTACT-PHONE         PIC X(15).
           05  CSIWO-BOOKING-ID            PIC X(10).
           05  CSIWO-PLACES-OFFERED        PIC 9(01).
           05  CSIWO-DEPART-CCYYMMDD       PIC 9(08).
           05  CSIWO-OFFER-CCYYMMDD        PIC 9(08).
           05  CSIWO-OFFER-EXPIRES-CCYYMMDD
                                           PIC 9(08).
           05  FILLER                      PIC X(06).
