      ******************************************************************
      *                         "CSAGDCHE"                             *
      *         SAILING DATE-CHANGE EVENT RECORD LAYOUT.               *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  ONE RECORD PER SAILING WHOSE DEPART OR RETURN DATE MOVED.     *
      *  CSAGSMLD APPENDS ONE TO DCHGEVT FOR EVERY 'C' TRANSACTION     *
      *  THAT MOVES A DATE (EVENT-COUNT 1).  CSAGDCEV COLLAPSES THEM   *
      *  TO ONE RECORD PER SAILING ON DCHGSAIL IN THE SAME LAYOUT --   *
      *  THE EARLIEST OLD DATES, THE LATEST NEW DATES, AND THE NUMBER  *
      *  OF EVENTS FOLDED IN -- WHICH CSAGDCIR READS FOR THE IMPACT    *
      *  REPORT.                                                       *
      *                                                                *
      *                         LENGTH=80                              *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR DATE-CHANGE ORCHESTRATION   *
      ******************************************************************
       01  CSDCE-RECORD.
           05  CSDCE-SAILING-ID            PIC X(08).
           05  CSDCE-BRAND-CODE            PIC X(03).
           05  CSDCE-ITINERARY-CODE        PIC X(06).
           05  CSDCE-SHIP-CODE             PIC X(04).
           05  CSDCE-OLD-DATES.
               10  CSDCE-OLD-DEPART-CCYYMMDD
                                           PIC 9(08).
               10  CSDCE-OLD-RETURN-CCYYMMDD
                                           PIC 9(08).
           05  CSDCE-NEW-DATES.
               10  CSDCE-NEW-DEPART-CCYYMMDD
                                           PIC 9(08).
               10  CSDCE-NEW-RETURN-CCYYMMDD
                                           PIC 9(08).
           05  CSDCE-EVENT-CCYYMMDD        PIC 9(08).
           05  CSDCE-EVENT-HHMMSS          PIC 9(06).
           05  CSDCE-EVENT-COUNT           PIC 9(03).
           05  FILLER                      PIC X(10).
