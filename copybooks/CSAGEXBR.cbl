      ******************************************************************
      *                         "CSAGEXBR"                             *
      *         SHORE EXCURSION BOOKING RECORD LAYOUT.                 *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  ONE RECORD PER GUEST BOOKED ON A SHORE EXCURSION ON A GIVEN   *
      *  TOUR DATE.  THE KEY PUTS THE BOOKING, EXCURSION, AND TOUR     *
      *  DATE FIRST SO THAT A SEQUENTIAL READ DELIVERS EACH TOUR       *
      *  PARTY (THE GUESTS OF ONE BOOKING ON ONE TOUR) TOGETHER, AS    *
      *  THE GUARDIAN CHECK IN CSAGXVAL NEEDS.  THE TOUR DATE IS       *
      *  CALENDAR-EDITED BY CSAGXBLD BEFORE IT REACHES THE FILE.       *
      *                                                                *
      *  LOADED AND MAINTAINED BY CSAGXBLD; READ BY CSAGXVAL.          *
      *                                                                *
      *  FILE: EXCBKNG, VSAM KSDS, KEY = BOOKING ID + EXCURSION CODE + *
      *        TOUR DATE + PASSENGER ID                                *
      *                                                                *
      *                         LENGTH=80                              *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR SHORE-EXCURSION MINIMUM     *
      *                        AGE VALIDATION                          *
      ******************************************************************
       01  CSEXB-RECORD.
           05  CSEXB-KEY.
               10  CSEXB-TOUR-PARTY.
                   15  CSEXB-BOOKING-ID    PIC X(10).
                   15  CSEXB-EXCURSION-CODE PIC X(08).
                   15  CSEXB-TOUR-CCYYMMDD PIC 9(08).
               10  CSEXB-PASSENGER-ID      PIC X(10).
           05  CSEXB-LOADED-CCYYMMDD       PIC 9(08).
           05  FILLER                      PIC X(36).
