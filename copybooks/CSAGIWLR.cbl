      ******************************************************************
      *                         "CSAGIWLR"                             *
      *         INFANT-QUOTA WAITLIST RECORD LAYOUT.                   *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  ONE RECORD PER FAMILY WAITING FOR INFANT PLACES ON A SAILING  *
      *  THAT IS AT ITS INFANT QUOTA.  KEYED BY SAILING AND THE TIME   *
      *  THE REQUEST WAS TAKEN, SO KEY ORDER WITHIN A SAILING IS       *
      *  REQUEST ORDER; THE SEQUENCE BREAKS A TIE BETWEEN TWO          *
      *  REQUESTS TAKEN IN THE SAME SECOND.  ENTERED AND MAINTAINED    *
      *  BY THE CSAGIWLM CICS TRANSACTION; THE NIGHTLY CSAGIWRL        *
      *  RELEASE JOB OFFERS FREED PLACES IN KEY ORDER.                 *
      *                                                                *
      *  STATUS: W WAITING   O OFFERED (HELD UNTIL THE EXPIRY DATE)    *
      *          B BOOKED    L OFFER LAPSED   C CANCELLED              *
      *          S SAILING DEPARTED WHILE STILL OPEN                   *
      *                                                                *
      *  FILE: WAITLIST, VSAM KSDS, KEY = SAILING ID + REQUEST STAMP   *
      *                                                                *
      *                         LENGTH=150                             *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR THE INFANT-QUOTA WAITLIST   *
      ******************************************************************
       01  CSIWL-RECORD.
           05  CSIWL-KEY.
               10  CSIWL-SAILING-ID        PIC X(08).
               10  CSIWL-REQUEST-STAMP.
                   15  CSIWL-REQUEST-CCYYMMDD
                                           PIC 9(08).
                   15  CSIWL-REQUEST-HHMMSS
                                           PIC 9(06).
                   15  CSIWL-REQUEST-SEQ   PIC 9(02).
           05  CSIWL-FAMILY-NAME           PIC X(30).
           05  CSIWL-CONTACT-PHONE         PIC X(15).
           05  CSIWL-BOOKING-ID            PIC X(10).
           05  CSIWL-INFANT-BIRTH-CCYYMMDD PIC 9(08).
           05  CSIWL-PLACES-REQUESTED      PIC 9(01).
           05  CSIWL-STATUS                PIC X(01).
               88  CSIWL-WAITING               VALUE 'W'.
               88  CSIWL-OFFERED               VALUE 'O'.
               88  CSIWL-BOOKED                VALUE 'B'.
               88  CSIWL-LAPSED                VALUE 'L'.
               88  CSIWL-CANCELLED             VALUE 'C'.
               88  CSIWL-SAILED                VALUE 'S'.
               88  CSIWL-STILL-OPEN            VALUE 'W' 'O'.
           05  CSIWL-OFFER-CCYYMMDD        PIC 9(08).
           05  CSIWL-OFFER-EXPIRES-CCYYMMDD
                                           PIC 9(08).
           05  CSIWL-ENTERED-BY            PIC X(08).
           05  CSIWL-UPDATED-BY            PIC X(08).
           05  CSIWL-UPDATED-CCYYMMDD      PIC 9(08).
           05  FILLER                      PIC X(21).
