      ******************************************************************
      *                         "CSAGFDIF"                             *
      *         AGE-BAND FARE DIFFERENTIAL RECORD LAYOUT.              *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  ONE RECORD PER BRAND/ITINERARY/AGE BAND PER SCHEDULED         *
      *  DIFFERENTIAL: THE PER-GUEST AMOUNT A GUEST IN THAT BAND       *
      *  (I, C, T, A OR S -- THE CSAGECAL BANDS) IS PRICED ABOVE       *
      *  (POSITIVE) OR BELOW (NEGATIVE) THE ITINERARY'S BASE FARE.     *
      *  A MOVE FROM ONE BAND TO ANOTHER IS WORTH THE NEW BAND'S       *
      *  AMOUNT LESS THE OLD BAND'S: POSITIVE IS REVENUE GAINED,       *
      *  NEGATIVE IS REVENUE LOST.                                     *
      *                                                                *
      *  A BLANK ITINERARY CODE IS THE BRAND'S DEFAULT, USED FOR ANY   *
      *  ITINERARY WITH NO DIFFERENTIAL OF ITS OWN FOR THE BAND.  AS   *
      *  WITH THE DRNKRULE FILE (CSAGDRKR), THE RECORD WHOSE           *
      *  EFFECTIVE-FROM IS THE LATEST ONE NOT AFTER THE PRICING DATE,  *
      *  AND WHOSE EFFECTIVE-TO (ZERO = NO BOUND) HAS NOT PASSED, IS   *
      *  THE ONE IN FORCE.  THERE IS NO COMPILED DEFAULT: A BAND WITH  *
      *  NO RECORD IN FORCE LEAVES THE MOVE UNPRICED.  MAINTAINED AND  *
      *  LISTED BY CSAGFDFM; READ BY CSAGFREV.                         *
      *                                                                *
      *  FILE: FAREDIFF, VSAM KSDS,                                    *
      *        KEY = BRAND + ITINERARY + AGE BAND + EFFECTIVE-FROM     *
      *                                                                *
      *                         LENGTH=80                              *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR THE AGE-BAND REVENUE        *
      *                        IMPACT REPORT                           *
      ******************************************************************
       01  CSFDIF-RECORD.
           05  CSFDIF-KEY.
               10  CSFDIF-BRAND-CODE       PIC X(03).
               10  CSFDIF-ITINERARY-CODE   PIC X(06).
               10  CSFDIF-AGE-BAND         PIC X(01).
               10  CSFDIF-EFF-FROM-CCYYMMDD PIC 9(08).
           05  CSFDIF-EFF-TO-CCYYMMDD      PIC 9(08).
           05  CSFDIF-DIFF-AMOUNT          PIC S9(05)V99 COMP-3.
           05  CSFDIF-DESCRIPTION          PIC X(30).
           05  FILLER                      PIC X(20).
