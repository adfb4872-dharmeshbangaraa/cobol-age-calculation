      ******************************************************************
      *                         "CSAGINFR"                             *
      *         MINIMUM INFANT SAILING AGE RULE RECORD LAYOUT.         *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  ONE RECORD PER BRAND/ITINERARY PER SCHEDULED RULE: THE        *
      *  YOUNGEST AGE, IN MONTHS AS OF THE SAIL DATE, AT WHICH AN      *
      *  INFANT MAY SAIL.  POLICY IS 6 MONTHS FOR MOST SAILINGS AND    *
      *  12 MONTHS FOR TRANSOCEANIC, HAWAII, AND OTHER SAILINGS WITH   *
      *  THREE OR MORE CONSECUTIVE SEA DAYS.  THE MINIMUM USED TO BE   *
      *  ONE COMPILED VALUE (WC-INFANT-THRESHOLD-MONTHS) IN CSAGEXCP   *
      *  AND CSAGNITE, SO A 9-MONTH-OLD ON A CROSSING PASSED EVERY     *
      *  CHECK.                                                        *
      *                                                                *
      *  A BLANK ITINERARY CODE IS THE BRAND'S DEFAULT RULE, USED FOR  *
      *  ANY ITINERARY WITH NO RULE OF ITS OWN.  AS WITH THE AGEBANDS  *
      *  FILE (CSAGBNDR), THE RECORD WHOSE EFFECTIVE-FROM IS THE       *
      *  LATEST ONE NOT AFTER THE SAIL DATE, AND WHOSE EFFECTIVE-TO    *
      *  (ZERO = NO BOUND) HAS NOT PASSED, IS THE ONE IN FORCE.  WHEN  *
      *  NO RECORD QUALIFIES THE COMPILED SYSTEM DEFAULT (6 MONTHS,    *
      *  RULE CODE 'DEFAULT') APPLIES, SO AN EMPTY OR MISSING FILE     *
      *  CHANGES NOTHING.  MAINTAINED AND LISTED BY CSAGINFM; READ BY  *
      *  CSAGINFF.                                                     *
      *                                                                *
      *  RULE CODE IS A SHORT NAME PRINTED ON THE EXCEPTION REPORTS    *
      *  SO THE READER SEES WHICH RULE A PASSENGER FAILED, E.G.        *
      *  STANDARD, TRANSOCN, HAWAII, SEADAYS3.                         *
      *                                                                *
      *  FILE: INFRULES, VSAM KSDS,                                    *
      *        KEY = BRAND + ITINERARY + EFFECTIVE-FROM DATE           *
      *                                                                *
      *                         LENGTH=80                              *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR ITINERARY-SPECIFIC MINIMUM  *
      *                        INFANT SAILING AGE                      *
      ******************************************************************
       01  CSINFR-RECORD.
           05  CSINFR-KEY.
               10  CSINFR-BRAND-CODE       PIC X(03).
               10  CSINFR-ITINERARY-CODE   PIC X(06).
               10  CSINFR-EFF-FROM-CCYYMMDD PIC 9(08).
           05  CSINFR-EFF-TO-CCYYMMDD      PIC 9(08).
           05  CSINFR-MIN-AGE-MONTHS       PIC 9(03).
           05  CSINFR-RULE-CODE            PIC X(08).
           05  CSINFR-DESCRIPTION          PIC X(30).
           05  FILLER                      PIC X(14).
