      ******************************************************************
      *                         "CSAGDRKR"                             *
      *         MINIMUM DRINKING AGE RULE RECORD LAYOUT.               *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  ONE RECORD PER BRAND/ITINERARY PER SCHEDULED RULE: THE AGE,   *
      *  IN WHOLE YEARS, AT WHICH A GUEST MAY BE SERVED ALCOHOL ON     *
      *  THE VOYAGE.  21 ON US-HOMEPORTED SAILINGS, 18 ON MANY         *
      *  EUROPEAN AND AUSTRALIAN SAILINGS.  WHERE THE LINE ALLOWS      *
      *  YOUNGER GUESTS TO DRINK WITH PARENTAL CONSENT (E.G. 18-20),   *
      *  CONSENT-AGE IS THE YOUNGEST AGE THAT MAY BE SERVED WITH       *
      *  CONSENT ON FILE; ZERO (OR AN AGE NOT BELOW THE LEGAL AGE)     *
      *  MEANS NO CONSENT PROVISION.                                   *
      *                                                                *
      *  A BLANK ITINERARY CODE IS THE BRAND'S DEFAULT RULE, USED FOR  *
      *  ANY ITINERARY WITH NO RULE OF ITS OWN.  AS WITH THE INFRULES  *
      *  FILE (CSAGINFR), THE RECORD WHOSE EFFECTIVE-FROM IS THE       *
      *  LATEST ONE NOT AFTER THE SAIL DATE, AND WHOSE EFFECTIVE-TO    *
      *  (ZERO = NO BOUND) HAS NOT PASSED, IS THE ONE IN FORCE.  WHEN  *
      *  NO RECORD QUALIFIES THE COMPILED SYSTEM DEFAULT (21, NO       *
      *  CONSENT, RULE CODE 'DEFAULT') APPLIES -- THE STRICTEST RULE   *
      *  IN THE FLEET, SO A MISSING RULE NEVER SERVES A GUEST EARLY.   *
      *  MAINTAINED AND LISTED BY CSAGDRKM; READ BY CSAGDRKX.          *
      *                                                                *
      *  FILE: DRNKRULE, VSAM KSDS,                                    *
      *        KEY = BRAND + ITINERARY + EFFECTIVE-FROM DATE           *
      *                                                                *
      *                         LENGTH=80                              *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR THE SHIPBOARD BEVERAGE      *
      *                        DRINKING-AGE EXTRACT                    *
      ******************************************************************
       01  CSDRKR-RECORD.
           05  CSDRKR-KEY.
               10  CSDRKR-BRAND-CODE       PIC X(03).
               10  CSDRKR-ITINERARY-CODE   PIC X(06).
               10  CSDRKR-EFF-FROM-CCYYMMDD PIC 9(08).
           05  CSDRKR-EFF-TO-CCYYMMDD      PIC 9(08).
           05  CSDRKR-LEGAL-AGE            PIC 9(02).
           05  CSDRKR-CONSENT-AGE          PIC 9(02).
           05  CSDRKR-RULE-CODE            PIC X(08).
           05  CSDRKR-DESCRIPTION          PIC X(30).
           05  FILLER                      PIC X(13).
