      ******************************************************************
      *                         "CSAGINFP"                             *
      *         CALLING PARAMETERS FOR THE MINIMUM INFANT SAILING      *
      *         AGE RULE LOOKUP SUBROUTINE.                            *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  CALLED BY EVERY PROGRAM THAT ENFORCES THE INFANT MINIMUM      *
      *  (CSAGEXCP, CSAGNITE, CSAGGSCN, CSAGGCNV) TO GET THE RULE IN   *
      *  FORCE FOR THE PASSENGER'S OWN BRAND/ITINERARY ON THE SAIL     *
      *  DATE FROM THE INFRULES FILE (CSAGINFR).  AN ITINERARY RULE    *
      *  WINS OVER THE BRAND DEFAULT; WHEN NEITHER QUALIFIES THE       *
      *  COMPILED SYSTEM DEFAULT COMES BACK WITH THE DEFAULTED RETURN  *
      *  CODE.  O-RULE-CODE IS FOR THE REPORT LINE.                    *
      *                                                                *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR ITINERARY-SPECIFIC MINIMUM  *
      *                        INFANT SAILING AGE                      *
      ******************************************************************
       01  CSAGINFP-PARMS.
           05  CSAGINFP-I-BRAND-CODE       PIC X(03).
           05  CSAGINFP-I-ITINERARY-CODE   PIC X(06).
           05  CSAGINFP-I-LOOKUP-CCYYMMDD  PIC 9(08).
           05  CSAGINFP-O-RETURN-CODE      PIC X(01).
               88  CSAGINFP-O-RC-FOUND         VALUE X'00' ' '.
               88  CSAGINFP-O-RC-DEFAULTED     VALUE X'01'.
           05  CSAGINFP-O-MIN-AGE-MONTHS   PIC 9(03).
           05  CSAGINFP-O-RULE-CODE        PIC X(08).
