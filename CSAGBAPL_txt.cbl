      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  09/02/26   M.ANDREOLI  PROGRAM CREATED                        *
101526*  10/15/26   M.ANDREOLI  AGE-HISTORY RECORD NOW CARRIES THE     *
101526*                        BRAND AND ITINERARY FOR THE REVENUE-    *
101526*                        IMPACT REPORT (CSAGFREV)                *
      ******************************************************************

       ENVIRONMENT DIVISION.
           MOVE CSPAX-PASSENGER-ID        TO AGEHIST-PASSENGER-ID.
           MOVE CSPAX-SAILING-ID          TO AGEHIST-SAILING-ID.
           MOVE CSAGECAL-O-AGE-BAND       TO AGEHIST-NEW-AGE-BAND.
101526     MOVE CSPAX-BRAND-CODE          TO AGEHIST-BRAND-CODE.
101526     MOVE CSPAX-ITINERARY-CODE      TO AGEHIST-ITINERARY-CODE.

           WRITE AGE-HISTORY-RECORD.

