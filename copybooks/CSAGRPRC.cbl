      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  08/22/26  M.ANDREOLI  CREATED FOR REPRICING INTERFACE FEED    *
      *  10/15/26  M.ANDREOLI  ADD BRAND AND ITINERARY (CARVED FROM    *
      *                        FILLER; LENGTH UNCHANGED) FOR THE       *
      *                        REVENUE-IMPACT REPORT.  CSAGFPAY NOW    *
      *                        ALSO WRITES THIS LAYOUT FOR CROSSINGS   *
      *                        BETWEEN FINAL PAYMENT AND SAILING       *
      *                        (FPAYXING): OLD BAND = BAND AT FINAL    *
      *                        PAYMENT, NEW BAND = BAND AT SAILING.    *
      ******************************************************************
       01  CSREPR-RECORD.
           05  CSREPR-BOOKING-ID           PIC X(10).
           05  CSREPR-OLD-AGE-YEARS        PIC 9(03).
           05  CSREPR-NEW-AGE-YEARS        PIC 9(03).
           05  CSREPR-RECALC-CCYYMMDD      PIC 9(08).
           05  CSREPR-BRAND-CODE           PIC X(03).
           05  CSREPR-ITINERARY-CODE       PIC X(06).
           05  FILLER                      PIC X(07).
